000100 IDENTIFICATION DIVISION.                                         SQACPT.2
000200 PROGRAM-ID.                                                      SQACPT.2
000300     SQACPT.                                                      SQACPT.2
000400***************************************************************** SQACPT.2
000500*                                                               * SQACPT.2
000600*    COMPILER-LEVEL A/B COMPARISON AND UPGRADE ACCEPTANCE.      * SQACPT.2
000700*    EVERY RUN IS STAMPED WITH THE COMPILER / RUNTIME LEVEL IT  * SQACPT.2
000800*    WAS PRODUCED UNDER (C-COMPILER-LEVEL ON RAW-DATA, AM-      * SQACPT.2
000900*    COMPILER-LEVEL ON THE AUDIT MASTER).  GIVEN THE LEVEL IN   * SQACPT.2
001000*    PRODUCTION (LEVEL A) AND THE CANDIDATE (LEVEL B) THIS      * SQACPT.2
001100*    PROGRAM :-                                                 * SQACPT.2
001200*                                                               * SQACPT.2
001300*      1. LINES UP THE SAME TESTS RUN UNDER THE TWO LEVELS -    * SQACPT.2
001400*         THE LATEST OUTCOME OF EACH PROGRAM / FEATURE /        * SQACPT.2
001500*         PARAGRAPH UNDER EACH LEVEL, FROM THE AUDIT MASTER -   * SQACPT.2
001600*         AND LISTS EVERY ONE WHOSE OUTCOME DIFFERS;            * SQACPT.2
001700*      2. PRINTS AN ACCEPTANCE CERTIFICATE FOR LEVEL B IF EVERY * SQACPT.2
001800*         PROGRAM OF THE SUITE HAS A CLEAN RUN UNDER IT (NO     * SQACPT.2
001900*         FAILURES, CLOSE-FILES STAMP REACHED) WITHIN THE       * SQACPT.2
002000*         ACCEPTANCE WINDOW, LISTING THE WAIVED ITEMS OF THE    * SQACPT.2
002100*         RUNS CERTIFIED; OTHERWISE PRINTS "ACCEPTANCE FAILED"  * SQACPT.2
002200*         AND LISTS THE BLOCKING TESTS - THE FAILED TESTS OF    * SQACPT.2
002300*         EACH BLOCKED PROGRAM'S LATEST RUN UNDER LEVEL B.      * SQACPT.2
002400*                                                               * SQACPT.2
002500*    THE SUITE IS EVERY PROGRAM WITH A RUNNING-COUNT CONTROL    * SQACPT.2
002600*    RECORD ON RAW-DATA, OR THE PROGRAMS NAMED ON PROGRAM       * SQACPT.2
002700*    CARDS WHEN THERE ARE ANY.  THE WINDOW APPLIES TO LEVEL B   * SQACPT.2
002800*    ONLY; LEVEL A OUTCOMES ARE THE LATEST ON FILE.             * SQACPT.2
002900*                                                               * SQACPT.2
003000*    CARD DECK :-                                               * SQACPT.2
003100*      COLS  1-8   "LEVELA  " WITH COLS 10-17 = LEVEL IN        * SQACPT.2
003200*                  PRODUCTION (REQUIRED)                        * SQACPT.2
003300*      COLS  1-8   "LEVELB  " WITH COLS 10-17 = CANDIDATE LEVEL * SQACPT.2
003400*                  (REQUIRED)                                   * SQACPT.2
003500*      COLS  1-8   "WINDOW  " WITH COLS 10-17 = FIRST AND       * SQACPT.2
003600*                  COLS 19-26 = LAST RUN DATE OF THE ACCEPTANCE * SQACPT.2
003700*                  WINDOW, YYYYMMDD (DEFAULT EVERY LEVEL B RUN  * SQACPT.2
003800*                  UP TO THE CURRENT DATE)                      * SQACPT.2
003900*      COLS  1-8   "PROGRAM " WITH COLS 10-15 = PROGRAM-ID,     * SQACPT.2
004000*                  ONE CARD PER PROGRAM OF THE SUITE (OPTIONAL) * SQACPT.2
004100*                                                               * SQACPT.2
004200*    RETURN CODE 0 WHEN THE CERTIFICATE IS ISSUED, 4 WHEN       * SQACPT.2
004300*    ACCEPTANCE FAILED, 8 IF A REQUIRED CARD IS MISSING OR      * SQACPT.2
004400*    WRONG, RAW-DATA OR THE AUDIT MASTER WILL NOT OPEN, OR A    * SQACPT.2
004500*    TABLE OVERFLOWS.                                           * SQACPT.2
004600*                                                               * SQACPT.2
004700***************************************************************** SQACPT.2
004800*                                                               * SQACPT.2
004900*      X-CARDS USED BY THIS PROGRAM ARE :-                      * SQACPT.2
005000*                                                               * SQACPT.2
005100*            X-59   ACCEPTANCE CARD READER FILE                 * SQACPT.2
005200*            X-62   RAW-DATA HISTORY FILE (INDEXED)             * SQACPT.2
005300*            X-72   AUDIT MASTER FILE (INDEXED)                 * SQACPT.2
005400*            X-55   SYSTEM PRINTER                              * SQACPT.2
005500*            X-82   SOURCE-COMPUTER                             * SQACPT.2
005600*            X-83   OBJECT-COMPUTER                             * SQACPT.2
005700*            X-84   LABEL RECORDS OPTION                        * SQACPT.2
005800*                                                               * SQACPT.2
005900***************************************************************** SQACPT.2
006000 ENVIRONMENT DIVISION.                                            SQACPT.2
006100 CONFIGURATION SECTION.                                           SQACPT.2
006200 SOURCE-COMPUTER.                                                 SQACPT.2
006300     XXXXX082.                                                    SQACPT.2
006400 OBJECT-COMPUTER.                                                 SQACPT.2
006500     XXXXX083.                                                    SQACPT.2
006600 INPUT-OUTPUT SECTION.                                            SQACPT.2
006700 FILE-CONTROL.                                                    SQACPT.2
006800     SELECT OPTIONAL ACPT-CARD ASSIGN TO                          SQACPT.2
006900     XXXXX059.                                                    SQACPT.2
007000     SELECT RAW-DATA   ASSIGN TO                                  SQACPT.2
007100     XXXXX062                                                     SQACPT.2
007200            ORGANIZATION IS INDEXED                               SQACPT.2
007300            ACCESS MODE IS SEQUENTIAL                             SQACPT.2
007400            RECORD KEY IS RAW-DATA-KEY                            SQACPT.2
007500            ALTERNATE RECORD KEY IS RAW-DATA-RUN-DATE             SQACPT.2
007600            WITH DUPLICATES                                       SQACPT.2
007700            FILE STATUS IS RAW-DATA-STATUS.                       SQACPT.2
007800     SELECT AUDIT-MASTER ASSIGN TO                                SQACPT.2
007900     XXXXX072                                                     SQACPT.2
008000            ORGANIZATION IS INDEXED                               SQACPT.2
008100            ACCESS MODE IS SEQUENTIAL                             SQACPT.2
008200            RECORD KEY IS AM-KEY                                  SQACPT.2
008300            FILE STATUS IS AUDIT-MASTER-STATUS.                   SQACPT.2
008400     SELECT PRINT-FILE ASSIGN TO                                  SQACPT.2
008500     XXXXX055.                                                    SQACPT.2
008600 DATA DIVISION.                                                   SQACPT.2
008700 FILE SECTION.                                                    SQACPT.2
008800 FD  ACPT-CARD                                                    SQACPT.2
008900     LABEL RECORDS                                                SQACPT.2
009000     XXXXX084                                                     SQACPT.2
009100     DATA RECORD IS ACPT-CARD-REC                                 SQACPT.2
009200               .                                                  SQACPT.2
009300 01  ACPT-CARD-REC.                                               SQACPT.2
009400     05  AC-NAME             PIC X(8).                            SQACPT.2
009500     05  FILLER              PIC X(1).                            SQACPT.2
009600     05  AC-OPERAND-1        PIC X(8).                            SQACPT.2
009700     05  AC-OPERAND-1-9 REDEFINES AC-OPERAND-1                    SQACPT.2
009800                             PIC 9(8).                            SQACPT.2
009900     05  FILLER              PIC X(1).                            SQACPT.2
010000     05  AC-OPERAND-2        PIC X(8).                            SQACPT.2
010100     05  AC-OPERAND-2-9 REDEFINES AC-OPERAND-2                    SQACPT.2
010200                             PIC 9(8).                            SQACPT.2
010300     05  FILLER              PIC X(54).                           SQACPT.2
010400 FD  RAW-DATA.                                                    SQACPT.2
010500     COPY SQRAWREC.                                               SQACPT.2
010600 FD  AUDIT-MASTER.                                                SQACPT.2
010700 01  AUDIT-MASTER-SATZ.                                           SQACPT.2
010800     02  AM-KEY.                                                  SQACPT.2
010900         03  AM-FEATURE     PIC X(24).                            SQACPT.2
011000         03  AM-PAR-NAME    PIC X(20).                            SQACPT.2
011100         03  AM-RUN-DATE    PIC 9(8).                             SQACPT.2
011200         03  AM-RUN-TIME    PIC 9(8).                             SQACPT.2
011300         03  AM-SEQ         PIC 9(3).                             SQACPT.2
011400     02  AM-PGM-ID          PIC X(9).                             SQACPT.2
011500     02  AM-OUTCOME         PIC X(5).                             SQACPT.2
011600     02  AM-RE-MARK         PIC X(61).                            SQACPT.2
011700     02  AM-COMPILER-LEVEL  PIC X(8).                             SQACPT.2
011800 FD  PRINT-FILE                                                   SQACPT.2
011900     LABEL RECORDS                                                SQACPT.2
012000     XXXXX084                                                     SQACPT.2
012100     DATA RECORD IS PRINT-REC DUMMY-RECORD                        SQACPT.2
012200               .                                                  SQACPT.2
012300 01  PRINT-REC PICTURE X(120).                                    SQACPT.2
012400 01  DUMMY-RECORD PICTURE X(120).                                 SQACPT.2
012500 WORKING-STORAGE SECTION.                                         SQACPT.2
012600 01  WS-EOF-SW              PIC X VALUE "N".                      SQACPT.2
012700     88  WS-EOF                   VALUE "Y".                      SQACPT.2
012800 01  RAW-DATA-STATUS        PIC XX VALUE "00".                    SQACPT.2
012900 01  AUDIT-MASTER-STATUS    PIC XX VALUE "00".                    SQACPT.2
013000 01  WS-RAW-DATA-SW         PIC X VALUE "Y".                      SQACPT.2
013100     88  WS-RAW-DATA-OK           VALUE "Y".                      SQACPT.2
013200 01  WS-AUDIT-SW            PIC X VALUE "Y".                      SQACPT.2
013300     88  WS-AUDIT-OK              VALUE "Y".                      SQACPT.2
013400 01  WS-TABLE-FULL-SW       PIC X VALUE "N".                      SQACPT.2
013500     88  WS-TABLE-FULL            VALUE "Y".                      SQACPT.2
013600 01  WS-PROGRAM-CARDS-SW    PIC X VALUE "N".                      SQACPT.2
013700     88  WS-PROGRAM-CARDS         VALUE "Y".                      SQACPT.2
013800 01  WS-ACCEPTED-SW         PIC X VALUE "N".                      SQACPT.2
013900     88  WS-ACCEPTED              VALUE "Y".                      SQACPT.2
014000 01  WS-LEVEL-A             PIC X(8) VALUE SPACE.                 SQACPT.2
014100 01  WS-LEVEL-B             PIC X(8) VALUE SPACE.                 SQACPT.2
014200 01  WS-WINDOW-FROM         PIC 9(8) VALUE ZERO.                  SQACPT.2
014300 01  WS-WINDOW-TO           PIC 9(8) VALUE ZERO.                  SQACPT.2
014400 01  WS-CARDS-REJECTED      PIC 9(4) COMP VALUE ZERO.             SQACPT.2
014500 01  WS-SUITE-COUNT         PIC 9(4) COMP VALUE ZERO.             SQACPT.2
014600 01  WS-SUITE-SUB           PIC 9(4) COMP VALUE ZERO.             SQACPT.2
014700 01  WS-FOUND-SUB           PIC 9(4) COMP VALUE ZERO.             SQACPT.2
014800 01  WS-IN-SUITE-COUNT      PIC 9(4) COMP VALUE ZERO.             SQACPT.2
014900 01  WS-CERTIFIED-COUNT     PIC 9(4) COMP VALUE ZERO.             SQACPT.2
015000 01  WS-GROUP-COUNT         PIC 9(4) COMP VALUE ZERO.             SQACPT.2
015100 01  WS-GROUP-SUB           PIC 9(4) COMP VALUE ZERO.             SQACPT.2
015200 01  WS-ITEM-COUNT          PIC 9(4) COMP VALUE ZERO.             SQACPT.2
015300 01  WS-ITEM-SUB            PIC 9(4) COMP VALUE ZERO.             SQACPT.2
015400 01  WS-TESTS-COMPARED      PIC 9(7) COMP VALUE ZERO.             SQACPT.2
015500 01  WS-DIFFERENCES         PIC 9(7) COMP VALUE ZERO.             SQACPT.2
015600 01  WS-ONLY-A              PIC 9(7) COMP VALUE ZERO.             SQACPT.2
015700 01  WS-ONLY-B              PIC 9(7) COMP VALUE ZERO.             SQACPT.2
015800 01  WS-WAIVED-COUNT        PIC 9(4) COMP VALUE ZERO.             SQACPT.2
015900 01  WS-BLOCKING-COUNT      PIC 9(4) COMP VALUE ZERO.             SQACPT.2
016000 01  WS-AM-PGM-ID           PIC X(6).                             SQACPT.2
016100 01  WS-ITEM-KIND           PIC X(1).                             SQACPT.2
016200 01  WS-ITEMS-PRINTED       PIC 9(4) COMP VALUE ZERO.             SQACPT.2
016300 01  WS-GROUP-KEY.                                                SQACPT.2
016400     05  WS-GROUP-FEATURE    PIC X(24) VALUE SPACE.               SQACPT.2
016500     05  WS-GROUP-PAR-NAME   PIC X(20) VALUE SPACE.               SQACPT.2
016600*    THE SUITE.  SU-CLEAN- IS THE LATEST CLEAN LEVEL B RUN IN     SQACPT.2
016700*    THE WINDOW, SU-LAST- THE LATEST LEVEL B RUN OF ANY KIND.     SQACPT.2
016800 01  SUITE-TABLE.                                                 SQACPT.2
016900     05  SUITE-ENTRY OCCURS 100 TIMES.                            SQACPT.2
017000         10  SU-PGM-ID           PIC X(6).                        SQACPT.2
017100         10  SU-IN-SUITE         PIC X(1).                        SQACPT.2
017200         10  SU-B-RUNS           PIC 9(4) COMP.                   SQACPT.2
017300         10  SU-CLEAN-DATE       PIC 9(8).                        SQACPT.2
017400         10  SU-CLEAN-TIME       PIC 9(8).                        SQACPT.2
017500         10  SU-CLEAN-OK         PIC 9(3).                        SQACPT.2
017600         10  SU-LAST-DATE        PIC 9(8).                        SQACPT.2
017700         10  SU-LAST-TIME        PIC 9(8).                        SQACPT.2
017800         10  SU-LAST-FAIL        PIC 9(3).                        SQACPT.2
017900         10  SU-LAST-ABORT       PIC X(8).                        SQACPT.2
018000         10  SU-WAIVED           PIC 9(4) COMP.                   SQACPT.2
018100*    THE PROGRAMS THAT RAN THE TEST NOW BEING READ FROM THE       SQACPT.2
018200*    AUDIT MASTER, WITH THE LATEST OUTCOME UNDER EACH LEVEL.      SQACPT.2
018300 01  GROUP-TABLE.                                                 SQACPT.2
018400     05  GROUP-ENTRY OCCURS 50 TIMES.                             SQACPT.2
018500         10  GT-PGM-ID           PIC X(9).                        SQACPT.2
018600         10  GT-A-OUTCOME        PIC X(5).                        SQACPT.2
018700         10  GT-A-RUN-KEY        PIC X(16).                       SQACPT.2
018800         10  GT-B-OUTCOME        PIC X(5).                        SQACPT.2
018900         10  GT-B-RUN-KEY        PIC X(16).                       SQACPT.2
019000*    WAIVED ITEMS OF THE CERTIFIED RUNS AND BLOCKING TESTS OF     SQACPT.2
019100*    THE BLOCKED PROGRAMS, HELD FOR THE CERTIFICATE SECTION.      SQACPT.2
019200 01  ITEM-TABLE.                                                  SQACPT.2
019300     05  ITEM-ENTRY OCCURS 500 TIMES.                             SQACPT.2
019400         10  IT-KIND             PIC X(1).                        SQACPT.2
019500         10  IT-PGM-ID           PIC X(6).                        SQACPT.2
019600         10  IT-RUN-DATE         PIC 9(8).                        SQACPT.2
019700         10  IT-RUN-TIME         PIC 9(8).                        SQACPT.2
019800         10  IT-FEATURE          PIC X(24).                       SQACPT.2
019900         10  IT-PAR-NAME         PIC X(20).                       SQACPT.2
020000         10  IT-OUTCOME          PIC X(5).                        SQACPT.2
020100         10  IT-RE-MARK          PIC X(30).                       SQACPT.2
020200 01  WS-AM-RUN-KEY.                                               SQACPT.2
020300     05  WS-AM-RUN-DATE      PIC 9(8).                            SQACPT.2
020400     05  WS-AM-RUN-TIME      PIC 9(8).                            SQACPT.2
020500 01  HEAD-LINE-1.                                                 SQACPT.2
020600     05  FILLER              PIC X(50) VALUE                      SQACPT.2
020700         "COMPILER-LEVEL A/B COMPARISON AND ACCEPTANCE".          SQACPT.2
020800 01  HEAD-LINE-2.                                                 SQACPT.2
020900     05  FILLER              PIC X(10) VALUE "LEVEL A = ".        SQACPT.2
021000     05  HL-LEVEL-A          PIC X(8).                            SQACPT.2
021100     05  FILLER              PIC X(14) VALUE "   LEVEL B = ".     SQACPT.2
021200     05  HL-LEVEL-B          PIC X(8).                            SQACPT.2
021300     05  FILLER              PIC X(12) VALUE "   WINDOW = ".      SQACPT.2
021400     05  HL-WINDOW-FROM      PIC 9(8).                            SQACPT.2
021500     05  FILLER              PIC X(4)  VALUE " TO ".              SQACPT.2
021600     05  HL-WINDOW-TO        PIC 9(8).                            SQACPT.2
021700 01  SECTION-LINE.                                                SQACPT.2
021800     05  SEC-TEXT            PIC X(80).                           SQACPT.2
021900 01  DIFF-HEAD-LINE.                                              SQACPT.2
022000     05  FILLER              PIC X(2)  VALUE SPACE.               SQACPT.2
022100     05  FILLER              PIC X(10) VALUE "PROGRAM".           SQACPT.2
022200     05  FILLER              PIC X(25) VALUE "FEATURE".           SQACPT.2
022300     05  FILLER              PIC X(21) VALUE "PARAGRAPH".         SQACPT.2
022400     05  FILLER              PIC X(8)  VALUE "LEVEL A".           SQACPT.2
022500     05  FILLER              PIC X(8)  VALUE "LEVEL B".           SQACPT.2
022600 01  DIFF-LINE.                                                   SQACPT.2
022700     05  FILLER              PIC X(2)  VALUE SPACE.               SQACPT.2
022800     05  DL-PGM-ID           PIC X(9).                            SQACPT.2
022900     05  FILLER              PIC X(1)  VALUE SPACE.               SQACPT.2
023000     05  DL-FEATURE          PIC X(24).                           SQACPT.2
023100     05  FILLER              PIC X(1)  VALUE SPACE.               SQACPT.2
023200     05  DL-PAR-NAME         PIC X(20).                           SQACPT.2
023300     05  FILLER              PIC X(1)  VALUE SPACE.               SQACPT.2
023400     05  DL-A-OUTCOME        PIC X(5).                            SQACPT.2
023500     05  FILLER              PIC X(3)  VALUE SPACE.               SQACPT.2
023600     05  DL-B-OUTCOME        PIC X(5).                            SQACPT.2
023700     05  FILLER              PIC X(3)  VALUE SPACE.               SQACPT.2
023800     05  DL-B-RUN-DATE       PIC X(8).                            SQACPT.2
023900     05  FILLER              PIC X(1)  VALUE SPACE.               SQACPT.2
024000     05  DL-B-RUN-TIME       PIC X(8).                            SQACPT.2
024100 01  CERT-STAR-LINE.                                              SQACPT.2
024200     05  FILLER              PIC X(2)  VALUE SPACE.               SQACPT.2
024300     05  FILLER              PIC X(76) VALUE ALL "*".             SQACPT.2
024400 01  CERT-LINE.                                                   SQACPT.2
024500     05  FILLER              PIC X(2)  VALUE SPACE.               SQACPT.2
024600     05  FILLER              PIC X(4)  VALUE "*   ".              SQACPT.2
024700     05  CL-TEXT             PIC X(70).                           SQACPT.2
024800     05  FILLER              PIC X(2)  VALUE " *".                SQACPT.2
024900 01  PROGRAM-LINE.                                                SQACPT.2
025000     05  FILLER              PIC X(4)  VALUE SPACE.               SQACPT.2
025100     05  PL-PGM-ID           PIC X(6).                            SQACPT.2
025200     05  FILLER              PIC X(2)  VALUE SPACE.               SQACPT.2
025300     05  PL-STATUS           PIC X(10).                           SQACPT.2
025400     05  FILLER              PIC X(2)  VALUE SPACE.               SQACPT.2
025500     05  PL-RUN-DATE         PIC X(8).                            SQACPT.2
025600     05  FILLER              PIC X(1)  VALUE SPACE.               SQACPT.2
025700     05  PL-RUN-TIME         PIC X(8).                            SQACPT.2
025800     05  FILLER              PIC X(2)  VALUE SPACE.               SQACPT.2
025900     05  PL-NOTE             PIC X(50).                           SQACPT.2
026000 01  PL-COUNT-EDIT          PIC ZZZ9.                             SQACPT.2
026100 01  PL-SUITE-EDIT          PIC ZZZ9.                             SQACPT.2
026200 01  ITEM-LINE.                                                   SQACPT.2
026300     05  FILLER              PIC X(6)  VALUE SPACE.               SQACPT.2
026400     05  IL-PGM-ID           PIC X(6).                            SQACPT.2
026500     05  FILLER              PIC X(2)  VALUE SPACE.               SQACPT.2
026600     05  IL-FEATURE          PIC X(24).                           SQACPT.2
026700     05  FILLER              PIC X(1)  VALUE SPACE.               SQACPT.2
026800     05  IL-PAR-NAME         PIC X(20).                           SQACPT.2
026900     05  FILLER              PIC X(1)  VALUE SPACE.               SQACPT.2
027000     05  IL-OUTCOME          PIC X(5).                            SQACPT.2
027100     05  FILLER              PIC X(2)  VALUE SPACE.               SQACPT.2
027200     05  IL-RE-MARK          PIC X(30).                           SQACPT.2
027300 01  CARD-ERROR-LINE.                                             SQACPT.2
027400     05  FILLER              PIC X(16) VALUE "CARD REJECTED - ".  SQACPT.2
027500     05  CEL-REASON          PIC X(40).                           SQACPT.2
027600     05  FILLER              PIC X(2)  VALUE SPACE.               SQACPT.2
027700     05  CEL-CARD-IMAGE      PIC X(62).                           SQACPT.2
027800 01  SUMMARY-LINE.                                                SQACPT.2
027900     05  SL-LITERAL          PIC X(30).                           SQACPT.2
028000     05  SL-COUNT            PIC ZZZZZZ9.                         SQACPT.2
028100 01  VERDICT-LINE.                                                SQACPT.2
028200     05  VL-TEXT             PIC X(60).                           SQACPT.2
028300 PROCEDURE DIVISION.                                              SQACPT.2
028400 MAINLINE.                                                        SQACPT.2
028500     PERFORM OPEN-FILES.                                          SQACPT.2
028600     PERFORM LOAD-ONE-CARD                                        SQACPT.2
028700         UNTIL WS-EOF.                                            SQACPT.2
028800     CLOSE ACPT-CARD.                                             SQACPT.2
028900     MOVE WS-LEVEL-A TO HL-LEVEL-A.                               SQACPT.2
029000     MOVE WS-LEVEL-B TO HL-LEVEL-B.                               SQACPT.2
029100     MOVE WS-WINDOW-FROM TO HL-WINDOW-FROM.                       SQACPT.2
029200     MOVE WS-WINDOW-TO TO HL-WINDOW-TO.                           SQACPT.2
029300     WRITE PRINT-REC FROM HEAD-LINE-2 AFTER ADVANCING 1 LINE.     SQACPT.2
029400     IF WS-LEVEL-A EQUAL TO SPACE                                 SQACPT.2
029500        OR WS-LEVEL-B EQUAL TO SPACE                              SQACPT.2
029600        OR WS-LEVEL-A EQUAL TO WS-LEVEL-B                         SQACPT.2
029700         MOVE "** LEVELA AND LEVELB MUST NAME TWO LEVELS"         SQACPT.2
029800             TO VL-TEXT                                           SQACPT.2
029900         WRITE PRINT-REC FROM VERDICT-LINE AFTER ADVANCING 2 LINESSQACPT.2
030000         CLOSE PRINT-FILE                                         SQACPT.2
030100         MOVE 8 TO RETURN-CODE                                    SQACPT.2
030200         STOP RUN                                                 SQACPT.2
030300     END-IF.                                                      SQACPT.2
030400     PERFORM LOAD-SUITE-RUNS.                                     SQACPT.2
030500     PERFORM COMPARE-OUTCOMES.                                    SQACPT.2
030600     PERFORM PRINT-ACCEPTANCE.                                    SQACPT.2
030700     PERFORM CLOSE-FILES.                                         SQACPT.2
030800     IF NOT WS-ACCEPTED                                           SQACPT.2
030900         MOVE 4 TO RETURN-CODE                                    SQACPT.2
031000     END-IF.                                                      SQACPT.2
031100     IF WS-CARDS-REJECTED GREATER THAN ZERO                       SQACPT.2
031200        OR NOT WS-RAW-DATA-OK                                     SQACPT.2
031300        OR NOT WS-AUDIT-OK                                        SQACPT.2
031400        OR WS-TABLE-FULL                                          SQACPT.2
031500         MOVE 8 TO RETURN-CODE                                    SQACPT.2
031600     END-IF.                                                      SQACPT.2
031700     STOP RUN.                                                    SQACPT.2
031800 OPEN-FILES.                                                      SQACPT.2
031900     ACCEPT WS-WINDOW-TO FROM DATE YYYYMMDD.                      SQACPT.2
032000     OPEN INPUT ACPT-CARD.                                        SQACPT.2
032100     OPEN OUTPUT PRINT-FILE.                                      SQACPT.2
032200     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQACPT.2
032300 LOAD-ONE-CARD.                                                   SQACPT.2
032400     READ ACPT-CARD                                               SQACPT.2
032500         AT END                                                   SQACPT.2
032600             MOVE "Y" TO WS-EOF-SW                                SQACPT.2
032700     END-READ.                                                    SQACPT.2
032800     IF NOT WS-EOF                                                SQACPT.2
032900         MOVE SPACE TO CEL-REASON                                 SQACPT.2
033000         EVALUATE AC-NAME                                         SQACPT.2
033100             WHEN "LEVELA  "                                      SQACPT.2
033200                 MOVE AC-OPERAND-1 TO WS-LEVEL-A                  SQACPT.2
033300             WHEN "LEVELB  "                                      SQACPT.2
033400                 MOVE AC-OPERAND-1 TO WS-LEVEL-B                  SQACPT.2
033500             WHEN "WINDOW  "                                      SQACPT.2
033600                 PERFORM LOAD-WINDOW-CARD                         SQACPT.2
033700             WHEN "PROGRAM "                                      SQACPT.2
033800                 PERFORM LOAD-PROGRAM-CARD                        SQACPT.2
033900             WHEN OTHER                                           SQACPT.2
034000                 MOVE "UNKNOWN CARD NAME" TO CEL-REASON           SQACPT.2
034100         END-EVALUATE                                             SQACPT.2
034200         IF CEL-REASON NOT EQUAL TO SPACE                         SQACPT.2
034300             MOVE ACPT-CARD-REC TO CEL-CARD-IMAGE                 SQACPT.2
034400             ADD 1 TO WS-CARDS-REJECTED                           SQACPT.2
034500             WRITE PRINT-REC FROM CARD-ERROR-LINE                 SQACPT.2
034600                 AFTER ADVANCING 1 LINE                           SQACPT.2
034700         END-IF                                                   SQACPT.2
034800     END-IF.                                                      SQACPT.2
034900 LOAD-WINDOW-CARD.                                                SQACPT.2
035000     IF AC-OPERAND-1-9 NOT NUMERIC                                SQACPT.2
035100        OR AC-OPERAND-2-9 NOT NUMERIC                             SQACPT.2
035200         MOVE "WINDOW DATES NOT NUMERIC" TO CEL-REASON            SQACPT.2
035300     ELSE                                                         SQACPT.2
035400         IF AC-OPERAND-1-9 GREATER THAN AC-OPERAND-2-9            SQACPT.2
035500             MOVE "WINDOW STARTS AFTER IT ENDS" TO CEL-REASON     SQACPT.2
035600         ELSE                                                     SQACPT.2
035700             MOVE AC-OPERAND-1-9 TO WS-WINDOW-FROM                SQACPT.2
035800             MOVE AC-OPERAND-2-9 TO WS-WINDOW-TO                  SQACPT.2
035900         END-IF                                                   SQACPT.2
036000     END-IF.                                                      SQACPT.2
036100 LOAD-PROGRAM-CARD.                                               SQACPT.2
036200     IF AC-OPERAND-1 EQUAL TO SPACE                               SQACPT.2
036300         MOVE "PROGRAM-ID IS MISSING" TO CEL-REASON               SQACPT.2
036400     ELSE                                                         SQACPT.2
036500         MOVE "Y" TO WS-PROGRAM-CARDS-SW                          SQACPT.2
036600         MOVE AC-OPERAND-1 TO WS-AM-PGM-ID                        SQACPT.2
036700         PERFORM FIND-SUITE-ENTRY                                 SQACPT.2
036800         IF WS-FOUND-SUB GREATER THAN ZERO                        SQACPT.2
036900             MOVE "Y" TO SU-IN-SUITE (WS-FOUND-SUB)               SQACPT.2
037000         END-IF                                                   SQACPT.2
037100     END-IF.                                                      SQACPT.2
037200 FIND-SUITE-ENTRY.                                                SQACPT.2
037300*    LOOKS WS-AM-PGM-ID UP IN THE SUITE TABLE, ADDING IT IF NEW;  SQACPT.2
037400*    WS-FOUND-SUB IS ZERO ONLY WHEN THE TABLE IS FULL.            SQACPT.2
037500     MOVE ZERO TO WS-FOUND-SUB.                                   SQACPT.2
037600     PERFORM MATCH-SUITE-ENTRY                                    SQACPT.2
037700         VARYING WS-SUITE-SUB FROM 1 BY 1                         SQACPT.2
037800         UNTIL WS-SUITE-SUB GREATER THAN WS-SUITE-COUNT           SQACPT.2
037900            OR WS-FOUND-SUB GREATER THAN ZERO.                    SQACPT.2
038000     IF WS-FOUND-SUB EQUAL TO ZERO                                SQACPT.2
038100         IF WS-SUITE-COUNT LESS THAN 100                          SQACPT.2
038200             ADD 1 TO WS-SUITE-COUNT                              SQACPT.2
038300             MOVE WS-SUITE-COUNT TO WS-FOUND-SUB                  SQACPT.2
038400             MOVE WS-AM-PGM-ID TO SU-PGM-ID (WS-FOUND-SUB)        SQACPT.2
038500             MOVE "N" TO SU-IN-SUITE (WS-FOUND-SUB)               SQACPT.2
038600             MOVE ZERO TO SU-B-RUNS (WS-FOUND-SUB)                SQACPT.2
038700             MOVE ZERO TO SU-CLEAN-DATE (WS-FOUND-SUB)            SQACPT.2
038800             MOVE ZERO TO SU-CLEAN-TIME (WS-FOUND-SUB)            SQACPT.2
038900             MOVE ZERO TO SU-CLEAN-OK (WS-FOUND-SUB)              SQACPT.2
039000             MOVE ZERO TO SU-LAST-DATE (WS-FOUND-SUB)             SQACPT.2
039100             MOVE ZERO TO SU-LAST-TIME (WS-FOUND-SUB)             SQACPT.2
039200             MOVE ZERO TO SU-LAST-FAIL (WS-FOUND-SUB)             SQACPT.2
039300             MOVE SPACE TO SU-LAST-ABORT (WS-FOUND-SUB)           SQACPT.2
039400             MOVE ZERO TO SU-WAIVED (WS-FOUND-SUB)                SQACPT.2
039500         ELSE                                                     SQACPT.2
039600             MOVE "Y" TO WS-TABLE-FULL-SW                         SQACPT.2
039700         END-IF                                                   SQACPT.2
039800     END-IF.                                                      SQACPT.2
039900 MATCH-SUITE-ENTRY.                                               SQACPT.2
040000     IF SU-PGM-ID (WS-SUITE-SUB) EQUAL TO WS-AM-PGM-ID            SQACPT.2
040100         MOVE WS-SUITE-SUB TO WS-FOUND-SUB                        SQACPT.2
040200     END-IF.                                                      SQACPT.2
040300 LOAD-SUITE-RUNS.                                                 SQACPT.2
040400*    RAW-DATA IS READ IN KEY ORDER, SO A PROGRAM'S RUNS ARRIVE    SQACPT.2
040500*    OLDEST FIRST AND ITS ALL-NINES CONTROL RECORD LAST; THE      SQACPT.2
040600*    LAST QUALIFYING RUN SEEN IS THE LATEST.                      SQACPT.2
040700     MOVE "N" TO WS-EOF-SW.                                       SQACPT.2
040800     OPEN INPUT RAW-DATA.                                         SQACPT.2
040900     IF RAW-DATA-STATUS NOT EQUAL TO "00"                         SQACPT.2
041000         MOVE "N" TO WS-RAW-DATA-SW                               SQACPT.2
041100         MOVE "Y" TO WS-EOF-SW                                    SQACPT.2
041200     END-IF.                                                      SQACPT.2
041300     PERFORM LOAD-ONE-RUN                                         SQACPT.2
041400         UNTIL WS-EOF.                                            SQACPT.2
041500     IF WS-RAW-DATA-OK                                            SQACPT.2
041600         CLOSE RAW-DATA                                           SQACPT.2
041700     END-IF.                                                      SQACPT.2
041800 LOAD-ONE-RUN.                                                    SQACPT.2
041900     READ RAW-DATA NEXT RECORD                                    SQACPT.2
042000         AT END                                                   SQACPT.2
042100             MOVE "Y" TO WS-EOF-SW                                SQACPT.2
042200     END-READ.                                                    SQACPT.2
042300     IF NOT WS-EOF                                                SQACPT.2
042400         MOVE RAW-DATA-PGM-ID TO WS-AM-PGM-ID                     SQACPT.2
042500         IF RAW-DATA-RUN-TIME EQUAL TO 99999999                   SQACPT.2
042600             IF NOT WS-PROGRAM-CARDS                              SQACPT.2
042700                 PERFORM FIND-SUITE-ENTRY                         SQACPT.2
042800                 IF WS-FOUND-SUB GREATER THAN ZERO                SQACPT.2
042900                     MOVE "Y" TO SU-IN-SUITE (WS-FOUND-SUB)       SQACPT.2
043000                 END-IF                                           SQACPT.2
043100             END-IF                                               SQACPT.2
043200         ELSE                                                     SQACPT.2
043300             IF C-COMPILER-LEVEL EQUAL TO WS-LEVEL-B              SQACPT.2
043400                AND RAW-DATA-RUN-DATE NOT LESS THAN WS-WINDOW-FROMSQACPT.2
043500                AND RAW-DATA-RUN-DATE                             SQACPT.2
043600                    NOT GREATER THAN WS-WINDOW-TO                 SQACPT.2
043700                 PERFORM NOTE-LEVEL-B-RUN                         SQACPT.2
043800             END-IF                                               SQACPT.2
043900         END-IF                                                   SQACPT.2
044000     END-IF.                                                      SQACPT.2
044100 NOTE-LEVEL-B-RUN.                                                SQACPT.2
044200     PERFORM FIND-SUITE-ENTRY.                                    SQACPT.2
044300     IF WS-FOUND-SUB GREATER THAN ZERO                            SQACPT.2
044400         ADD 1 TO SU-B-RUNS (WS-FOUND-SUB)                        SQACPT.2
044500         MOVE RAW-DATA-RUN-DATE TO SU-LAST-DATE (WS-FOUND-SUB)    SQACPT.2
044600         MOVE RAW-DATA-RUN-TIME TO SU-LAST-TIME (WS-FOUND-SUB)    SQACPT.2
044700         MOVE C-FAIL TO SU-LAST-FAIL (WS-FOUND-SUB)               SQACPT.2
044800         MOVE C-ABORT TO SU-LAST-ABORT (WS-FOUND-SUB)             SQACPT.2
044900         IF C-FAIL EQUAL TO ZERO                                  SQACPT.2
045000            AND C-ABORT EQUAL TO "OK.     "                       SQACPT.2
045100             MOVE RAW-DATA-RUN-DATE                               SQACPT.2
045200                 TO SU-CLEAN-DATE (WS-FOUND-SUB)                  SQACPT.2
045300             MOVE RAW-DATA-RUN-TIME                               SQACPT.2
045400                 TO SU-CLEAN-TIME (WS-FOUND-SUB)                  SQACPT.2
045500             MOVE C-OK TO SU-CLEAN-OK (WS-FOUND-SUB)              SQACPT.2
045600         END-IF                                                   SQACPT.2
045700     END-IF.                                                      SQACPT.2
045800 COMPARE-OUTCOMES.                                                SQACPT.2
045900*    THE AUDIT MASTER IS KEYED FEATURE / PARAGRAPH / RUN, SO      SQACPT.2
046000*    EACH TEST'S OUTCOMES ARRIVE TOGETHER AND OLDEST FIRST.       SQACPT.2
046100*    THEY ARE GATHERED PER PROGRAM AND COMPARED AT EACH CHANGE    SQACPT.2
046150*    OF TEST.                                                     SQACPT.2
046200     MOVE "OUTCOMES THAT DIFFER BETWEEN THE LEVELS:" TO SEC-TEXT. SQACPT.2
046300     WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.   SQACPT.2
046400     WRITE PRINT-REC FROM DIFF-HEAD-LINE AFTER ADVANCING 1 LINE.  SQACPT.2
046500     MOVE "N" TO WS-EOF-SW.                                       SQACPT.2
046600     MOVE ZERO TO WS-GROUP-COUNT.                                 SQACPT.2
046700     OPEN INPUT AUDIT-MASTER.                                     SQACPT.2
046800     IF AUDIT-MASTER-STATUS NOT EQUAL TO "00"                     SQACPT.2
046900         MOVE "N" TO WS-AUDIT-SW                                  SQACPT.2
047000         MOVE "Y" TO WS-EOF-SW                                    SQACPT.2
047100     END-IF.                                                      SQACPT.2
047200     PERFORM COMPARE-ONE-OUTCOME                                  SQACPT.2
047300         UNTIL WS-EOF.                                            SQACPT.2
047400     PERFORM CLOSE-TEST-GROUP.                                    SQACPT.2
047500     IF WS-DIFFERENCES EQUAL TO ZERO                              SQACPT.2
047600         MOVE "  NONE" TO PRINT-REC                               SQACPT.2
047700         WRITE PRINT-REC AFTER ADVANCING 1 LINE                   SQACPT.2
047800     END-IF.                                                      SQACPT.2
047900     IF WS-AUDIT-OK                                               SQACPT.2
048000         CLOSE AUDIT-MASTER                                       SQACPT.2
048100     END-IF.                                                      SQACPT.2
048200 COMPARE-ONE-OUTCOME.                                             SQACPT.2
048300     READ AUDIT-MASTER NEXT RECORD                                SQACPT.2
048400         AT END                                                   SQACPT.2
048500             MOVE "Y" TO WS-EOF-SW                                SQACPT.2
048600     END-READ.                                                    SQACPT.2
048700     IF NOT WS-EOF                                                SQACPT.2
048800         IF AM-FEATURE NOT EQUAL TO WS-GROUP-FEATURE              SQACPT.2
048900            OR AM-PAR-NAME NOT EQUAL TO WS-GROUP-PAR-NAME         SQACPT.2
049000             PERFORM CLOSE-TEST-GROUP                             SQACPT.2
049100             MOVE AM-FEATURE TO WS-GROUP-FEATURE                  SQACPT.2
049200             MOVE AM-PAR-NAME TO WS-GROUP-PAR-NAME                SQACPT.2
049300         END-IF                                                   SQACPT.2
049400         IF AM-COMPILER-LEVEL EQUAL TO WS-LEVEL-A                 SQACPT.2
049500             PERFORM NOTE-GROUP-OUTCOME                           SQACPT.2
049600         END-IF                                                   SQACPT.2
049700         IF AM-COMPILER-LEVEL EQUAL TO WS-LEVEL-B                 SQACPT.2
049800            AND AM-RUN-DATE NOT LESS THAN WS-WINDOW-FROM          SQACPT.2
049900            AND AM-RUN-DATE NOT GREATER THAN WS-WINDOW-TO         SQACPT.2
050000             PERFORM NOTE-GROUP-OUTCOME                           SQACPT.2
050100             PERFORM NOTE-CERTIFICATE-ITEM                        SQACPT.2
050200         END-IF                                                   SQACPT.2
050300     END-IF.                                                      SQACPT.2
050400 NOTE-GROUP-OUTCOME.                                              SQACPT.2
050500*    A TEST REPORTED MORE THAN ONCE IN ONE RUN KEEPS ITS          SQACPT.2
050550*    FAILURE.                                                     SQACPT.2
050600     MOVE AM-RUN-DATE TO WS-AM-RUN-DATE.                          SQACPT.2
050700     MOVE AM-RUN-TIME TO WS-AM-RUN-TIME.                          SQACPT.2
050800     MOVE ZERO TO WS-FOUND-SUB.                                   SQACPT.2
050900     PERFORM MATCH-GROUP-ENTRY                                    SQACPT.2
051000         VARYING WS-GROUP-SUB FROM 1 BY 1                         SQACPT.2
051100         UNTIL WS-GROUP-SUB GREATER THAN WS-GROUP-COUNT           SQACPT.2
051200            OR WS-FOUND-SUB GREATER THAN ZERO.                    SQACPT.2
051300     IF WS-FOUND-SUB EQUAL TO ZERO                                SQACPT.2
051400         IF WS-GROUP-COUNT LESS THAN 50                           SQACPT.2
051500             ADD 1 TO WS-GROUP-COUNT                              SQACPT.2
051600             MOVE WS-GROUP-COUNT TO WS-FOUND-SUB                  SQACPT.2
051700             MOVE AM-PGM-ID TO GT-PGM-ID (WS-FOUND-SUB)           SQACPT.2
051800             MOVE SPACE TO GT-A-OUTCOME (WS-FOUND-SUB)            SQACPT.2
051900             MOVE SPACE TO GT-A-RUN-KEY (WS-FOUND-SUB)            SQACPT.2
052000             MOVE SPACE TO GT-B-OUTCOME (WS-FOUND-SUB)            SQACPT.2
052100             MOVE SPACE TO GT-B-RUN-KEY (WS-FOUND-SUB)            SQACPT.2
052200         ELSE                                                     SQACPT.2
052300             MOVE "Y" TO WS-TABLE-FULL-SW                         SQACPT.2
052400         END-IF                                                   SQACPT.2
052500     END-IF.                                                      SQACPT.2
052600     IF WS-FOUND-SUB GREATER THAN ZERO                            SQACPT.2
052700         IF AM-COMPILER-LEVEL EQUAL TO WS-LEVEL-A                 SQACPT.2
052800             IF WS-AM-RUN-KEY                                     SQACPT.2
052900                    NOT EQUAL TO GT-A-RUN-KEY (WS-FOUND-SUB)      SQACPT.2
053000                OR GT-A-OUTCOME (WS-FOUND-SUB)                    SQACPT.2
053100                    NOT EQUAL TO "FAIL*"                          SQACPT.2
053200                 MOVE AM-OUTCOME TO GT-A-OUTCOME (WS-FOUND-SUB)   SQACPT.2
053300                 MOVE WS-AM-RUN-KEY TO GT-A-RUN-KEY (WS-FOUND-SUB)SQACPT.2
053400             END-IF                                               SQACPT.2
053500         ELSE                                                     SQACPT.2
053600             IF WS-AM-RUN-KEY                                     SQACPT.2
053700                    NOT EQUAL TO GT-B-RUN-KEY (WS-FOUND-SUB)      SQACPT.2
053800                OR GT-B-OUTCOME (WS-FOUND-SUB)                    SQACPT.2
053900                    NOT EQUAL TO "FAIL*"                          SQACPT.2
054000                 MOVE AM-OUTCOME TO GT-B-OUTCOME (WS-FOUND-SUB)   SQACPT.2
054100                 MOVE WS-AM-RUN-KEY TO GT-B-RUN-KEY (WS-FOUND-SUB)SQACPT.2
054200             END-IF                                               SQACPT.2
054300         END-IF                                                   SQACPT.2
054400     END-IF.                                                      SQACPT.2
054500 MATCH-GROUP-ENTRY.                                               SQACPT.2
054600     IF GT-PGM-ID (WS-GROUP-SUB) EQUAL TO AM-PGM-ID               SQACPT.2
054700         MOVE WS-GROUP-SUB TO WS-FOUND-SUB                        SQACPT.2
054800     END-IF.                                                      SQACPT.2
054900 CLOSE-TEST-GROUP.                                                SQACPT.2
055000     PERFORM COMPARE-GROUP-ENTRY                                  SQACPT.2
055100         VARYING WS-GROUP-SUB FROM 1 BY 1                         SQACPT.2
055200         UNTIL WS-GROUP-SUB GREATER THAN WS-GROUP-COUNT.          SQACPT.2
055300     MOVE ZERO TO WS-GROUP-COUNT.                                 SQACPT.2
055400 COMPARE-GROUP-ENTRY.                                             SQACPT.2
055500     IF GT-A-OUTCOME (WS-GROUP-SUB) EQUAL TO SPACE                SQACPT.2
055600         ADD 1 TO WS-ONLY-B                                       SQACPT.2
055700     ELSE                                                         SQACPT.2
055800         IF GT-B-OUTCOME (WS-GROUP-SUB) EQUAL TO SPACE            SQACPT.2
055900             ADD 1 TO WS-ONLY-A                                   SQACPT.2
056000         ELSE                                                     SQACPT.2
056100             ADD 1 TO WS-TESTS-COMPARED                           SQACPT.2
056200             IF GT-A-OUTCOME (WS-GROUP-SUB)                       SQACPT.2
056300                 NOT EQUAL TO GT-B-OUTCOME (WS-GROUP-SUB)         SQACPT.2
056400                 PERFORM PRINT-DIFFERENCE                         SQACPT.2
056500             END-IF                                               SQACPT.2
056600         END-IF                                                   SQACPT.2
056700     END-IF.                                                      SQACPT.2
056800 PRINT-DIFFERENCE.                                                SQACPT.2
056900     ADD 1 TO WS-DIFFERENCES.                                     SQACPT.2
057000     MOVE GT-PGM-ID (WS-GROUP-SUB) TO DL-PGM-ID.                  SQACPT.2
057100     MOVE WS-GROUP-FEATURE TO DL-FEATURE.                         SQACPT.2
057200     MOVE WS-GROUP-PAR-NAME TO DL-PAR-NAME.                       SQACPT.2
057300     MOVE GT-A-OUTCOME (WS-GROUP-SUB) TO DL-A-OUTCOME.            SQACPT.2
057400     MOVE GT-B-OUTCOME (WS-GROUP-SUB) TO DL-B-OUTCOME.            SQACPT.2
057500     MOVE GT-B-RUN-KEY (WS-GROUP-SUB) TO WS-AM-RUN-KEY.           SQACPT.2
057600     MOVE WS-AM-RUN-DATE TO DL-B-RUN-DATE.                        SQACPT.2
057700     MOVE WS-AM-RUN-TIME TO DL-B-RUN-TIME.                        SQACPT.2
057800     WRITE PRINT-REC FROM DIFF-LINE AFTER ADVANCING 1 LINE.       SQACPT.2
057900 NOTE-CERTIFICATE-ITEM.                                           SQACPT.2
058000*    A WAIVED OUTCOME OF A PROGRAM'S CERTIFIED RUN, OR A FAILURE  SQACPT.2
058100*    IN THE LATEST LEVEL B RUN OF A PROGRAM WITH NO CLEAN RUN,    SQACPT.2
058200*    IS HELD FOR THE CERTIFICATE SECTION.                         SQACPT.2
058300     MOVE AM-PGM-ID TO WS-AM-PGM-ID.                              SQACPT.2
058400     MOVE ZERO TO WS-FOUND-SUB.                                   SQACPT.2
058500     PERFORM MATCH-SUITE-ENTRY                                    SQACPT.2
058600         VARYING WS-SUITE-SUB FROM 1 BY 1                         SQACPT.2
058700         UNTIL WS-SUITE-SUB GREATER THAN WS-SUITE-COUNT           SQACPT.2
058800            OR WS-FOUND-SUB GREATER THAN ZERO.                    SQACPT.2
058900     IF WS-FOUND-SUB GREATER THAN ZERO                            SQACPT.2
059000         IF SU-CLEAN-DATE (WS-FOUND-SUB) GREATER THAN ZERO        SQACPT.2
059100             IF AM-OUTCOME EQUAL TO "WAIVD"                       SQACPT.2
059200                AND AM-RUN-DATE                                   SQACPT.2
059300                    EQUAL TO SU-CLEAN-DATE (WS-FOUND-SUB)         SQACPT.2
059400                AND AM-RUN-TIME                                   SQACPT.2
059500                    EQUAL TO SU-CLEAN-TIME (WS-FOUND-SUB)         SQACPT.2
059600                 ADD 1 TO SU-WAIVED (WS-FOUND-SUB)                SQACPT.2
059700                 MOVE "W" TO WS-ITEM-KIND                         SQACPT.2
059800                 PERFORM ADD-CERTIFICATE-ITEM                     SQACPT.2
059900             END-IF                                               SQACPT.2
060000         ELSE                                                     SQACPT.2
060100             IF AM-OUTCOME EQUAL TO "FAIL*"                       SQACPT.2
060200                AND AM-RUN-DATE                                   SQACPT.2
060300                    EQUAL TO SU-LAST-DATE (WS-FOUND-SUB)          SQACPT.2
060400                AND AM-RUN-TIME                                   SQACPT.2
060500                    EQUAL TO SU-LAST-TIME (WS-FOUND-SUB)          SQACPT.2
060600                 MOVE "B" TO WS-ITEM-KIND                         SQACPT.2
060700                 PERFORM ADD-CERTIFICATE-ITEM                     SQACPT.2
060800             END-IF                                               SQACPT.2
060900         END-IF                                                   SQACPT.2
061000     END-IF.                                                      SQACPT.2
061100 ADD-CERTIFICATE-ITEM.                                            SQACPT.2
061200     IF WS-ITEM-COUNT LESS THAN 500                               SQACPT.2
061300         ADD 1 TO WS-ITEM-COUNT                                   SQACPT.2
061400         MOVE WS-ITEM-KIND TO IT-KIND (WS-ITEM-COUNT)             SQACPT.2
061500         MOVE WS-AM-PGM-ID TO IT-PGM-ID (WS-ITEM-COUNT)           SQACPT.2
061600         MOVE AM-RUN-DATE TO IT-RUN-DATE (WS-ITEM-COUNT)          SQACPT.2
061700         MOVE AM-RUN-TIME TO IT-RUN-TIME (WS-ITEM-COUNT)          SQACPT.2
061800         MOVE AM-FEATURE TO IT-FEATURE (WS-ITEM-COUNT)            SQACPT.2
061900         MOVE AM-PAR-NAME TO IT-PAR-NAME (WS-ITEM-COUNT)          SQACPT.2
062000         MOVE AM-OUTCOME TO IT-OUTCOME (WS-ITEM-COUNT)            SQACPT.2
062100         MOVE AM-RE-MARK TO IT-RE-MARK (WS-ITEM-COUNT)            SQACPT.2
062200     ELSE                                                         SQACPT.2
062300         MOVE "Y" TO WS-TABLE-FULL-SW                             SQACPT.2
062400     END-IF.                                                      SQACPT.2
062500 PRINT-ACCEPTANCE.                                                SQACPT.2
062600     MOVE ZERO TO WS-IN-SUITE-COUNT.                              SQACPT.2
062700     MOVE ZERO TO WS-CERTIFIED-COUNT.                             SQACPT.2
062800     PERFORM COUNT-SUITE-ENTRY                                    SQACPT.2
062900         VARYING WS-SUITE-SUB FROM 1 BY 1                         SQACPT.2
063000         UNTIL WS-SUITE-SUB GREATER THAN WS-SUITE-COUNT.          SQACPT.2
063100     IF WS-IN-SUITE-COUNT GREATER THAN ZERO                       SQACPT.2
063200        AND WS-CERTIFIED-COUNT EQUAL TO WS-IN-SUITE-COUNT         SQACPT.2
063300        AND WS-RAW-DATA-OK                                        SQACPT.2
063400        AND WS-AUDIT-OK                                           SQACPT.2
063500        AND NOT WS-TABLE-FULL                                     SQACPT.2
063600         MOVE "Y" TO WS-ACCEPTED-SW                               SQACPT.2
063700     END-IF.                                                      SQACPT.2
063800     WRITE PRINT-REC FROM CERT-STAR-LINE AFTER ADVANCING PAGE.    SQACPT.2
063900     MOVE SPACE TO CL-TEXT.                                       SQACPT.2
064000     WRITE PRINT-REC FROM CERT-LINE AFTER ADVANCING 1 LINE.       SQACPT.2
064100     IF WS-ACCEPTED                                               SQACPT.2
064200         MOVE "COMPILER / RUNTIME LEVEL ACCEPTANCE CERTIFICATE"   SQACPT.2
064300             TO CL-TEXT                                           SQACPT.2
064400     ELSE                                                         SQACPT.2
064500         MOVE "COMPILER / RUNTIME LEVEL ACCEPTANCE FAILED"        SQACPT.2
064600             TO CL-TEXT                                           SQACPT.2
064700     END-IF.                                                      SQACPT.2
064800     WRITE PRINT-REC FROM CERT-LINE AFTER ADVANCING 1 LINE.       SQACPT.2
064900     MOVE SPACE TO CL-TEXT.                                       SQACPT.2
065000     WRITE PRINT-REC FROM CERT-LINE AFTER ADVANCING 1 LINE.       SQACPT.2
065100     MOVE SPACE TO CL-TEXT.                                       SQACPT.2
065200     IF WS-ACCEPTED                                               SQACPT.2
065300         STRING "LEVEL " WS-LEVEL-B                               SQACPT.2
065400                " IS ACCEPTED TO REPLACE LEVEL " WS-LEVEL-A       SQACPT.2
065500             DELIMITED BY SIZE INTO CL-TEXT                       SQACPT.2
065600     ELSE                                                         SQACPT.2
065700         STRING "LEVEL " WS-LEVEL-B                               SQACPT.2
065800                " IS NOT ACCEPTED TO REPLACE LEVEL " WS-LEVEL-A   SQACPT.2
065900             DELIMITED BY SIZE INTO CL-TEXT                       SQACPT.2
066000     END-IF.                                                      SQACPT.2
066100     WRITE PRINT-REC FROM CERT-LINE AFTER ADVANCING 1 LINE.       SQACPT.2
066200     MOVE SPACE TO CL-TEXT.                                       SQACPT.2
066300     STRING "ACCEPTANCE WINDOW " HL-WINDOW-FROM                   SQACPT.2
066400            " TO " HL-WINDOW-TO DELIMITED BY SIZE INTO CL-TEXT.   SQACPT.2
066500     WRITE PRINT-REC FROM CERT-LINE AFTER ADVANCING 1 LINE.       SQACPT.2
066600     MOVE SPACE TO CL-TEXT.                                       SQACPT.2
066700     MOVE WS-CERTIFIED-COUNT TO PL-COUNT-EDIT.                    SQACPT.2
066800     MOVE WS-IN-SUITE-COUNT TO PL-SUITE-EDIT.                     SQACPT.2
066900     STRING PL-COUNT-EDIT " PROGRAMS WITH A CLEAN RUN OUT OF "    SQACPT.2
067000            PL-SUITE-EDIT DELIMITED BY SIZE INTO CL-TEXT.         SQACPT.2
067100     WRITE PRINT-REC FROM CERT-LINE AFTER ADVANCING 1 LINE.       SQACPT.2
067200     MOVE SPACE TO CL-TEXT.                                       SQACPT.2
067300     WRITE PRINT-REC FROM CERT-LINE AFTER ADVANCING 1 LINE.       SQACPT.2
067400     WRITE PRINT-REC FROM CERT-STAR-LINE AFTER ADVANCING 1 LINE.  SQACPT.2
067500     MOVE "PROGRAMS OF THE SUITE:" TO SEC-TEXT.                   SQACPT.2
067600     WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.   SQACPT.2
067700     PERFORM PRINT-SUITE-ENTRY                                    SQACPT.2
067800         VARYING WS-SUITE-SUB FROM 1 BY 1                         SQACPT.2
067900         UNTIL WS-SUITE-SUB GREATER THAN WS-SUITE-COUNT.          SQACPT.2
068000     IF WS-ACCEPTED                                               SQACPT.2
068100         MOVE "W" TO WS-ITEM-KIND                                 SQACPT.2
068200         MOVE "WAIVED ITEMS IN THE CERTIFIED RUNS:" TO SEC-TEXT   SQACPT.2
068300     ELSE                                                         SQACPT.2
068400         MOVE "B" TO WS-ITEM-KIND                                 SQACPT.2
068500         MOVE "BLOCKING TESTS (FAILED IN THE LATEST LEVEL B RUN):"SQACPT.2
068600             TO SEC-TEXT                                          SQACPT.2
068700     END-IF.                                                      SQACPT.2
068800     WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.   SQACPT.2
068900     PERFORM PRINT-CERTIFICATE-ITEM                               SQACPT.2
069000         VARYING WS-ITEM-SUB FROM 1 BY 1                          SQACPT.2
069100         UNTIL WS-ITEM-SUB GREATER THAN WS-ITEM-COUNT.            SQACPT.2
069200     IF WS-ITEMS-PRINTED EQUAL TO ZERO                            SQACPT.2
069300         MOVE "    NONE" TO PRINT-REC                             SQACPT.2
069400         WRITE PRINT-REC AFTER ADVANCING 1 LINE                   SQACPT.2
069500     END-IF.                                                      SQACPT.2
069600 COUNT-SUITE-ENTRY.                                               SQACPT.2
069700     IF SU-IN-SUITE (WS-SUITE-SUB) EQUAL TO "Y"                   SQACPT.2
069800         ADD 1 TO WS-IN-SUITE-COUNT                               SQACPT.2
069900         IF SU-CLEAN-DATE (WS-SUITE-SUB) GREATER THAN ZERO        SQACPT.2
070000             ADD 1 TO WS-CERTIFIED-COUNT                          SQACPT.2
070100         END-IF                                                   SQACPT.2
070200     END-IF.                                                      SQACPT.2
070300 PRINT-SUITE-ENTRY.                                               SQACPT.2
070400*    PROGRAMS WITH LEVEL B RUNS BUT OUTSIDE THE SUITE (NOT NAMED  SQACPT.2
070500*    ON A PROGRAM CARD) ARE NOT SHOWN.                            SQACPT.2
070600     IF SU-IN-SUITE (WS-SUITE-SUB) EQUAL TO "Y"                   SQACPT.2
070700         MOVE SPACE TO PROGRAM-LINE                               SQACPT.2
070800         MOVE SU-PGM-ID (WS-SUITE-SUB) TO PL-PGM-ID               SQACPT.2
070900         IF SU-CLEAN-DATE (WS-SUITE-SUB) GREATER THAN ZERO        SQACPT.2
071000             MOVE "CERTIFIED" TO PL-STATUS                        SQACPT.2
071100             MOVE SU-CLEAN-DATE (WS-SUITE-SUB) TO PL-RUN-DATE     SQACPT.2
071200             MOVE SU-CLEAN-TIME (WS-SUITE-SUB) TO PL-RUN-TIME     SQACPT.2
071300             MOVE SU-WAIVED (WS-SUITE-SUB) TO PL-COUNT-EDIT       SQACPT.2
071400             STRING "CLEAN RUN, " PL-COUNT-EDIT " WAIVED"         SQACPT.2
071500                 DELIMITED BY SIZE INTO PL-NOTE                   SQACPT.2
071600         ELSE                                                     SQACPT.2
071700             MOVE "BLOCKED" TO PL-STATUS                          SQACPT.2
071800             IF SU-B-RUNS (WS-SUITE-SUB) EQUAL TO ZERO            SQACPT.2
071900                 MOVE "NO RUN UNDER LEVEL B IN THE WINDOW"        SQACPT.2
072000                     TO PL-NOTE                                   SQACPT.2
072100             ELSE                                                 SQACPT.2
072200                 MOVE SU-LAST-DATE (WS-SUITE-SUB) TO PL-RUN-DATE  SQACPT.2
072300                 MOVE SU-LAST-TIME (WS-SUITE-SUB) TO PL-RUN-TIME  SQACPT.2
072400                 IF SU-LAST-ABORT (WS-SUITE-SUB)                  SQACPT.2
072500                     NOT EQUAL TO "OK.     "                      SQACPT.2
072600                     MOVE "LATEST RUN DID NOT REACH CLOSE-FILES"  SQACPT.2
072700                         TO PL-NOTE                               SQACPT.2
072800                 ELSE                                             SQACPT.2
072900                     MOVE SU-LAST-FAIL (WS-SUITE-SUB)             SQACPT.2
073000                         TO PL-COUNT-EDIT                         SQACPT.2
073100                     STRING "LATEST RUN HAD " PL-COUNT-EDIT       SQACPT.2
073200                            " FAILURES" DELIMITED BY SIZE         SQACPT.2
073300                         INTO PL-NOTE                             SQACPT.2
073400                 END-IF                                           SQACPT.2
073500             END-IF                                               SQACPT.2
073600         END-IF                                                   SQACPT.2
073700         WRITE PRINT-REC FROM PROGRAM-LINE AFTER ADVANCING 1 LINE SQACPT.2
073800     END-IF.                                                      SQACPT.2
073900 PRINT-CERTIFICATE-ITEM.                                          SQACPT.2
074000     IF IT-KIND (WS-ITEM-SUB) EQUAL TO WS-ITEM-KIND               SQACPT.2
074100         ADD 1 TO WS-ITEMS-PRINTED                                SQACPT.2
074200         MOVE IT-PGM-ID (WS-ITEM-SUB) TO IL-PGM-ID                SQACPT.2
074300         MOVE IT-FEATURE (WS-ITEM-SUB) TO IL-FEATURE              SQACPT.2
074400         MOVE IT-PAR-NAME (WS-ITEM-SUB) TO IL-PAR-NAME            SQACPT.2
074500         MOVE IT-OUTCOME (WS-ITEM-SUB) TO IL-OUTCOME              SQACPT.2
074600         MOVE IT-RE-MARK (WS-ITEM-SUB) TO IL-RE-MARK              SQACPT.2
074700         WRITE PRINT-REC FROM ITEM-LINE AFTER ADVANCING 1 LINE    SQACPT.2
074800     END-IF.                                                      SQACPT.2
074900 CLOSE-FILES.                                                     SQACPT.2
075000     MOVE "TESTS RUN UNDER BOTH LEVELS =" TO SL-LITERAL.          SQACPT.2
075100     MOVE WS-TESTS-COMPARED TO SL-COUNT.                          SQACPT.2
075200     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.   SQACPT.2
075300     MOVE "OUTCOMES THAT DIFFER =" TO SL-LITERAL.                 SQACPT.2
075400     MOVE WS-DIFFERENCES TO SL-COUNT.                             SQACPT.2
075500     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQACPT.2
075600     MOVE "TESTS RUN UNDER LEVEL A ONLY =" TO SL-LITERAL.         SQACPT.2
075700     MOVE WS-ONLY-A TO SL-COUNT.                                  SQACPT.2
075800     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQACPT.2
075900     MOVE "TESTS RUN UNDER LEVEL B ONLY =" TO SL-LITERAL.         SQACPT.2
076000     MOVE WS-ONLY-B TO SL-COUNT.                                  SQACPT.2
076100     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQACPT.2
076200     MOVE "CARDS REJECTED =" TO SL-LITERAL.                       SQACPT.2
076300     MOVE WS-CARDS-REJECTED TO SL-COUNT.                          SQACPT.2
076400     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQACPT.2
076500     IF NOT WS-RAW-DATA-OK                                        SQACPT.2
076600         MOVE "** RAW-DATA WOULD NOT OPEN - NO RUNS FOUND"        SQACPT.2
076700             TO VL-TEXT                                           SQACPT.2
076800         WRITE PRINT-REC FROM VERDICT-LINE                        SQACPT.2
076900             AFTER ADVANCING 1 LINE                               SQACPT.2
077000     END-IF.                                                      SQACPT.2
077100     IF NOT WS-AUDIT-OK                                           SQACPT.2
077200         MOVE "** AUDIT MASTER WOULD NOT OPEN - NOTHING COMPARED" SQACPT.2
077300             TO VL-TEXT                                           SQACPT.2
077400         WRITE PRINT-REC FROM VERDICT-LINE                        SQACPT.2
077500             AFTER ADVANCING 1 LINE                               SQACPT.2
077600     END-IF.                                                      SQACPT.2
077700     IF WS-TABLE-FULL                                             SQACPT.2
077800         MOVE "** A SUITE, TEST OR ITEM TABLE IS FULL" TO VL-TEXT SQACPT.2
077900         WRITE PRINT-REC FROM VERDICT-LINE                        SQACPT.2
078000             AFTER ADVANCING 1 LINE                               SQACPT.2
078100     END-IF.                                                      SQACPT.2
078200     CLOSE PRINT-FILE.                                            SQACPT.2
