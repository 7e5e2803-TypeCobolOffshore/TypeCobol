000100 IDENTIFICATION DIVISION.                                         SQDIVR.2
000200 PROGRAM-ID.                                                      SQDIVR.2
000300     SQDIVR.                                                      SQDIVR.2
000400***************************************************************** SQDIVR.2
000500*                                                               * SQDIVR.2
000600*    CROSS-SYSTEM DIVERGENCE REPORT ON THE CONSOLIDATED RAW-    * SQDIVR.2
000700*    DATA HISTORY.  SQCONS MERGES THE HISTORY OF ALL THREE      * SQDIVR.2
000800*    SYSTEMS INTO ONE CENTRAL CLUSTER, SO EVERY SYSTEM'S RUN OF * SQDIVR.2
000900*    A PROGRAM ON A GIVEN NIGHT CAN BE SEEN SIDE BY SIDE.  FOR  * SQDIVR.2
001000*    EACH PROGRAM AND NIGHT (RUN DATE) RUN ON MORE THAN ONE     * SQDIVR.2
001100*    C-SYSTEM-ID THIS PROGRAM COMPARES THE OUTCOME ON EACH      * SQDIVR.2
001200*    SYSTEM - PASSED (NO FAILURES, CLOSE-FILES STAMP REACHED),  * SQDIVR.2
001300*    FAILED, OR ABORTED (CLOSE-FILES NOT REACHED) - AND         * SQDIVR.2
001400*    LISTS :-                                                   * SQDIVR.2
001500*                                                               * SQDIVR.2
001600*      - EVERY NIGHT WHOSE OUTCOMES DIVERGE BETWEEN SYSTEMS,    * SQDIVR.2
001700*        AND EVERY NIGHT WHOSE OUTCOMES AGREE BUT WHOSE PASS,   * SQDIVR.2
001800*        FAIL, DELETE OR INSPECT COUNTS DIFFER, WITH EACH       * SQDIVR.2
001900*        SYSTEM'S COUNTS, CLOSE-FILES STAMP AND COMPILER LEVEL; * SQDIVR.2
002000*      - UNDER EACH SUCH NIGHT, FROM THE AUDIT MASTER, EVERY    * SQDIVR.2
002100*        FEATURE / PARAGRAPH WHOSE OUTCOME DIFFERS BETWEEN THE  * SQDIVR.2
002200*        SYSTEMS' RUNS OF THAT NIGHT ("-----" WHERE A SYSTEM'S  * SQDIVR.2
002300*        RUN DID NOT REPORT THE TEST).                          * SQDIVR.2
002400*                                                               * SQDIVR.2
002500*    A SYSTEM THAT RAN A PROGRAM MORE THAN ONCE IN A NIGHT IS   * SQDIVR.2
002600*    REPRESENTED BY ITS LATEST RUN.  THE AUDIT MASTER CARRIES   * SQDIVR.2
002700*    NO SYSTEM ID; ITS OUTCOMES ARE TIED TO A SYSTEM THROUGH    * SQDIVR.2
002800*    THE RUN KEY (PROGRAM, RUN DATE, RUN TIME) ON THE CLUSTER.  * SQDIVR.2
002900*    A DIVERGENCE BETWEEN SYSTEMS USUALLY MEANS A CONFIGURATION * SQDIVR.2
003000*    OR RUNTIME DIFFERENCE RATHER THAN A CODE PROBLEM, AND GOES * SQDIVR.2
003100*    TO SYSTEMS SUPPORT, NOT TO THE OWNERS OF THE TESTS.        * SQDIVR.2
003200*                                                               * SQDIVR.2
003300*    SELECTION CARD (OPTIONAL) :-                               * SQDIVR.2
003400*      COLS  1-6  PROGRAM-ID (BLANK = EVERY PROGRAM)            * SQDIVR.2
003500*      COLS 11-18 RUN-DATE FROM (BLANK = NO LOWER BOUND)        * SQDIVR.2
003600*      COLS 20-27 RUN-DATE TO   (BLANK = NO UPPER BOUND)        * SQDIVR.2
003700*      COLS 41-60 RUN-DATE FROM AS A DATE EXPRESSION, WITH      * SQDIVR.2
003800*                 COLS 11-18 BLANK                              * SQDIVR.2
003900*      COLS 61-80 RUN-DATE TO AS A DATE EXPRESSION, WITH        * SQDIVR.2
004000*                 COLS 20-27 BLANK                              * SQDIVR.2
004100*    EXPRESSIONS (TODAY-1, BDAYS-5, MONTHEND-3, PERIOD-1 - SEE  * SQDIVR.2
004200*    SQDEXPRC) ARE RESOLVED AGAINST THE RUN DATE, A PERIOD TO   * SQDIVR.2
004300*    ITS START FOR FROM AND ITS END FOR TO.                     * SQDIVR.2
004400*                                                               * SQDIVR.2
004500*    RETURN CODE 4 WHEN ANY NIGHT IS LISTED, 8 IF AN EXPRESSION * SQDIVR.2
004600*    IS REJECTED (NOTHING IS COMPARED), THE CLUSTER OR THE      * SQDIVR.2
004700*    AUDIT MASTER WILL NOT OPEN, OR A TABLE OVERFLOWS.          * SQDIVR.2
004800*                                                               * SQDIVR.2
004900***************************************************************** SQDIVR.2
005000*                                                               * SQDIVR.2
005100*        X-CARDS USED BY THIS PROGRAM ARE :-                    * SQDIVR.2
005200*                                                               * SQDIVR.2
005300*            X-59   SELECTION CARD READER FILE (OPTIONAL)       * SQDIVR.2
005400*            X-17   CENTRAL RAW-DATA HISTORY CLUSTER (INDEXED)  * SQDIVR.2
005500*            X-72   AUDIT MASTER FILE (INDEXED)                 * SQDIVR.2
005600*            X-55   SYSTEM PRINTER                              * SQDIVR.2
005700*            X-82   SOURCE-COMPUTER                             * SQDIVR.2
005800*            X-83   OBJECT-COMPUTER                             * SQDIVR.2
005900*            X-84   LABEL RECORDS OPTION                        * SQDIVR.2
006000*                                                               * SQDIVR.2
006100***************************************************************** SQDIVR.2
006200 ENVIRONMENT DIVISION.                                            SQDIVR.2
006300 CONFIGURATION SECTION.                                           SQDIVR.2
006400 SOURCE-COMPUTER.                                                 SQDIVR.2
006500     XXXXX082.                                                    SQDIVR.2
006600 OBJECT-COMPUTER.                                                 SQDIVR.2
006700     XXXXX083.                                                    SQDIVR.2
006800 INPUT-OUTPUT SECTION.                                            SQDIVR.2
006900 FILE-CONTROL.                                                    SQDIVR.2
007000     SELECT OPTIONAL SEL-CARD ASSIGN TO                           SQDIVR.2
007100     XXXXX059.                                                    SQDIVR.2
007200     SELECT CENTRAL-RAW-DATA ASSIGN TO                            SQDIVR.2
007300     XXXXX017                                                     SQDIVR.2
007400            ORGANIZATION IS INDEXED                               SQDIVR.2
007500            ACCESS MODE IS SEQUENTIAL                             SQDIVR.2
007600            RECORD KEY IS RAW-DATA-KEY                            SQDIVR.2
007700            ALTERNATE RECORD KEY IS RAW-DATA-RUN-DATE             SQDIVR.2
007800            WITH DUPLICATES                                       SQDIVR.2
007900            FILE STATUS IS CENTRAL-STATUS.                        SQDIVR.2
008000     SELECT AUDIT-MASTER ASSIGN TO                                SQDIVR.2
008100     XXXXX072                                                     SQDIVR.2
008200            ORGANIZATION IS INDEXED                               SQDIVR.2
008300            ACCESS MODE IS SEQUENTIAL                             SQDIVR.2
008400            RECORD KEY IS AM-KEY                                  SQDIVR.2
008500            FILE STATUS IS AUDIT-MASTER-STATUS.                   SQDIVR.2
008600     SELECT PRINT-FILE ASSIGN TO                                  SQDIVR.2
008700     XXXXX055.                                                    SQDIVR.2
008800 DATA DIVISION.                                                   SQDIVR.2
008900 FILE SECTION.                                                    SQDIVR.2
009000 FD  SEL-CARD                                                     SQDIVR.2
009100     LABEL RECORDS                                                SQDIVR.2
009200     XXXXX084                                                     SQDIVR.2
009300     DATA RECORD IS SEL-CARD-REC                                  SQDIVR.2
009400               .                                                  SQDIVR.2
009500 01  SEL-CARD-REC.                                                SQDIVR.2
009600     05  SEL-PGM-ID          PIC X(6).                            SQDIVR.2
009700     05  FILLER              PIC X(4).                            SQDIVR.2
009800     05  SEL-DATE-FROM       PIC 9(8).                            SQDIVR.2
009900     05  SEL-DATE-FROM-X REDEFINES SEL-DATE-FROM PIC X(8).        SQDIVR.2
010000     05  FILLER              PIC X(1).                            SQDIVR.2
010100     05  SEL-DATE-TO         PIC 9(8).                            SQDIVR.2
010200     05  SEL-DATE-TO-X   REDEFINES SEL-DATE-TO   PIC X(8).        SQDIVR.2
010300     05  FILLER              PIC X(13).                           SQDIVR.2
010400     05  SEL-FROM-EXPRESSION PIC X(20).                           SQDIVR.2
010500     05  SEL-TO-EXPRESSION   PIC X(20).                           SQDIVR.2
010600 FD  CENTRAL-RAW-DATA.                                            SQDIVR.2
010700     COPY SQRAWREC.                                               SQDIVR.2
010800 FD  AUDIT-MASTER.                                                SQDIVR.2
010900 01  AUDIT-MASTER-SATZ.                                           SQDIVR.2
011000     02  AM-KEY.                                                  SQDIVR.2
011100         03  AM-FEATURE     PIC X(24).                            SQDIVR.2
011200         03  AM-PAR-NAME    PIC X(20).                            SQDIVR.2
011300         03  AM-RUN-DATE    PIC 9(8).                             SQDIVR.2
011400         03  AM-RUN-TIME    PIC 9(8).                             SQDIVR.2
011500         03  AM-SEQ         PIC 9(3).                             SQDIVR.2
011600     02  AM-PGM-ID          PIC X(9).                             SQDIVR.2
011700     02  AM-OUTCOME         PIC X(5).                             SQDIVR.2
011800     02  AM-RE-MARK         PIC X(61).                            SQDIVR.2
011900     02  AM-COMPILER-LEVEL  PIC X(8).                             SQDIVR.2
012000 FD  PRINT-FILE                                                   SQDIVR.2
012100     LABEL RECORDS                                                SQDIVR.2
012200     XXXXX084                                                     SQDIVR.2
012300     DATA RECORD IS PRINT-REC DUMMY-RECORD                        SQDIVR.2
012400               .                                                  SQDIVR.2
012500 01  PRINT-REC PICTURE X(120).                                    SQDIVR.2
012600 01  DUMMY-RECORD PICTURE X(120).                                 SQDIVR.2
012700 WORKING-STORAGE SECTION.                                         SQDIVR.2
012800 01  WS-EOF-SW              PIC X VALUE "N".                      SQDIVR.2
012900     88  WS-EOF                   VALUE "Y".                      SQDIVR.2
013000 01  CENTRAL-STATUS         PIC XX VALUE "00".                    SQDIVR.2
013100 01  AUDIT-MASTER-STATUS    PIC XX VALUE "00".                    SQDIVR.2
013200 01  WS-CENTRAL-SW          PIC X VALUE "Y".                      SQDIVR.2
013300     88  WS-CENTRAL-OK            VALUE "Y".                      SQDIVR.2
013400 01  WS-AUDIT-SW            PIC X VALUE "Y".                      SQDIVR.2
013500     88  WS-AUDIT-OK              VALUE "Y".                      SQDIVR.2
013600 01  WS-TABLE-FULL-SW       PIC X VALUE "N".                      SQDIVR.2
013700     88  WS-TABLE-FULL            VALUE "Y".                      SQDIVR.2
013800 01  WS-DIFFER-SW           PIC X VALUE "N".                      SQDIVR.2
013900     88  WS-OUTCOMES-DIFFER       VALUE "Y".                      SQDIVR.2
014000 01  WS-PGM-ID              PIC X(6) VALUE SPACE.                 SQDIVR.2
014100 01  WS-DATE-FROM           PIC 9(8) VALUE ZERO.                  SQDIVR.2
014200 01  WS-DATE-TO             PIC 9(8) VALUE 99999999.              SQDIVR.2
014300 01  WS-RUN-DATE            PIC 9(8).                             SQDIVR.2
014400 01  WS-EXPRESSION-ERRORS   PIC 9(3) COMP VALUE ZERO.             SQDIVR.2
014500     COPY SQDEXPRC.                                               SQDIVR.2
014600 01  WS-NIGHT-COUNT         PIC 9(4) COMP VALUE ZERO.             SQDIVR.2
014700 01  WS-NIGHT-SUB           PIC 9(4) COMP VALUE ZERO.             SQDIVR.2
014800 01  WS-FOUND-NIGHT         PIC 9(4) COMP VALUE ZERO.             SQDIVR.2
014900 01  WS-SYS-SUB             PIC 9(4) COMP VALUE ZERO.             SQDIVR.2
015000 01  WS-FOUND-SYS           PIC 9(4) COMP VALUE ZERO.             SQDIVR.2
015100 01  WS-GROUP-COUNT         PIC 9(4) COMP VALUE ZERO.             SQDIVR.2
015200 01  WS-GROUP-SUB           PIC 9(4) COMP VALUE ZERO.             SQDIVR.2
015300 01  WS-FOUND-GROUP         PIC 9(4) COMP VALUE ZERO.             SQDIVR.2
015400 01  WS-ITEM-COUNT          PIC 9(4) COMP VALUE ZERO.             SQDIVR.2
015500 01  WS-ITEM-SUB            PIC 9(4) COMP VALUE ZERO.             SQDIVR.2
015600 01  WS-RUNS-READ           PIC 9(7) COMP VALUE ZERO.             SQDIVR.2
015700 01  WS-NIGHTS-COMPARED     PIC 9(7) COMP VALUE ZERO.             SQDIVR.2
015800 01  WS-NIGHTS-ONE-SYSTEM   PIC 9(7) COMP VALUE ZERO.             SQDIVR.2
015900 01  WS-NIGHTS-DIVERGED     PIC 9(7) COMP VALUE ZERO.             SQDIVR.2
016000 01  WS-NIGHTS-COUNTS       PIC 9(7) COMP VALUE ZERO.             SQDIVR.2
016100 01  WS-TESTS-DIFFER        PIC 9(7) COMP VALUE ZERO.             SQDIVR.2
016200 01  WS-GROUP-KEY.                                                SQDIVR.2
016300     05  WS-GROUP-FEATURE    PIC X(24) VALUE SPACE.               SQDIVR.2
016400     05  WS-GROUP-PAR-NAME   PIC X(20) VALUE SPACE.               SQDIVR.2
016500*    THE PROGRAM AND NIGHT NOW BEING READ FROM THE CLUSTER, WITH  SQDIVR.2
016600*    THE LATEST RUN OF EACH SYSTEM.  CS-CLASS IS "PASSED",        SQDIVR.2
016700*    "FAILED" OR "ABORT ".  A LISTED NIGHT IS COPIED WHOLE TO     SQDIVR.2
016800*    THE NIGHT TABLE, WHICH HAS THE SAME LAYOUT.                  SQDIVR.2
016900 01  CUR-NIGHT.                                                   SQDIVR.2
017000     05  CN-PGM-ID           PIC X(6).                            SQDIVR.2
017100     05  CN-RUN-DATE         PIC 9(8).                            SQDIVR.2
017200     05  CN-VERDICT          PIC X(1).                            SQDIVR.2
017300     05  CN-SYS-COUNT        PIC 9(4) COMP.                       SQDIVR.2
017400     05  CN-ITEMS            PIC 9(4) COMP.                       SQDIVR.2
017500     05  CN-SYSTEM OCCURS 3 TIMES.                                SQDIVR.2
017600         10  CS-SYSTEM-ID    PIC X(8).                            SQDIVR.2
017700         10  CS-RUN-TIME     PIC 9(8).                            SQDIVR.2
017800         10  CS-CLASS        PIC X(6).                            SQDIVR.2
017900         10  CS-COUNTS.                                           SQDIVR.2
018000             15  CS-OK       PIC 999.                             SQDIVR.2
018100             15  CS-FAIL     PIC 999.                             SQDIVR.2
018200             15  CS-DELETED  PIC 999.                             SQDIVR.2
018300             15  CS-INSPECT  PIC 999.                             SQDIVR.2
018400         10  CS-ABORT        PIC X(8).                            SQDIVR.2
018500         10  CS-LEVEL        PIC X(8).                            SQDIVR.2
018600*    THE LISTED NIGHTS.  NT-VERDICT "D" - OUTCOMES DIVERGE, "C"   SQDIVR.2
018700*    - OUTCOMES AGREE BUT THE COUNTS DIFFER.                      SQDIVR.2
018800 01  NIGHT-TABLE.                                                 SQDIVR.2
018900     05  NIGHT-ENTRY OCCURS 200 TIMES.                            SQDIVR.2
019000         10  NT-PGM-ID           PIC X(6).                        SQDIVR.2
019100         10  NT-RUN-DATE         PIC 9(8).                        SQDIVR.2
019200         10  NT-VERDICT          PIC X(1).                        SQDIVR.2
019300         10  NT-SYS-COUNT        PIC 9(4) COMP.                   SQDIVR.2
019400         10  NT-ITEMS            PIC 9(4) COMP.                   SQDIVR.2
019500         10  NT-SYSTEM OCCURS 3 TIMES.                            SQDIVR.2
019600             15  NS-SYSTEM-ID    PIC X(8).                        SQDIVR.2
019700             15  NS-RUN-TIME     PIC 9(8).                        SQDIVR.2
019800             15  NS-CLASS        PIC X(6).                        SQDIVR.2
019900             15  NS-COUNTS       PIC X(12).                       SQDIVR.2
020000             15  NS-ABORT        PIC X(8).                        SQDIVR.2
020100             15  NS-LEVEL        PIC X(8).                        SQDIVR.2
020200 01  NS-COUNTS-VIEW.                                              SQDIVR.2
020300     05  NSV-OK              PIC 999.                             SQDIVR.2
020400     05  NSV-FAIL            PIC 999.                             SQDIVR.2
020500     05  NSV-DELETED         PIC 999.                             SQDIVR.2
020600     05  NSV-INSPECT         PIC 999.                             SQDIVR.2
020700*    THE LISTED NIGHTS THAT RAN THE TEST NOW BEING READ FROM THE  SQDIVR.2
020800*    AUDIT MASTER, WITH THE OUTCOME ON EACH SYSTEM'S RUN.         SQDIVR.2
020900 01  GROUP-TABLE.                                                 SQDIVR.2
021000     05  GROUP-ENTRY OCCURS 200 TIMES.                            SQDIVR.2
021100         10  GT-NIGHT-SUB        PIC 9(4) COMP.                   SQDIVR.2
021200         10  GT-OUTCOMES.                                         SQDIVR.2
021300             15  GT-OUTCOME      PIC X(5) OCCURS 3 TIMES.         SQDIVR.2
021400*    THE TESTS THAT DIFFER, HELD UNTIL THE NIGHTS ARE PRINTED.    SQDIVR.2
021500 01  ITEM-TABLE.                                                  SQDIVR.2
021600     05  ITEM-ENTRY OCCURS 500 TIMES.                             SQDIVR.2
021700         10  IT-NIGHT-SUB        PIC 9(4) COMP.                   SQDIVR.2
021800         10  IT-FEATURE          PIC X(24).                       SQDIVR.2
021900         10  IT-PAR-NAME         PIC X(20).                       SQDIVR.2
022000         10  IT-OUTCOMES.                                         SQDIVR.2
022100             15  IT-OUTCOME      PIC X(5) OCCURS 3 TIMES.         SQDIVR.2
022200 01  HEAD-LINE-1.                                                 SQDIVR.2
022300     05  FILLER              PIC X(45) VALUE                      SQDIVR.2
022400         "CROSS-SYSTEM DIVERGENCE REPORT".                        SQDIVR.2
022500 01  HEAD-LINE-2.                                                 SQDIVR.2
022600     05  FILLER              PIC X(10) VALUE "PROGRAM = ".        SQDIVR.2
022700     05  HL-PGM-ID           PIC X(6).                            SQDIVR.2
022800     05  FILLER              PIC X(9)  VALUE "  FROM = ".         SQDIVR.2
022900     05  HL-DATE-FROM        PIC 9(8).                            SQDIVR.2
023000     05  FILLER              PIC X(7)  VALUE "  TO = ".           SQDIVR.2
023100     05  HL-DATE-TO          PIC 9(8).                            SQDIVR.2
023200 01  HEAD-LINE-3.                                                 SQDIVR.2
023300     05  FILLER              PIC X(52) VALUE                      SQDIVR.2
023400         "A DIVERGENCE BETWEEN SYSTEMS POINTS TO CONFIGURATION".  SQDIVR.2
023500     05  FILLER              PIC X(48) VALUE                      SQDIVR.2
023600         " OR RUNTIME - ESCALATE TO SYSTEMS SUPPORT".             SQDIVR.2
023700 01  EXPRESSION-NOTE-LINE.                                        SQDIVR.2
023800     05  FILLER              PIC X(2)  VALUE SPACE.               SQDIVR.2
023900     05  ENL-LABEL           PIC X(4).                            SQDIVR.2
024000     05  FILLER              PIC X(17) VALUE " DATE EXPRESSION ". SQDIVR.2
024100     05  ENL-EXPRESSION      PIC X(20).                           SQDIVR.2
024200     05  FILLER              PIC X(1)  VALUE SPACE.               SQDIVR.2
024300     05  ENL-RESULT          PIC X(76).                           SQDIVR.2
024400 01  FROM-NOTE-LINE         PIC X(120) VALUE SPACE.               SQDIVR.2
024500 01  TO-NOTE-LINE           PIC X(120) VALUE SPACE.               SQDIVR.2
024600 01  NIGHT-HEAD-LINE.                                             SQDIVR.2
024700     05  FILLER              PIC X(8)  VALUE "PROGRAM ".          SQDIVR.2
024800     05  NHL-PGM-ID          PIC X(6).                            SQDIVR.2
024900     05  FILLER              PIC X(8)  VALUE "  NIGHT ".          SQDIVR.2
025000     05  NHL-RUN-DATE        PIC 9(8).                            SQDIVR.2
025100     05  FILLER              PIC X(3)  VALUE " - ".               SQDIVR.2
025200     05  NHL-VERDICT         PIC X(40).                           SQDIVR.2
025300 01  SYSTEM-LINE.                                                 SQDIVR.2
025400     05  FILLER              PIC X(4)  VALUE SPACE.               SQDIVR.2
025500     05  FILLER              PIC X(7)  VALUE "SYSTEM ".           SQDIVR.2
025600     05  SYL-SYSTEM-ID       PIC X(8).                            SQDIVR.2
025700     05  FILLER              PIC X(5)  VALUE " RUN ".             SQDIVR.2
025800     05  SYL-RUN-TIME        PIC 9(8).                            SQDIVR.2
025900     05  FILLER              PIC X(2)  VALUE SPACE.               SQDIVR.2
026000     05  SYL-CLASS           PIC X(6).                            SQDIVR.2
026100     05  FILLER              PIC X(6)  VALUE "  OK =".            SQDIVR.2
026200     05  SYL-OK              PIC ZZ9.                             SQDIVR.2
026300     05  FILLER              PIC X(8)  VALUE "  FAIL =".          SQDIVR.2
026400     05  SYL-FAIL            PIC ZZ9.                             SQDIVR.2
026500     05  FILLER              PIC X(11) VALUE "  DELETED =".       SQDIVR.2
026600     05  SYL-DELETED         PIC ZZ9.                             SQDIVR.2
026700     05  FILLER              PIC X(11) VALUE "  INSPECT =".       SQDIVR.2
026800     05  SYL-INSPECT         PIC ZZ9.                             SQDIVR.2
026900     05  FILLER              PIC X(6)  VALUE "  END ".            SQDIVR.2
027000     05  SYL-ABORT           PIC X(8).                            SQDIVR.2
027100     05  FILLER              PIC X(8)  VALUE "  LEVEL ".          SQDIVR.2
027200     05  SYL-LEVEL           PIC X(8).                            SQDIVR.2
027300*    ONE LINE SERVES FOR THE DRILL-DOWN HEADING (SYSTEM IDS) AND  SQDIVR.2
027400*    ITS DETAIL (OUTCOMES).                                       SQDIVR.2
027500 01  DRILL-LINE.                                                  SQDIVR.2
027600     05  FILLER              PIC X(6).                            SQDIVR.2
027700     05  DRL-FEATURE         PIC X(24).                           SQDIVR.2
027800     05  FILLER              PIC X(1).                            SQDIVR.2
027900     05  DRL-PAR-NAME        PIC X(20).                           SQDIVR.2
028000     05  FILLER              PIC X(1).                            SQDIVR.2
028100     05  DRL-COLUMN          PIC X(10) OCCURS 3 TIMES.            SQDIVR.2
028200 01  NO-DETAIL-LINE.                                              SQDIVR.2
028300     05  FILLER              PIC X(6)  VALUE SPACE.               SQDIVR.2
028400     05  FILLER              PIC X(50) VALUE                      SQDIVR.2
028500         "NO TEST OUTCOME ON THE AUDIT MASTER DIFFERS".           SQDIVR.2
028600 01  SUMMARY-LINE.                                                SQDIVR.2
028700     05  SL-LITERAL          PIC X(30).                           SQDIVR.2
028800     05  SL-COUNT            PIC ZZZZZZ9.                         SQDIVR.2
028900 01  VERDICT-LINE.                                                SQDIVR.2
029000     05  VL-TEXT             PIC X(60).                           SQDIVR.2
029100 PROCEDURE DIVISION.                                              SQDIVR.2
029200 MAINLINE.                                                        SQDIVR.2
029300     PERFORM OPEN-FILES.                                          SQDIVR.2
029400     IF WS-EXPRESSION-ERRORS EQUAL TO ZERO                        SQDIVR.2
029500         PERFORM LOAD-NIGHTS                                      SQDIVR.2
029600         PERFORM DRILL-DOWN-OUTCOMES                              SQDIVR.2
029700         PERFORM PRINT-NIGHTS                                     SQDIVR.2
029800     END-IF.                                                      SQDIVR.2
029900     PERFORM CLOSE-FILES.                                         SQDIVR.2
030000     IF WS-NIGHT-COUNT GREATER THAN ZERO                          SQDIVR.2
030100         MOVE 4 TO RETURN-CODE                                    SQDIVR.2
030200     END-IF.                                                      SQDIVR.2
030300     IF WS-EXPRESSION-ERRORS GREATER THAN ZERO                    SQDIVR.2
030400        OR NOT WS-CENTRAL-OK                                      SQDIVR.2
030500        OR NOT WS-AUDIT-OK                                        SQDIVR.2
030600        OR WS-TABLE-FULL                                          SQDIVR.2
030700         MOVE 8 TO RETURN-CODE                                    SQDIVR.2
030800     END-IF.                                                      SQDIVR.2
030900     STOP RUN.                                                    SQDIVR.2
031000 OPEN-FILES.                                                      SQDIVR.2
031100     OPEN INPUT SEL-CARD.                                         SQDIVR.2
031200     READ SEL-CARD                                                SQDIVR.2
031300         AT END                                                   SQDIVR.2
031400             MOVE SPACE TO SEL-CARD-REC                           SQDIVR.2
031500     END-READ.                                                    SQDIVR.2
031600     CLOSE SEL-CARD.                                              SQDIVR.2
031700     IF SEL-PGM-ID NOT EQUAL TO SPACE                             SQDIVR.2
031800         MOVE SEL-PGM-ID TO WS-PGM-ID                             SQDIVR.2
031900     END-IF.                                                      SQDIVR.2
032000     IF SEL-DATE-FROM NUMERIC                                     SQDIVR.2
032100         MOVE SEL-DATE-FROM TO WS-DATE-FROM                       SQDIVR.2
032200     END-IF.                                                      SQDIVR.2
032300     IF SEL-DATE-TO NUMERIC                                       SQDIVR.2
032400        AND SEL-DATE-TO GREATER THAN ZERO                         SQDIVR.2
032500         MOVE SEL-DATE-TO TO WS-DATE-TO                           SQDIVR.2
032600     END-IF.                                                      SQDIVR.2
032700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       SQDIVR.2
032800     IF SEL-DATE-FROM-X EQUAL TO SPACE                            SQDIVR.2
032900        AND SEL-FROM-EXPRESSION NOT EQUAL TO SPACE                SQDIVR.2
033000         MOVE SEL-FROM-EXPRESSION TO DX-EXPRESSION                SQDIVR.2
033100         MOVE "S" TO DX-BOUNDARY                                  SQDIVR.2
033200         MOVE "FROM" TO ENL-LABEL                                 SQDIVR.2
033300         PERFORM RESOLVE-DATE-EXPRESSION                          SQDIVR.2
033400         MOVE DX-RESULT TO WS-DATE-FROM                           SQDIVR.2
033500         MOVE EXPRESSION-NOTE-LINE TO FROM-NOTE-LINE              SQDIVR.2
033600     END-IF.                                                      SQDIVR.2
033700     IF SEL-DATE-TO-X EQUAL TO SPACE                              SQDIVR.2
033800        AND SEL-TO-EXPRESSION NOT EQUAL TO SPACE                  SQDIVR.2
033900         MOVE SEL-TO-EXPRESSION TO DX-EXPRESSION                  SQDIVR.2
034000         MOVE "E" TO DX-BOUNDARY                                  SQDIVR.2
034100         MOVE "TO" TO ENL-LABEL                                   SQDIVR.2
034200         PERFORM RESOLVE-DATE-EXPRESSION                          SQDIVR.2
034300         MOVE DX-RESULT TO WS-DATE-TO                             SQDIVR.2
034400         MOVE EXPRESSION-NOTE-LINE TO TO-NOTE-LINE                SQDIVR.2
034500     END-IF.                                                      SQDIVR.2
034600     OPEN OUTPUT PRINT-FILE.                                      SQDIVR.2
034700     MOVE WS-PGM-ID TO HL-PGM-ID.                                 SQDIVR.2
034800     IF WS-PGM-ID EQUAL TO SPACE                                  SQDIVR.2
034900         MOVE "(ALL)" TO HL-PGM-ID                                SQDIVR.2
035000     END-IF.                                                      SQDIVR.2
035100     MOVE WS-DATE-FROM TO HL-DATE-FROM.                           SQDIVR.2
035200     MOVE WS-DATE-TO TO HL-DATE-TO.                               SQDIVR.2
035300     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQDIVR.2
035400     WRITE PRINT-REC FROM HEAD-LINE-2 AFTER ADVANCING 1 LINE.     SQDIVR.2
035500     IF FROM-NOTE-LINE NOT EQUAL TO SPACE                         SQDIVR.2
035600         WRITE PRINT-REC FROM FROM-NOTE-LINE                      SQDIVR.2
035700             AFTER ADVANCING 1 LINE                               SQDIVR.2
035800     END-IF.                                                      SQDIVR.2
035900     IF TO-NOTE-LINE NOT EQUAL TO SPACE                           SQDIVR.2
036000         WRITE PRINT-REC FROM TO-NOTE-LINE                        SQDIVR.2
036100             AFTER ADVANCING 1 LINE                               SQDIVR.2
036200     END-IF.                                                      SQDIVR.2
036300     WRITE PRINT-REC FROM HEAD-LINE-3 AFTER ADVANCING 2 LINES.    SQDIVR.2
036400 RESOLVE-DATE-EXPRESSION.                                         SQDIVR.2
036500     MOVE WS-RUN-DATE TO DX-BASE-DATE.                            SQDIVR.2
036600     CALL "4e9d0c72" USING DX-EXPRESSION DX-BASE-DATE DX-BOUNDARY SQDIVR.2
036700                           DX-RC DX-MESSAGE DX-RESULT.            SQDIVR.2
036800     MOVE DX-EXPRESSION TO ENL-EXPRESSION.                        SQDIVR.2
036900     MOVE SPACE TO ENL-RESULT.                                    SQDIVR.2
037000     IF DX-RC EQUAL TO ZERO                                       SQDIVR.2
037100         STRING "RESOLVED TO " DX-RESULT                          SQDIVR.2
037200             DELIMITED BY SIZE INTO ENL-RESULT                    SQDIVR.2
037300     ELSE                                                         SQDIVR.2
037400         STRING "REJECTED - " DX-MESSAGE                          SQDIVR.2
037500             DELIMITED BY SIZE INTO ENL-RESULT                    SQDIVR.2
037600         ADD 1 TO WS-EXPRESSION-ERRORS                            SQDIVR.2
037700     END-IF.                                                      SQDIVR.2
037800 LOAD-NIGHTS.                                                     SQDIVR.2
037900*    THE CLUSTER IS IN PROGRAM / RUN DATE / RUN TIME ORDER, SO A  SQDIVR.2
038000*    PROGRAM'S RUNS OF ONE NIGHT ARRIVE TOGETHER, OLDEST FIRST;   SQDIVR.2
038100*    THE LAST RUN SEEN FROM A SYSTEM IS ITS LATEST.  WITH A       SQDIVR.2
038200*    PROGRAM-ID THE READ STARTS AT ITS FIRST RUN IN RANGE.        SQDIVR.2
038300     MOVE "N" TO WS-EOF-SW.                                       SQDIVR.2
038400     MOVE SPACE TO CN-PGM-ID.                                     SQDIVR.2
038500     MOVE ZERO TO CN-RUN-DATE.                                    SQDIVR.2
038600     MOVE ZERO TO CN-SYS-COUNT.                                   SQDIVR.2
038700     OPEN INPUT CENTRAL-RAW-DATA.                                 SQDIVR.2
038800     IF CENTRAL-STATUS NOT EQUAL TO "00"                          SQDIVR.2
038900         MOVE "N" TO WS-CENTRAL-SW                                SQDIVR.2
039000         MOVE "Y" TO WS-EOF-SW                                    SQDIVR.2
039100     END-IF.                                                      SQDIVR.2
039200     IF WS-CENTRAL-OK                                             SQDIVR.2
039300        AND WS-PGM-ID NOT EQUAL TO SPACE                          SQDIVR.2
039400         MOVE WS-PGM-ID TO RAW-DATA-PGM-ID                        SQDIVR.2
039500         MOVE WS-DATE-FROM TO RAW-DATA-RUN-DATE                   SQDIVR.2
039600         MOVE ZERO TO RAW-DATA-RUN-TIME                           SQDIVR.2
039700         START CENTRAL-RAW-DATA KEY IS NOT LESS THAN RAW-DATA-KEY SQDIVR.2
039800             INVALID KEY                                          SQDIVR.2
039900                 MOVE "Y" TO WS-EOF-SW                            SQDIVR.2
040000         END-START                                                SQDIVR.2
040100     END-IF.                                                      SQDIVR.2
040200     PERFORM LOAD-ONE-RUN                                         SQDIVR.2
040300         UNTIL WS-EOF.                                            SQDIVR.2
040400     PERFORM CLOSE-NIGHT.                                         SQDIVR.2
040500     IF WS-CENTRAL-OK                                             SQDIVR.2
040600         CLOSE CENTRAL-RAW-DATA                                   SQDIVR.2
040700     END-IF.                                                      SQDIVR.2
040800 LOAD-ONE-RUN.                                                    SQDIVR.2
040900     READ CENTRAL-RAW-DATA NEXT RECORD                            SQDIVR.2
041000         AT END                                                   SQDIVR.2
041100             MOVE "Y" TO WS-EOF-SW                                SQDIVR.2
041200     END-READ.                                                    SQDIVR.2
041300     IF NOT WS-EOF                                                SQDIVR.2
041400        AND WS-PGM-ID NOT EQUAL TO SPACE                          SQDIVR.2
041500         IF RAW-DATA-PGM-ID NOT EQUAL TO WS-PGM-ID                SQDIVR.2
041600             MOVE "Y" TO WS-EOF-SW                                SQDIVR.2
041700         END-IF                                                   SQDIVR.2
041800     END-IF.                                                      SQDIVR.2
041900     IF NOT WS-EOF                                                SQDIVR.2
042000        AND RAW-DATA-RUN-TIME NOT EQUAL TO 99999999               SQDIVR.2
042100        AND RAW-DATA-RUN-DATE NOT LESS THAN WS-DATE-FROM          SQDIVR.2
042200        AND RAW-DATA-RUN-DATE NOT GREATER THAN WS-DATE-TO         SQDIVR.2
042300         ADD 1 TO WS-RUNS-READ                                    SQDIVR.2
042400         IF RAW-DATA-PGM-ID NOT EQUAL TO CN-PGM-ID                SQDIVR.2
042500            OR RAW-DATA-RUN-DATE NOT EQUAL TO CN-RUN-DATE         SQDIVR.2
042600             PERFORM CLOSE-NIGHT                                  SQDIVR.2
042700             MOVE RAW-DATA-PGM-ID TO CN-PGM-ID                    SQDIVR.2
042800             MOVE RAW-DATA-RUN-DATE TO CN-RUN-DATE                SQDIVR.2
042900             MOVE ZERO TO CN-SYS-COUNT                            SQDIVR.2
043000         END-IF                                                   SQDIVR.2
043100         PERFORM NOTE-SYSTEM-RUN                                  SQDIVR.2
043200     END-IF.                                                      SQDIVR.2
043300 NOTE-SYSTEM-RUN.                                                 SQDIVR.2
043400     MOVE ZERO TO WS-FOUND-SYS.                                   SQDIVR.2
043500     PERFORM MATCH-CURRENT-SYSTEM                                 SQDIVR.2
043600         VARYING WS-SYS-SUB FROM 1 BY 1                           SQDIVR.2
043700         UNTIL WS-SYS-SUB GREATER THAN CN-SYS-COUNT               SQDIVR.2
043800            OR WS-FOUND-SYS GREATER THAN ZERO.                    SQDIVR.2
043900     IF WS-FOUND-SYS EQUAL TO ZERO                                SQDIVR.2
044000         IF CN-SYS-COUNT LESS THAN 3                              SQDIVR.2
044100             ADD 1 TO CN-SYS-COUNT                                SQDIVR.2
044200             MOVE CN-SYS-COUNT TO WS-FOUND-SYS                    SQDIVR.2
044300             MOVE C-SYSTEM-ID TO CS-SYSTEM-ID (WS-FOUND-SYS)      SQDIVR.2
044400         ELSE                                                     SQDIVR.2
044500             MOVE "Y" TO WS-TABLE-FULL-SW                         SQDIVR.2
044600         END-IF                                                   SQDIVR.2
044700     END-IF.                                                      SQDIVR.2
044800     IF WS-FOUND-SYS GREATER THAN ZERO                            SQDIVR.2
044900         MOVE RAW-DATA-RUN-TIME TO CS-RUN-TIME (WS-FOUND-SYS)     SQDIVR.2
045000         MOVE C-OK TO CS-OK (WS-FOUND-SYS)                        SQDIVR.2
045100         MOVE C-FAIL TO CS-FAIL (WS-FOUND-SYS)                    SQDIVR.2
045200         MOVE C-DELETED TO CS-DELETED (WS-FOUND-SYS)              SQDIVR.2
045300         MOVE C-INSPECT TO CS-INSPECT (WS-FOUND-SYS)              SQDIVR.2
045400         MOVE C-ABORT TO CS-ABORT (WS-FOUND-SYS)                  SQDIVR.2
045500         MOVE C-COMPILER-LEVEL TO CS-LEVEL (WS-FOUND-SYS)         SQDIVR.2
045600         IF C-ABORT NOT EQUAL TO "OK.     "                       SQDIVR.2
045700             MOVE "ABORT " TO CS-CLASS (WS-FOUND-SYS)             SQDIVR.2
045800         ELSE                                                     SQDIVR.2
045900             IF C-FAIL GREATER THAN ZERO                          SQDIVR.2
046000                 MOVE "FAILED" TO CS-CLASS (WS-FOUND-SYS)         SQDIVR.2
046100             ELSE                                                 SQDIVR.2
046200                 MOVE "PASSED" TO CS-CLASS (WS-FOUND-SYS)         SQDIVR.2
046300             END-IF                                               SQDIVR.2
046400         END-IF                                                   SQDIVR.2
046500     END-IF.                                                      SQDIVR.2
046600 MATCH-CURRENT-SYSTEM.                                            SQDIVR.2
046700     IF CS-SYSTEM-ID (WS-SYS-SUB) EQUAL TO C-SYSTEM-ID            SQDIVR.2
046800         MOVE WS-SYS-SUB TO WS-FOUND-SYS                          SQDIVR.2
046900     END-IF.                                                      SQDIVR.2
047000 CLOSE-NIGHT.                                                     SQDIVR.2
047100     IF CN-SYS-COUNT EQUAL TO 1                                   SQDIVR.2
047200         ADD 1 TO WS-NIGHTS-ONE-SYSTEM                            SQDIVR.2
047300     END-IF.                                                      SQDIVR.2
047400     IF CN-SYS-COUNT GREATER THAN 1                               SQDIVR.2
047500         ADD 1 TO WS-NIGHTS-COMPARED                              SQDIVR.2
047600         MOVE SPACE TO CN-VERDICT                                 SQDIVR.2
047700         PERFORM COMPARE-NIGHT-SYSTEM                             SQDIVR.2
047800             VARYING WS-SYS-SUB FROM 2 BY 1                       SQDIVR.2
047900             UNTIL WS-SYS-SUB GREATER THAN CN-SYS-COUNT           SQDIVR.2
048000         IF CN-VERDICT NOT EQUAL TO SPACE                         SQDIVR.2
048100             PERFORM LIST-NIGHT                                   SQDIVR.2
048200         END-IF                                                   SQDIVR.2
048300     END-IF.                                                      SQDIVR.2
048400     MOVE ZERO TO CN-SYS-COUNT.                                   SQDIVR.2
048500 COMPARE-NIGHT-SYSTEM.                                            SQDIVR.2
048600     IF CS-CLASS (WS-SYS-SUB) NOT EQUAL TO CS-CLASS (1)           SQDIVR.2
048700         MOVE "D" TO CN-VERDICT                                   SQDIVR.2
048800     ELSE                                                         SQDIVR.2
048900         IF CS-COUNTS (WS-SYS-SUB) NOT EQUAL TO CS-COUNTS (1)     SQDIVR.2
049000            AND CN-VERDICT EQUAL TO SPACE                         SQDIVR.2
049100             MOVE "C" TO CN-VERDICT                               SQDIVR.2
049200         END-IF                                                   SQDIVR.2
049300     END-IF.                                                      SQDIVR.2
049400 LIST-NIGHT.                                                      SQDIVR.2
049500     IF CN-VERDICT EQUAL TO "D"                                   SQDIVR.2
049600         ADD 1 TO WS-NIGHTS-DIVERGED                              SQDIVR.2
049700     ELSE                                                         SQDIVR.2
049800         ADD 1 TO WS-NIGHTS-COUNTS                                SQDIVR.2
049900     END-IF.                                                      SQDIVR.2
050000     IF WS-NIGHT-COUNT LESS THAN 200                              SQDIVR.2
050100         ADD 1 TO WS-NIGHT-COUNT                                  SQDIVR.2
050200         MOVE ZERO TO CN-ITEMS                                    SQDIVR.2
050300         MOVE CUR-NIGHT TO NIGHT-ENTRY (WS-NIGHT-COUNT)           SQDIVR.2
050400     ELSE                                                         SQDIVR.2
050500         MOVE "Y" TO WS-TABLE-FULL-SW                             SQDIVR.2
050600     END-IF.                                                      SQDIVR.2
050700 DRILL-DOWN-OUTCOMES.                                             SQDIVR.2
050800*    THE AUDIT MASTER IS KEYED FEATURE / PARAGRAPH / RUN, SO      SQDIVR.2
050900*    EACH TEST'S OUTCOMES ARRIVE TOGETHER.  THOSE OF THE LISTED   SQDIVR.2
051000*    NIGHTS' RUNS ARE GATHERED PER NIGHT AND COMPARED AT EACH     SQDIVR.2
051100*    CHANGE OF TEST.  NOTHING IS READ WHEN NO NIGHT IS LISTED.    SQDIVR.2
051200     IF WS-NIGHT-COUNT GREATER THAN ZERO                          SQDIVR.2
051300         MOVE "N" TO WS-EOF-SW                                    SQDIVR.2
051400         MOVE ZERO TO WS-GROUP-COUNT                              SQDIVR.2
051500         OPEN INPUT AUDIT-MASTER                                  SQDIVR.2
051600         IF AUDIT-MASTER-STATUS NOT EQUAL TO "00"                 SQDIVR.2
051700             MOVE "N" TO WS-AUDIT-SW                              SQDIVR.2
051800             MOVE "Y" TO WS-EOF-SW                                SQDIVR.2
051900         END-IF                                                   SQDIVR.2
052000         PERFORM DRILL-DOWN-ONE-OUTCOME                           SQDIVR.2
052100             UNTIL WS-EOF                                         SQDIVR.2
052200         PERFORM CLOSE-TEST-GROUP                                 SQDIVR.2
052300         IF WS-AUDIT-OK                                           SQDIVR.2
052400             CLOSE AUDIT-MASTER                                   SQDIVR.2
052500         END-IF                                                   SQDIVR.2
052600     END-IF.                                                      SQDIVR.2
052700 DRILL-DOWN-ONE-OUTCOME.                                          SQDIVR.2
052800     READ AUDIT-MASTER NEXT RECORD                                SQDIVR.2
052900         AT END                                                   SQDIVR.2
053000             MOVE "Y" TO WS-EOF-SW                                SQDIVR.2
053100     END-READ.                                                    SQDIVR.2
053200     IF NOT WS-EOF                                                SQDIVR.2
053300         IF AM-FEATURE NOT EQUAL TO WS-GROUP-FEATURE              SQDIVR.2
053400            OR AM-PAR-NAME NOT EQUAL TO WS-GROUP-PAR-NAME         SQDIVR.2
053500             PERFORM CLOSE-TEST-GROUP                             SQDIVR.2
053600             MOVE AM-FEATURE TO WS-GROUP-FEATURE                  SQDIVR.2
053700             MOVE AM-PAR-NAME TO WS-GROUP-PAR-NAME                SQDIVR.2
053800         END-IF                                                   SQDIVR.2
053900         IF AM-RUN-DATE NOT LESS THAN WS-DATE-FROM                SQDIVR.2
054000            AND AM-RUN-DATE NOT GREATER THAN WS-DATE-TO           SQDIVR.2
054100             PERFORM NOTE-GROUP-OUTCOME                           SQDIVR.2
054200         END-IF                                                   SQDIVR.2
054300     END-IF.                                                      SQDIVR.2
054400 NOTE-GROUP-OUTCOME.                                              SQDIVR.2
054500*    THE OUTCOME COUNTS ONLY IF ITS RUN IS THE RUN OF A LISTED    SQDIVR.2
054600*    NIGHT ON ONE OF THE SYSTEMS.  A TEST REPORTED MORE THAN      SQDIVR.2
054700*    ONCE IN ONE RUN KEEPS ITS FAILURE.                           SQDIVR.2
054800     MOVE ZERO TO WS-FOUND-NIGHT.                                 SQDIVR.2
054900     PERFORM MATCH-NIGHT-ENTRY                                    SQDIVR.2
055000         VARYING WS-NIGHT-SUB FROM 1 BY 1                         SQDIVR.2
055100         UNTIL WS-NIGHT-SUB GREATER THAN WS-NIGHT-COUNT           SQDIVR.2
055200            OR WS-FOUND-NIGHT GREATER THAN ZERO.                  SQDIVR.2
055300     MOVE ZERO TO WS-FOUND-SYS.                                   SQDIVR.2
055400     IF WS-FOUND-NIGHT GREATER THAN ZERO                          SQDIVR.2
055500         PERFORM MATCH-NIGHT-SYSTEM                               SQDIVR.2
055600             VARYING WS-SYS-SUB FROM 1 BY 1                       SQDIVR.2
055700             UNTIL WS-SYS-SUB GREATER THAN                        SQDIVR.2
055800                   NT-SYS-COUNT (WS-FOUND-NIGHT)                  SQDIVR.2
055900                OR WS-FOUND-SYS GREATER THAN ZERO                 SQDIVR.2
056000     END-IF.                                                      SQDIVR.2
056100     IF WS-FOUND-SYS GREATER THAN ZERO                            SQDIVR.2
056200         PERFORM FIND-GROUP-ENTRY                                 SQDIVR.2
056300         IF WS-FOUND-GROUP GREATER THAN ZERO                      SQDIVR.2
056400             IF GT-OUTCOME (WS-FOUND-GROUP, WS-FOUND-SYS)         SQDIVR.2
056500                    NOT EQUAL TO "FAIL*"                          SQDIVR.2
056600                 MOVE AM-OUTCOME                                  SQDIVR.2
056700                     TO GT-OUTCOME (WS-FOUND-GROUP, WS-FOUND-SYS) SQDIVR.2
056800             END-IF                                               SQDIVR.2
056900         END-IF                                                   SQDIVR.2
057000     END-IF.                                                      SQDIVR.2
057100 MATCH-NIGHT-ENTRY.                                               SQDIVR.2
057200     IF NT-PGM-ID (WS-NIGHT-SUB) EQUAL TO AM-PGM-ID               SQDIVR.2
057300        AND NT-RUN-DATE (WS-NIGHT-SUB) EQUAL TO AM-RUN-DATE       SQDIVR.2
057400         MOVE WS-NIGHT-SUB TO WS-FOUND-NIGHT                      SQDIVR.2
057500     END-IF.                                                      SQDIVR.2
057600 MATCH-NIGHT-SYSTEM.                                              SQDIVR.2
057700     IF NS-RUN-TIME (WS-FOUND-NIGHT, WS-SYS-SUB)                  SQDIVR.2
057800            EQUAL TO AM-RUN-TIME                                  SQDIVR.2
057900         MOVE WS-SYS-SUB TO WS-FOUND-SYS                          SQDIVR.2
058000     END-IF.                                                      SQDIVR.2
058100 FIND-GROUP-ENTRY.                                                SQDIVR.2
058200     MOVE ZERO TO WS-FOUND-GROUP.                                 SQDIVR.2
058300     PERFORM MATCH-GROUP-ENTRY                                    SQDIVR.2
058400         VARYING WS-GROUP-SUB FROM 1 BY 1                         SQDIVR.2
058500         UNTIL WS-GROUP-SUB GREATER THAN WS-GROUP-COUNT           SQDIVR.2
058600            OR WS-FOUND-GROUP GREATER THAN ZERO.                  SQDIVR.2
058700     IF WS-FOUND-GROUP EQUAL TO ZERO                              SQDIVR.2
058800         IF WS-GROUP-COUNT LESS THAN 200                          SQDIVR.2
058900             ADD 1 TO WS-GROUP-COUNT                              SQDIVR.2
059000             MOVE WS-GROUP-COUNT TO WS-FOUND-GROUP                SQDIVR.2
059100             MOVE WS-FOUND-NIGHT TO GT-NIGHT-SUB (WS-FOUND-GROUP) SQDIVR.2
059200             MOVE SPACE TO GT-OUTCOMES (WS-FOUND-GROUP)           SQDIVR.2
059300         ELSE                                                     SQDIVR.2
059400             MOVE "Y" TO WS-TABLE-FULL-SW                         SQDIVR.2
059500         END-IF                                                   SQDIVR.2
059600     END-IF.                                                      SQDIVR.2
059700 MATCH-GROUP-ENTRY.                                               SQDIVR.2
059800     IF GT-NIGHT-SUB (WS-GROUP-SUB) EQUAL TO WS-FOUND-NIGHT       SQDIVR.2
059900         MOVE WS-GROUP-SUB TO WS-FOUND-GROUP                      SQDIVR.2
060000     END-IF.                                                      SQDIVR.2
060100 CLOSE-TEST-GROUP.                                                SQDIVR.2
060200     PERFORM COMPARE-GROUP-ENTRY                                  SQDIVR.2
060300         VARYING WS-GROUP-SUB FROM 1 BY 1                         SQDIVR.2
060400         UNTIL WS-GROUP-SUB GREATER THAN WS-GROUP-COUNT.          SQDIVR.2
060500     MOVE ZERO TO WS-GROUP-COUNT.                                 SQDIVR.2
060600 COMPARE-GROUP-ENTRY.                                             SQDIVR.2
060700     MOVE GT-NIGHT-SUB (WS-GROUP-SUB) TO WS-NIGHT-SUB.            SQDIVR.2
060800     MOVE "N" TO WS-DIFFER-SW.                                    SQDIVR.2
060900     PERFORM COMPARE-GROUP-OUTCOME                                SQDIVR.2
061000         VARYING WS-SYS-SUB FROM 2 BY 1                           SQDIVR.2
061100         UNTIL WS-SYS-SUB GREATER THAN                            SQDIVR.2
061200               NT-SYS-COUNT (WS-NIGHT-SUB).                       SQDIVR.2
061300     IF WS-OUTCOMES-DIFFER                                        SQDIVR.2
061400         PERFORM ADD-DRILL-ITEM                                   SQDIVR.2
061500     END-IF.                                                      SQDIVR.2
061600 COMPARE-GROUP-OUTCOME.                                           SQDIVR.2
061700     IF GT-OUTCOME (WS-GROUP-SUB, WS-SYS-SUB)                     SQDIVR.2
061800            NOT EQUAL TO GT-OUTCOME (WS-GROUP-SUB, 1)             SQDIVR.2
061900         MOVE "Y" TO WS-DIFFER-SW                                 SQDIVR.2
062000     END-IF.                                                      SQDIVR.2
062100 ADD-DRILL-ITEM.                                                  SQDIVR.2
062200     ADD 1 TO WS-TESTS-DIFFER.                                    SQDIVR.2
062300     IF WS-ITEM-COUNT LESS THAN 500                               SQDIVR.2
062400         ADD 1 TO WS-ITEM-COUNT                                   SQDIVR.2
062500         MOVE WS-NIGHT-SUB TO IT-NIGHT-SUB (WS-ITEM-COUNT)        SQDIVR.2
062600         MOVE WS-GROUP-FEATURE TO IT-FEATURE (WS-ITEM-COUNT)      SQDIVR.2
062700         MOVE WS-GROUP-PAR-NAME TO IT-PAR-NAME (WS-ITEM-COUNT)    SQDIVR.2
062800         MOVE GT-OUTCOMES (WS-GROUP-SUB)                          SQDIVR.2
062900             TO IT-OUTCOMES (WS-ITEM-COUNT)                       SQDIVR.2
063000         ADD 1 TO NT-ITEMS (WS-NIGHT-SUB)                         SQDIVR.2
063100     ELSE                                                         SQDIVR.2
063200         MOVE "Y" TO WS-TABLE-FULL-SW                             SQDIVR.2
063300     END-IF.                                                      SQDIVR.2
063400 PRINT-NIGHTS.                                                    SQDIVR.2
063500     IF WS-NIGHT-COUNT EQUAL TO ZERO                              SQDIVR.2
063600         MOVE "NO DIVERGENCE BETWEEN SYSTEMS" TO PRINT-REC        SQDIVR.2
063700         WRITE PRINT-REC AFTER ADVANCING 2 LINES                  SQDIVR.2
063800     END-IF.                                                      SQDIVR.2
063900     PERFORM PRINT-ONE-NIGHT                                      SQDIVR.2
064000         VARYING WS-NIGHT-SUB FROM 1 BY 1                         SQDIVR.2
064100         UNTIL WS-NIGHT-SUB GREATER THAN WS-NIGHT-COUNT.          SQDIVR.2
064200 PRINT-ONE-NIGHT.                                                 SQDIVR.2
064300     MOVE NT-PGM-ID (WS-NIGHT-SUB) TO NHL-PGM-ID.                 SQDIVR.2
064400     MOVE NT-RUN-DATE (WS-NIGHT-SUB) TO NHL-RUN-DATE.             SQDIVR.2
064500     IF NT-VERDICT (WS-NIGHT-SUB) EQUAL TO "D"                    SQDIVR.2
064600         MOVE "OUTCOMES DIVERGE BETWEEN SYSTEMS" TO NHL-VERDICT   SQDIVR.2
064700     ELSE                                                         SQDIVR.2
064800         MOVE "OUTCOMES AGREE, COUNTS DIFFER" TO NHL-VERDICT      SQDIVR.2
064900     END-IF.                                                      SQDIVR.2
065000     WRITE PRINT-REC FROM NIGHT-HEAD-LINE AFTER ADVANCING 2 LINES.SQDIVR.2
065100     PERFORM PRINT-NIGHT-SYSTEM                                   SQDIVR.2
065200         VARYING WS-SYS-SUB FROM 1 BY 1                           SQDIVR.2
065300         UNTIL WS-SYS-SUB GREATER THAN                            SQDIVR.2
065400               NT-SYS-COUNT (WS-NIGHT-SUB).                       SQDIVR.2
065500     IF WS-AUDIT-OK                                               SQDIVR.2
065600         MOVE SPACE TO DRILL-LINE                                 SQDIVR.2
065700         MOVE "FEATURE" TO DRL-FEATURE                            SQDIVR.2
065800         MOVE "PARAGRAPH" TO DRL-PAR-NAME                         SQDIVR.2
065900         PERFORM SET-DRILL-HEAD-COLUMN                            SQDIVR.2
066000             VARYING WS-SYS-SUB FROM 1 BY 1                       SQDIVR.2
066100             UNTIL WS-SYS-SUB GREATER THAN                        SQDIVR.2
066200                   NT-SYS-COUNT (WS-NIGHT-SUB)                    SQDIVR.2
066300         WRITE PRINT-REC FROM DRILL-LINE AFTER ADVANCING 2 LINES  SQDIVR.2
066400         PERFORM PRINT-DRILL-ITEM                                 SQDIVR.2
066500             VARYING WS-ITEM-SUB FROM 1 BY 1                      SQDIVR.2
066600             UNTIL WS-ITEM-SUB GREATER THAN WS-ITEM-COUNT         SQDIVR.2
066700         IF NT-ITEMS (WS-NIGHT-SUB) EQUAL TO ZERO                 SQDIVR.2
066800             WRITE PRINT-REC FROM NO-DETAIL-LINE                  SQDIVR.2
066900                 AFTER ADVANCING 1 LINE                           SQDIVR.2
067000         END-IF                                                   SQDIVR.2
067100     END-IF.                                                      SQDIVR.2
067200 PRINT-NIGHT-SYSTEM.                                              SQDIVR.2
067300     MOVE NS-SYSTEM-ID (WS-NIGHT-SUB, WS-SYS-SUB)                 SQDIVR.2
067400         TO SYL-SYSTEM-ID.                                        SQDIVR.2
067500     MOVE NS-RUN-TIME (WS-NIGHT-SUB, WS-SYS-SUB) TO SYL-RUN-TIME. SQDIVR.2
067600     MOVE NS-CLASS (WS-NIGHT-SUB, WS-SYS-SUB) TO SYL-CLASS.       SQDIVR.2
067700     MOVE NS-COUNTS (WS-NIGHT-SUB, WS-SYS-SUB) TO NS-COUNTS-VIEW. SQDIVR.2
067800     MOVE NSV-OK TO SYL-OK.                                       SQDIVR.2
067900     MOVE NSV-FAIL TO SYL-FAIL.                                   SQDIVR.2
068000     MOVE NSV-DELETED TO SYL-DELETED.                             SQDIVR.2
068100     MOVE NSV-INSPECT TO SYL-INSPECT.                             SQDIVR.2
068200     MOVE NS-ABORT (WS-NIGHT-SUB, WS-SYS-SUB) TO SYL-ABORT.       SQDIVR.2
068300     MOVE NS-LEVEL (WS-NIGHT-SUB, WS-SYS-SUB) TO SYL-LEVEL.       SQDIVR.2
068400     WRITE PRINT-REC FROM SYSTEM-LINE AFTER ADVANCING 1 LINE.     SQDIVR.2
068500 SET-DRILL-HEAD-COLUMN.                                           SQDIVR.2
068600     MOVE NS-SYSTEM-ID (WS-NIGHT-SUB, WS-SYS-SUB)                 SQDIVR.2
068700         TO DRL-COLUMN (WS-SYS-SUB).                              SQDIVR.2
068800 PRINT-DRILL-ITEM.                                                SQDIVR.2
068900     IF IT-NIGHT-SUB (WS-ITEM-SUB) EQUAL TO WS-NIGHT-SUB          SQDIVR.2
069000         MOVE SPACE TO DRILL-LINE                                 SQDIVR.2
069100         MOVE IT-FEATURE (WS-ITEM-SUB) TO DRL-FEATURE             SQDIVR.2
069200         MOVE IT-PAR-NAME (WS-ITEM-SUB) TO DRL-PAR-NAME           SQDIVR.2
069300         PERFORM SET-DRILL-OUTCOME-COLUMN                         SQDIVR.2
069400             VARYING WS-SYS-SUB FROM 1 BY 1                       SQDIVR.2
069500             UNTIL WS-SYS-SUB GREATER THAN                        SQDIVR.2
069600                   NT-SYS-COUNT (WS-NIGHT-SUB)                    SQDIVR.2
069700         WRITE PRINT-REC FROM DRILL-LINE AFTER ADVANCING 1 LINE   SQDIVR.2
069800     END-IF.                                                      SQDIVR.2
069900 SET-DRILL-OUTCOME-COLUMN.                                        SQDIVR.2
070000     IF IT-OUTCOME (WS-ITEM-SUB, WS-SYS-SUB) EQUAL TO SPACE       SQDIVR.2
070100         MOVE "-----" TO DRL-COLUMN (WS-SYS-SUB)                  SQDIVR.2
070200     ELSE                                                         SQDIVR.2
070300         MOVE IT-OUTCOME (WS-ITEM-SUB, WS-SYS-SUB)                SQDIVR.2
070400             TO DRL-COLUMN (WS-SYS-SUB)                           SQDIVR.2
070500     END-IF.                                                      SQDIVR.2
070600 CLOSE-FILES.                                                     SQDIVR.2
070700     MOVE "RUNS READ =" TO SL-LITERAL.                            SQDIVR.2
070800     MOVE WS-RUNS-READ TO SL-COUNT.                               SQDIVR.2
070900     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 3 LINES.   SQDIVR.2
071000     MOVE "NIGHTS ON MORE THAN 1 SYSTEM =" TO SL-LITERAL.         SQDIVR.2
071100     MOVE WS-NIGHTS-COMPARED TO SL-COUNT.                         SQDIVR.2
071200     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQDIVR.2
071300     MOVE "NIGHTS ON ONE SYSTEM ONLY =" TO SL-LITERAL.            SQDIVR.2
071400     MOVE WS-NIGHTS-ONE-SYSTEM TO SL-COUNT.                       SQDIVR.2
071500     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQDIVR.2
071600     MOVE "NIGHTS - OUTCOMES DIVERGE =" TO SL-LITERAL.            SQDIVR.2
071700     MOVE WS-NIGHTS-DIVERGED TO SL-COUNT.                         SQDIVR.2
071800     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQDIVR.2
071900     MOVE "NIGHTS - COUNTS DIFFER ONLY =" TO SL-LITERAL.          SQDIVR.2
072000     MOVE WS-NIGHTS-COUNTS TO SL-COUNT.                           SQDIVR.2
072100     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQDIVR.2
072200     MOVE "TESTS THAT DIFFER =" TO SL-LITERAL.                    SQDIVR.2
072300     MOVE WS-TESTS-DIFFER TO SL-COUNT.                            SQDIVR.2
072400     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQDIVR.2
072500     IF NOT WS-CENTRAL-OK                                         SQDIVR.2
072600         MOVE "** CENTRAL CLUSTER WOULD NOT OPEN - NO RUNS FOUND" SQDIVR.2
072700             TO VL-TEXT                                           SQDIVR.2
072800         WRITE PRINT-REC FROM VERDICT-LINE                        SQDIVR.2
072900             AFTER ADVANCING 1 LINE                               SQDIVR.2
073000     END-IF.                                                      SQDIVR.2
073100     IF NOT WS-AUDIT-OK                                           SQDIVR.2
073200         MOVE "** AUDIT MASTER WOULD NOT OPEN - NO DRILL-DOWN"    SQDIVR.2
073300             TO VL-TEXT                                           SQDIVR.2
073400         WRITE PRINT-REC FROM VERDICT-LINE                        SQDIVR.2
073500             AFTER ADVANCING 1 LINE                               SQDIVR.2
073600     END-IF.                                                      SQDIVR.2
073700     IF WS-TABLE-FULL                                             SQDIVR.2
073800         MOVE "** A SYSTEM, NIGHT, TEST OR ITEM TABLE IS FULL"    SQDIVR.2
073900             TO VL-TEXT                                           SQDIVR.2
074000         WRITE PRINT-REC FROM VERDICT-LINE                        SQDIVR.2
074100             AFTER ADVANCING 1 LINE                               SQDIVR.2
074200     END-IF.                                                      SQDIVR.2
074300     IF WS-EXPRESSION-ERRORS GREATER THAN ZERO                    SQDIVR.2
074400         MOVE "** DATE EXPRESSION REJECTED - NOTHING COMPARED"    SQDIVR.2
074500             TO VL-TEXT                                           SQDIVR.2
074600         WRITE PRINT-REC FROM VERDICT-LINE                        SQDIVR.2
074700             AFTER ADVANCING 1 LINE                               SQDIVR.2
074800     END-IF.                                                      SQDIVR.2
074900     CLOSE PRINT-FILE.                                            SQDIVR.2
