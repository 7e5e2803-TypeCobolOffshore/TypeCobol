000100 IDENTIFICATION DIVISION.                                         SQRTRC.2
000200 PROGRAM-ID.                                                      SQRTRC.2
000300     SQRTRC.                                                      SQRTRC.2
000400***************************************************************** SQRTRC.2
000500*                                                               * SQRTRC.2
000600*    REQUIREMENTS TRACEABILITY MATRIX OVER THE INDEXED AUDIT    * SQRTRC.2
000700*    MASTER BUILT BY SQAUDL.  THE MAINTAINED REQUIREMENTS FILE  * SQRTRC.2
000800*    (SEE COPYBOOK SQREQREC) MAPS EACH REQUIREMENT ID TO THE    * SQRTRC.2
000900*    FEATURE AND PARAGRAPH NAMES THE AUDIT MASTER ALREADY USES. * SQRTRC.2
001000*    EVERY REQUIREMENT IS LISTED WITH ITS LATEST OUTCOME, THE   * SQRTRC.2
001100*    DATE OF ITS LATEST RUN, THE DATE IT LAST PASSED AND HOW    * SQRTRC.2
001200*    MANY TESTS COVER IT, FOLLOWED BY THE TESTS THAT COVER IT.  * SQRTRC.2
001300*                                                               * SQRTRC.2
001400*    A TEST IS ONE FEATURE / PARAGRAPH PAIR ON THE MASTER.  THE * SQRTRC.2
001500*    LATEST OUTCOME OF A TEST IS ITS OUTCOME IN THE LAST RUN    * SQRTRC.2
001600*    THAT POSTED IT, AND THE LATEST OUTCOME OF A REQUIREMENT IS * SQRTRC.2
001700*    THE WORST OF THE LATEST OUTCOMES OF ITS TESTS - FAIL, THEN * SQRTRC.2
001800*    DELETED, THEN PASS - SO ONE TEST THAT HAS SINCE BROKEN     * SQRTRC.2
001900*    CANNOT HIDE BEHIND ANOTHER THAT STILL PASSES.              * SQRTRC.2
002000*                                                               * SQRTRC.2
002100*    A REQUIREMENT WITH NO TEST ON THE MASTER IS FLAGGED        * SQRTRC.2
002200*    "NO TEST"; ONE WITH NO PASS ON OR AFTER THE CUTOFF DATE IS * SQRTRC.2
002300*    FLAGGED "NO RECENT PASS".  RETURN CODE 4 WHEN ANY          * SQRTRC.2
002400*    REQUIREMENT IS FLAGGED, 8 WHEN THE CUTOFF EXPRESSION IS    * SQRTRC.2
002500*    REJECTED, THE REQUIREMENTS FILE IS MISSING, EMPTY OR WILL  * SQRTRC.2
002510*    NOT OPEN, OR IT OVERFLOWS THE TABLES - THE LISTING IS THEN * SQRTRC.2
002600*    INCOMPLETE AND IS NOT EVIDENCE.                            * SQRTRC.2
002700*                                                               * SQRTRC.2
002800*    THE LISTING IS MEANT TO BE FILED AS AUDIT EVIDENCE AS IT   * SQRTRC.2
002900*    STANDS: THE HEADING CARRIES THE RUN DATE AND TIME, THE     * SQRTRC.2
003000*    CUTOFF AND HOW IT WAS DERIVED AND THE EVIDENCE REFERENCE   * SQRTRC.2
003100*    FROM THE CARD, AND THE LISTING ENDS WITH ITS TOTALS AND AN * SQRTRC.2
003200*    END-OF-LISTING LINE SO A TRUNCATED COPY IS OBVIOUS.        * SQRTRC.2
003300*                                                               * SQRTRC.2
003400*    SELECTION CARD (OPTIONAL) :-                               * SQRTRC.2
003500*      COLS 1-4   PASS WINDOW IN DAYS (BLANK OR ZERO = 90)      * SQRTRC.2
003600*      COLS 6-35  EVIDENCE REFERENCE PRINTED ON THE HEADING     * SQRTRC.2
003700*      COLS 41-60 CUTOFF AS A DATE EXPRESSION, WITH COLS 1-4    * SQRTRC.2
003800*                 BLANK                                         * SQRTRC.2
003900*    WITHOUT AN EXPRESSION THE CUTOFF IS TODAY-N FOR A WINDOW   * SQRTRC.2
004000*    OF N DAYS.  EXPRESSIONS (TODAY-90, BDAYS-5, MONTHEND-3,    * SQRTRC.2
004100*    PERIOD-1 - SEE SQDEXPRC) ARE RESOLVED AGAINST THE RUN      * SQRTRC.2
004200*    DATE, A PERIOD TO ITS START.                               * SQRTRC.2
004300*                                                               * SQRTRC.2
004400***************************************************************** SQRTRC.2
004500*                                                               * SQRTRC.2
004600*      X-CARDS USED BY THIS PROGRAM ARE :-                      * SQRTRC.2
004700*                                                               * SQRTRC.2
004800*            X-59   SELECTION CARD READER FILE                  * SQRTRC.2
004900*            X-41   REQUIREMENTS FILE                           * SQRTRC.2
005000*            X-72   AUDIT MASTER FILE (INDEXED)                 * SQRTRC.2
005100*            X-55   SYSTEM PRINTER                              * SQRTRC.2
005200*            X-82   SOURCE-COMPUTER                             * SQRTRC.2
005300*            X-83   OBJECT-COMPUTER                             * SQRTRC.2
005400*            X-84   LABEL RECORDS OPTION                        * SQRTRC.2
005500*                                                               * SQRTRC.2
005600***************************************************************** SQRTRC.2
005700 ENVIRONMENT DIVISION.                                            SQRTRC.2
005800 CONFIGURATION SECTION.                                           SQRTRC.2
005900 SOURCE-COMPUTER.                                                 SQRTRC.2
006000     XXXXX082.                                                    SQRTRC.2
006100 OBJECT-COMPUTER.                                                 SQRTRC.2
006200     XXXXX083.                                                    SQRTRC.2
006300 INPUT-OUTPUT SECTION.                                            SQRTRC.2
006400 FILE-CONTROL.                                                    SQRTRC.2
006500     SELECT SEL-CARD ASSIGN TO                                    SQRTRC.2
006600     XXXXX059.                                                    SQRTRC.2
006700     SELECT OPTIONAL REQUIREMENTS-FILE ASSIGN TO                  SQRTRC.2
006800     XXXXX041                                                     SQRTRC.2
006900            ORGANIZATION IS SEQUENTIAL                            SQRTRC.2
007000            FILE STATUS IS REQUIREMENTS-STATUS.                   SQRTRC.2
007100     SELECT AUDIT-MASTER ASSIGN TO                                SQRTRC.2
007200     XXXXX072                                                     SQRTRC.2
007300            ORGANIZATION IS INDEXED                               SQRTRC.2
007400            ACCESS MODE IS SEQUENTIAL                             SQRTRC.2
007500            RECORD KEY IS AM-KEY.                                 SQRTRC.2
007600     SELECT PRINT-FILE ASSIGN TO                                  SQRTRC.2
007700     XXXXX055.                                                    SQRTRC.2
007800 DATA DIVISION.                                                   SQRTRC.2
007900 FILE SECTION.                                                    SQRTRC.2
008000 FD  SEL-CARD                                                     SQRTRC.2
008100     LABEL RECORDS                                                SQRTRC.2
008200     XXXXX084                                                     SQRTRC.2
008300     DATA RECORD IS SEL-CARD-REC                                  SQRTRC.2
008400               .                                                  SQRTRC.2
008500 01  SEL-CARD-REC.                                                SQRTRC.2
008600     05  SEL-WINDOW-DAYS     PIC 9(4).                            SQRTRC.2
008700     05  SEL-WINDOW-DAYS-X REDEFINES SEL-WINDOW-DAYS PIC X(4).    SQRTRC.2
008800     05  FILLER              PIC X(1).                            SQRTRC.2
008900     05  SEL-EVIDENCE-REF    PIC X(30).                           SQRTRC.2
009000     05  FILLER              PIC X(5).                            SQRTRC.2
009100     05  SEL-CUTOFF-EXPRESSION PIC X(20).                         SQRTRC.2
009200     05  FILLER              PIC X(20).                           SQRTRC.2
009300 FD  REQUIREMENTS-FILE                                            SQRTRC.2
009400     LABEL RECORDS ARE STANDARD.                                  SQRTRC.2
009500     COPY SQREQREC.                                               SQRTRC.2
009600 FD  AUDIT-MASTER.                                                SQRTRC.2
009700 01  AUDIT-MASTER-SATZ.                                           SQRTRC.2
009800     02  AM-KEY.                                                  SQRTRC.2
009900         03  AM-FEATURE     PIC X(24).                            SQRTRC.2
010000         03  AM-PAR-NAME    PIC X(20).                            SQRTRC.2
010100         03  AM-RUN-DATE    PIC 9(8).                             SQRTRC.2
010200         03  AM-RUN-TIME    PIC 9(8).                             SQRTRC.2
010300         03  AM-SEQ         PIC 9(3).                             SQRTRC.2
010400     02  AM-PGM-ID          PIC X(9).                             SQRTRC.2
010500     02  AM-OUTCOME         PIC X(5).                             SQRTRC.2
010600     02  AM-RE-MARK         PIC X(61).                            SQRTRC.2
010700     02  AM-COMPILER-LEVEL  PIC X(8).                             SQRTRC.2
010800 FD  PRINT-FILE                                                   SQRTRC.2
010900     LABEL RECORDS                                                SQRTRC.2
011000     XXXXX084                                                     SQRTRC.2
011100     DATA RECORD IS PRINT-REC DUMMY-RECORD                        SQRTRC.2
011200               .                                                  SQRTRC.2
011300 01  PRINT-REC PICTURE X(120).                                    SQRTRC.2
011400 01  DUMMY-RECORD PICTURE X(120).                                 SQRTRC.2
011500 WORKING-STORAGE SECTION.                                         SQRTRC.2
011600 01  WS-EOF-SW              PIC X VALUE "N".                      SQRTRC.2
011700     88  WS-EOF                   VALUE "Y".                      SQRTRC.2
011800 01  WS-GROUP-OPEN-SW       PIC X VALUE "N".                      SQRTRC.2
011900     88  WS-GROUP-OPEN            VALUE "Y".                      SQRTRC.2
012000 01  WS-FOUND-SW            PIC X VALUE "N".                      SQRTRC.2
012100     88  WS-FOUND                 VALUE "Y".                      SQRTRC.2
012200 01  WS-TABLE-FULL-SW       PIC X VALUE "N".                      SQRTRC.2
012300     88  WS-TABLE-FULL            VALUE "Y".                      SQRTRC.2
012310 01  WS-REQ-FILE-SW         PIC X VALUE "N".                      SQRTRC.2
012320     88  WS-REQ-FILE-OPEN         VALUE "Y".                      SQRTRC.2
012400 01  REQUIREMENTS-STATUS    PIC XX VALUE "00".                    SQRTRC.2
012500 01  WS-RUN-DATE            PIC 9(8).                             SQRTRC.2
012600 01  WS-RUN-TIME            PIC 9(8).                             SQRTRC.2
012700 01  WS-WINDOW-DAYS         PIC 9(4) VALUE 90.                    SQRTRC.2
012800 01  WS-CUTOFF-DATE         PIC 9(8) VALUE ZERO.                  SQRTRC.2
012900 01  WS-EXPRESSION-ERRORS   PIC 9(3) COMP VALUE ZERO.             SQRTRC.2
013000     COPY SQDEXPRC.                                               SQRTRC.2
013100 01  WS-CUR-PAIR.                                                 SQRTRC.2
013200     05  WS-CUR-FEATURE      PIC X(24).                           SQRTRC.2
013300     05  WS-CUR-PAR-NAME     PIC X(20).                           SQRTRC.2
013400 01  WS-CUR-STAMP.                                                SQRTRC.2
013500     05  WCS-DATE            PIC 9(8).                            SQRTRC.2
013600     05  WCS-TIME            PIC 9(8).                            SQRTRC.2
013700 01  WS-PAIR-STAMP          PIC X(16) VALUE SPACE.                SQRTRC.2
013800 01  WS-PAIR-LAST-RUN       PIC 9(8) VALUE ZERO.                  SQRTRC.2
013900 01  WS-PAIR-OUTCOME        PIC X(5) VALUE SPACE.                 SQRTRC.2
014000 01  WS-PAIR-LAST-PASS      PIC 9(8) VALUE ZERO.                  SQRTRC.2
014100 01  WS-REQ-COUNT           PIC 9(4) COMP VALUE ZERO.             SQRTRC.2
014200 01  WS-REQ-SUB             PIC 9(4) COMP VALUE ZERO.             SQRTRC.2
014300 01  WS-HIT-SUB             PIC 9(4) COMP VALUE ZERO.             SQRTRC.2
014400 01  WS-MAP-COUNT           PIC 9(4) COMP VALUE ZERO.             SQRTRC.2
014500 01  WS-MAP-SUB             PIC 9(4) COMP VALUE ZERO.             SQRTRC.2
014600 01  WS-OUTCOMES-READ       PIC 9(7) COMP VALUE ZERO.             SQRTRC.2
014700 01  WS-REQ-PASSING         PIC 9(5) COMP VALUE ZERO.             SQRTRC.2
014800 01  WS-NO-TEST-COUNT       PIC 9(5) COMP VALUE ZERO.             SQRTRC.2
014900 01  WS-NO-PASS-COUNT       PIC 9(5) COMP VALUE ZERO.             SQRTRC.2
015000 01  WS-LINES-IGNORED       PIC 9(5) COMP VALUE ZERO.             SQRTRC.2
015100 01  REQUIREMENT-TABLE.                                           SQRTRC.2
015200     05  REQ-ENTRY OCCURS 500 TIMES.                              SQRTRC.2
015300         10  RT-ID           PIC X(12).                           SQRTRC.2
015400         10  RT-CAPTION      PIC X(21).                           SQRTRC.2
015500         10  RT-TESTS        PIC 9(4) COMP.                       SQRTRC.2
015600         10  RT-LAST-PAIR    PIC X(44).                           SQRTRC.2
015700         10  RT-OUTCOME      PIC X(5).                            SQRTRC.2
015800         10  RT-LAST-RUN     PIC 9(8).                            SQRTRC.2
015900         10  RT-LAST-PASS    PIC 9(8).                            SQRTRC.2
016000 01  MAPPING-TABLE.                                               SQRTRC.2
016100     05  MAP-ENTRY OCCURS 1000 TIMES.                             SQRTRC.2
016200         10  MT-REQ-SUB      PIC 9(4) COMP.                       SQRTRC.2
016300         10  MT-FEATURE      PIC X(24).                           SQRTRC.2
016400         10  MT-PAR-NAME     PIC X(20).                           SQRTRC.2
016500         10  MT-TESTS        PIC 9(4) COMP.                       SQRTRC.2
016600 01  HEAD-LINE-1.                                                 SQRTRC.2
016700     05  FILLER              PIC X(34) VALUE                      SQRTRC.2
016800         "REQUIREMENTS TRACEABILITY MATRIX".                      SQRTRC.2
016900     05  FILLER              PIC X(10) VALUE "RUN DATE ".         SQRTRC.2
017000     05  HL-RUN-DATE         PIC 9(8).                            SQRTRC.2
017100     05  FILLER              PIC X(7)  VALUE "  TIME ".           SQRTRC.2
017200     05  HL-RUN-TIME         PIC 9(6).                            SQRTRC.2
017300 01  HEAD-LINE-2.                                                 SQRTRC.2
017400     05  FILLER              PIC X(37) VALUE                      SQRTRC.2
017500         "PASSES COUNTED ON OR AFTER CUTOFF = ".                  SQRTRC.2
017600     05  HL-CUTOFF-DATE      PIC 9(8).                            SQRTRC.2
017700 01  EXPRESSION-NOTE-LINE.                                        SQRTRC.2
017800     05  FILLER              PIC X(2)  VALUE SPACE.               SQRTRC.2
017900     05  ENL-LABEL           PIC X(6).                            SQRTRC.2
018000     05  FILLER              PIC X(17) VALUE " DATE EXPRESSION ". SQRTRC.2
018100     05  ENL-EXPRESSION      PIC X(20).                           SQRTRC.2
018200     05  FILLER              PIC X(1)  VALUE SPACE.               SQRTRC.2
018300     05  ENL-RESULT          PIC X(74).                           SQRTRC.2
018400 01  REFERENCE-LINE.                                              SQRTRC.2
018500     05  FILLER              PIC X(21) VALUE                      SQRTRC.2
018600         "EVIDENCE REFERENCE : ".                                 SQRTRC.2
018700     05  RFL-REFERENCE       PIC X(30).                           SQRTRC.2
018800 01  HEAD-LINE-3.                                                 SQRTRC.2
018900     05  FILLER              PIC X(13) VALUE "REQUIREMENT".       SQRTRC.2
019000     05  FILLER              PIC X(22) VALUE "CAPTION".           SQRTRC.2
019100     05  FILLER              PIC X(6)  VALUE "TESTS".             SQRTRC.2
019200     05  FILLER              PIC X(9)  VALUE "  LATEST".          SQRTRC.2
019300     05  FILLER              PIC X(10) VALUE "LAST RUN".          SQRTRC.2
019400     05  FILLER              PIC X(10) VALUE "LAST PASS".         SQRTRC.2
019500     05  FILLER              PIC X(4)  VALUE "FLAG".              SQRTRC.2
019600 01  DETAIL-LINE.                                                 SQRTRC.2
019700     05  DL-REQ-ID           PIC X(12).                           SQRTRC.2
019800     05  FILLER              PIC X(1)  VALUE SPACE.               SQRTRC.2
019900     05  DL-CAPTION          PIC X(21).                           SQRTRC.2
020000     05  FILLER              PIC X(1)  VALUE SPACE.               SQRTRC.2
020100     05  DL-TESTS            PIC ZZZZ9.                           SQRTRC.2
020200     05  FILLER              PIC X(3)  VALUE SPACE.               SQRTRC.2
020300     05  DL-OUTCOME          PIC X(7).                            SQRTRC.2
020400     05  FILLER              PIC X(2)  VALUE SPACE.               SQRTRC.2
020500     05  DL-LAST-RUN         PIC X(8).                            SQRTRC.2
020600     05  FILLER              PIC X(2)  VALUE SPACE.               SQRTRC.2
020700     05  DL-LAST-PASS        PIC X(8).                            SQRTRC.2
020800     05  FILLER              PIC X(2)  VALUE SPACE.               SQRTRC.2
020900     05  DL-FLAG             PIC X(14).                           SQRTRC.2
021000 01  MAPPING-LINE.                                                SQRTRC.2
021100     05  FILLER              PIC X(5)  VALUE SPACE.               SQRTRC.2
021200     05  FILLER              PIC X(11) VALUE "COVERED BY ".       SQRTRC.2
021300     05  ML-FEATURE          PIC X(24).                           SQRTRC.2
021400     05  FILLER              PIC X(1)  VALUE SPACE.               SQRTRC.2
021500     05  ML-PAR-NAME         PIC X(20).                           SQRTRC.2
021600     05  FILLER              PIC X(1)  VALUE SPACE.               SQRTRC.2
021700     05  ML-TESTS            PIC ZZZZ9.                           SQRTRC.2
021800     05  FILLER              PIC X(6)  VALUE " TESTS".            SQRTRC.2
021900 01  NONE-FOUND-LINE.                                             SQRTRC.2
022000     05  FILLER              PIC X(43) VALUE                      SQRTRC.2
022100         "** NO REQUIREMENTS ON THE REQUIREMENTS FILE".           SQRTRC.2
022110     05  FILLER              PIC X(18) VALUE                      SQRTRC.2
022115         " - NOT EVIDENCE **".                                    SQRTRC.2
022120 01  REQ-OPEN-ERROR-LINE.                                         SQRTRC.2
022130     05  FILLER              PIC X(49) VALUE                      SQRTRC.2
022140         "** REQUIREMENTS FILE WILL NOT OPEN - FILE STATUS ".     SQRTRC.2
022150     05  ROE-STATUS          PIC XX.                              SQRTRC.2
022200 01  TABLE-FULL-LINE.                                             SQRTRC.2
022300     05  FILLER              PIC X(42) VALUE                      SQRTRC.2
022400         "REQUIREMENTS FILE EXCEEDS 500 REQUIREMENTS".            SQRTRC.2
022500     05  FILLER              PIC X(42) VALUE                      SQRTRC.2
022600         " OR 1000 TEST LINES - LISTING INCOMPLETE".              SQRTRC.2
022700 01  SUMMARY-LINE.                                                SQRTRC.2
022800     05  SL-LITERAL          PIC X(40).                           SQRTRC.2
022900     05  SL-COUNT            PIC ZZZZZZ9.                         SQRTRC.2
023000 01  END-LINE.                                                    SQRTRC.2
023100     05  FILLER              PIC X(40) VALUE                      SQRTRC.2
023200         "*** END OF TRACEABILITY MATRIX ***".                    SQRTRC.2
023300 PROCEDURE DIVISION.                                              SQRTRC.2
023400 MAINLINE.                                                        SQRTRC.2
023500     PERFORM OPEN-FILES.                                          SQRTRC.2
023600     PERFORM LOAD-ONE-REQUIREMENT                                 SQRTRC.2
023700         UNTIL WS-EOF.                                            SQRTRC.2
023800     IF WS-REQ-FILE-OPEN                                          SQRTRC.2
023810         CLOSE REQUIREMENTS-FILE                                  SQRTRC.2
023820     END-IF.                                                      SQRTRC.2
023900     MOVE "N" TO WS-EOF-SW.                                       SQRTRC.2
024000     PERFORM PROCESS-ONE-OUTCOME                                  SQRTRC.2
024100         UNTIL WS-EOF.                                            SQRTRC.2
024200     PERFORM END-PAIR-GROUP.                                      SQRTRC.2
024300     PERFORM PRINT-ONE-REQUIREMENT                                SQRTRC.2
024400         VARYING WS-REQ-SUB FROM 1 BY 1                           SQRTRC.2
024500         UNTIL WS-REQ-SUB GREATER THAN WS-REQ-COUNT.              SQRTRC.2
024600     PERFORM CLOSE-FILES.                                         SQRTRC.2
024700     IF WS-NO-TEST-COUNT + WS-NO-PASS-COUNT GREATER THAN ZERO     SQRTRC.2
024800         MOVE 4 TO RETURN-CODE                                    SQRTRC.2
024900     END-IF.                                                      SQRTRC.2
025000     IF WS-EXPRESSION-ERRORS GREATER THAN ZERO                    SQRTRC.2
025100        OR WS-TABLE-FULL                                          SQRTRC.2
025150        OR WS-REQ-COUNT EQUAL TO ZERO                             SQRTRC.2
025200         MOVE 8 TO RETURN-CODE                                    SQRTRC.2
025300     END-IF.                                                      SQRTRC.2
025400     STOP RUN.                                                    SQRTRC.2
025500 OPEN-FILES.                                                      SQRTRC.2
025600     OPEN INPUT SEL-CARD.                                         SQRTRC.2
025700     READ SEL-CARD                                                SQRTRC.2
025800         AT END                                                   SQRTRC.2
025900             MOVE SPACE TO SEL-CARD-REC                           SQRTRC.2
026000     END-READ.                                                    SQRTRC.2
026100     CLOSE SEL-CARD.                                              SQRTRC.2
026200     IF SEL-WINDOW-DAYS NUMERIC                                   SQRTRC.2
026300        AND SEL-WINDOW-DAYS GREATER THAN ZERO                     SQRTRC.2
026400         MOVE SEL-WINDOW-DAYS TO WS-WINDOW-DAYS                   SQRTRC.2
026500     END-IF.                                                      SQRTRC.2
026600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       SQRTRC.2
026700     ACCEPT WS-RUN-TIME FROM TIME.                                SQRTRC.2
026800*    THE CUTOFF ALWAYS GOES THROUGH THE DATE EXPRESSION ROUTINE,  SQRTRC.2
026900*    A PLAIN WINDOW AS TODAY-N, SO THE CALENDAR ARITHMETIC LIVES  SQRTRC.2
027000*    IN ONE PLACE.                                                SQRTRC.2
027100     IF SEL-WINDOW-DAYS-X EQUAL TO SPACE                          SQRTRC.2
027200        AND SEL-CUTOFF-EXPRESSION NOT EQUAL TO SPACE              SQRTRC.2
027300         MOVE SEL-CUTOFF-EXPRESSION TO DX-EXPRESSION              SQRTRC.2
027400     ELSE                                                         SQRTRC.2
027500         MOVE SPACE TO DX-EXPRESSION                              SQRTRC.2
027600         STRING "TODAY-" WS-WINDOW-DAYS                           SQRTRC.2
027700             DELIMITED BY SIZE INTO DX-EXPRESSION                 SQRTRC.2
027800     END-IF.                                                      SQRTRC.2
027900     MOVE "S" TO DX-BOUNDARY.                                     SQRTRC.2
028000     MOVE "CUTOFF" TO ENL-LABEL.                                  SQRTRC.2
028100     PERFORM RESOLVE-DATE-EXPRESSION.                             SQRTRC.2
028200     MOVE DX-RESULT TO WS-CUTOFF-DATE.                            SQRTRC.2
028300     OPEN INPUT REQUIREMENTS-FILE.                                SQRTRC.2
028400     IF REQUIREMENTS-STATUS NOT EQUAL TO "00"                     SQRTRC.2
028500         MOVE "Y" TO WS-EOF-SW                                    SQRTRC.2
028600     END-IF.                                                      SQRTRC.2
028610     IF REQUIREMENTS-STATUS EQUAL TO "00"                         SQRTRC.2
028620        OR REQUIREMENTS-STATUS EQUAL TO "05"                      SQRTRC.2
028630         MOVE "Y" TO WS-REQ-FILE-SW                               SQRTRC.2
028640     END-IF.                                                      SQRTRC.2
028700     OPEN INPUT AUDIT-MASTER.                                     SQRTRC.2
028800     OPEN OUTPUT PRINT-FILE.                                      SQRTRC.2
028900     MOVE WS-RUN-DATE TO HL-RUN-DATE.                             SQRTRC.2
029000     MOVE WS-RUN-TIME (1:6) TO HL-RUN-TIME.                       SQRTRC.2
029100     MOVE WS-CUTOFF-DATE TO HL-CUTOFF-DATE.                       SQRTRC.2
029200     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQRTRC.2
029300     WRITE PRINT-REC FROM HEAD-LINE-2 AFTER ADVANCING 1 LINE.     SQRTRC.2
029400     WRITE PRINT-REC FROM EXPRESSION-NOTE-LINE                    SQRTRC.2
029500         AFTER ADVANCING 1 LINE.                                  SQRTRC.2
029600     IF SEL-EVIDENCE-REF NOT EQUAL TO SPACE                       SQRTRC.2
029700         MOVE SEL-EVIDENCE-REF TO RFL-REFERENCE                   SQRTRC.2
029800         WRITE PRINT-REC FROM REFERENCE-LINE                      SQRTRC.2
029900             AFTER ADVANCING 1 LINE                               SQRTRC.2
030000     END-IF.                                                      SQRTRC.2
030100     WRITE PRINT-REC FROM HEAD-LINE-3 AFTER ADVANCING 2 LINES.    SQRTRC.2
030110     IF NOT WS-REQ-FILE-OPEN                                      SQRTRC.2
030120         MOVE REQUIREMENTS-STATUS TO ROE-STATUS                   SQRTRC.2
030130         WRITE PRINT-REC FROM REQ-OPEN-ERROR-LINE                 SQRTRC.2
030140             AFTER ADVANCING 2 LINES                              SQRTRC.2
030150     END-IF.                                                      SQRTRC.2
030200 RESOLVE-DATE-EXPRESSION.                                         SQRTRC.2
030300     MOVE WS-RUN-DATE TO DX-BASE-DATE.                            SQRTRC.2
030400     CALL "4e9d0c72" USING DX-EXPRESSION DX-BASE-DATE DX-BOUNDARY SQRTRC.2
030500                           DX-RC DX-MESSAGE DX-RESULT.            SQRTRC.2
030600     MOVE DX-EXPRESSION TO ENL-EXPRESSION.                        SQRTRC.2
030700     MOVE SPACE TO ENL-RESULT.                                    SQRTRC.2
030800     IF DX-RC EQUAL TO ZERO                                       SQRTRC.2
030900         STRING "RESOLVED TO " DX-RESULT                          SQRTRC.2
031000             DELIMITED BY SIZE INTO ENL-RESULT                    SQRTRC.2
031100     ELSE                                                         SQRTRC.2
031200         STRING "REJECTED - " DX-MESSAGE                          SQRTRC.2
031300             DELIMITED BY SIZE INTO ENL-RESULT                    SQRTRC.2
031400         ADD 1 TO WS-EXPRESSION-ERRORS                            SQRTRC.2
031500     END-IF.                                                      SQRTRC.2
031600 LOAD-ONE-REQUIREMENT.                                            SQRTRC.2
031700     READ REQUIREMENTS-FILE                                       SQRTRC.2
031800         AT END                                                   SQRTRC.2
031900             MOVE "Y" TO WS-EOF-SW                                SQRTRC.2
032000         NOT AT END                                               SQRTRC.2
032100             PERFORM STORE-REQUIREMENT                            SQRTRC.2
032200     END-READ.                                                    SQRTRC.2
032300 STORE-REQUIREMENT.                                               SQRTRC.2
032400*    LINES OF ONE REQUIREMENT NEED NOT BE TOGETHER ON THE FILE;   SQRTRC.2
032500*    THE REQUIREMENT PRINTS WHERE ITS ID FIRST APPEARS.           SQRTRC.2
032600     IF REQ-ID (1:1) EQUAL TO "*"                                 SQRTRC.2
032700        OR REQ-ID EQUAL TO SPACE                                  SQRTRC.2
032800         ADD 1 TO WS-LINES-IGNORED                                SQRTRC.2
032900     ELSE                                                         SQRTRC.2
033000         MOVE "N" TO WS-FOUND-SW                                  SQRTRC.2
033100         PERFORM FIND-REQUIREMENT                                 SQRTRC.2
033200             VARYING WS-REQ-SUB FROM 1 BY 1                       SQRTRC.2
033300             UNTIL WS-REQ-SUB GREATER THAN WS-REQ-COUNT           SQRTRC.2
033400                OR WS-FOUND                                       SQRTRC.2
033500         IF NOT WS-FOUND                                          SQRTRC.2
033600             PERFORM ADD-REQUIREMENT                              SQRTRC.2
033700         END-IF                                                   SQRTRC.2
033800         IF WS-FOUND                                              SQRTRC.2
033900            AND REQ-FEATURE NOT EQUAL TO SPACE                    SQRTRC.2
034000             PERFORM ADD-MAPPING                                  SQRTRC.2
034100         END-IF                                                   SQRTRC.2
034200     END-IF.                                                      SQRTRC.2
034300 FIND-REQUIREMENT.                                                SQRTRC.2
034400     IF RT-ID (WS-REQ-SUB) EQUAL TO REQ-ID                        SQRTRC.2
034500         MOVE "Y" TO WS-FOUND-SW                                  SQRTRC.2
034600         MOVE WS-REQ-SUB TO WS-HIT-SUB                            SQRTRC.2
034700         IF RT-CAPTION (WS-REQ-SUB) EQUAL TO SPACE                SQRTRC.2
034800             MOVE REQ-CAPTION TO RT-CAPTION (WS-REQ-SUB)          SQRTRC.2
034900         END-IF                                                   SQRTRC.2
035000     END-IF.                                                      SQRTRC.2
035100 ADD-REQUIREMENT.                                                 SQRTRC.2
035200     IF WS-REQ-COUNT NOT LESS THAN 500                            SQRTRC.2
035300         MOVE "Y" TO WS-TABLE-FULL-SW                             SQRTRC.2
035400     ELSE                                                         SQRTRC.2
035500         ADD 1 TO WS-REQ-COUNT                                    SQRTRC.2
035600         MOVE WS-REQ-COUNT TO WS-HIT-SUB                          SQRTRC.2
035700         MOVE WS-REQ-COUNT TO WS-REQ-SUB                          SQRTRC.2
035800         MOVE REQ-ID TO RT-ID (WS-REQ-SUB)                        SQRTRC.2
035900         MOVE REQ-CAPTION TO RT-CAPTION (WS-REQ-SUB)              SQRTRC.2
036000         MOVE ZERO TO RT-TESTS (WS-REQ-SUB)                       SQRTRC.2
036100         MOVE SPACE TO RT-LAST-PAIR (WS-REQ-SUB)                  SQRTRC.2
036200         MOVE SPACE TO RT-OUTCOME (WS-REQ-SUB)                    SQRTRC.2
036300         MOVE ZERO TO RT-LAST-RUN (WS-REQ-SUB)                    SQRTRC.2
036400         MOVE ZERO TO RT-LAST-PASS (WS-REQ-SUB)                   SQRTRC.2
036500         MOVE "Y" TO WS-FOUND-SW                                  SQRTRC.2
036600     END-IF.                                                      SQRTRC.2
036700 ADD-MAPPING.                                                     SQRTRC.2
036800     IF WS-MAP-COUNT NOT LESS THAN 1000                           SQRTRC.2
036900         MOVE "Y" TO WS-TABLE-FULL-SW                             SQRTRC.2
037000     ELSE                                                         SQRTRC.2
037100         ADD 1 TO WS-MAP-COUNT                                    SQRTRC.2
037200         MOVE WS-HIT-SUB TO MT-REQ-SUB (WS-MAP-COUNT)             SQRTRC.2
037300         MOVE REQ-FEATURE TO MT-FEATURE (WS-MAP-COUNT)            SQRTRC.2
037400         MOVE REQ-PAR-NAME TO MT-PAR-NAME (WS-MAP-COUNT)          SQRTRC.2
037500         MOVE ZERO TO MT-TESTS (WS-MAP-COUNT)                     SQRTRC.2
037600     END-IF.                                                      SQRTRC.2
037700 PROCESS-ONE-OUTCOME.                                             SQRTRC.2
037800     READ AUDIT-MASTER NEXT RECORD                                SQRTRC.2
037900         AT END                                                   SQRTRC.2
038000             MOVE "Y" TO WS-EOF-SW                                SQRTRC.2
038100     END-READ.                                                    SQRTRC.2
038200     IF NOT WS-EOF                                                SQRTRC.2
038300         ADD 1 TO WS-OUTCOMES-READ                                SQRTRC.2
038400         PERFORM TALLY-ONE-OUTCOME                                SQRTRC.2
038500     END-IF.                                                      SQRTRC.2
038600 TALLY-ONE-OUTCOME.                                               SQRTRC.2
038700     IF NOT WS-GROUP-OPEN                                         SQRTRC.2
038800        OR AM-FEATURE NOT EQUAL TO WS-CUR-FEATURE                 SQRTRC.2
038900        OR AM-PAR-NAME NOT EQUAL TO WS-CUR-PAR-NAME               SQRTRC.2
039000         PERFORM END-PAIR-GROUP                                   SQRTRC.2
039100         PERFORM START-PAIR-GROUP                                 SQRTRC.2
039200     END-IF.                                                      SQRTRC.2
039300*    THE MASTER DELIVERS A PAIR'S OUTCOMES IN RUN ORDER, SO A     SQRTRC.2
039400*    LATER STAMP REPLACES THE OUTCOME AND THE SAME STAMP (ONE     SQRTRC.2
039500*    TEST REPORTED TWICE IN ONE RUN) KEEPS THE WORSE OF THE TWO.  SQRTRC.2
039600     MOVE AM-RUN-DATE TO WCS-DATE.                                SQRTRC.2
039700     MOVE AM-RUN-TIME TO WCS-TIME.                                SQRTRC.2
039800     IF WS-CUR-STAMP GREATER THAN WS-PAIR-STAMP                   SQRTRC.2
039900         MOVE WS-CUR-STAMP TO WS-PAIR-STAMP                       SQRTRC.2
040000         MOVE AM-RUN-DATE TO WS-PAIR-LAST-RUN                     SQRTRC.2
040100         MOVE AM-OUTCOME TO WS-PAIR-OUTCOME                       SQRTRC.2
040200     ELSE                                                         SQRTRC.2
040300         IF AM-OUTCOME EQUAL TO "FAIL*"                           SQRTRC.2
040400            OR WS-PAIR-OUTCOME EQUAL TO "PASS "                   SQRTRC.2
040500             MOVE AM-OUTCOME TO WS-PAIR-OUTCOME                   SQRTRC.2
040600         END-IF                                                   SQRTRC.2
040700     END-IF.                                                      SQRTRC.2
040800     IF AM-OUTCOME EQUAL TO "PASS "                               SQRTRC.2
040900         MOVE AM-RUN-DATE TO WS-PAIR-LAST-PASS                    SQRTRC.2
041000     END-IF.                                                      SQRTRC.2
041100 START-PAIR-GROUP.                                                SQRTRC.2
041200     MOVE "Y" TO WS-GROUP-OPEN-SW.                                SQRTRC.2
041300     MOVE AM-FEATURE TO WS-CUR-FEATURE.                           SQRTRC.2
041400     MOVE AM-PAR-NAME TO WS-CUR-PAR-NAME.                         SQRTRC.2
041500     MOVE SPACE TO WS-PAIR-STAMP.                                 SQRTRC.2
041600     MOVE ZERO TO WS-PAIR-LAST-RUN.                               SQRTRC.2
041700     MOVE SPACE TO WS-PAIR-OUTCOME.                               SQRTRC.2
041800     MOVE ZERO TO WS-PAIR-LAST-PASS.                              SQRTRC.2
041900 END-PAIR-GROUP.                                                  SQRTRC.2
042000     IF WS-GROUP-OPEN                                             SQRTRC.2
042100         PERFORM MATCH-ONE-MAPPING                                SQRTRC.2
042200             VARYING WS-MAP-SUB FROM 1 BY 1                       SQRTRC.2
042300             UNTIL WS-MAP-SUB GREATER THAN WS-MAP-COUNT           SQRTRC.2
042400         MOVE "N" TO WS-GROUP-OPEN-SW                             SQRTRC.2
042500     END-IF.                                                      SQRTRC.2
042600 MATCH-ONE-MAPPING.                                               SQRTRC.2
042700     IF MT-FEATURE (WS-MAP-SUB) EQUAL TO WS-CUR-FEATURE           SQRTRC.2
042800        AND (MT-PAR-NAME (WS-MAP-SUB) EQUAL TO SPACE              SQRTRC.2
042900          OR MT-PAR-NAME (WS-MAP-SUB) EQUAL TO WS-CUR-PAR-NAME)   SQRTRC.2
043000         ADD 1 TO MT-TESTS (WS-MAP-SUB)                           SQRTRC.2
043100         MOVE MT-REQ-SUB (WS-MAP-SUB) TO WS-REQ-SUB               SQRTRC.2
043200         IF RT-LAST-PAIR (WS-REQ-SUB) NOT EQUAL TO WS-CUR-PAIR    SQRTRC.2
043300             PERFORM FOLD-PAIR-INTO-REQUIREMENT                   SQRTRC.2
043400         END-IF                                                   SQRTRC.2
043500     END-IF.                                                      SQRTRC.2
043600 FOLD-PAIR-INTO-REQUIREMENT.                                      SQRTRC.2
043700*    A PAIR MATCHED BY TWO LINES OF THE SAME REQUIREMENT (THE     SQRTRC.2
043800*    WHOLE FEATURE AND ONE OF ITS PARAGRAPHS) COUNTS ONCE.        SQRTRC.2
043900     ADD 1 TO RT-TESTS (WS-REQ-SUB).                              SQRTRC.2
044000     MOVE WS-CUR-PAIR TO RT-LAST-PAIR (WS-REQ-SUB).               SQRTRC.2
044100     IF WS-PAIR-LAST-RUN GREATER THAN RT-LAST-RUN (WS-REQ-SUB)    SQRTRC.2
044200         MOVE WS-PAIR-LAST-RUN TO RT-LAST-RUN (WS-REQ-SUB)        SQRTRC.2
044300     END-IF.                                                      SQRTRC.2
044400     IF WS-PAIR-LAST-PASS GREATER THAN RT-LAST-PASS (WS-REQ-SUB)  SQRTRC.2
044500         MOVE WS-PAIR-LAST-PASS TO RT-LAST-PASS (WS-REQ-SUB)      SQRTRC.2
044600     END-IF.                                                      SQRTRC.2
044700     IF RT-OUTCOME (WS-REQ-SUB) EQUAL TO SPACE                    SQRTRC.2
044800        OR WS-PAIR-OUTCOME EQUAL TO "FAIL*"                       SQRTRC.2
044900        OR (RT-OUTCOME (WS-REQ-SUB) EQUAL TO "PASS "              SQRTRC.2
045000            AND WS-PAIR-OUTCOME NOT EQUAL TO SPACE)               SQRTRC.2
045100         IF RT-OUTCOME (WS-REQ-SUB) NOT EQUAL TO "FAIL*"          SQRTRC.2
045200             MOVE WS-PAIR-OUTCOME TO RT-OUTCOME (WS-REQ-SUB)      SQRTRC.2
045300         END-IF                                                   SQRTRC.2
045400     END-IF.                                                      SQRTRC.2
045500 PRINT-ONE-REQUIREMENT.                                           SQRTRC.2
045600     MOVE RT-ID (WS-REQ-SUB) TO DL-REQ-ID.                        SQRTRC.2
045700     MOVE RT-CAPTION (WS-REQ-SUB) TO DL-CAPTION.                  SQRTRC.2
045800     MOVE RT-TESTS (WS-REQ-SUB) TO DL-TESTS.                      SQRTRC.2
045900     MOVE RT-OUTCOME (WS-REQ-SUB) TO DL-OUTCOME.                  SQRTRC.2
046000     IF RT-OUTCOME (WS-REQ-SUB) EQUAL TO "PASS "                  SQRTRC.2
046100         MOVE "PASS" TO DL-OUTCOME                                SQRTRC.2
046200     END-IF.                                                      SQRTRC.2
046300     IF RT-OUTCOME (WS-REQ-SUB) EQUAL TO "FAIL*"                  SQRTRC.2
046400         MOVE "FAIL" TO DL-OUTCOME                                SQRTRC.2
046500     END-IF.                                                      SQRTRC.2
046600     IF RT-OUTCOME (WS-REQ-SUB) EQUAL TO "*****"                  SQRTRC.2
046700         MOVE "DELETED" TO DL-OUTCOME                             SQRTRC.2
046800     END-IF.                                                      SQRTRC.2
046900     IF RT-LAST-RUN (WS-REQ-SUB) EQUAL TO ZERO                    SQRTRC.2
047000         MOVE "NONE" TO DL-LAST-RUN                               SQRTRC.2
047100     ELSE                                                         SQRTRC.2
047200         MOVE RT-LAST-RUN (WS-REQ-SUB) TO DL-LAST-RUN             SQRTRC.2
047300     END-IF.                                                      SQRTRC.2
047400     IF RT-LAST-PASS (WS-REQ-SUB) EQUAL TO ZERO                   SQRTRC.2
047500         MOVE "NEVER" TO DL-LAST-PASS                             SQRTRC.2
047600     ELSE                                                         SQRTRC.2
047700         MOVE RT-LAST-PASS (WS-REQ-SUB) TO DL-LAST-PASS           SQRTRC.2
047800     END-IF.                                                      SQRTRC.2
047900     MOVE SPACE TO DL-FLAG.                                       SQRTRC.2
048000     IF RT-TESTS (WS-REQ-SUB) EQUAL TO ZERO                       SQRTRC.2
048100         MOVE "NO TEST" TO DL-FLAG                                SQRTRC.2
048200         ADD 1 TO WS-NO-TEST-COUNT                                SQRTRC.2
048300     ELSE                                                         SQRTRC.2
048400         IF RT-LAST-PASS (WS-REQ-SUB) LESS THAN WS-CUTOFF-DATE    SQRTRC.2
048500             MOVE "NO RECENT PASS" TO DL-FLAG                     SQRTRC.2
048600             ADD 1 TO WS-NO-PASS-COUNT                            SQRTRC.2
048700         ELSE                                                     SQRTRC.2
048800             ADD 1 TO WS-REQ-PASSING                              SQRTRC.2
048900         END-IF                                                   SQRTRC.2
049000     END-IF.                                                      SQRTRC.2
049100     WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 2 LINES.    SQRTRC.2
049200     PERFORM PRINT-ONE-MAPPING                                    SQRTRC.2
049300         VARYING WS-MAP-SUB FROM 1 BY 1                           SQRTRC.2
049400         UNTIL WS-MAP-SUB GREATER THAN WS-MAP-COUNT.              SQRTRC.2
049500 PRINT-ONE-MAPPING.                                               SQRTRC.2
049600     IF MT-REQ-SUB (WS-MAP-SUB) EQUAL TO WS-REQ-SUB               SQRTRC.2
049700         MOVE MT-FEATURE (WS-MAP-SUB) TO ML-FEATURE               SQRTRC.2
049800         MOVE MT-PAR-NAME (WS-MAP-SUB) TO ML-PAR-NAME             SQRTRC.2
049900         IF MT-PAR-NAME (WS-MAP-SUB) EQUAL TO SPACE               SQRTRC.2
050000             MOVE "(EVERY PARAGRAPH)" TO ML-PAR-NAME              SQRTRC.2
050100         END-IF                                                   SQRTRC.2
050200         MOVE MT-TESTS (WS-MAP-SUB) TO ML-TESTS                   SQRTRC.2
050300         WRITE PRINT-REC FROM MAPPING-LINE AFTER ADVANCING 1 LINE SQRTRC.2
050400     END-IF.                                                      SQRTRC.2
050500 CLOSE-FILES.                                                     SQRTRC.2
050600     IF WS-REQ-COUNT EQUAL TO ZERO                                SQRTRC.2
050610        AND WS-REQ-FILE-OPEN                                      SQRTRC.2
050700         WRITE PRINT-REC FROM NONE-FOUND-LINE                     SQRTRC.2
050800             AFTER ADVANCING 2 LINES                              SQRTRC.2
050900     END-IF.                                                      SQRTRC.2
051000     IF WS-TABLE-FULL                                             SQRTRC.2
051100         WRITE PRINT-REC FROM TABLE-FULL-LINE                     SQRTRC.2
051200             AFTER ADVANCING 2 LINES                              SQRTRC.2
051300     END-IF.                                                      SQRTRC.2
051400     MOVE "REQUIREMENTS LISTED =" TO SL-LITERAL.                  SQRTRC.2
051500     MOVE WS-REQ-COUNT TO SL-COUNT.                               SQRTRC.2
051600     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.   SQRTRC.2
051700     MOVE "REQUIREMENTS PASSED WITHIN THE WINDOW =" TO SL-LITERAL.SQRTRC.2
051800     MOVE WS-REQ-PASSING TO SL-COUNT.                             SQRTRC.2
051900     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRTRC.2
052000     MOVE "FLAGGED - NO TEST =" TO SL-LITERAL.                    SQRTRC.2
052100     MOVE WS-NO-TEST-COUNT TO SL-COUNT.                           SQRTRC.2
052200     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRTRC.2
052300     MOVE "FLAGGED - NO RECENT PASS =" TO SL-LITERAL.             SQRTRC.2
052400     MOVE WS-NO-PASS-COUNT TO SL-COUNT.                           SQRTRC.2
052500     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRTRC.2
052600     MOVE "TEST LINES ON THE REQUIREMENTS FILE =" TO SL-LITERAL.  SQRTRC.2
052700     MOVE WS-MAP-COUNT TO SL-COUNT.                               SQRTRC.2
052800     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRTRC.2
052900     MOVE "AUDIT MASTER OUTCOMES READ =" TO SL-LITERAL.           SQRTRC.2
053000     MOVE WS-OUTCOMES-READ TO SL-COUNT.                           SQRTRC.2
053100     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRTRC.2
053200     WRITE PRINT-REC FROM END-LINE AFTER ADVANCING 2 LINES.       SQRTRC.2
053300     CLOSE AUDIT-MASTER.                                          SQRTRC.2
053400     CLOSE PRINT-FILE.                                            SQRTRC.2
