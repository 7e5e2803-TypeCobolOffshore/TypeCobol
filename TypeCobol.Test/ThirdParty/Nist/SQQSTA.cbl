002200*    SELECTION CARD (OPTIONAL) :-                               * SQQSTA.2
002300*      COLS 1-8   RUN-DATE FROM (ZERO = NO LOWER BOUND)         * SQQSTA.2
002400*      COLS 10-17 RUN-DATE TO   (ALL 9 = NO UPPER BOUND)        * SQQSTA.2
002410*      COLS 41-60 RUN-DATE FROM AS A DATE EXPRESSION, WITH      * SQQSTA.2
002420*                 COLS 1-8 BLANK                                * SQQSTA.2
002430*      COLS 61-80 RUN-DATE TO AS A DATE EXPRESSION, WITH        * SQQSTA.2
002440*                 COLS 10-17 BLANK                              * SQQSTA.2
002450*    EXPRESSIONS (TODAY-90, BDAYS-5, MONTHEND-3, PERIOD-1 - SEE * SQQSTA.2
002460*    SQDEXPRC) ARE RESOLVED AGAINST THE RUN DATE, A PERIOD TO   * SQQSTA.2
002470*    ITS START FOR FROM AND ITS END FOR TO, AND THE HEADING     * SQQSTA.2
002480*    SHOWS WHAT THEY RESOLVED TO.  A REJECTED EXPRESSION LEAVES * SQQSTA.2
002490*    THE RANGE EMPTY AND RAISES RETURN CODE 8.                  * SQQSTA.2
002491*                                                               * SQQSTA.2
002492*    OUTCOMES AGED OFF THE MASTER BY SQAAGE ARE READ BACK FROM  * SQQSTA.2
002493*    ITS MONTHLY SUMMARY FILE (SEE SQAMSREC) AND COUNTED WITH   * SQQSTA.2
002494*    THE REMAINING DETAIL, SO A PAIR'S RATES STILL COVER ITS    * SQQSTA.2
002495*    WHOLE HISTORY.  A SUMMARIZED MONTH COUNTS WHOLE WHEN ITS   * SQQSTA.2
002496*    YYYYMM FALLS IN THE RANGE.  ITS REVERSALS NO TAPE BUILD    * SQQSTA.2
002497*    EXPLAINS COUNT TOWARD FLAKINESS, AS DOES A REVERSAL        * SQQSTA.2
002498*    ACROSS ITS FIRST OR LAST RUN.                              * SQQSTA.2
002500*                                                               * SQQSTA.2
002600***************************************************************** SQQSTA.2
002700*                                                               * SQQSTA.2
002900*                                                               * SQQSTA.2
003000*            X-59   SELECTION CARD READER FILE                  * SQQSTA.2
003100*            X-72   AUDIT MASTER FILE (INDEXED)                 * SQQSTA.2
003150*            X-44   AUDIT MONTHLY SUMMARY FILE (OPTIONAL)       * SQQSTA.2
003200*            X-65   GENERATION CATALOG FILE                     * SQQSTA.2
003300*            X-55   SYSTEM PRINTER                              * SQQSTA.2
003350*            X-27   SUITE EXCEPTION FILE                        * SQQSTA.2
003400*            X-82   SOURCE-COMPUTER                             * SQQSTA.2
003500*            X-83   OBJECT-COMPUTER                             * SQQSTA.2
003600*            X-84   LABEL RECORDS OPTION                        * SQQSTA.2
005100            ORGANIZATION IS INDEXED                               SQQSTA.2
005200            ACCESS MODE IS SEQUENTIAL                             SQQSTA.2
005300            RECORD KEY IS AM-KEY.                                 SQQSTA.2
005310     SELECT OPTIONAL AUDIT-SUMMARY ASSIGN TO                      SQQSTA.2
005320     XXXXX044                                                     SQQSTA.2
005330            ORGANIZATION IS INDEXED                               SQQSTA.2
005340            ACCESS MODE IS SEQUENTIAL                             SQQSTA.2
005350            RECORD KEY IS SM-KEY                                  SQQSTA.2
005360            FILE STATUS IS SUMMARY-STATUS.                        SQQSTA.2
005400     SELECT OPTIONAL GEN-CATALOG ASSIGN TO                        SQQSTA.2
005500     XXXXX065                                                     SQQSTA.2
005600            ORGANIZATION IS SEQUENTIAL                            SQQSTA.2
005700            FILE STATUS IS GEN-CATALOG-STATUS.                    SQQSTA.2
005720     SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO                     SQQSTA.2
005740     XXXXX027                                                     SQQSTA.2
005760            ORGANIZATION IS SEQUENTIAL                            SQQSTA.2
005780            FILE STATUS IS EXCEPTION-STATUS.                      SQQSTA.2
005800     SELECT PRINT-FILE ASSIGN TO                                  SQQSTA.2
005900     XXXXX055.                                                    SQQSTA.2
006000 DATA DIVISION.                                                   SQQSTA.2
006600               .                                                  SQQSTA.2
006700 01  SEL-CARD-REC.                                                SQQSTA.2
006800     05  SEL-DATE-FROM       PIC 9(8).                            SQQSTA.2
006850     05  SEL-DATE-FROM-X REDEFINES SEL-DATE-FROM PIC X(8).        SQQSTA.2
006900     05  FILLER              PIC X(1).                            SQQSTA.2
007000     05  SEL-DATE-TO         PIC 9(8).                            SQQSTA.2
007050     05  SEL-DATE-TO-X   REDEFINES SEL-DATE-TO   PIC X(8).        SQQSTA.2
007100     05  FILLER              PIC X(23).                           SQQSTA.2
007125     05  SEL-FROM-EXPRESSION PIC X(20).                           SQQSTA.2
007150     05  SEL-TO-EXPRESSION   PIC X(20).                           SQQSTA.2
007200 FD  AUDIT-MASTER.                                                SQQSTA.2
007300 01  AUDIT-MASTER-SATZ.                                           SQQSTA.2
007400     02  AM-KEY.                                                  SQQSTA.2
008000     02  AM-PGM-ID          PIC X(9).                             SQQSTA.2
008100     02  AM-OUTCOME         PIC X(5).                             SQQSTA.2
008200     02  AM-RE-MARK         PIC X(61).                            SQQSTA.2
008250     02  AM-COMPILER-LEVEL  PIC X(8).                             SQQSTA.2
008260 FD  AUDIT-SUMMARY.                                               SQQSTA.2
008270     COPY SQAMSREC.                                               SQQSTA.2
008300 FD  GEN-CATALOG                                                  SQQSTA.2
008400     LABEL RECORDS ARE STANDARD.                                  SQQSTA.2
008500     COPY SQGCATRC.                                               SQQSTA.2
008600 FD  EXCEPTION-FILE                                               SQQSTA.2
008700     LABEL RECORDS ARE STANDARD.                                  SQQSTA.2
008800     COPY SQEXCREC.                                               SQQSTA.2
009200 FD  PRINT-FILE                                                   SQQSTA.2
009300     LABEL RECORDS                                                SQQSTA.2
009400     XXXXX084                                                     SQQSTA.2
010200 01  WS-GROUP-OPEN-SW       PIC X VALUE "N".                      SQQSTA.2
010300     88  WS-GROUP-OPEN            VALUE "Y".                      SQQSTA.2
010400 01  GEN-CATALOG-STATUS     PIC XX VALUE "00".                    SQQSTA.2
010410 01  EXCEPTION-STATUS       PIC XX VALUE "00".                    SQQSTA.2
010420 01  WS-EXC-OPEN-SW         PIC X VALUE "N".                      SQQSTA.2
010430     88  WS-EXC-OPEN              VALUE "Y".                      SQQSTA.2
010440 01  WS-EXC-DATE            PIC 9(8).                             SQQSTA.2
010450 01  WS-EXC-TIME            PIC 9(8).                             SQQSTA.2
010500 01  WS-DATE-FROM           PIC 9(8) VALUE ZERO.                  SQQSTA.2
010600 01  WS-DATE-TO             PIC 9(8) VALUE 99999999.              SQQSTA.2
010625 01  WS-RUN-DATE            PIC 9(8).                             SQQSTA.2
010650 01  WS-EXPRESSION-ERRORS   PIC 9(3) COMP VALUE ZERO.             SQQSTA.2
010675     COPY SQDEXPRC.                                               SQQSTA.2
010676 01  SUMMARY-STATUS         PIC XX VALUE "00".                    SQQSTA.2
010677 01  WS-SUMMARY-OPEN-SW     PIC X VALUE "N".                      SQQSTA.2
010678     88  WS-SUMMARY-OPEN          VALUE "Y".                      SQQSTA.2
010679 01  WS-SUMMARY-EOF-SW      PIC X VALUE "N".                      SQQSTA.2
010680     88  WS-SUMMARY-EOF           VALUE "Y".                      SQQSTA.2
010681 01  WS-MONTH-FROM          PIC 9(6) VALUE ZERO.                  SQQSTA.2
010682 01  WS-MONTH-TO            PIC 9(6) VALUE ZERO.                  SQQSTA.2
010683 01  WS-SUMMARIES-USED      PIC 9(5) COMP VALUE ZERO.             SQQSTA.2
010684 01  WS-DETAIL-PAIR.                                              SQQSTA.2
010685     05  WS-DP-FEATURE       PIC X(24).                           SQQSTA.2
010686     05  WS-DP-PAR-NAME      PIC X(20).                           SQQSTA.2
010687 01  WS-NEW-FEATURE         PIC X(24).                            SQQSTA.2
010688 01  WS-NEW-PAR-NAME        PIC X(20).                            SQQSTA.2
010689 01  WS-THIS-OUTCOME        PIC X(5) VALUE SPACE.                 SQQSTA.2
010700 01  WS-CUR-FEATURE         PIC X(24).                            SQQSTA.2
010800 01  WS-CUR-PAR-NAME        PIC X(20).                            SQQSTA.2
010900 01  WS-PASS-CT             PIC 9(5) COMP VALUE ZERO.             SQQSTA.2
013300     05  HL-DATE-FROM        PIC 9(8).                            SQQSTA.2
013400     05  FILLER              PIC X(7)  VALUE "  TO = ".           SQQSTA.2
013500     05  HL-DATE-TO          PIC 9(8).                            SQQSTA.2
013510 01  EXPRESSION-NOTE-LINE.                                        SQQSTA.2
013520     05  FILLER              PIC X(2)  VALUE SPACE.               SQQSTA.2
013530     05  ENL-LABEL           PIC X(4).                            SQQSTA.2
013540     05  FILLER              PIC X(17) VALUE " DATE EXPRESSION ". SQQSTA.2
013550     05  ENL-EXPRESSION      PIC X(20).                           SQQSTA.2
013560     05  FILLER              PIC X(1)  VALUE SPACE.               SQQSTA.2
013570     05  ENL-RESULT          PIC X(76).                           SQQSTA.2
013580 01  FROM-NOTE-LINE         PIC X(120) VALUE SPACE.               SQQSTA.2
013590 01  TO-NOTE-LINE           PIC X(120) VALUE SPACE.               SQQSTA.2
013600 01  HEAD-LINE-3.                                                 SQQSTA.2
013700     05  FILLER              PIC X(25) VALUE "FEATURE".           SQQSTA.2
013800     05  FILLER              PIC X(21) VALUE "PARAGRAPH".         SQQSTA.2
016900     MOVE "N" TO WS-EOF-SW.                                       SQQSTA.2
017000     PERFORM PROCESS-ONE-OUTCOME                                  SQQSTA.2
017100         UNTIL WS-EOF.                                            SQQSTA.2
017125     PERFORM ABSORB-ONE-SUMMARY                                   SQQSTA.2
017150         UNTIL WS-SUMMARY-EOF.                                    SQQSTA.2
017200     PERFORM END-PAIR-GROUP.                                      SQQSTA.2
017300     PERFORM CLOSE-FILES.                                         SQQSTA.2
017400     IF WS-FLAKY-COUNT GREATER THAN ZERO                          SQQSTA.2
017500         MOVE 4 TO RETURN-CODE                                    SQQSTA.2
017600     END-IF.                                                      SQQSTA.2
017625     IF WS-EXPRESSION-ERRORS GREATER THAN ZERO                    SQQSTA.2
017650         MOVE 8 TO RETURN-CODE                                    SQQSTA.2
017675     END-IF.                                                      SQQSTA.2
017700     STOP RUN.                                                    SQQSTA.2
017800 OPEN-FILES.                                                      SQQSTA.2
017900     OPEN INPUT SEL-CARD.                                         SQQSTA.2
018100         AT END                                                   SQQSTA.2
018200             MOVE ZERO TO SEL-DATE-FROM                           SQQSTA.2
018300             MOVE 99999999 TO SEL-DATE-TO                         SQQSTA.2
018325             MOVE SPACE TO SEL-FROM-EXPRESSION                    SQQSTA.2
018350             MOVE SPACE TO SEL-TO-EXPRESSION                      SQQSTA.2
018400     END-READ.                                                    SQQSTA.2
018500     CLOSE SEL-CARD.                                              SQQSTA.2
018600     IF SEL-DATE-FROM NUMERIC                                     SQQSTA.2
019000        AND SEL-DATE-TO GREATER THAN ZERO                         SQQSTA.2
019100         MOVE SEL-DATE-TO TO WS-DATE-TO                           SQQSTA.2
019200     END-IF.                                                      SQQSTA.2
019202     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       SQQSTA.2
019204     IF SEL-DATE-FROM-X EQUAL TO SPACE                            SQQSTA.2
019206        AND SEL-FROM-EXPRESSION NOT EQUAL TO SPACE                SQQSTA.2
019208         MOVE SEL-FROM-EXPRESSION TO DX-EXPRESSION                SQQSTA.2
019210         MOVE "S" TO DX-BOUNDARY                                  SQQSTA.2
019212         MOVE "FROM" TO ENL-LABEL                                 SQQSTA.2
019214         PERFORM RESOLVE-DATE-EXPRESSION                          SQQSTA.2
019216         MOVE DX-RESULT TO WS-DATE-FROM                           SQQSTA.2
019218         MOVE EXPRESSION-NOTE-LINE TO FROM-NOTE-LINE              SQQSTA.2
019220     END-IF.                                                      SQQSTA.2
019222     IF SEL-DATE-TO-X EQUAL TO SPACE                              SQQSTA.2
019224        AND SEL-TO-EXPRESSION NOT EQUAL TO SPACE                  SQQSTA.2
019226         MOVE SEL-TO-EXPRESSION TO DX-EXPRESSION                  SQQSTA.2
019228         MOVE "E" TO DX-BOUNDARY                                  SQQSTA.2
019230         MOVE "TO" TO ENL-LABEL                                   SQQSTA.2
019232         PERFORM RESOLVE-DATE-EXPRESSION                          SQQSTA.2
019234         MOVE DX-RESULT TO WS-DATE-TO                             SQQSTA.2
019236         MOVE EXPRESSION-NOTE-LINE TO TO-NOTE-LINE                SQQSTA.2
019238     END-IF.                                                      SQQSTA.2
019240     IF WS-EXPRESSION-ERRORS GREATER THAN ZERO                    SQQSTA.2
019242         MOVE 99999999 TO WS-DATE-FROM                            SQQSTA.2
019244         MOVE ZERO TO WS-DATE-TO                                  SQQSTA.2
019246     END-IF.                                                      SQQSTA.2
019300     OPEN INPUT AUDIT-MASTER.                                     SQQSTA.2
019310     COMPUTE WS-MONTH-FROM = WS-DATE-FROM / 100.                  SQQSTA.2
019320     COMPUTE WS-MONTH-TO = WS-DATE-TO / 100.                      SQQSTA.2
019330     OPEN INPUT AUDIT-SUMMARY.                                    SQQSTA.2
019340     IF SUMMARY-STATUS EQUAL TO "00"                              SQQSTA.2
019345        OR SUMMARY-STATUS EQUAL TO "05"                           SQQSTA.2
019350         MOVE "Y" TO WS-SUMMARY-OPEN-SW                           SQQSTA.2
019360         PERFORM READ-NEXT-SUMMARY                                SQQSTA.2
019370     ELSE                                                         SQQSTA.2
019380         MOVE "Y" TO WS-SUMMARY-EOF-SW                            SQQSTA.2
019390     END-IF.                                                      SQQSTA.2
019400     OPEN INPUT GEN-CATALOG.                                      SQQSTA.2
019500     IF GEN-CATALOG-STATUS NOT EQUAL TO "00"                      SQQSTA.2
019600        AND GEN-CATALOG-STATUS NOT EQUAL TO "05"                  SQQSTA.2
019700         MOVE "Y" TO WS-EOF-SW                                    SQQSTA.2
019800     END-IF.                                                      SQQSTA.2
019900     OPEN OUTPUT PRINT-FILE.                                      SQQSTA.2
019950     PERFORM OPEN-EXCEPTION-FILE.                                 SQQSTA.2
020000     MOVE WS-DATE-FROM TO HL-DATE-FROM.                           SQQSTA.2
020100     MOVE WS-DATE-TO TO HL-DATE-TO.                               SQQSTA.2
020200     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQQSTA.2
020300     WRITE PRINT-REC FROM HEAD-LINE-2 AFTER ADVANCING 1 LINE.     SQQSTA.2
020310     IF FROM-NOTE-LINE NOT EQUAL TO SPACE                         SQQSTA.2
020320         WRITE PRINT-REC FROM FROM-NOTE-LINE                      SQQSTA.2
020330             AFTER ADVANCING 1 LINE                               SQQSTA.2
020340     END-IF.                                                      SQQSTA.2
020350     IF TO-NOTE-LINE NOT EQUAL TO SPACE                           SQQSTA.2
020360         WRITE PRINT-REC FROM TO-NOTE-LINE                        SQQSTA.2
020370             AFTER ADVANCING 1 LINE                               SQQSTA.2
020380     END-IF.                                                      SQQSTA.2
020400     WRITE PRINT-REC FROM HEAD-LINE-3 AFTER ADVANCING 2 LINES.    SQQSTA.2
020500 LOAD-GEN-CATALOG.                                                SQQSTA.2
020600     READ GEN-CATALOG                                             SQQSTA.2
020900         NOT AT END                                               SQQSTA.2
021000             PERFORM STORE-GEN-STAMP                              SQQSTA.2
021100     END-READ.                                                    SQQSTA.2
021105 RESOLVE-DATE-EXPRESSION.                                         SQQSTA.2
021110     MOVE WS-RUN-DATE TO DX-BASE-DATE.                            SQQSTA.2
021115     CALL "4e9d0c72" USING DX-EXPRESSION DX-BASE-DATE DX-BOUNDARY SQQSTA.2
021120                           DX-RC DX-MESSAGE DX-RESULT.            SQQSTA.2
021125     MOVE DX-EXPRESSION TO ENL-EXPRESSION.                        SQQSTA.2
021130     MOVE SPACE TO ENL-RESULT.                                    SQQSTA.2
021135     IF DX-RC EQUAL TO ZERO                                       SQQSTA.2
021140         STRING "RESOLVED TO " DX-RESULT                          SQQSTA.2
021145             DELIMITED BY SIZE INTO ENL-RESULT                    SQQSTA.2
021150     ELSE                                                         SQQSTA.2
021155         STRING "REJECTED - " DX-MESSAGE                          SQQSTA.2
021160             DELIMITED BY SIZE INTO ENL-RESULT                    SQQSTA.2
021165         ADD 1 TO WS-EXPRESSION-ERRORS                            SQQSTA.2
021170     END-IF.                                                      SQQSTA.2
021200 STORE-GEN-STAMP.                                                 SQQSTA.2
021300     IF WS-GEN-COUNT LESS THAN 500                                SQQSTA.2
021400         ADD 1 TO WS-GEN-COUNT                                    SQQSTA.2
022800         PERFORM TALLY-ONE-OUTCOME                                SQQSTA.2
022900     END-IF.                                                      SQQSTA.2
023000 TALLY-ONE-OUTCOME.                                               SQQSTA.2
023010     MOVE AM-FEATURE TO WS-DP-FEATURE.                            SQQSTA.2
023020     MOVE AM-PAR-NAME TO WS-DP-PAR-NAME.                          SQQSTA.2
023030     PERFORM ABSORB-ONE-SUMMARY                                   SQQSTA.2
023040         UNTIL WS-SUMMARY-EOF                                     SQQSTA.2
023050            OR SM-PAIR GREATER THAN WS-DETAIL-PAIR.               SQQSTA.2
023100     IF NOT WS-GROUP-OPEN                                         SQQSTA.2
023200        OR AM-FEATURE NOT EQUAL TO WS-CUR-FEATURE                 SQQSTA.2
023300        OR AM-PAR-NAME NOT EQUAL TO WS-CUR-PAR-NAME               SQQSTA.2
023320         MOVE AM-FEATURE TO WS-NEW-FEATURE                        SQQSTA.2
023340         MOVE AM-PAR-NAME TO WS-NEW-PAR-NAME                      SQQSTA.2
023400         PERFORM END-PAIR-GROUP                                   SQQSTA.2
023500         PERFORM START-PAIR-GROUP                                 SQQSTA.2
023600     END-IF.                                                      SQQSTA.2
023700     MOVE AM-RUN-DATE TO WCS-DATE.                                SQQSTA.2
023800     MOVE AM-RUN-TIME TO WCS-TIME.                                SQQSTA.2
023850     MOVE AM-OUTCOME TO WS-THIS-OUTCOME.                          SQQSTA.2
023900     IF AM-OUTCOME EQUAL TO "PASS "                               SQQSTA.2
024000         ADD 1 TO WS-PASS-CT                                      SQQSTA.2
024100         PERFORM NOTE-FLIP                                        SQQSTA.2
025700*    TAPE BUILD (GEN-CATALOG STAMP) FALLS BETWEEN THE RUNS -      SQQSTA.2
025800*    A REVERSAL EXPLAINED BY A NEW TAPE IS A REAL CHANGE.         SQQSTA.2
025900     IF WS-PREV-OUTCOME NOT EQUAL TO SPACE                        SQQSTA.2
026000        AND WS-PREV-OUTCOME NOT EQUAL TO WS-THIS-OUTCOME          SQQSTA.2
026100         PERFORM CHECK-BUILD-BETWEEN                              SQQSTA.2
026200         IF NOT WS-BUILD-BETWEEN                                  SQQSTA.2
026300             ADD 1 TO WS-FLIP-CT                                  SQQSTA.2
027600     END-IF.                                                      SQQSTA.2
027700 START-PAIR-GROUP.                                                SQQSTA.2
027800     MOVE "Y" TO WS-GROUP-OPEN-SW.                                SQQSTA.2
027900     MOVE WS-NEW-FEATURE TO WS-CUR-FEATURE.                       SQQSTA.2
028000     MOVE WS-NEW-PAR-NAME TO WS-CUR-PAR-NAME.                     SQQSTA.2
028100     MOVE ZERO TO WS-PASS-CT.                                     SQQSTA.2
028200     MOVE ZERO TO WS-FAIL-CT.                                     SQQSTA.2
028300     MOVE ZERO TO WS-DELETE-CT.                                   SQQSTA.2
030600     IF WS-FLIP-CT GREATER THAN 1                                 SQQSTA.2
030700         MOVE "FLAKY" TO DL-FLAKY                                 SQQSTA.2
030800         ADD 1 TO WS-FLAKY-COUNT                                  SQQSTA.2
030850         PERFORM RAISE-FLAKY-EXCEPTION                            SQQSTA.2
030900     ELSE                                                         SQQSTA.2
031000         MOVE SPACE TO DL-FLAKY                                   SQQSTA.2
031100     END-IF.                                                      SQQSTA.2
032100     MOVE "FLAKY TESTS FLAGGED =" TO SL-LITERAL.                  SQQSTA.2
032200     MOVE WS-FLAKY-COUNT TO SL-COUNT.                             SQQSTA.2
032300     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQQSTA.2
032325     MOVE "MONTHLY SUMMARIES COUNTED =" TO SL-LITERAL.            SQQSTA.2
032350     MOVE WS-SUMMARIES-USED TO SL-COUNT.                          SQQSTA.2
032375     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQQSTA.2
032400     CLOSE AUDIT-MASTER.                                          SQQSTA.2
032425     IF WS-SUMMARY-OPEN                                           SQQSTA.2
032450         CLOSE AUDIT-SUMMARY                                      SQQSTA.2
032475     END-IF.                                                      SQQSTA.2
032500     CLOSE GEN-CATALOG.                                           SQQSTA.2
032525     IF WS-EXC-OPEN                                               SQQSTA.2
032550         CLOSE EXCEPTION-FILE                                     SQQSTA.2
032575     END-IF.                                                      SQQSTA.2
032600     CLOSE PRINT-FILE.                                            SQQSTA.2
032700 OPEN-EXCEPTION-FILE.                                             SQQSTA.2
032800*    EVERY FLAKY TEST ALSO GOES ON THE SHARED SUITE EXCEPTION     SQQSTA.2
032900*    FILE FOR THE MORNING EXCEPTION REPORT (SQEXCR).  THE FILE    SQQSTA.2
033000*    IS EXTENDED, NEVER REPLACED - SQEXCR EMPTIES IT WHEN IT      SQQSTA.2
033100*    TAKES THE NIGHT'S EXCEPTIONS ONTO ITS QUEUE.                 SQQSTA.2
033200     ACCEPT WS-EXC-DATE FROM DATE YYYYMMDD.                       SQQSTA.2
033300     ACCEPT WS-EXC-TIME FROM TIME.                                SQQSTA.2
033400     MOVE "N" TO WS-EXC-OPEN-SW.                                  SQQSTA.2
033500     OPEN EXTEND EXCEPTION-FILE.                                  SQQSTA.2
033600     IF EXCEPTION-STATUS EQUAL TO "00"                            SQQSTA.2
033700        OR EXCEPTION-STATUS EQUAL TO "05"                         SQQSTA.2
033800         MOVE "Y" TO WS-EXC-OPEN-SW                               SQQSTA.2
033900     END-IF.                                                      SQQSTA.2
034000 RAISE-FLAKY-EXCEPTION.                                           SQQSTA.2
034100*    FLAKINESS SPANS MANY RUNS, SO THE RUN KEY IS THIS            SQQSTA.2
034200*    STATISTICS RUN ITSELF.                                       SQQSTA.2
034300     MOVE SPACE TO EXCEPTION-REC.                                 SQQSTA.2
034400     MOVE 3 TO EXC-SEVERITY.                                      SQQSTA.2
034500     MOVE "SQQSTA" TO EXC-RK-PGM-ID.                              SQQSTA.2
034600     MOVE WS-EXC-DATE TO EXC-RK-RUN-DATE.                         SQQSTA.2
034700     MOVE WS-EXC-TIME TO EXC-RK-RUN-TIME.                         SQQSTA.2
034800     STRING "FLAKY TEST - " WS-CUR-FEATURE " " WS-CUR-PAR-NAME    SQQSTA.2
034900         DELIMITED BY SIZE INTO EXC-TEXT.                         SQQSTA.2
035000     PERFORM WRITE-EXCEPTION.                                     SQQSTA.2
035100 WRITE-EXCEPTION.                                                 SQQSTA.2
035200     IF WS-EXC-OPEN                                               SQQSTA.2
035300         MOVE "SQQSTA" TO EXC-SOURCE-PGM                          SQQSTA.2
035400         MOVE WS-EXC-DATE TO EXC-RAISED-DATE                      SQQSTA.2
035500         MOVE WS-EXC-TIME TO EXC-RAISED-TIME                      SQQSTA.2
035600         MOVE ZERO TO EXC-REF-NO                                  SQQSTA.2
035700         WRITE EXCEPTION-REC                                      SQQSTA.2
035800     END-IF.                                                      SQQSTA.2
035900 ABSORB-ONE-SUMMARY.                                              SQQSTA.2
036000*    THE SUMMARY FILE IS KEYED FEATURE / PARAGRAPH / MONTH LIKE   SQQSTA.2
036100*    THE MASTER, SO A PAIR'S SUMMARIZED MONTHS ARE TAKEN INTO     SQQSTA.2
036200*    ITS GROUP AHEAD OF ITS DETAIL, OLDEST FIRST.  A PAIR WHOSE   SQQSTA.2
036300*    DETAIL HAS ALL BEEN AGED OFF IS LISTED FROM ITS SUMMARIES    SQQSTA.2
036350*    ALONE.                                                       SQQSTA.2
036400     IF SM-MONTH NOT LESS THAN WS-MONTH-FROM                      SQQSTA.2
036500        AND SM-MONTH NOT GREATER THAN WS-MONTH-TO                 SQQSTA.2
036600         IF NOT WS-GROUP-OPEN                                     SQQSTA.2
036700            OR SM-FEATURE NOT EQUAL TO WS-CUR-FEATURE             SQQSTA.2
036800            OR SM-PAR-NAME NOT EQUAL TO WS-CUR-PAR-NAME           SQQSTA.2
036900             MOVE SM-FEATURE TO WS-NEW-FEATURE                    SQQSTA.2
037000             MOVE SM-PAR-NAME TO WS-NEW-PAR-NAME                  SQQSTA.2
037100             PERFORM END-PAIR-GROUP                               SQQSTA.2
037200             PERFORM START-PAIR-GROUP                             SQQSTA.2
037300         END-IF                                                   SQQSTA.2
037400         PERFORM TALLY-ONE-SUMMARY                                SQQSTA.2
037500     END-IF.                                                      SQQSTA.2
037600     PERFORM READ-NEXT-SUMMARY.                                   SQQSTA.2
037700 TALLY-ONE-SUMMARY.                                               SQQSTA.2
037800*    THE MONTH'S OWN UNEXPLAINED REVERSALS COUNT AS FLIPS; ITS    SQQSTA.2
037900*    FIRST OUTCOME IS CHECKED AGAINST THE OUTCOME BEFORE IT, AND  SQQSTA.2
038000*    ITS LAST OUTCOME IS THE ONE THE NEXT MONTH OR RUN FOLLOWS.   SQQSTA.2
038100     ADD SM-PASS-CT TO WS-PASS-CT.                                SQQSTA.2
038200     ADD SM-FAIL-CT TO WS-FAIL-CT.                                SQQSTA.2
038300     ADD SM-DELETE-CT TO WS-DELETE-CT.                            SQQSTA.2
038400     ADD SM-UNEXPLAINED TO WS-FLIP-CT.                            SQQSTA.2
038500     ADD 1 TO WS-SUMMARIES-USED.                                  SQQSTA.2
038600     IF SM-FIRST-OUTCOME NOT EQUAL TO SPACE                       SQQSTA.2
038700         MOVE SM-FIRST-STAMP TO WS-CUR-STAMP                      SQQSTA.2
038800         MOVE SM-FIRST-OUTCOME TO WS-THIS-OUTCOME                 SQQSTA.2
038900         PERFORM NOTE-FLIP                                        SQQSTA.2
039000         MOVE SM-LAST-OUTCOME TO WS-PREV-OUTCOME                  SQQSTA.2
039100         MOVE SM-LAST-STAMP TO WS-PREV-STAMP                      SQQSTA.2
039200     END-IF.                                                      SQQSTA.2
039300 READ-NEXT-SUMMARY.                                               SQQSTA.2
039400     READ AUDIT-SUMMARY NEXT RECORD                               SQQSTA.2
039500         AT END                                                   SQQSTA.2
039600             MOVE "Y" TO WS-SUMMARY-EOF-SW                        SQQSTA.2
039700     END-READ.                                                    SQQSTA.2
039800     IF SUMMARY-STATUS NOT EQUAL TO "00"                          SQQSTA.2
039900        AND SUMMARY-STATUS NOT EQUAL TO "02"                      SQQSTA.2
040000         MOVE "Y" TO WS-SUMMARY-EOF-SW                            SQQSTA.2
040100     END-IF.                                                      SQQSTA.2
