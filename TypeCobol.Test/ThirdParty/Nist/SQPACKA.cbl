002200*                 (DEFAULT 3)                                   * SQPACKA.2
002300*                                                               * SQPACKA.2
002400*    ANY OVERDUE OR MISMATCHED PACK RAISES RETURN CODE 8.       * SQPACKA.2
002410*                                                               * SQPACKA.2
002420*    THE REPORT ENDS WITH EVERY FISCAL PERIOD REOPENED AFTER    * SQPACKA.2
002430*    ITS CLOSE - THE PCLLOG REOPEN LOG THE DVZZPCL CLOSE LOCK   * SQPACKA.2
002440*    KEEPS (SEE SQROPREC): EACH REOPEN CARD GRANTED OR          * SQPACKA.2
002450*    REFUSED, AND HOW MANY WRITES EACH GRANTED REOPEN LET INTO  * SQPACKA.2
002460*    THE PERIOD.  A REOPEN LOG THAT WILL NOT OPEN IS REPORTED   * SQPACKA.
002470*    AS SUCH, NOT AS NO REOPENS, AND ALSO RAISES RETURN CODE 8. * SQPACKA.
002500*                                                               * SQPACKA.2
002600***************************************************************** SQPACKA.2
002700*                                                               * SQPACKA.2
003100*            X-07   PACK REGISTER                               * SQPACKA.2
003200*            X-08   WAREHOUSE RECEIPT FILE                      * SQPACKA.2
003300*            X-55   SYSTEM PRINTER                              * SQPACKA.2
003350*            X-27   SUITE EXCEPTION FILE                        * SQPACKA.2
003375*            X-42   FISCAL-PERIOD REOPEN LOG (OPTIONAL)         * SQPACKA.2
003400*            X-82   SOURCE-COMPUTER                             * SQPACKA.2
003500*            X-83   OBJECT-COMPUTER                             * SQPACKA.2
003600*            X-84   LABEL RECORDS OPTION                        * SQPACKA.2
005400     XXXXX008                                                     SQPACKA.2
005500            ORGANIZATION IS SEQUENTIAL                            SQPACKA.2
005600            FILE STATUS IS RECEIPT-STATUS.                        SQPACKA.2
005620     SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO                     SQPACKA.2
005640     XXXXX027                                                     SQPACKA.2
005660            ORGANIZATION IS SEQUENTIAL                            SQPACKA.2
005680            FILE STATUS IS EXCEPTION-STATUS.                      SQPACKA.2
005682     SELECT OPTIONAL REOPEN-LOG ASSIGN TO                         SQPACKA.2
005684     XXXXX042                                                     SQPACKA.2
005686            ORGANIZATION IS SEQUENTIAL                            SQPACKA.2
005688            FILE STATUS IS REOPEN-LOG-STATUS.                     SQPACKA.2
005700     SELECT PRINT-FILE ASSIGN TO                                  SQPACKA.2
005800     XXXXX055.                                                    SQPACKA.2
005900 DATA DIVISION.                                                   SQPACKA.2
009600     05  FILLER              PIC X(1).                            SQPACKA.2
009700     05  RCP-LOAD-DATE       PIC 9(8).                            SQPACKA.2
009800     05  FILLER              PIC X(40).                           SQPACKA.2
009825 FD  EXCEPTION-FILE                                               SQPACKA.2
009850     LABEL RECORDS ARE STANDARD.                                  SQPACKA.2
009875     COPY SQEXCREC.                                               SQPACKA.2
009880 FD  REOPEN-LOG                                                   SQPACKA.2
009885     LABEL RECORDS ARE STANDARD.                                  SQPACKA.2
009890     COPY SQROPREC.                                               SQPACKA.2
009900 FD  PRINT-FILE                                                   SQPACKA.2
010000     LABEL RECORDS                                                SQPACKA.2
010100     XXXXX084                                                     SQPACKA.2
010800     88  WS-EOF                   VALUE "Y".                      SQPACKA.2
010900 01  PACK-REGISTER-STATUS   PIC XX VALUE "00".                    SQPACKA.2
011000 01  RECEIPT-STATUS         PIC XX VALUE "00".                    SQPACKA.2
011020 01  EXCEPTION-STATUS       PIC XX VALUE "00".                    SQPACKA.2
011040 01  WS-EXC-OPEN-SW         PIC X VALUE "N".                      SQPACKA.2
011060     88  WS-EXC-OPEN              VALUE "Y".                      SQPACKA.2
011080 01  WS-EXC-TIME            PIC 9(8).                             SQPACKA.2
011082 01  REOPEN-LOG-STATUS      PIC XX VALUE "00".                    SQPACKA.2
011083 01  WS-REOPEN-OPEN-SW      PIC X VALUE "N".                      SQPACKA.
011085     88  WS-REOPEN-OPEN           VALUE "Y".                      SQPACKA.
011084 01  WS-REOPEN-ROWS         PIC 9(5) COMP VALUE ZERO.             SQPACKA.2
011086 01  WS-REOPENS-GRANTED     PIC 9(5) COMP VALUE ZERO.             SQPACKA.2
011088 01  WS-REOPENS-REFUSED     PIC 9(5) COMP VALUE ZERO.             SQPACKA.2
011100 01  WS-DEADLINE-DAYS       PIC 9(3) VALUE 3.                     SQPACKA.2
011200 01  WS-TODAY               PIC 9(8).                             SQPACKA.2
011300 01  WS-CUTOFF-DATE         PIC 9(8).                             SQPACKA.2
015400     05  PL-ACK-STATUS       PIC X(1).                            SQPACKA.2
015500     05  FILLER              PIC X(2)  VALUE SPACE.               SQPACKA.2
015600     05  PL-NOTE             PIC X(36).                           SQPACKA.2
015602 01  REOPEN-HEAD-LINE.                                            SQPACKA.2
015604     05  FILLER              PIC X(40) VALUE                      SQPACKA.2
015606         "FISCAL PERIODS REOPENED AFTER CLOSE".                   SQPACKA.2
015608 01  REOPEN-LINE.                                                 SQPACKA.2
015610     05  FILLER              PIC X(2)  VALUE SPACE.               SQPACKA.2
015612     05  RPL-DATE            PIC 9(8).                            SQPACKA.2
015614     05  FILLER              PIC X(1)  VALUE SPACE.               SQPACKA.2
015616     05  RPL-TIME            PIC 9(8).                            SQPACKA.2
015618     05  FILLER              PIC X(2)  VALUE SPACE.               SQPACKA.2
015620     05  RPL-UTILITY         PIC X(8).                            SQPACKA.2
015622     05  FILLER              PIC X(1)  VALUE SPACE.               SQPACKA.2
015624     05  RPL-FISCAL-YEAR     PIC X(4).                            SQPACKA.2
015626     05  FILLER              PIC X(1)  VALUE "/".                 SQPACKA.2
015628     05  RPL-PERIOD          PIC X(2).                            SQPACKA.2
015630     05  FILLER              PIC X(2)  VALUE SPACE.               SQPACKA.2
015632     05  RPL-OPERATOR        PIC X(8).                            SQPACKA.2
015634     05  FILLER              PIC X(2)  VALUE SPACE.               SQPACKA.2
015636     05  RPL-STATUS          PIC X(8).                            SQPACKA.2
015638     05  RPL-COUNT-X         PIC X(7).                            SQPACKA.2
015639     05  RPL-COUNT REDEFINES RPL-COUNT-X PIC ZZZZZZ9.             SQPACKA.2
015640     05  FILLER              PIC X(2)  VALUE SPACE.               SQPACKA.2
015642     05  RPL-TEXT            PIC X(40).                           SQPACKA.2
015644 01  REOPEN-ERROR-LINE.                                           SQPACKA.
015646     05  FILLER              PIC X(42) VALUE                      SQPACKA.
015648         "** REOPEN LOG WILL NOT OPEN - FILE STATUS ".            SQPACKA.
015650     05  RLE-STATUS          PIC XX.                              SQPACKA.
015700 01  SUMMARY-LINE.                                                SQPACKA.2
015800     05  SL-LITERAL          PIC X(30).                           SQPACKA.2
015900     05  SL-COUNT            PIC ZZZZ9.                           SQPACKA.2
016890         PERFORM REWRITE-REGISTER                                 SQPACKA.2
016895     END-IF.                                                      SQPACKA.2
016900     PERFORM REPORT-PACKS.                                        SQPACKA.2
016950     PERFORM REPORT-REOPENS.                                      SQPACKA.2
017000     PERFORM CLOSE-FILES.                                         SQPACKA.2
017100     IF WS-OVERDUE-COUNT GREATER THAN ZERO                        SQPACKA.2
017200        OR WS-MISMATCH-COUNT GREATER THAN ZERO                    SQPACKA.2
018800     PERFORM COMPUTE-CUTOFF-DATE.                                 SQPACKA.2
018900     OPEN OUTPUT PRINT-FILE.                                      SQPACKA.2
019000     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQPACKA.2
019050     PERFORM OPEN-EXCEPTION-FILE.                                 SQPACKA.2
019100     OPEN INPUT PACK-REGISTER.                                    SQPACKA.2
019200     IF PACK-REGISTER-STATUS NOT EQUAL TO "00"                    SQPACKA.2
019300        AND PACK-REGISTER-STATUS NOT EQUAL TO "05"                SQPACKA.2
031400     MOVE SPACE TO PL-NOTE.                                       SQPACKA.2
031500     IF RG-ACK-STATUS (WS-REG-SUB) EQUAL TO "E"                   SQPACKA.2
031600         MOVE "** RECEIPT TOTALS DISAGREE **" TO PL-NOTE          SQPACKA.2
031650         PERFORM RAISE-PACK-EXCEPTION                             SQPACKA.2
031700     END-IF.                                                      SQPACKA.2
031800     IF RG-ACK-STATUS (WS-REG-SUB) EQUAL TO "N"                   SQPACKA.2
031900        AND RG-PACK-DATE (WS-REG-SUB) LESS THAN                   SQPACKA.2
032000            WS-CUTOFF-DATE                                        SQPACKA.2
032100         MOVE "** UNACKNOWLEDGED PAST DEADLINE **" TO PL-NOTE     SQPACKA.2
032200         ADD 1 TO WS-OVERDUE-COUNT                                SQPACKA.2
032250         PERFORM RAISE-PACK-EXCEPTION                             SQPACKA.2
032300     END-IF.                                                      SQPACKA.2
032400     WRITE PRINT-REC FROM PACK-LINE AFTER ADVANCING 1 LINE.       SQPACKA.2
032401 REPORT-REOPENS.                                                  SQPACKA.
032402*    ONCE A PERIOD IS CLOSED AND ITS PACK ACKNOWLEDGED, EVERY     SQPACKA.
032403*    CHANGE TO ITS HISTORY NEEDED A REOPEN CARD - LIST THEM ALL.  SQPACKA.
032404     MOVE "N" TO WS-EOF-SW.                                       SQPACKA.
032405     OPEN INPUT REOPEN-LOG.                                       SQPACKA.
032406     IF REOPEN-LOG-STATUS EQUAL TO "00"                           SQPACKA.
032407        OR REOPEN-LOG-STATUS EQUAL TO "05"                        SQPACKA.
032408         MOVE "Y" TO WS-REOPEN-OPEN-SW                            SQPACKA.
032409     END-IF.                                                      SQPACKA.
032410     WRITE PRINT-REC FROM REOPEN-HEAD-LINE                        SQPACKA.
032411         AFTER ADVANCING 2 LINES.                                 SQPACKA.
032412*    A LOG THAT WILL NOT OPEN MUST NOT READ AS "NONE".            SQPACKA.
032413     IF WS-REOPEN-OPEN                                            SQPACKA.
032414         PERFORM REPORT-ONE-REOPEN                                SQPACKA.
032415             UNTIL WS-EOF                                         SQPACKA.
032416         IF WS-REOPEN-ROWS EQUAL TO ZERO                          SQPACKA.
032417             MOVE "  NONE" TO PRINT-REC                           SQPACKA.
032418             WRITE PRINT-REC AFTER ADVANCING 1 LINE               SQPACKA.
032419         END-IF                                                   SQPACKA.
032420         CLOSE REOPEN-LOG                                         SQPACKA.
032421     ELSE                                                         SQPACKA.
032422         MOVE REOPEN-LOG-STATUS TO RLE-STATUS                     SQPACKA.
032423         WRITE PRINT-REC FROM REOPEN-ERROR-LINE                   SQPACKA.
032424             AFTER ADVANCING 1 LINE                               SQPACKA.
032425         MOVE 8 TO RETURN-CODE                                    SQPACKA.
032426     END-IF.                                                      SQPACKA.
032427 REPORT-ONE-REOPEN.                                               SQPACKA.
032428     READ REOPEN-LOG                                              SQPACKA.
032429         AT END                                                   SQPACKA.
032430             MOVE "Y" TO WS-EOF-SW                                SQPACKA.
032431     END-READ.                                                    SQPACKA.
032432     IF NOT WS-EOF                                                SQPACKA.
032433         PERFORM LIST-ONE-REOPEN                                  SQPACKA.
032434     END-IF.                                                      SQPACKA.
032435 LIST-ONE-REOPEN.                                                 SQPACKA.
032436     ADD 1 TO WS-REOPEN-ROWS.                                     SQPACKA.
032437     MOVE RLG-DATE TO RPL-DATE.                                   SQPACKA.
032438     MOVE RLG-TIME TO RPL-TIME.                                   SQPACKA.
032439     MOVE RLG-UTILITY TO RPL-UTILITY.                             SQPACKA.
032440     MOVE RLG-FISCAL-YEAR TO RPL-FISCAL-YEAR.                     SQPACKA.
032441     MOVE RLG-PERIOD TO RPL-PERIOD.                               SQPACKA.
032442     MOVE RLG-OPERATOR TO RPL-OPERATOR.                           SQPACKA.
032443     MOVE SPACE TO RPL-COUNT-X.                                   SQPACKA.
032444     MOVE RLG-REASON TO RPL-TEXT.                                 SQPACKA.
032445     IF RLG-GRANTED                                               SQPACKA.
032446         MOVE "GRANTED" TO RPL-STATUS                             SQPACKA.
032447         ADD 1 TO WS-REOPENS-GRANTED                              SQPACKA.
032448     END-IF.                                                      SQPACKA.
032449     IF RLG-REFUSED                                               SQPACKA.
032450         MOVE "REFUSED" TO RPL-STATUS                             SQPACKA.
032451         MOVE RLG-REFUSAL TO RPL-TEXT                             SQPACKA.
032452         ADD 1 TO WS-REOPENS-REFUSED                              SQPACKA.
032453     END-IF.                                                      SQPACKA.
032454     IF RLG-USED                                                  SQPACKA.
032455         MOVE "WRITES" TO RPL-STATUS                              SQPACKA.
032456         MOVE RLG-COUNT TO RPL-COUNT                              SQPACKA.
032457     END-IF.                                                      SQPACKA.
032458     WRITE PRINT-REC FROM REOPEN-LINE AFTER ADVANCING 1 LINE.     SQPACKA.
032500 CLOSE-FILES.                                                     SQPACKA.2
032600     MOVE "PACKS ACKNOWLEDGED =" TO SL-LITERAL.                   SQPACKA.2
032700     MOVE WS-ACKED-COUNT TO SL-COUNT.                             SQPACKA.2
033500     MOVE "RECEIPTS FOR UNKNOWN PACKS =" TO SL-LITERAL.           SQPACKA.2
033600     MOVE WS-ORPHAN-RECEIPTS TO SL-COUNT.                         SQPACKA.2
033700     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQPACKA.2
033702     MOVE "PERIOD REOPENS GRANTED =" TO SL-LITERAL.               SQPACKA.2
033704     MOVE WS-REOPENS-GRANTED TO SL-COUNT.                         SQPACKA.2
033706     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQPACKA.2
033708     MOVE "PERIOD REOPENS REFUSED =" TO SL-LITERAL.               SQPACKA.2
033710     MOVE WS-REOPENS-REFUSED TO SL-COUNT.                         SQPACKA.2
033712     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQPACKA.2
033725     IF WS-EXC-OPEN                                               SQPACKA.2
033750         CLOSE EXCEPTION-FILE                                     SQPACKA.2
033775     END-IF.                                                      SQPACKA.2
033800     CLOSE PRINT-FILE.                                            SQPACKA.2
033900 OPEN-EXCEPTION-FILE.                                             SQPACKA.2
034000*    EVERY OVERDUE OR MISMATCHED PACK ALSO GOES ON THE SHARED     SQPACKA.2
034100*    SUITE EXCEPTION FILE FOR THE MORNING EXCEPTION REPORT        SQPACKA.2
034200*    (SQEXCR).  THE FILE IS EXTENDED, NEVER REPLACED - SQEXCR     SQPACKA.2
034300*    EMPTIES IT WHEN IT TAKES THE NIGHT'S EXCEPTIONS ONTO ITS     SQPACKA.2
034400*    QUEUE.                                                       SQPACKA.2
034500     ACCEPT WS-EXC-TIME FROM TIME.                                SQPACKA.2
034600     MOVE "N" TO WS-EXC-OPEN-SW.                                  SQPACKA.2
034700     OPEN EXTEND EXCEPTION-FILE.                                  SQPACKA.2
034800     IF EXCEPTION-STATUS EQUAL TO "00"                            SQPACKA.2
034900        OR EXCEPTION-STATUS EQUAL TO "05"                         SQPACKA.2
035000         MOVE "Y" TO WS-EXC-OPEN-SW                               SQPACKA.2
035100     END-IF.                                                      SQPACKA.2
035200 RAISE-PACK-EXCEPTION.                                            SQPACKA.2
035300*    THE RUN KEY IS THE SQPACK RUN THAT SHIPPED THE PACK.         SQPACKA.2
035400     MOVE SPACE TO EXCEPTION-REC.                                 SQPACKA.2
035500     MOVE 1 TO EXC-SEVERITY.                                      SQPACKA.2
035600     MOVE "SQPACK" TO EXC-RK-PGM-ID.                              SQPACKA.2
035700     MOVE RG-PACK-DATE (WS-REG-SUB) TO EXC-RK-RUN-DATE.           SQPACKA.2
035800     MOVE RG-PACK-TIME (WS-REG-SUB) TO EXC-RK-RUN-TIME.           SQPACKA.2
035900     STRING "PACK FROM " RG-SOURCE-SYSTEM (WS-REG-SUB)            SQPACKA.2
036000            " " PL-NOTE                                           SQPACKA.2
036100         DELIMITED BY SIZE INTO EXC-TEXT.                         SQPACKA.2
036200     PERFORM WRITE-EXCEPTION.                                     SQPACKA.2
036300 WRITE-EXCEPTION.                                                 SQPACKA.2
036400     IF WS-EXC-OPEN                                               SQPACKA.2
036500         MOVE "SQPACKA" TO EXC-SOURCE-PGM                         SQPACKA.2
036600         MOVE WS-TODAY TO EXC-RAISED-DATE                         SQPACKA.2
036700         MOVE WS-EXC-TIME TO EXC-RAISED-TIME                      SQPACKA.2
036800         MOVE ZERO TO EXC-REF-NO                                  SQPACKA.2
036900         WRITE EXCEPTION-REC                                      SQPACKA.2
037000     END-IF.                                                      SQPACKA.2
