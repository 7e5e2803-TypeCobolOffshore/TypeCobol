001300*    SELECTION CARD :-                                          * SQAINQ.2
001400*      COLS  1-24  FEATURE (AS PRINTED ON THE REPORTS)          * SQAINQ.2
001500*      COLS 26-45  PARAGRAPH NAME (SPACES = ALL PARAGRAPHS)     * SQAINQ.2
001510*                                                               * SQAINQ.2
001520*    MONTHS WHOSE OUTCOMES SQAAGE HAS AGED OFF THE MASTER ARE   * SQAINQ.2
001530*    LISTED FIRST, ONE LINE PER PARAGRAPH AND MONTH FROM THE    * SQAINQ.2
001540*    MONTHLY SUMMARY FILE (SEE SQAMSREC).  THE PASS, FAIL AND   * SQAINQ.2
001550*    DELETE TOTALS AND THE FAILURE PERCENTAGE AT THE END        * SQAINQ.2
001560*    COMBINE THOSE MONTHS WITH THE DETAIL STILL ON FILE.        * SQAINQ.2
001600*                                                               * SQAINQ.2
001700***************************************************************** SQAINQ.2
001800*                                                               * SQAINQ.2
002000*                                                               * SQAINQ.2
002100*            X-59   SELECTION CARD READER FILE                  * SQAINQ.2
002200*            X-72   AUDIT MASTER FILE (INDEXED)                 * SQAINQ.2
002250*            X-44   AUDIT MONTHLY SUMMARY FILE (OPTIONAL)       * SQAINQ.2
002300*            X-55   SYSTEM PRINTER                              * SQAINQ.2
002400*            X-82   SOURCE-COMPUTER                             * SQAINQ.2
002500*            X-83   OBJECT-COMPUTER                             * SQAINQ.2
004100            ORGANIZATION IS INDEXED                               SQAINQ.2
004200            ACCESS MODE IS DYNAMIC                                SQAINQ.2
004300            RECORD KEY IS AM-KEY.                                 SQAINQ.2
004310     SELECT OPTIONAL AUDIT-SUMMARY ASSIGN TO                      SQAINQ.2
004320     XXXXX044                                                     SQAINQ.2
004330            ORGANIZATION IS INDEXED                               SQAINQ.2
004340            ACCESS MODE IS DYNAMIC                                SQAINQ.2
004350            RECORD KEY IS SM-KEY                                  SQAINQ.2
004360            FILE STATUS IS SUMMARY-STATUS.                        SQAINQ.2
004400     SELECT PRINT-FILE ASSIGN TO                                  SQAINQ.2
004500     XXXXX055.                                                    SQAINQ.2
004600 DATA DIVISION.                                                   SQAINQ.2
006600     02  AM-PGM-ID          PIC X(9).                             SQAINQ.2
006700     02  AM-OUTCOME         PIC X(5).                             SQAINQ.2
006800     02  AM-RE-MARK         PIC X(61).                            SQAINQ.2
006850     02  AM-COMPILER-LEVEL  PIC X(8).                             SQAINQ.2
006860 FD  AUDIT-SUMMARY.                                               SQAINQ.2
006870     COPY SQAMSREC.                                               SQAINQ.2
006900 FD  PRINT-FILE                                                   SQAINQ.2
007000     LABEL RECORDS                                                SQAINQ.2
007100     XXXXX084                                                     SQAINQ.2
007900 01  WS-LINES-LISTED        PIC 9(5) COMP VALUE ZERO.             SQAINQ.2
008000 01  WS-WANTED-FEATURE      PIC X(24).                            SQAINQ.2
008100 01  WS-WANTED-PAR-NAME     PIC X(20).                            SQAINQ.2
008110 01  SUMMARY-STATUS         PIC XX VALUE "00".                    SQAINQ.2
008120 01  WS-SUMMARY-EOF-SW      PIC X VALUE "N".                      SQAINQ.2
008130     88  WS-SUMMARY-EOF           VALUE "Y".                      SQAINQ.2
008140 01  WS-MONTHS-LISTED       PIC 9(5) COMP VALUE ZERO.             SQAINQ.2
008150 01  WS-SUMMARIZED-TOTAL    PIC 9(7) COMP VALUE ZERO.             SQAINQ.2
008160 01  WS-PASS-TOTAL          PIC 9(7) COMP VALUE ZERO.             SQAINQ.2
008170 01  WS-FAIL-TOTAL          PIC 9(7) COMP VALUE ZERO.             SQAINQ.2
008180 01  WS-DELETE-TOTAL        PIC 9(7) COMP VALUE ZERO.             SQAINQ.2
008190 01  WS-FAIL-PCT            PIC 9(3)V9 COMP VALUE ZERO.           SQAINQ.2
008200 01  HEAD-LINE-1.                                                 SQAINQ.2
008300     05  FILLER              PIC X(26) VALUE                      SQAINQ.2
008400         "AUDIT MASTER INQUIRY FOR ".                             SQAINQ.2
011200 01  COUNT-LINE.                                                  SQAINQ.2
011300     05  FILLER              PIC X(17) VALUE "OUTCOMES LISTED =". SQAINQ.2
011400     05  CL-COUNT            PIC ZZZZ9.                           SQAINQ.2
011402 01  MONTH-HEAD-LINE.                                             SQAINQ.2
011404     05  FILLER              PIC X(45) VALUE                      SQAINQ.2
011406         "MONTHS AGED OFF, AS SUMMARIZED BY SQAAGE :-".           SQAINQ.2
011408 01  MONTH-LINE.                                                  SQAINQ.2
011410     05  MTL-MONTH           PIC 9(6).                            SQAINQ.2
011412     05  FILLER              PIC X(6)  VALUE SPACE.               SQAINQ.2
011414     05  MTL-PAR-NAME        PIC X(20).                           SQAINQ.2
011416     05  FILLER              PIC X(2)  VALUE SPACE.               SQAINQ.2
011418     05  FILLER              PIC X(6)  VALUE "PASS =".            SQAINQ.2
011420     05  MTL-PASS            PIC ZZZZZZ9.                         SQAINQ.2
011422     05  FILLER              PIC X(8)  VALUE "  FAIL =".          SQAINQ.2
011424     05  MTL-FAIL            PIC ZZZZZZ9.                         SQAINQ.2
011426     05  FILLER              PIC X(10) VALUE "  DELETE =".        SQAINQ.2
011428     05  MTL-DELETE          PIC ZZZZZZ9.                         SQAINQ.2
011430     05  FILLER              PIC X(9)  VALUE "  OTHER =".         SQAINQ.2
011432     05  MTL-OTHER           PIC ZZZZZZ9.                         SQAINQ.2
011434     05  FILLER              PIC X(13) VALUE "  REVERSALS =".     SQAINQ.2
011436     05  MTL-REVERSALS       PIC ZZZZ9.                           SQAINQ.2
011438 01  TOTAL-LINE.                                                  SQAINQ.2
011440     05  TL-LITERAL          PIC X(30).                           SQAINQ.2
011442     05  TL-COUNT            PIC ZZZZZZ9.                         SQAINQ.2
011444 01  PCT-LINE.                                                    SQAINQ.2
011446     05  FILLER              PIC X(30) VALUE                      SQAINQ.2
011448         "FAILURE PERCENTAGE =".                                  SQAINQ.2
011450     05  FILLER              PIC X(2)  VALUE SPACE.               SQAINQ.2
011452     05  PL-FAIL-PCT         PIC ZZ9.9.                           SQAINQ.2
011500 PROCEDURE DIVISION.                                              SQAINQ.2
011600 MAINLINE.                                                        SQAINQ.2
011700     PERFORM OPEN-FILES.                                          SQAINQ.2
013300     OPEN OUTPUT PRINT-FILE.                                      SQAINQ.2
013400     MOVE WS-WANTED-FEATURE TO HL-FEATURE.                        SQAINQ.2
013500     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQAINQ.2
013550     PERFORM LIST-SUMMARY-MONTHS.                                 SQAINQ.2
013600     WRITE PRINT-REC FROM HEAD-LINE-2 AFTER ADVANCING 2 LINES.    SQAINQ.2
013700     MOVE WS-WANTED-FEATURE TO AM-FEATURE.                        SQAINQ.2
013800     MOVE SPACE TO AM-PAR-NAME.                                   SQAINQ.2
016700     MOVE AM-RE-MARK  TO DL-RE-MARK.                              SQAINQ.2
016800     WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1 LINE.     SQAINQ.2
016900     ADD 1 TO WS-LINES-LISTED.                                    SQAINQ.2
016910     IF AM-OUTCOME EQUAL TO "PASS "                               SQAINQ.2
016920         ADD 1 TO WS-PASS-TOTAL                                   SQAINQ.2
016930     END-IF.                                                      SQAINQ.2
016940     IF AM-OUTCOME EQUAL TO "FAIL*"                               SQAINQ.2
016950         ADD 1 TO WS-FAIL-TOTAL                                   SQAINQ.2
016960     END-IF.                                                      SQAINQ.2
016970     IF AM-OUTCOME EQUAL TO "*****"                               SQAINQ.2
016980         ADD 1 TO WS-DELETE-TOTAL                                 SQAINQ.2
016990     END-IF.                                                      SQAINQ.2
017000 CLOSE-FILES.                                                     SQAINQ.2
017100     IF WS-LINES-LISTED EQUAL TO ZERO                             SQAINQ.2
017150        AND WS-MONTHS-LISTED EQUAL TO ZERO                        SQAINQ.2
017200         WRITE PRINT-REC FROM NONE-FOUND-LINE                     SQAINQ.2
017300             AFTER ADVANCING 2 LINES                              SQAINQ.2
017400     END-IF.                                                      SQAINQ.2
017500     MOVE WS-LINES-LISTED TO CL-COUNT.                            SQAINQ.2
017600     WRITE PRINT-REC FROM COUNT-LINE AFTER ADVANCING 2 LINES.     SQAINQ.2
017604     MOVE "OUTCOMES SUMMARIZED =" TO TL-LITERAL.                  SQAINQ.2
017608     MOVE WS-SUMMARIZED-TOTAL TO TL-COUNT.                        SQAINQ.2
017612     WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.      SQAINQ.2
017616     MOVE "PASS, SUMMARY AND DETAIL =" TO TL-LITERAL.             SQAINQ.2
017620     MOVE WS-PASS-TOTAL TO TL-COUNT.                              SQAINQ.2
017624     WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.      SQAINQ.2
017628     MOVE "FAIL, SUMMARY AND DETAIL =" TO TL-LITERAL.             SQAINQ.2
017632     MOVE WS-FAIL-TOTAL TO TL-COUNT.                              SQAINQ.2
017636     WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.      SQAINQ.2
017640     MOVE "DELETE, SUMMARY AND DETAIL =" TO TL-LITERAL.           SQAINQ.2
017644     MOVE WS-DELETE-TOTAL TO TL-COUNT.                            SQAINQ.2
017648     WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.      SQAINQ.2
017652     IF WS-PASS-TOTAL + WS-FAIL-TOTAL EQUAL TO ZERO               SQAINQ.2
017656         MOVE ZERO TO WS-FAIL-PCT                                 SQAINQ.2
017660     ELSE                                                         SQAINQ.2
017664         COMPUTE WS-FAIL-PCT ROUNDED =                            SQAINQ.2
017668             (WS-FAIL-TOTAL * 100) /                              SQAINQ.2
017672             (WS-PASS-TOTAL + WS-FAIL-TOTAL)                      SQAINQ.2
017676     END-IF.                                                      SQAINQ.2
017680     MOVE WS-FAIL-PCT TO PL-FAIL-PCT.                             SQAINQ.2
017684     WRITE PRINT-REC FROM PCT-LINE AFTER ADVANCING 1 LINE.        SQAINQ.2
017700     CLOSE AUDIT-MASTER.                                          SQAINQ.2
017800     CLOSE PRINT-FILE.                                            SQAINQ.2
017900 LIST-SUMMARY-MONTHS.                                             SQAINQ.2
018000*    MONTHS AGED OFF THE MASTER BY SQAAGE ARE LISTED FROM THEIR   SQAINQ.2
018100*    SUMMARIES, AHEAD OF THE DETAIL THAT IS STILL ON FILE, AND    SQAINQ.2
018200*    COUNT IN THE TOTALS WITH IT.                                 SQAINQ.2
018300     OPEN INPUT AUDIT-SUMMARY.                                    SQAINQ.2
018400     IF SUMMARY-STATUS EQUAL TO "00"                              SQAINQ.2
018500        OR SUMMARY-STATUS EQUAL TO "05"                           SQAINQ.2
018600         MOVE "N" TO WS-SUMMARY-EOF-SW                            SQAINQ.2
018700         MOVE WS-WANTED-FEATURE TO SM-FEATURE                     SQAINQ.2
018800         MOVE SPACE TO SM-PAR-NAME                                SQAINQ.2
018900         MOVE ZERO TO SM-MONTH                                    SQAINQ.2
019000         START AUDIT-SUMMARY KEY IS NOT LESS THAN SM-KEY          SQAINQ.2
019100             INVALID KEY                                          SQAINQ.2
019200                 MOVE "Y" TO WS-SUMMARY-EOF-SW                    SQAINQ.2
019300         END-START                                                SQAINQ.2
019400         PERFORM LIST-ONE-SUMMARY-MONTH                           SQAINQ.2
019500             UNTIL WS-SUMMARY-EOF                                 SQAINQ.2
019600         CLOSE AUDIT-SUMMARY                                      SQAINQ.2
019700     END-IF.                                                      SQAINQ.2
019800 LIST-ONE-SUMMARY-MONTH.                                          SQAINQ.2
019900     READ AUDIT-SUMMARY NEXT RECORD                               SQAINQ.2
020000         AT END                                                   SQAINQ.2
020100             MOVE "Y" TO WS-SUMMARY-EOF-SW                        SQAINQ.2
020200     END-READ.                                                    SQAINQ.2
020300     IF NOT WS-SUMMARY-EOF                                        SQAINQ.2
020400         IF SM-FEATURE NOT EQUAL TO WS-WANTED-FEATURE             SQAINQ.2
020500             MOVE "Y" TO WS-SUMMARY-EOF-SW                        SQAINQ.2
020600         ELSE                                                     SQAINQ.2
020700             IF WS-WANTED-PAR-NAME EQUAL TO SPACE                 SQAINQ.2
020800                OR SM-PAR-NAME EQUAL TO WS-WANTED-PAR-NAME        SQAINQ.2
020900                 PERFORM PRINT-SUMMARY-MONTH-LINE                 SQAINQ.2
021000             END-IF                                               SQAINQ.2
021100         END-IF                                                   SQAINQ.2
021200     END-IF.                                                      SQAINQ.2
021300 PRINT-SUMMARY-MONTH-LINE.                                        SQAINQ.2
021400     IF WS-MONTHS-LISTED EQUAL TO ZERO                            SQAINQ.2
021500         WRITE PRINT-REC FROM MONTH-HEAD-LINE                     SQAINQ.2
021600             AFTER ADVANCING 2 LINES                              SQAINQ.2
021700     END-IF.                                                      SQAINQ.2
021800     MOVE SM-MONTH TO MTL-MONTH.                                  SQAINQ.2
021900     MOVE SM-PAR-NAME TO MTL-PAR-NAME.                            SQAINQ.2
022000     MOVE SM-PASS-CT TO MTL-PASS.                                 SQAINQ.2
022100     MOVE SM-FAIL-CT TO MTL-FAIL.                                 SQAINQ.2
022200     MOVE SM-DELETE-CT TO MTL-DELETE.                             SQAINQ.2
022300     MOVE SM-OTHER-CT TO MTL-OTHER.                               SQAINQ.2
022400     MOVE SM-REVERSALS TO MTL-REVERSALS.                          SQAINQ.2
022500     WRITE PRINT-REC FROM MONTH-LINE AFTER ADVANCING 1 LINE.      SQAINQ.2
022600     ADD 1 TO WS-MONTHS-LISTED.                                   SQAINQ.2
022700     ADD SM-PASS-CT TO WS-PASS-TOTAL.                             SQAINQ.2
022800     ADD SM-FAIL-CT TO WS-FAIL-TOTAL.                             SQAINQ.2
022900     ADD SM-DELETE-CT TO WS-DELETE-TOTAL.                         SQAINQ.2
023000     ADD SM-PASS-CT SM-FAIL-CT SM-DELETE-CT SM-OTHER-CT           SQAINQ.2
023100         TO WS-SUMMARIZED-TOTAL.                                  SQAINQ.2
