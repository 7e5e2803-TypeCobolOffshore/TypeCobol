002200*      COLS  1-9   PROGRAM-ID                                   * SQDOSR.2
002300*      COLS 11-18  RUN-DATE  (YYYYMMDD)                         * SQDOSR.2
002400*      COLS 20-27  RUN-TIME  (HHMMSSTT)                         * SQDOSR.2
002410*      COLS 41-60  RUN-DATE AS A DATE EXPRESSION (TODAY-1,      * SQDOSR.2
002420*                  BDAYS-1 ...; SEE SQDEXPRC), COLS 11-18 BLANK * SQDOSR.2
002430*    AN EXPRESSION IS RESOLVED AGAINST TODAY'S DATE AND THE     * SQDOSR.2
002440*    HEADING SHOWS THE DATE IT RESOLVED TO.  A REJECTED         * SQDOSR.2
002450*    EXPRESSION SELECTS NO RUN AND RAISES RETURN CODE 8.        * SQDOSR.2
002500*                                                               * SQDOSR.2
002600***************************************************************** SQDOSR.2
002700*                                                               * SQDOSR.2
009300     05  SEL-PGM-ID          PIC X(9).                            SQDOSR.2
009400     05  FILLER              PIC X(1).                            SQDOSR.2
009500     05  SEL-RUN-DATE        PIC 9(8).                            SQDOSR.2
009550     05  SEL-RUN-DATE-X REDEFINES SEL-RUN-DATE PIC X(8).          SQDOSR.2
009600     05  FILLER              PIC X(1).                            SQDOSR.2
009700     05  SEL-RUN-TIME        PIC 9(8).                            SQDOSR.2
009800     05  FILLER              PIC X(13).                           SQDOSR.2
009825     05  SEL-DATE-EXPRESSION PIC X(20).                           SQDOSR.2
009850     05  FILLER              PIC X(20).                           SQDOSR.2
009900 FD  RAW-DATA.                                                    SQDOSR.2
010000     COPY SQRAWREC.                                               SQDOSR.2
010100 FD  METRICS-FILE                                                 SQDOSR.2
012000     02  AM-PGM-ID          PIC X(9).                             SQDOSR.2
012100     02  AM-OUTCOME         PIC X(5).                             SQDOSR.2
012200     02  AM-RE-MARK         PIC X(61).                            SQDOSR.2
012250     02  AM-COMPILER-LEVEL  PIC X(8).                             SQDOSR.2
012300 FD  REPORT-REPO.                                                 SQDOSR.2
012400 01  REPO-SATZ.                                                   SQDOSR.2
012500     02  REPO-KEY.                                                SQDOSR.2
016400     05  WK-PGM-ID           PIC X(9).                            SQDOSR.2
016500     05  WK-RUN-DATE         PIC 9(8).                            SQDOSR.2
016600     05  WK-RUN-TIME         PIC 9(8).                            SQDOSR.2
016625 01  WS-TODAY               PIC 9(8).                             SQDOSR.2
016650     COPY SQDEXPRC.                                               SQDOSR.2
016700 01  WS-METRICS-LISTED      PIC 9(3) COMP VALUE ZERO.             SQDOSR.2
016800 01  WS-OUTCOMES-LISTED     PIC 9(5) COMP VALUE ZERO.             SQDOSR.2
016900 01  WS-LINES-REPRINTED     PIC 9(5) COMP VALUE ZERO.             SQDOSR.2
018300     05  HL-RUN-DATE         PIC 9(8).                            SQDOSR.2
018400     05  FILLER              PIC X(1)  VALUE SPACE.               SQDOSR.2
018500     05  HL-RUN-TIME         PIC 9(8).                            SQDOSR.2
018510 01  EXPRESSION-NOTE-LINE.                                        SQDOSR.2
018520     05  FILLER              PIC X(2)  VALUE SPACE.               SQDOSR.2
018530     05  FILLER              PIC X(16) VALUE "DATE EXPRESSION ".  SQDOSR.2
018540     05  ENL-EXPRESSION      PIC X(20) VALUE SPACE.               SQDOSR.2
018550     05  FILLER              PIC X(1)  VALUE SPACE.               SQDOSR.2
018560     05  ENL-RESULT          PIC X(81) VALUE SPACE.               SQDOSR.2
018600 01  SECTION-LINE.                                                SQDOSR.2
018700     05  SEC-TEXT            PIC X(50).                           SQDOSR.2
018800 01  RAW-DETAIL-LINE.                                             SQDOSR.2
023300     PERFORM PRINT-AUDIT-SECTION.                                 SQDOSR.2
023400     PERFORM PRINT-REPORT-SECTION.                                SQDOSR.2
023500     PERFORM CLOSE-FILES.                                         SQDOSR.2
023525     IF DX-RC NOT EQUAL TO ZERO                                   SQDOSR.2
023550         MOVE 8 TO RETURN-CODE                                    SQDOSR.2
023575     END-IF.                                                      SQDOSR.2
023600     STOP RUN.                                                    SQDOSR.2
023700 OPEN-FILES.                                                      SQDOSR.2
023800     OPEN INPUT SEL-CARD.                                         SQDOSR.2
024100             MOVE SPACE TO SEL-PGM-ID                             SQDOSR.2
024200             MOVE ZERO  TO SEL-RUN-DATE                           SQDOSR.2
024300             MOVE ZERO  TO SEL-RUN-TIME                           SQDOSR.2
024350             MOVE SPACE TO SEL-DATE-EXPRESSION                    SQDOSR.2
024400     END-READ.                                                    SQDOSR.2
024500     CLOSE SEL-CARD.                                              SQDOSR.2
024600     MOVE SEL-PGM-ID   TO WK-PGM-ID.                              SQDOSR.2
024700     MOVE SEL-RUN-DATE TO WK-RUN-DATE.                            SQDOSR.2
024800     MOVE SEL-RUN-TIME TO WK-RUN-TIME.                            SQDOSR.2
024820     IF SEL-RUN-DATE-X EQUAL TO SPACE                             SQDOSR.2
024840        AND SEL-DATE-EXPRESSION NOT EQUAL TO SPACE                SQDOSR.2
024860         PERFORM RESOLVE-DATE-EXPRESSION                          SQDOSR.2
024880     END-IF.                                                      SQDOSR.2
024900     OPEN OUTPUT PRINT-FILE.                                      SQDOSR.2
025000     MOVE WK-PGM-ID   TO HL-PGM-ID.                               SQDOSR.2
025100     MOVE WK-RUN-DATE TO HL-RUN-DATE.                             SQDOSR.2
025200     MOVE WK-RUN-TIME TO HL-RUN-TIME.                             SQDOSR.2
025300     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQDOSR.2
025302     IF ENL-EXPRESSION NOT EQUAL TO SPACE                         SQDOSR.2
025304         WRITE PRINT-REC FROM EXPRESSION-NOTE-LINE                SQDOSR.2
025306             AFTER ADVANCING 1 LINE                               SQDOSR.2
025308     END-IF.                                                      SQDOSR.2
025310 RESOLVE-DATE-EXPRESSION.                                         SQDOSR.2
025312     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          SQDOSR.2
025314     MOVE SEL-DATE-EXPRESSION TO DX-EXPRESSION.                   SQDOSR.2
025316     MOVE WS-TODAY TO DX-BASE-DATE.                               SQDOSR.2
025318     MOVE "S" TO DX-BOUNDARY.                                     SQDOSR.2
025320     CALL "4e9d0c72" USING DX-EXPRESSION DX-BASE-DATE DX-BOUNDARY SQDOSR.2
025322                           DX-RC DX-MESSAGE DX-RESULT.            SQDOSR.2
025324     MOVE DX-RESULT TO WK-RUN-DATE.                               SQDOSR.2
025326     MOVE DX-EXPRESSION TO ENL-EXPRESSION.                        SQDOSR.2
025328     IF DX-RC EQUAL TO ZERO                                       SQDOSR.2
025330         STRING "RESOLVED TO " DX-RESULT                          SQDOSR.2
025332             DELIMITED BY SIZE INTO ENL-RESULT                    SQDOSR.2
025334     ELSE                                                         SQDOSR.2
025336         STRING "REJECTED - " DX-MESSAGE                          SQDOSR.2
025338             DELIMITED BY SIZE INTO ENL-RESULT                    SQDOSR.2
025340     END-IF.                                                      SQDOSR.2
025400 PRINT-RAW-SECTION.                                               SQDOSR.2
025500     MOVE "RAW-DATA RUN RECORD:" TO SEC-TEXT.                     SQDOSR.2
025600     WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.   SQDOSR.2
