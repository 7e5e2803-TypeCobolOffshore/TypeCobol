002500*      COLS  1-6   PROGRAM-ID (SPACES = ANY PROGRAM)            * SQREST.2
002600*      COLS  7-14  RUN-DATE FROM                                * SQREST.2
002700*      COLS 15-22  RUN-DATE TO                                  * SQREST.2
002702*      COLS 24-31  OPERATOR ID                                  * SQREST.2
002705*      COLS 41-60  RUN-DATE FROM AS A DATE EXPRESSION, WITH     * SQREST.2
002710*                  COLS 7-14 BLANK                              * SQREST.2
002715*      COLS 61-80  RUN-DATE TO AS A DATE EXPRESSION, WITH       * SQREST.2
002720*                  COLS 15-22 BLANK                             * SQREST.2
002725*    EXPRESSIONS ARE RESOLVED AGAINST THE RUN DATE THROUGH      * SQREST.2
002730*    DVZZDATE - TODAY-90, BDAYS-5, MONTHEND-3, PERIOD-1 (THE    * SQREST.2
002735*    PREVIOUS FISCAL PERIOD, ITS START FOR FROM AND ITS END     * SQREST.2
002740*    FOR TO); SEE SQDEXPRC.  THE HEADING PRINTS THE DATES THEY  * SQREST.2
002745*    RESOLVED TO.  A REJECTED EXPRESSION RESTORES NOTHING AND   * SQREST.2
002750*    RAISES RETURN CODE 8.  EVERY RUN NEEDS OPERAUTH AUTHORITY  * SQREST.2
002760*    FOR SQREST RESTORE (CHECKED THROUGH DVZZAUT, SEE SQAUTHRC);* SQREST.2
002770*    A REFUSED OPERATOR RESTORES NOTHING, IS LOGGED ON THE      * SQREST.2
002780*    SECURITY VIOLATION LOG AND RAISES RETURN CODE 8.           * SQREST.2
002782*                                                               * SQREST.2
002784*    A RUN DATED IN A CLOSED FISCAL PERIOD IS NOT RESTORED -    * SQREST.2
002786*    THE DVZZPCL CLOSE LOCK CHECKS EACH RUN DATE AGAINST THE    * SQREST.2
002788*    FISCAL FILE (SEE SQPCLKRC) - UNLESS A REOPEN CARD FOR      * SQREST.2
002790*    SQREST FROM AN OPERATOR WITH OPERAUTH AUTHORITY FOR SQREST * SQREST.2
002792*    REOPEN COVERS THAT PERIOD.  EACH REFUSED RUN IS LISTED AND * SQREST.2
002794*    COUNTED AND RAISES RETURN CODE 4; RUNS RESTORED UNDER A    * SQREST.2
002796*    REOPEN ARE COUNTED, AND THE REOPEN IS ON THE PCLLOG LOG.   * SQREST.2
002800*                                                               * SQREST.2
002900***************************************************************** SQREST.2
003000*                                                               * SQREST.2
008200 01  SEL-CARD-REC.                                                SQREST.2
008300     05  SEL-PGM-ID          PIC X(6).                            SQREST.2
008400     05  SEL-DATE-FROM       PIC 9(8).                            SQREST.2
008450     05  SEL-DATE-FROM-X REDEFINES SEL-DATE-FROM PIC X(8).        SQREST.2
008500     05  SEL-DATE-TO         PIC 9(8).                            SQREST.2
008550     05  SEL-DATE-TO-X   REDEFINES SEL-DATE-TO   PIC X(8).        SQREST.2
008600     05  FILLER              PIC X(1).                            SQREST.2
008605     05  SEL-OPERATOR        PIC X(8).                            SQREST.2
008610     05  FILLER              PIC X(9).                            SQREST.2
008625     05  SEL-FROM-EXPRESSION PIC X(20).                           SQREST.2
008650     05  SEL-TO-EXPRESSION   PIC X(20).                           SQREST.2
008700 FD  ARCHIVE-FILE-1                                               SQREST.2
008800     LABEL RECORDS ARE STANDARD.                                  SQREST.2
008900 01  ARCH-1-REC              PIC X(100).                          SQREST.2
010500 WORKING-STORAGE SECTION.                                         SQREST.2
010600 01  WS-EOF-SW              PIC X VALUE "N".                      SQREST.2
010700     88  WS-EOF                   VALUE "Y".                      SQREST.2
010750 01  WS-SAVED-RC            PIC 9(4) COMP VALUE ZERO.             SQREST.2
010800 01  ARCHIVE-1-STATUS       PIC XX VALUE "00".                    SQREST.2
010900 01  ARCHIVE-2-STATUS       PIC XX VALUE "00".                    SQREST.2
011000 01  RAW-DATA-STATUS        PIC XX VALUE "00".                    SQREST.2
011100 01  WS-RUN-DATE            PIC 9(8).                             SQREST.2
011200 01  WS-RUN-TIME            PIC 9(8).                             SQREST.2
011225     COPY SQDEXPRC.                                               SQREST.2
011230     COPY SQAUTHRC.                                               SQREST.2
011235 01  WS-RESTORE-REFUSED-SW  PIC X VALUE "N".                      SQREST.2
011240     88  WS-RESTORE-REFUSED       VALUE "Y".                      SQREST.2
011250 01  WS-EXPRESSION-ERRORS   PIC 9(3) COMP VALUE ZERO.             SQREST.2
011260     COPY SQPCLKRC.                                               SQREST.2
011270 01  WS-CLOSED-REFUSED      PIC 9(7) COMP VALUE ZERO.             SQREST.2
011280 01  WS-REOPEN-WRITES       PIC 9(7) COMP VALUE ZERO.             SQREST.2
011300 01  WS-FILE-NO             PIC 9 VALUE 1.                        SQREST.2
011400*    THE SQRETN ARCHIVE RECORD LAYOUTS, OVERLAID ON THE READ      SQREST.2
011500*    IMAGE: HEADER, DETAIL (FULL RAW-DATA IMAGE) AND TRAILER      SQREST.2
016900     05  HL-SEL-DATE-FROM    PIC 9(8).                            SQREST.2
017000     05  FILLER              PIC X(6)  VALUE "  TO =".            SQREST.2
017100     05  HL-SEL-DATE-TO      PIC 9(8).                            SQREST.2
017110 01  EXPRESSION-NOTE-LINE.                                        SQREST.2
017120     05  FILLER              PIC X(2)  VALUE SPACE.               SQREST.2
017130     05  ENL-LABEL           PIC X(4).                            SQREST.2
017140     05  FILLER              PIC X(17) VALUE " DATE EXPRESSION ". SQREST.2
017150     05  ENL-EXPRESSION      PIC X(20).                           SQREST.2
017160     05  FILLER              PIC X(1)  VALUE SPACE.               SQREST.2
017170     05  ENL-RESULT          PIC X(76).                           SQREST.2
017180 01  FROM-NOTE-LINE         PIC X(120) VALUE SPACE.               SQREST.2
017190 01  TO-NOTE-LINE           PIC X(120) VALUE SPACE.               SQREST.2
017191 01  REFUSAL-LINE.                                                SQREST.2
017192     05  FILLER              PIC X(5)  VALUE "  ** ".             SQREST.2
017193     05  RFL-REASON          PIC X(30).                           SQREST.2
017194     05  FILLER              PIC X(20)                            SQREST.2
017195         VALUE " - NOTHING RESTORED".                             SQREST.2
017200 01  TRAILER-ERROR-LINE.                                          SQREST.2
017300     05  FILLER              PIC X(30) VALUE                      SQREST.2
017400         "** ARCHIVE TRAILER MISMATCH - ".                        SQREST.2
017500     05  TEL-FILE-NO         PIC 9.                               SQREST.2
017600     05  FILLER              PIC X(22) VALUE                      SQREST.2
017700         " - TOTALS UNRELIABLE *".                                SQREST.2
017705 01  CLOSED-PERIOD-LINE.                                          SQREST.2
017710     05  FILLER              PIC X(27) VALUE                      SQREST.2
017715         "** REFUSED - CLOSED PERIOD ".                           SQREST.2
017720     05  CPL-FISCAL-YEAR     PIC 9(4).                            SQREST.2
017725     05  FILLER              PIC X(1)  VALUE "/".                 SQREST.2
017730     05  CPL-PERIOD          PIC 9(2).                            SQREST.2
017735     05  FILLER              PIC X(7)  VALUE " - RUN ".           SQREST.2
017740     05  CPL-PGM-ID          PIC X(6).                            SQREST.2
017745     05  FILLER              PIC X(1)  VALUE SPACE.               SQREST.2
017750     05  CPL-RUN-DATE        PIC 9(8).                            SQREST.2
017755     05  FILLER              PIC X(1)  VALUE SPACE.               SQREST.2
017760     05  CPL-RUN-TIME        PIC 9(8).                            SQREST.2
017800 01  SUMMARY-LINE.                                                SQREST.2
017900     05  SL-LITERAL          PIC X(30).                           SQREST.2
018000     05  SL-COUNT            PIC ZZZZZZ9.                         SQREST.2
019200     PERFORM END-ARCHIVE-FILE.                                    SQREST.2
019300     PERFORM CLOSE-FILES.                                         SQREST.2
019400     IF WS-TRAILER-ERRORS GREATER THAN ZERO                       SQREST.2
019450        OR WS-EXPRESSION-ERRORS GREATER THAN ZERO                 SQREST.2
019475        OR WS-RESTORE-REFUSED                                     SQREST.2
019500         MOVE 8 TO RETURN-CODE                                    SQREST.2
019600     END-IF.                                                      SQREST.2
019610     IF WS-CLOSED-REFUSED GREATER THAN ZERO                       SQREST.2
019620         IF RETURN-CODE LESS THAN 4                               SQREST.2
019630             MOVE 4 TO RETURN-CODE                                SQREST.2
019640         END-IF                                                   SQREST.2
019650     END-IF.                                                      SQREST.2
019700     STOP RUN.                                                    SQREST.2
019800 OPEN-FILES.                                                      SQREST.2
019900     OPEN INPUT SEL-CARD.                                         SQREST.2
020200             MOVE SPACE TO SEL-PGM-ID                             SQREST.2
020300             MOVE ZERO TO SEL-DATE-FROM                           SQREST.2
020400             MOVE 99999999 TO SEL-DATE-TO                         SQREST.2
020425             MOVE SPACE TO SEL-FROM-EXPRESSION                    SQREST.2
020450             MOVE SPACE TO SEL-TO-EXPRESSION                      SQREST.2
020475             MOVE SPACE TO SEL-OPERATOR                           SQREST.2
020500     END-READ.                                                    SQREST.2
020600     CLOSE SEL-CARD.                                              SQREST.2
020700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       SQREST.2
020800     ACCEPT WS-RUN-TIME FROM TIME.                                SQREST.2
020802     IF SEL-DATE-FROM-X EQUAL TO SPACE                            SQREST.2
020804        AND SEL-FROM-EXPRESSION NOT EQUAL TO SPACE                SQREST.2
020806         MOVE SEL-FROM-EXPRESSION TO DX-EXPRESSION                SQREST.2
020808         MOVE "S" TO DX-BOUNDARY                                  SQREST.2
020810         MOVE "FROM" TO ENL-LABEL                                 SQREST.2
020812         PERFORM RESOLVE-DATE-EXPRESSION                          SQREST.2
020814         MOVE DX-RESULT TO SEL-DATE-FROM                          SQREST.2
020816         MOVE EXPRESSION-NOTE-LINE TO FROM-NOTE-LINE              SQREST.2
020818     END-IF.                                                      SQREST.2
020820     IF SEL-DATE-TO-X EQUAL TO SPACE                              SQREST.2
020822        AND SEL-TO-EXPRESSION NOT EQUAL TO SPACE                  SQREST.2
020824         MOVE SEL-TO-EXPRESSION TO DX-EXPRESSION                  SQREST.2
020826         MOVE "E" TO DX-BOUNDARY                                  SQREST.2
020828         MOVE "TO" TO ENL-LABEL                                   SQREST.2
020830         PERFORM RESOLVE-DATE-EXPRESSION                          SQREST.2
020832         MOVE DX-RESULT TO SEL-DATE-TO                            SQREST.2
020834         MOVE EXPRESSION-NOTE-LINE TO TO-NOTE-LINE                SQREST.2
020836     END-IF.                                                      SQREST.2
020837     PERFORM CHECK-RESTORE-AUTHORITY.                             SQREST.2
020838*    A REJECTED EXPRESSION OR A REFUSED OPERATOR LEAVES AN EMPTY  SQREST.2
020840*    RANGE, SO NOTHING IS RESTORED THAT THE DECK DID NOT MEAN.    SQREST.2
020842     IF WS-EXPRESSION-ERRORS GREATER THAN ZERO                    SQREST.2
020843        OR WS-RESTORE-REFUSED                                     SQREST.2
020844         MOVE 99999999 TO SEL-DATE-FROM                           SQREST.2
020846         MOVE ZERO TO SEL-DATE-TO                                 SQREST.2
020848     END-IF.                                                      SQREST.2
020900     OPEN OUTPUT PRINT-FILE.                                      SQREST.2
021000     MOVE SEL-PGM-ID TO HL-SEL-PGM-ID.                            SQREST.2
021100     MOVE SEL-DATE-FROM TO HL-SEL-DATE-FROM.                      SQREST.2
021200     MOVE SEL-DATE-TO TO HL-SEL-DATE-TO.                          SQREST.2
021300     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQREST.2
021400     WRITE PRINT-REC FROM HEAD-LINE-2 AFTER ADVANCING 2 LINES.    SQREST.2
021410     IF FROM-NOTE-LINE NOT EQUAL TO SPACE                         SQREST.2
021420         WRITE PRINT-REC FROM FROM-NOTE-LINE                      SQREST.2
021430             AFTER ADVANCING 1 LINE                               SQREST.2
021440     END-IF.                                                      SQREST.2
021450     IF TO-NOTE-LINE NOT EQUAL TO SPACE                           SQREST.2
021460         WRITE PRINT-REC FROM TO-NOTE-LINE                        SQREST.2
021470             AFTER ADVANCING 1 LINE                               SQREST.2
021480     END-IF.                                                      SQREST.2
021482     IF WS-RESTORE-REFUSED                                        SQREST.2
021484         WRITE PRINT-REC FROM REFUSAL-LINE                        SQREST.2
021486             AFTER ADVANCING 1 LINE                               SQREST.2
021488     END-IF.                                                      SQREST.2
021500     OPEN I-O RAW-DATA.                                           SQREST.2
021600     IF RAW-DATA-STATUS NOT EQUAL TO "00"                         SQREST.2
021700        AND RAW-DATA-STATUS NOT EQUAL TO "05"                     SQREST.2
024100         MOVE "Y" TO WS-EOF-SW                                    SQREST.2
024200     END-IF.                                                      SQREST.2
024300     PERFORM START-ARCHIVE-TOTALS.                                SQREST.2
024305 RESOLVE-DATE-EXPRESSION.                                         SQREST.2
024310     MOVE WS-RUN-DATE TO DX-BASE-DATE.                            SQREST.2
024315     CALL "4e9d0c72" USING DX-EXPRESSION DX-BASE-DATE DX-BOUNDARY SQREST.2
024320                           DX-RC DX-MESSAGE DX-RESULT.            SQREST.2
024325     MOVE DX-EXPRESSION TO ENL-EXPRESSION.                        SQREST.2
024330     MOVE SPACE TO ENL-RESULT.                                    SQREST.2
024335     IF DX-RC EQUAL TO ZERO                                       SQREST.2
024340         STRING "RESOLVED TO " DX-RESULT                          SQREST.2
024345             DELIMITED BY SIZE INTO ENL-RESULT                    SQREST.2
024350     ELSE                                                         SQREST.2
024355         STRING "REJECTED - " DX-MESSAGE                          SQREST.2
024360             DELIMITED BY SIZE INTO ENL-RESULT                    SQREST.2
024365         ADD 1 TO WS-EXPRESSION-ERRORS                            SQREST.2
024370     END-IF.                                                      SQREST.2
024372 CHECK-RESTORE-AUTHORITY.                                         SQREST.2
024374     MOVE "C" TO AQ-FUNCTION.                                     SQREST.2
024376     MOVE SEL-OPERATOR TO AQ-OPERATOR.                            SQREST.2
024378     MOVE "SQREST" TO AQ-UTILITY.                                 SQREST.2
024380     MOVE "RESTORE" TO AQ-ACTION.                                 SQREST.2
024382     MOVE SEL-CARD-REC TO AQ-DETAIL.                              SQREST.2
024384     CALL "DVZZAUT" USING AUTHORITY-QUERY.                        SQREST.2
024386     IF NOT AQ-IS-AUTHORIZED                                      SQREST.2
024388         MOVE "Y" TO WS-RESTORE-REFUSED-SW                        SQREST.2
024390         MOVE AQ-REASON TO RFL-REASON                             SQREST.2
024392     END-IF.                                                      SQREST.2
024400 RESTORE-FROM-FILE-1.                                             SQREST.2
024500     READ ARCHIVE-FILE-1                                          SQREST.2
024600         AT END                                                   SQREST.2
032000         END-IF                                                   SQREST.2
032100     END-IF.                                                      SQREST.2
032200 RELOAD-ONE-RUN.                                                  SQREST.2
032210     PERFORM CHECK-PERIOD-LOCK.                                   SQREST.2
032220     IF NOT PQ-WRITE-ALLOWED                                      SQREST.2
032230         PERFORM LIST-CLOSED-PERIOD-RUN                           SQREST.2
032240     ELSE                                                         SQREST.2
032250         PERFORM WRITE-RESTORED-RUN                               SQREST.2
032260     END-IF.                                                      SQREST.2
032270 WRITE-RESTORED-RUN.                                              SQREST.2
032300     MOVE AD-RAW-DATA-IMAGE TO RAW-DATA-SATZ.                     SQREST.2
032400     WRITE RAW-DATA-SATZ                                          SQREST.2
032500         INVALID KEY                                              SQREST.2
032600             ADD 1 TO WS-DUPLICATE-COUNT                          SQREST.2
032700         NOT INVALID KEY                                          SQREST.2
032800             ADD 1 TO WS-RESTORED-COUNT                           SQREST.2
032825             IF PQ-UNDER-REOPEN                                   SQREST.2
032850                 ADD 1 TO WS-REOPEN-WRITES                        SQREST.2
032875             END-IF                                               SQREST.2
032900             PERFORM WRITE-RAW-JOURNAL                            SQREST.2
033000     END-WRITE.                                                   SQREST.2
033100 WRITE-RAW-JOURNAL.                                               SQREST.2
033900     MOVE RAW-DATA-SATZ TO JRN-RAW-IMAGE.                         SQREST.2
034000     WRITE JOURNAL-SATZ.                                          SQREST.2
034100     CLOSE RAW-JOURNAL.                                           SQREST.2
034105 CHECK-PERIOD-LOCK.                                               SQREST.2
034110*    HISTORY BEHIND A CLOSED, ACKNOWLEDGED FISCAL PERIOD DOES     SQREST.2
034115*    NOT CHANGE - THE LOCK REFUSES THE RUN UNLESS A GRANTED       SQREST.2
034120*    REOPEN CARD COVERS ITS PERIOD.                               SQREST.2
034125     MOVE "C" TO PQ-FUNCTION.                                     SQREST.2
034130     MOVE "SQREST" TO PQ-UTILITY.                                 SQREST.2
034135     MOVE DV-RUN-DATE TO PQ-RUN-DATE.                             SQREST.2
034138     MOVE RETURN-CODE TO WS-SAVED-RC.                             SQREST.2
034140     CALL "DVZZPCL" USING PERIOD-LOCK-QUERY.                      SQREST.2
034142     MOVE WS-SAVED-RC TO RETURN-CODE.                             SQREST.2
034145 LIST-CLOSED-PERIOD-RUN.                                          SQREST.2
034150     ADD 1 TO WS-CLOSED-REFUSED.                                  SQREST.2
034155     MOVE PQ-FISCAL-YEAR TO CPL-FISCAL-YEAR.                      SQREST.2
034160     MOVE PQ-PERIOD TO CPL-PERIOD.                                SQREST.2
034165     MOVE DV-PGM-ID TO CPL-PGM-ID.                                SQREST.2
034170     MOVE DV-RUN-DATE TO CPL-RUN-DATE.                            SQREST.2
034175     MOVE DV-RUN-TIME TO CPL-RUN-TIME.                            SQREST.2
034180     WRITE PRINT-REC FROM CLOSED-PERIOD-LINE                      SQREST.2
034185         AFTER ADVANCING 1 LINE.                                  SQREST.2
034200 CLOSE-FILES.                                                     SQREST.2
034300     MOVE "RUNS RESTORED =" TO SL-LITERAL.                        SQREST.2
034400     MOVE WS-RESTORED-COUNT TO SL-COUNT.                          SQREST.2
035500     MOVE "TRAILER MISMATCHES =" TO SL-LITERAL.                   SQREST.2
035600     MOVE WS-TRAILER-ERRORS TO SL-COUNT.                          SQREST.2
035700     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQREST.2
035710     MOVE "RUNS REFUSED - PERIOD CLOSED =" TO SL-LITERAL.         SQREST.2
035720     MOVE WS-CLOSED-REFUSED TO SL-COUNT.                          SQREST.2
035730     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQREST.2
035740     MOVE "RUNS RESTORED UNDER REOPEN =" TO SL-LITERAL.           SQREST.2
035750     MOVE WS-REOPEN-WRITES TO SL-COUNT.                           SQREST.2
035760     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQREST.2
035770     MOVE "E" TO PQ-FUNCTION.                                     SQREST.2
035780     MOVE "SQREST" TO PQ-UTILITY.                                 SQREST.2
035785     MOVE RETURN-CODE TO WS-SAVED-RC.                             SQREST.2
035790     CALL "DVZZPCL" USING PERIOD-LOCK-QUERY.                      SQREST.2
035795     MOVE WS-SAVED-RC TO RETURN-CODE.                             SQREST.2
035800     CLOSE RAW-DATA.                                              SQREST.2
035900     CLOSE PRINT-FILE.                                            SQREST.2
