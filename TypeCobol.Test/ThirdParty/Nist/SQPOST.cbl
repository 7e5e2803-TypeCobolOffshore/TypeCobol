001800*      "C"  RUN CLOSED  - REWRITE THE RUN RECORD WITH ITS       * SQPOST.2
001900*                         FINAL COUNTERS AND CARRY THEM TO      * SQPOST.2
002000*                         THE CONTROL RECORD                    * SQPOST.2
002010*                                                               * SQPOST.2
002020*    A POSTING WHOSE RUN DATE FALLS IN A CLOSED FISCAL PERIOD   * SQPOST.2
002030*    IS NOT APPLIED - THE DVZZPCL CLOSE LOCK CHECKS EACH RUN    * SQPOST.2
002040*    DATE AGAINST THE FISCAL FILE (SEE SQPCLKRC) - UNLESS A     * SQPOST.2
002050*    REOPEN CARD FOR SQPOST FROM AN OPERATOR WITH OPERAUTH      * SQPOST.2
002060*    AUTHORITY FOR SQPOST REOPEN COVERS THAT PERIOD.  A REFUSED * SQPOST.2
002070*    POSTING TOUCHES NEITHER THE RUN RECORD NOR THE CONTROL     * SQPOST.2
002080*    RECORD; IT IS LISTED AND COUNTED AND RAISES RETURN CODE 4. * SQPOST.2
002100*                                                               * SQPOST.2
002200***************************************************************** SQPOST.2
002300*                                                               * SQPOST.2
006900 WORKING-STORAGE SECTION.                                         SQPOST.2
007000 01  WS-EOF-SW              PIC X VALUE "N".                      SQPOST.2
007100     88  WS-EOF                   VALUE "Y".                      SQPOST.2
007150 01  WS-SAVED-RC            PIC 9(4) COMP VALUE ZERO.             SQPOST.2
007200 01  RAW-DATA-STATUS       PIC XX VALUE "00".                     SQPOST.2
007250 01  WS-OPENS-POSTED        PIC 9(5) COMP VALUE ZERO.             SQPOST.2
007300 01  WS-CLOSES-POSTED       PIC 9(5) COMP VALUE ZERO.             SQPOST.2
007425 01  WS-RUN-DATE            PIC 9(8).                             SQPOST.2
007450 01  WS-RUN-TIME            PIC 9(8).                             SQPOST.2
007475 01  JOURNAL-ACTION-CODE    PIC X VALUE SPACE.                    SQPOST.2
007480     COPY SQPCLKRC.                                               SQPOST.2
007485 01  WS-CLOSED-REFUSED      PIC 9(5) COMP VALUE ZERO.             SQPOST.2
007490 01  WS-REOPEN-WRITES       PIC 9(5) COMP VALUE ZERO.             SQPOST.2
007500*    IMAGE VIEW OF THE RAW-DATA RECORD (SEE COPYBOOK SQRAWREC) -  SQPOST.2
007600*    THE INCOMING IMAGE MUST BE ADDRESSABLE WHILE THE RECORD      SQPOST.2
007700*    AREA HOLDS THE CONTROL RECORD, SO THE FIELDS ARE MIRRORED    SQPOST.2
008700     05  PW-FAIL             PIC 999.                             SQPOST.2
008800     05  PW-DELETED          PIC 999.                             SQPOST.2
008900     05  PW-INSPECT          PIC 999.                             SQPOST.2
009000     05  PW-NOTE.                                                 SQPOST.2
009025         10  PW-COMPILER-LEVEL PIC X(8).                          SQPOST.2
009050         10  FILLER          PIC X(5).                            SQPOST.2
009100     05  PW-INDENT           PIC X.                               SQPOST.2
009200     05  PW-ABORT            PIC X(8).                            SQPOST.2
009300     05  PW-JOB-NAME         PIC X(8).                            SQPOST.2
009600 01  HEAD-LINE-1.                                                 SQPOST.2
009700     05  FILLER              PIC X(40) VALUE                      SQPOST.2
009800         "RAW-DATA SERIAL POSTER".                                SQPOST.2
009805 01  CLOSED-PERIOD-LINE.                                          SQPOST.2
009810     05  FILLER              PIC X(27) VALUE                      SQPOST.2
009815         "** REFUSED - CLOSED PERIOD ".                           SQPOST.2
009820     05  CPL-FISCAL-YEAR     PIC 9(4).                            SQPOST.2
009825     05  FILLER              PIC X(1)  VALUE "/".                 SQPOST.2
009830     05  CPL-PERIOD          PIC 9(2).                            SQPOST.2
009835     05  FILLER              PIC X(7)  VALUE " - RUN ".           SQPOST.2
009840     05  CPL-PGM-ID          PIC X(6).                            SQPOST.2
009845     05  FILLER              PIC X(1)  VALUE SPACE.               SQPOST.2
009850     05  CPL-RUN-DATE        PIC 9(8).                            SQPOST.2
009855     05  FILLER              PIC X(1)  VALUE SPACE.               SQPOST.2
009860     05  CPL-RUN-TIME        PIC 9(8).                            SQPOST.2
009865     05  FILLER              PIC X(11) VALUE "  ACTION = ".       SQPOST.2
009870     05  CPL-ACTION          PIC X(1).                            SQPOST.2
009900 01  SUMMARY-LINE.                                                SQPOST.2
010000     05  SL-LITERAL          PIC X(30).                           SQPOST.2
010100     05  SL-COUNT            PIC ZZZZ9.                           SQPOST.2
010500     PERFORM APPLY-ONE-POSTING                                    SQPOST.2
010600         UNTIL WS-EOF.                                            SQPOST.2
010700     PERFORM CLOSE-FILES.                                         SQPOST.2
010720     IF WS-CLOSED-REFUSED GREATER THAN ZERO                       SQPOST.2
010730         IF RETURN-CODE LESS THAN 4                               SQPOST.2
010740             MOVE 4 TO RETURN-CODE                                SQPOST.2
010750         END-IF                                                   SQPOST.2
010760     END-IF.                                                      SQPOST.2
010800     STOP RUN.                                                    SQPOST.2
010900 OPEN-FILES.                                                      SQPOST.2
011000     OPEN INPUT POSTING-FILE.                                     SQPOST.2
011900     END-READ.                                                    SQPOST.2
012000 APPLY-ONE-POSTING.                                               SQPOST.2
012100     MOVE POST-IMAGE TO POST-WORK.                                SQPOST.2
012110     MOVE "Y" TO PQ-ALLOWED.                                      SQPOST.2
012120     MOVE "N" TO PQ-REOPENED.                                     SQPOST.2
012130     IF POST-ACTION EQUAL TO "O"                                  SQPOST.2
012140        OR POST-ACTION EQUAL TO "C"                               SQPOST.2
012150         PERFORM CHECK-PERIOD-LOCK                                SQPOST.2
012160     END-IF.                                                      SQPOST.2
012170     IF PQ-WRITE-ALLOWED                                          SQPOST.2
012175         PERFORM POST-ONE-ACTION                                  SQPOST.2
012180     ELSE                                                         SQPOST.2
012185         PERFORM LIST-CLOSED-PERIOD-POSTING                       SQPOST.2
012190     END-IF.                                                      SQPOST.2
012192     PERFORM NEXT-POSTING.                                        SQPOST.2
012195 POST-ONE-ACTION.                                                 SQPOST.2
012200     IF POST-ACTION EQUAL TO "O"                                  SQPOST.2
012300         PERFORM APPLY-OPEN-POSTING                               SQPOST.2
012400         ADD 1 TO WS-OPENS-POSTED                                 SQPOST.2
013000             ADD 1 TO WS-BAD-ACTIONS                              SQPOST.2
013100         END-IF                                                   SQPOST.2
013200     END-IF.                                                      SQPOST.2
013210     IF PQ-UNDER-REOPEN                                           SQPOST.2
013220         ADD 1 TO WS-REOPEN-WRITES                                SQPOST.2
013230     END-IF.                                                      SQPOST.2
013250 NEXT-POSTING.                                                    SQPOST.2
013300     IF RAW-DATA-STATUS (1:1) EQUAL TO "9"                        SQPOST.2
013325         MOVE "Y" TO WS-EOF-SW                                    SQPOST.2
013350         MOVE 12 TO RETURN-CODE.                                  SQPOST.2
014700             MOVE PW-JOB-NAME TO C-JOB-NAME                       SQPOST.2
014800             MOVE PW-SYSTEM-ID TO C-SYSTEM-ID                     SQPOST.2
014900             MOVE PW-OPERATOR-ID TO C-OPERATOR-ID                 SQPOST.2
014950             MOVE PW-COMPILER-LEVEL TO C-COMPILER-LEVEL           SQPOST.2
015000             REWRITE RAW-DATA-SATZ                                SQPOST.2
015100                 INVALID KEY CONTINUE                             SQPOST.2
015200             END-REWRITE                                          SQPOST.2
019633             MOVE "R" TO JOURNAL-ACTION-CODE                      SQPOST.2
019666             PERFORM WRITE-RAW-JOURNAL                            SQPOST.2
019700     END-READ.                                                    SQPOST.2
019705 CHECK-PERIOD-LOCK.                                               SQPOST.2
019710*    HISTORY BEHIND A CLOSED, ACKNOWLEDGED FISCAL PERIOD DOES     SQPOST.2
019715*    NOT CHANGE - THE LOCK REFUSES THE POSTING UNLESS A GRANTED   SQPOST.2
019720*    REOPEN CARD COVERS THE PERIOD OF ITS RUN DATE.               SQPOST.2
019725     MOVE "C" TO PQ-FUNCTION.                                     SQPOST.2
019730     MOVE "SQPOST" TO PQ-UTILITY.                                 SQPOST.2
019735     MOVE PW-RUN-DATE TO PQ-RUN-DATE.                             SQPOST.2
019738     MOVE RETURN-CODE TO WS-SAVED-RC.                             SQPOST.2
019740     CALL "DVZZPCL" USING PERIOD-LOCK-QUERY.                      SQPOST.2
019742     MOVE WS-SAVED-RC TO RETURN-CODE.                             SQPOST.2
019745 LIST-CLOSED-PERIOD-POSTING.                                      SQPOST.2
019750     ADD 1 TO WS-CLOSED-REFUSED.                                  SQPOST.2
019755     MOVE PQ-FISCAL-YEAR TO CPL-FISCAL-YEAR.                      SQPOST.2
019760     MOVE PQ-PERIOD TO CPL-PERIOD.                                SQPOST.2
019765     MOVE PW-PGM-ID TO CPL-PGM-ID.                                SQPOST.2
019770     MOVE PW-RUN-DATE TO CPL-RUN-DATE.                            SQPOST.2
019775     MOVE PW-RUN-TIME TO CPL-RUN-TIME.                            SQPOST.2
019780     MOVE POST-ACTION TO CPL-ACTION.                              SQPOST.2
019785     WRITE PRINT-REC FROM CLOSED-PERIOD-LINE                      SQPOST.2
019790         AFTER ADVANCING 1 LINE.                                  SQPOST.2
019800 CLOSE-FILES.                                                     SQPOST.2
019900     MOVE "RUN OPENINGS POSTED =" TO SL-LITERAL.                  SQPOST.2
020000     MOVE WS-OPENS-POSTED TO SL-COUNT.                            SQPOST.2
020500     MOVE "UNRECOGNIZED ACTIONS =" TO SL-LITERAL.                 SQPOST.2
020600     MOVE WS-BAD-ACTIONS TO SL-COUNT.                             SQPOST.2
020700     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQPOST.2
020710     MOVE "REFUSED - PERIOD CLOSED =" TO SL-LITERAL.              SQPOST.2
020720     MOVE WS-CLOSED-REFUSED TO SL-COUNT.                          SQPOST.2
020730     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQPOST.2
020740     MOVE "POSTED UNDER REOPEN =" TO SL-LITERAL.                  SQPOST.2
020750     MOVE WS-REOPEN-WRITES TO SL-COUNT.                           SQPOST.2
020760     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQPOST.2
020770     MOVE "E" TO PQ-FUNCTION.                                     SQPOST.2
020780     MOVE "SQPOST" TO PQ-UTILITY.                                 SQPOST.2
020785     MOVE RETURN-CODE TO WS-SAVED-RC.                             SQPOST.2
020790     CALL "DVZZPCL" USING PERIOD-LOCK-QUERY.                      SQPOST.2
020795     MOVE WS-SAVED-RC TO RETURN-CODE.                             SQPOST.2
020800     CLOSE POSTING-FILE.                                          SQPOST.2
020900     CLOSE RAW-DATA.                                              SQPOST.2
021000     CLOSE PRINT-FILE.                                            SQPOST.2
