002300*                                                               * SQRCVR.2
002400*    OPERATIONS THEN SWAP THE REBUILT CLUSTER IN AND TAKE A     * SQRCVR.2
002500*    FRESH BACKUP, WHICH STARTS A NEW JOURNAL CHAIN.            * SQRCVR.2
002505*                                                               * SQRCVR.2
002510*    THE REPLAY HONOURS THE FISCAL-PERIOD CLOSE LOCK (DVZZPCL,  * SQRCVR.2
002515*    SEE SQPCLKRC): A JOURNALED WRITE OR REWRITE WHOSE RUN DATE * SQRCVR.2
002520*    FALLS IN A CLOSED PERIOD IS NOT REPLAYED BUT LISTED AND    * SQRCVR.2
002525*    COUNTED, RAISING RETURN CODE 4, UNLESS A REOPEN CARD FOR   * SQRCVR.2
002530*    SQRCVR FROM AN OPERATOR WITH OPERAUTH AUTHORITY FOR SQRCVR * SQRCVR.2
002535*    REOPEN COVERS THAT PERIOD - A RECOVERY THAT MUST CARRY     * SQRCVR.2
002540*    JOURNALED CHANGES INTO A CLOSED PERIOD IS RERUN WITH ONE.  * SQRCVR.2
002545*    THE BACKUP LOAD IS NOT CHECKED (IT REINSTATES HISTORY THAT * SQRCVR.2
002550*    WAS ALREADY ON FILE), NOR ARE DELETES (RETENTION PURGES),  * SQRCVR.2
002555*    NOR THE ALL-NINES CONTROL RECORDS (THEY HAVE NO RUN DATE). * SQRCVR.2
002600*                                                               * SQRCVR.2
002700***************************************************************** SQRCVR.2
002800*                                                               * SQRCVR.2
008200 WORKING-STORAGE SECTION.                                         SQRCVR.2
008300 01  WS-EOF-SW              PIC X VALUE "N".                      SQRCVR.2
008400     88  WS-EOF                   VALUE "Y".                      SQRCVR.2
008450 01  WS-SAVED-RC            PIC 9(4) COMP VALUE ZERO.             SQRCVR.2
008500 01  NEW-RAW-STATUS         PIC XX VALUE "00".                    SQRCVR.2
008600 01  RAW-JOURNAL-STATUS     PIC XX VALUE "00".                    SQRCVR.2
008700 01  WS-LOADED-COUNT        PIC 9(7) COMP VALUE ZERO.             SQRCVR.2
009000 01  WS-DELETES-APPLIED     PIC 9(7) COMP VALUE ZERO.             SQRCVR.2
009100 01  WS-DELETES-MISSING     PIC 9(7) COMP VALUE ZERO.             SQRCVR.2
009200 01  WS-BAD-ACTIONS         PIC 9(5) COMP VALUE ZERO.             SQRCVR.2
009210     COPY SQPCLKRC.                                               SQRCVR.2
009220 01  WS-CLOSED-REFUSED      PIC 9(7) COMP VALUE ZERO.             SQRCVR.2
009230 01  WS-REOPEN-WRITES       PIC 9(7) COMP VALUE ZERO.             SQRCVR.2
009240*    KEY OF THE JOURNALED IMAGE, AT THE SQRAWREC POSITIONS.       SQRCVR.2
009250 01  REPLAY-VIEW.                                                 SQRCVR.2
009260     05  RV-PGM-ID           PIC X(6).                            SQRCVR.2
009270     05  RV-RUN-DATE         PIC 9(8).                            SQRCVR.2
009280     05  RV-RUN-TIME         PIC 9(8).                            SQRCVR.2
009290     05  FILLER              PIC X(63).                           SQRCVR.2
009300 01  HEAD-LINE-1.                                                 SQRCVR.2
009400     05  FILLER              PIC X(40) VALUE                      SQRCVR.2
009500         "RAW-DATA FORWARD RECOVERY".                             SQRCVR.2
010000     05  FILLER              PIC X(22) VALUE                      SQRCVR.2
010100         "OPEN FAILED, STATUS = ".                                SQRCVR.2
010200     05  STL-STATUS          PIC XX.                              SQRCVR.2
010205 01  CLOSED-PERIOD-LINE.                                          SQRCVR.2
010210     05  FILLER              PIC X(27) VALUE                      SQRCVR.2
010215         "** REFUSED - CLOSED PERIOD ".                           SQRCVR.2
010220     05  CPL-FISCAL-YEAR     PIC 9(4).                            SQRCVR.2
010225     05  FILLER              PIC X(1)  VALUE "/".                 SQRCVR.2
010230     05  CPL-PERIOD          PIC 9(2).                            SQRCVR.2
010235     05  FILLER              PIC X(7)  VALUE " - RUN ".           SQRCVR.2
010240     05  CPL-PGM-ID          PIC X(6).                            SQRCVR.2
010245     05  FILLER              PIC X(1)  VALUE SPACE.               SQRCVR.2
010250     05  CPL-RUN-DATE        PIC 9(8).                            SQRCVR.2
010255     05  FILLER              PIC X(1)  VALUE SPACE.               SQRCVR.2
010260     05  CPL-RUN-TIME        PIC 9(8).                            SQRCVR.2
010265     05  FILLER              PIC X(11) VALUE "  ACTION = ".       SQRCVR.2
010270     05  CPL-ACTION          PIC X(1).                            SQRCVR.2
010275     05  FILLER              PIC X(14) VALUE "  JOURNALED BY".    SQRCVR.2
010280     05  FILLER              PIC X(1)  VALUE SPACE.               SQRCVR.2
010285     05  CPL-JRN-PGM-ID      PIC X(6).                            SQRCVR.2
010300 PROCEDURE DIVISION.                                              SQRCVR.2
010400 MAINLINE.                                                        SQRCVR.2
010500     PERFORM OPEN-FILES.                                          SQRCVR.2
010900     PERFORM REPLAY-ONE-JOURNAL-RECORD                            SQRCVR.2
011000         UNTIL WS-EOF.                                            SQRCVR.2
011100     PERFORM CLOSE-FILES.                                         SQRCVR.2
011120     IF WS-CLOSED-REFUSED GREATER THAN ZERO                       SQRCVR.2
011140         IF RETURN-CODE LESS THAN 4                               SQRCVR.2
011160             MOVE 4 TO RETURN-CODE                                SQRCVR.2
011170         END-IF                                                   SQRCVR.2
011180     END-IF.                                                      SQRCVR.2
011200     STOP RUN.                                                    SQRCVR.2
011300 OPEN-FILES.                                                      SQRCVR.2
011400     OPEN OUTPUT PRINT-FILE.                                      SQRCVR.2
016300             PERFORM APPLY-ONE-JOURNAL-RECORD                     SQRCVR.2
016400     END-READ.                                                    SQRCVR.2
016500 APPLY-ONE-JOURNAL-RECORD.                                        SQRCVR.2
016505     MOVE JRN-RAW-IMAGE TO REPLAY-VIEW.                           SQRCVR.2
016510     MOVE "Y" TO PQ-ALLOWED.                                      SQRCVR.2
016515     MOVE "N" TO PQ-REOPENED.                                     SQRCVR.2
016520     IF JRN-ACTION EQUAL TO "W"                                   SQRCVR.2
016525        OR JRN-ACTION EQUAL TO "R"                                SQRCVR.2
016530         PERFORM CHECK-PERIOD-LOCK                                SQRCVR.2
016535     END-IF.                                                      SQRCVR.2
016540     IF PQ-WRITE-ALLOWED                                          SQRCVR.2
016545         IF PQ-UNDER-REOPEN                                       SQRCVR.2
016550             ADD 1 TO WS-REOPEN-WRITES                            SQRCVR.2
016555         END-IF                                                   SQRCVR.2
016560         PERFORM APPLY-ALLOWED-JOURNAL-RECORD                     SQRCVR.2
016565     ELSE                                                         SQRCVR.2
016570         PERFORM LIST-CLOSED-PERIOD-REPLAY                        SQRCVR.2
016575     END-IF.                                                      SQRCVR.2
016590 APPLY-ALLOWED-JOURNAL-RECORD.                                    SQRCVR.2
016600     IF JRN-ACTION EQUAL TO "W"                                   SQRCVR.2
016700         PERFORM APPLY-JOURNAL-WRITE                              SQRCVR.2
016800     ELSE                                                         SQRCVR.2
020200         NOT INVALID KEY                                          SQRCVR.2
020300             ADD 1 TO WS-DELETES-APPLIED                          SQRCVR.2
020400     END-DELETE.                                                  SQRCVR.2
020402 CHECK-PERIOD-LOCK.                                               SQRCVR.2
020404*    HISTORY BEHIND A CLOSED, ACKNOWLEDGED FISCAL PERIOD DOES     SQRCVR.2
020406*    NOT CHANGE - THE LOCK REFUSES THE REPLAY UNLESS A GRANTED    SQRCVR.2
020408*    REOPEN CARD COVERS THE PERIOD.  A CONTROL RECORD'S           SQRCVR.2
020410*    ALL-NINES DATE IS ON NO FISCAL CALENDAR, SO THE LOCK ALWAYS  SQRCVR.2
020411*    LETS IT THROUGH.                                             SQRCVR.2
020412     MOVE "C" TO PQ-FUNCTION.                                     SQRCVR.2
020414     MOVE "SQRCVR" TO PQ-UTILITY.                                 SQRCVR.2
020416     MOVE RV-RUN-DATE TO PQ-RUN-DATE.                             SQRCVR.2
020417     MOVE RETURN-CODE TO WS-SAVED-RC.                             SQRCVR.2
020418     CALL "DVZZPCL" USING PERIOD-LOCK-QUERY.                      SQRCVR.2
020419     MOVE WS-SAVED-RC TO RETURN-CODE.                             SQRCVR.2
020420 LIST-CLOSED-PERIOD-REPLAY.                                       SQRCVR.2
020422     ADD 1 TO WS-CLOSED-REFUSED.                                  SQRCVR.2
020424     MOVE PQ-FISCAL-YEAR TO CPL-FISCAL-YEAR.                      SQRCVR.2
020426     MOVE PQ-PERIOD TO CPL-PERIOD.                                SQRCVR.2
020428     MOVE RV-PGM-ID TO CPL-PGM-ID.                                SQRCVR.2
020430     MOVE RV-RUN-DATE TO CPL-RUN-DATE.                            SQRCVR.2
020432     MOVE RV-RUN-TIME TO CPL-RUN-TIME.                            SQRCVR.2
020434     MOVE JRN-ACTION TO CPL-ACTION.                               SQRCVR.2
020436     MOVE JRN-PGM-ID TO CPL-JRN-PGM-ID.                           SQRCVR.2
020438     WRITE PRINT-REC FROM CLOSED-PERIOD-LINE                      SQRCVR.2
020440         AFTER ADVANCING 1 LINE.                                  SQRCVR.2
020500 CLOSE-FILES.                                                     SQRCVR.2
020600     MOVE "BACKUP RECORDS LOADED =" TO SL-LITERAL.                SQRCVR.2
020700     MOVE WS-LOADED-COUNT TO SL-COUNT.                            SQRCVR.2
022100     MOVE "UNRECOGNIZED JOURNAL ACTIONS =" TO SL-LITERAL.         SQRCVR.2
022200     MOVE WS-BAD-ACTIONS TO SL-COUNT.                             SQRCVR.2
022300     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRCVR.2
022310     MOVE "REFUSED - PERIOD CLOSED =" TO SL-LITERAL.              SQRCVR.2
022320     MOVE WS-CLOSED-REFUSED TO SL-COUNT.                          SQRCVR.2
022330     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRCVR.2
022340     MOVE "REPLAYED UNDER REOPEN =" TO SL-LITERAL.                SQRCVR.2
022350     MOVE WS-REOPEN-WRITES TO SL-COUNT.                           SQRCVR.2
022360     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRCVR.2
022370     MOVE "E" TO PQ-FUNCTION.                                     SQRCVR.2
022380     MOVE "SQRCVR" TO PQ-UTILITY.                                 SQRCVR.2
022385     MOVE RETURN-CODE TO WS-SAVED-RC.                             SQRCVR.2
022390     CALL "DVZZPCL" USING PERIOD-LOCK-QUERY.                      SQRCVR.2
022395     MOVE WS-SAVED-RC TO RETURN-CODE.                             SQRCVR.2
022400     IF RETURN-CODE NOT EQUAL TO 12                               SQRCVR.2
022500         CLOSE RAW-JOURNAL                                        SQRCVR.2
022600         CLOSE NEW-RAW-DATA                                       SQRCVR.2
