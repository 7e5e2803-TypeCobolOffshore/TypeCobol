002500*        WITH THE LOWER C-SYSTEM-ID WINS, DETERMINISTICALLY,    * SQCONS.2
002600*        WHATEVER ORDER THE EXTRACTS ARRIVE IN.                 * SQCONS.2
002700*                                                               * SQCONS.2
002702*    RESTART CARD (OPTIONAL) :-                                 * SQCONS.2
002704*      COLS  1-8   RESTART MODE - BLANK (OR NO CARD) FOR A      * SQCONS.2
002706*                  NORMAL RUN, "RESTART" TO RESUME AN           * SQCONS.2
002708*                  INTERRUPTED RUN FROM ITS LAST CHECKPOINT, OR * SQCONS.2
002710*                  "FRESH" TO DISCARD THAT CHECKPOINT AND MERGE * SQCONS.2
002712*                  FROM THE TOP.                                * SQCONS.2
002714*                                                               * SQCONS.2
002716*    CHECKPOINT / RESTART :-  THE RUN CHECKPOINTS ON X-39 AT    * SQCONS.2
002718*    THE START OF EACH EXTRACT (PHASE 1 TO 3 = X-14 TO X-16),   * SQCONS.2
002720*    BEFORE THE CONTROL RECORDS ARE WRITTEN (PHASE 4), EVERY    * SQCONS.2
002722*    100 IMAGES AND AFTER EVERY KEY COLLISION - PHASE, IMAGES   * SQCONS.2
002724*    READ, LAST KEY, THE RUN'S TOTALS AND THE PER-PROGRAM RUN   * SQCONS.2
002726*    COUNTS.  A RESTART SKIPS THE IMAGES ALREADY MERGED AND     * SQCONS.2
002728*    CARRIES ON WITH THE CHECKPOINT TOTALS.  WITHIN ONE         * SQCONS.2
002730*    INTERVAL OF THE RESTART POINT, A CENTRAL RECORD IDENTICAL  * SQCONS.2
002732*    TO THE INCOMING IMAGE IS TAKEN AS LOADED BY THE            * SQCONS.2
002734*    INTERRUPTED RUN RATHER THAN AS A COLLISION.  CONTROL       * SQCONS.2
002736*    RECORDS ARE ONLY ADDED, SO PHASE 4 IS SIMPLY REDONE.  A    * SQCONS.2
002738*    NORMAL RUN IS REFUSED WITH RETURN CODE 8 WHILE AN          * SQCONS.2
002740*    INTERRUPTED RUN IS ON THE CHECKPOINT FILE.                 * SQCONS.2
002742*                                                               * SQCONS.2
002747*    FISCAL-PERIOD CLOSE LOCK :-  AN IMAGE WHOSE RUN DATE FALLS * SQCONS.2
002751*    IN A CLOSED FISCAL PERIOD IS NOT MERGED (DVZZPCL CHECKS    * SQCONS.2
002755*    EACH RUN DATE AGAINST THE FISCAL FILE, SEE SQPCLKRC) -     * SQCONS.2
002759*    NEITHER LOADED NOR USED TO RESOLVE A COLLISION - UNLESS A  * SQCONS.2
002763*    REOPEN CARD FOR SQCONS FROM AN OPERATOR WITH OPERAUTH      * SQCONS.2
002767*    AUTHORITY FOR SQCONS REOPEN COVERS THAT PERIOD.  EACH      * SQCONS.2
002771*    REFUSED IMAGE IS LISTED AND COUNTED AND RAISES RETURN      * SQCONS.2
002775*    CODE 4.                                                    * SQCONS.2
002782*                                                               * SQCONS.2
002800***************************************************************** SQCONS.2
002900*                                                               * SQCONS.2
003000*      X-CARDS USED BY THIS PROGRAM ARE :-                      * SQCONS.2
003300*            X-15   SECOND SYSTEM UNLOAD EXTRACT (OPTIONAL)     * SQCONS.2
003400*            X-16   THIRD  SYSTEM UNLOAD EXTRACT (OPTIONAL)     * SQCONS.2
003500*            X-17   CENTRAL RAW-DATA HISTORY CLUSTER (OUTPUT)   * SQCONS.2
003525*            X-59   RESTART CARD READER FILE (OPTIONAL)         * SQCONS.2
003550*            X-39   UTILITY CHECKPOINT FILE (INDEXED)           * SQCONS.2
003600*            X-55   SYSTEM PRINTER                              * SQCONS.2
003700*            X-82   SOURCE-COMPUTER                             * SQCONS.2
003800*            X-83   OBJECT-COMPUTER                             * SQCONS.2
006700            ALTERNATE RECORD KEY IS RAW-DATA-RUN-DATE             SQCONS.2
006800            WITH DUPLICATES                                       SQCONS.2
006900            FILE STATUS IS CENTRAL-STATUS.                        SQCONS.2
006910     SELECT OPTIONAL RESTART-CARD ASSIGN TO                       SQCONS.2
006920     XXXXX059.                                                    SQCONS.2
006930     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO                    SQCONS.2
006940     XXXXX039                                                     SQCONS.2
006950            ORGANIZATION IS INDEXED                               SQCONS.2
006960            ACCESS MODE IS RANDOM                                 SQCONS.2
006970            RECORD KEY IS CKP-PGM-ID                              SQCONS.2
006980            FILE STATUS IS CHECKPOINT-STATUS.                     SQCONS.2
007000     SELECT PRINT-FILE ASSIGN TO                                  SQCONS.2
007100     XXXXX055.                                                    SQCONS.2
007200 DATA DIVISION.                                                   SQCONS.2
008200 01  UNLOAD-3-REC            PIC X(85).                           SQCONS.2
008300 FD  CENTRAL-RAW-DATA.                                            SQCONS.2
008400     COPY SQRAWREC.                                               SQCONS.2
008410 FD  RESTART-CARD                                                 SQCONS.2
008420     LABEL RECORDS                                                SQCONS.2
008430     XXXXX084                                                     SQCONS.2
008440     DATA RECORD IS RESTART-CARD-REC.                             SQCONS.2
008450 01  RESTART-CARD-REC.                                            SQCONS.2
008460     02  RST-MODE           PIC X(8).                             SQCONS.2
008470     02  FILLER             PIC X(72).                            SQCONS.2
008480 FD  CHECKPOINT-FILE.                                             SQCONS.2
008490     COPY SQCKPREC.                                               SQCONS.2
008500 FD  PRINT-FILE                                                   SQCONS.2
008600     LABEL RECORDS                                                SQCONS.2
008700     XXXXX084                                                     SQCONS.2
009200 WORKING-STORAGE SECTION.                                         SQCONS.2
009300 01  WS-EOF-SW              PIC X VALUE "N".                      SQCONS.2
009400     88  WS-EOF                   VALUE "Y".                      SQCONS.2
009450 01  WS-SAVED-RC            PIC 9(4) COMP VALUE ZERO.             SQCONS.2
009500 01  UNLOAD-1-STATUS        PIC XX VALUE "00".                    SQCONS.2
009600 01  UNLOAD-2-STATUS        PIC XX VALUE "00".                    SQCONS.2
009700 01  UNLOAD-3-STATUS        PIC XX VALUE "00".                    SQCONS.2
012200     05  PGM-RUN-ENTRY OCCURS 50 TIMES.                           SQCONS.2
012300         10  PRT-PGM-ID          PIC X(6).                        SQCONS.2
012400         10  PRT-RUN-COUNT       PIC 9(5) COMP.                   SQCONS.2
012402 01  WS-RUN-DATE            PIC 9(8) VALUE ZERO.                  SQCONS.2
012404 01  WS-RUN-TIME            PIC 9(8) VALUE ZERO.                  SQCONS.2
012406 01  CHECKPOINT-STATUS      PIC XX VALUE "00".                    SQCONS.2
012408 01  WS-CKPT-FILE-SW        PIC X VALUE "N".                      SQCONS.2
012410     88  WS-CKPT-FILE-OK          VALUE "Y".                      SQCONS.2
012412 01  WS-RESUME-PHASE        PIC 9 VALUE ZERO.                     SQCONS.2
012414 01  WS-CKPT-PHASE          PIC 9 VALUE ZERO.                     SQCONS.2
012416 01  WS-NEXT-PHASE          PIC 9 VALUE ZERO.                     SQCONS.2
012418 01  WS-CKPT-RECORDS-DONE   PIC 9(9) COMP VALUE ZERO.             SQCONS.2
012420 01  WS-CKPT-TALLY          PIC 9(5) COMP VALUE ZERO.             SQCONS.2
012422 01  WS-CKPT-INTERVAL       PIC 9(5) COMP VALUE 100.              SQCONS.2
012424 01  WS-CATCH-UP-LEFT       PIC 9(5) COMP VALUE ZERO.             SQCONS.2
012426 01  WS-SKIP-COUNT          PIC 9(9) COMP VALUE ZERO.             SQCONS.2
012428 01  WS-LAST-KEY            PIC X(22) VALUE LOW-VALUE.            SQCONS.2
012430 01  WS-STOP-REASON         PIC X(60) VALUE SPACE.                SQCONS.2
012432 01  WS-COLLIDED-SW         PIC X VALUE "N".                      SQCONS.2
012434     88  WS-COLLIDED              VALUE "Y".                      SQCONS.2
012436*    CKP-WORK-AREA OF THE SQCONS CHECKPOINT.  CKP-TOTAL (1) TO    SQCONS.2
012437*    (5) ARE LOADED, CONTROL DROPPED, COLLISIONS, CLOSED-PERIOD   SQCONS.2
012438*    REFUSALS AND RUNS LOADED UNDER A REOPEN.                     SQCONS.2
012440 01  WS-CKPT-CONTEXT.                                             SQCONS.2
012442     05  WS-CKPT-PGM-COUNT   PIC 9(3) COMP.                       SQCONS.2
012444     05  WS-CKPT-PGM-TABLE   PIC X(500).                          SQCONS.2
012454     COPY SQPCLKRC.                                               SQCONS.2
012464 01  WS-CLOSED-REFUSED      PIC 9(7) COMP VALUE ZERO.             SQCONS.2
012474 01  WS-REOPEN-WRITES       PIC 9(7) COMP VALUE ZERO.             SQCONS.2
012500 01  HEAD-LINE-1.                                                 SQCONS.2
012600     05  FILLER              PIC X(45) VALUE                      SQCONS.2
012700         "MULTI-SYSTEM RAW-DATA CONSOLIDATION".                   SQCONS.2
013800     05  CLL-SYSTEM-B        PIC X(8).                            SQCONS.2
013900     05  FILLER              PIC X(9)  VALUE "  KEPT = ".         SQCONS.2
014000     05  CLL-KEPT            PIC X(8).                            SQCONS.2
014005 01  CLOSED-PERIOD-LINE.                                          SQCONS.2
014010     05  FILLER              PIC X(27) VALUE                      SQCONS.2
014015         "** REFUSED - CLOSED PERIOD ".                           SQCONS.2
014020     05  CPL-FISCAL-YEAR     PIC 9(4).                            SQCONS.2
014025     05  FILLER              PIC X(1)  VALUE "/".                 SQCONS.2
014030     05  CPL-PERIOD          PIC 9(2).                            SQCONS.2
014035     05  FILLER              PIC X(7)  VALUE " - RUN ".           SQCONS.2
014040     05  CPL-PGM-ID          PIC X(6).                            SQCONS.2
014045     05  FILLER              PIC X(1)  VALUE SPACE.               SQCONS.2
014050     05  CPL-RUN-DATE        PIC 9(8).                            SQCONS.2
014055     05  FILLER              PIC X(1)  VALUE SPACE.               SQCONS.2
014060     05  CPL-RUN-TIME        PIC 9(8).                            SQCONS.2
014065     05  FILLER              PIC X(11) VALUE "  SYSTEM = ".       SQCONS.2
014070     05  CPL-SYSTEM-ID       PIC X(8).                            SQCONS.2
014100 01  SUMMARY-LINE.                                                SQCONS.2
014200     05  SL-LITERAL          PIC X(30).                           SQCONS.2
014300     05  SL-COUNT            PIC ZZZZZZ9.                         SQCONS.2
014305 01  MESSAGE-LINE.                                                SQCONS.2
014310     05  FILLER              PIC X(2)  VALUE SPACE.               SQCONS.2
014315     05  ML-MESSAGE          PIC X(80).                           SQCONS.2
014320 01  RESTART-LINE.                                                SQCONS.2
014325     05  FILLER              PIC X(26) VALUE                      SQCONS.2
014330         "RESTARTED FROM CHECKPOINT ".                            SQCONS.2
014335     05  RSL-TAKEN-DATE      PIC 9(8).                            SQCONS.2
014340     05  FILLER              PIC X(1)  VALUE SPACE.               SQCONS.2
014345     05  RSL-TAKEN-TIME      PIC 9(8).                            SQCONS.2
014350     05  FILLER              PIC X(9)  VALUE " - PHASE ".         SQCONS.2
014355     05  RSL-PHASE           PIC 9.                               SQCONS.2
014360     05  FILLER              PIC X(7)  VALUE ", AFTER".           SQCONS.2
014365     05  RSL-RECORDS         PIC ZZZZZZZZ9.                       SQCONS.2
014370     05  FILLER              PIC X(8)  VALUE " RECORDS".          SQCONS.2
014400 PROCEDURE DIVISION.                                              SQCONS.2
014500 MAINLINE.                                                        SQCONS.2
014600     PERFORM OPEN-FILES.                                          SQCONS.2
014610     IF WS-STOP-REASON NOT EQUAL TO SPACE                         SQCONS.2
014620         PERFORM STOP-THIS-RUN                                    SQCONS.2
014630         STOP RUN                                                 SQCONS.2
014640     END-IF.                                                      SQCONS.2
014650     MOVE 1 TO WS-NEXT-PHASE.                                     SQCONS.2
014660     PERFORM START-UNLOAD-FILE.                                   SQCONS.2
014700     PERFORM MERGE-FROM-FILE-1                                    SQCONS.2
014800         UNTIL WS-EOF.                                            SQCONS.2
014900     CLOSE UNLOAD-FILE-1.                                         SQCONS.2
015200        AND UNLOAD-2-STATUS NOT EQUAL TO "05"                     SQCONS.2
015300         MOVE "Y" TO WS-EOF-SW                                    SQCONS.2
015400     END-IF.                                                      SQCONS.2
015410     MOVE 2 TO WS-NEXT-PHASE.                                     SQCONS.2
015420     PERFORM START-UNLOAD-FILE.                                   SQCONS.2
015500     PERFORM MERGE-FROM-FILE-2                                    SQCONS.2
015600         UNTIL WS-EOF.                                            SQCONS.2
015700     CLOSE UNLOAD-FILE-2.                                         SQCONS.2
016000        AND UNLOAD-3-STATUS NOT EQUAL TO "05"                     SQCONS.2
016100         MOVE "Y" TO WS-EOF-SW                                    SQCONS.2
016200     END-IF.                                                      SQCONS.2
016210     MOVE 3 TO WS-NEXT-PHASE.                                     SQCONS.2
016220     PERFORM START-UNLOAD-FILE.                                   SQCONS.2
016300     PERFORM MERGE-FROM-FILE-3                                    SQCONS.2
016400         UNTIL WS-EOF.                                            SQCONS.2
016500     CLOSE UNLOAD-FILE-3.                                         SQCONS.2
016510     IF WS-RESUME-PHASE LESS THAN 4                               SQCONS.2
016520         MOVE 4 TO WS-CKPT-PHASE                                  SQCONS.2
016530         MOVE ZERO TO WS-CKPT-RECORDS-DONE WS-CATCH-UP-LEFT       SQCONS.2
016540         PERFORM WRITE-CHECKPOINT                                 SQCONS.2
016550     END-IF.                                                      SQCONS.2
016600     PERFORM WRITE-CONTROL-RECORDS.                               SQCONS.2
016650     PERFORM FINISH-CHECKPOINT.                                   SQCONS.2
016700     PERFORM CLOSE-FILES.                                         SQCONS.2
016710     IF WS-CLOSED-REFUSED GREATER THAN ZERO                       SQCONS.2
016720        AND RETURN-CODE LESS THAN 4                               SQCONS.2
016730         MOVE 4 TO RETURN-CODE                                    SQCONS.2
016740     END-IF.                                                      SQCONS.2
016800     STOP RUN.                                                    SQCONS.2
016900 OPEN-FILES.                                                      SQCONS.2
016910     OPEN INPUT RESTART-CARD.                                     SQCONS.2
016920     READ RESTART-CARD                                            SQCONS.2
016930         AT END                                                   SQCONS.2
016940             MOVE SPACE TO RST-MODE                               SQCONS.2
016950     END-READ.                                                    SQCONS.2
016960     CLOSE RESTART-CARD.                                          SQCONS.2
016970     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       SQCONS.2
016980     ACCEPT WS-RUN-TIME FROM TIME.                                SQCONS.2
016990     PERFORM OPEN-CHECKPOINT.                                     SQCONS.2
017000     OPEN OUTPUT PRINT-FILE.                                      SQCONS.2
017100     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQCONS.2
017110     IF WS-RESUME-PHASE GREATER THAN ZERO                         SQCONS.2
017120         WRITE PRINT-REC FROM RESTART-LINE                        SQCONS.2
017130             AFTER ADVANCING 2 LINES                              SQCONS.2
017140     END-IF.                                                      SQCONS.2
017150     IF NOT WS-CKPT-FILE-OK                                       SQCONS.2
017155        AND WS-STOP-REASON EQUAL TO SPACE                         SQCONS.2
017160         MOVE "** CHECKPOINT FILE NOT AVAILABLE - NOT RESTARTABLE"SQCONS.2
017165             TO ML-MESSAGE                                        SQCONS.2
017170         WRITE PRINT-REC FROM MESSAGE-LINE                        SQCONS.2
017175             AFTER ADVANCING 2 LINES                              SQCONS.2
017180     END-IF.                                                      SQCONS.2
017200     OPEN I-O CENTRAL-RAW-DATA.                                   SQCONS.2
017300     IF CENTRAL-STATUS NOT EQUAL TO "00"                          SQCONS.2
017400        AND CENTRAL-STATUS NOT EQUAL TO "05"                      SQCONS.2
018100     IF UNLOAD-1-STATUS NOT EQUAL TO "00"                         SQCONS.2
018200         MOVE "Y" TO WS-EOF-SW                                    SQCONS.2
018300     END-IF.                                                      SQCONS.2
018310 START-UNLOAD-FILE.                                               SQCONS.2
018315*    A PHASE THE INTERRUPTED RUN HAD ALREADY FINISHED IS NOT      SQCONS.2
018320*    READ AGAIN; THE PHASE IT STOPPED IN SKIPS WHAT IT HAD        SQCONS.2
018322*    MERGED.                                                      SQCONS.2
018325     IF WS-RESUME-PHASE GREATER THAN WS-NEXT-PHASE                SQCONS.2
018330         MOVE "Y" TO WS-EOF-SW                                    SQCONS.2
018335     ELSE                                                         SQCONS.2
018340         IF WS-RESUME-PHASE EQUAL TO WS-NEXT-PHASE                SQCONS.2
018345             PERFORM SKIP-MERGED-IMAGES                           SQCONS.2
018350         ELSE                                                     SQCONS.2
018355             MOVE WS-NEXT-PHASE TO WS-CKPT-PHASE                  SQCONS.2
018360             MOVE ZERO TO WS-CKPT-RECORDS-DONE WS-CATCH-UP-LEFT   SQCONS.2
018365             PERFORM WRITE-CHECKPOINT                             SQCONS.2
018370         END-IF                                                   SQCONS.2
018375     END-IF.                                                      SQCONS.2
018400 MERGE-FROM-FILE-1.                                               SQCONS.2
018500     READ UNLOAD-FILE-1                                           SQCONS.2
018600         AT END                                                   SQCONS.2
018800         NOT AT END                                               SQCONS.2
018900             MOVE UNLOAD-1-REC TO CAND-VIEW                       SQCONS.2
019000             PERFORM MERGE-ONE-IMAGE                              SQCONS.2
019050             PERFORM NOTE-IMAGE-DONE                              SQCONS.2
019100     END-READ.                                                    SQCONS.2
019200 MERGE-FROM-FILE-2.                                               SQCONS.2
019300     READ UNLOAD-FILE-2                                           SQCONS.2
019600         NOT AT END                                               SQCONS.2
019700             MOVE UNLOAD-2-REC TO CAND-VIEW                       SQCONS.2
019800             PERFORM MERGE-ONE-IMAGE                              SQCONS.2
019850             PERFORM NOTE-IMAGE-DONE                              SQCONS.2
019900     END-READ.                                                    SQCONS.2
020000 MERGE-FROM-FILE-3.                                               SQCONS.2
020100     READ UNLOAD-FILE-3                                           SQCONS.2
020400         NOT AT END                                               SQCONS.2
020500             MOVE UNLOAD-3-REC TO CAND-VIEW                       SQCONS.2
020600             PERFORM MERGE-ONE-IMAGE                              SQCONS.2
020650             PERFORM NOTE-IMAGE-DONE                              SQCONS.2
020700     END-READ.                                                    SQCONS.2
020800 MERGE-ONE-IMAGE.                                                 SQCONS.2
020900     IF CV-RUN-DATE EQUAL TO 99999999                             SQCONS.2
021000        AND CV-RUN-TIME EQUAL TO 99999999                         SQCONS.2
021100         ADD 1 TO WS-CONTROL-DROPPED                              SQCONS.2
021200     ELSE                                                         SQCONS.2
021210         PERFORM CHECK-PERIOD-LOCK                                SQCONS.2
021220         IF NOT PQ-WRITE-ALLOWED                                  SQCONS.2
021230             PERFORM LIST-CLOSED-PERIOD-IMAGE                     SQCONS.2
021240         ELSE                                                     SQCONS.2
021300             MOVE CAND-VIEW TO RAW-DATA-SATZ                      SQCONS.2
021400             WRITE RAW-DATA-SATZ                                  SQCONS.2
021500                 INVALID KEY                                      SQCONS.2
021600                     PERFORM IMAGE-KEY-ON-CENTRAL                 SQCONS.2
021700                 NOT INVALID KEY                                  SQCONS.2
021800                     ADD 1 TO WS-LOADED-COUNT                     SQCONS.2
021900                     PERFORM COUNT-PROGRAM-RUN                    SQCONS.2
021910                     IF PQ-UNDER-REOPEN                           SQCONS.2
021920                         ADD 1 TO WS-REOPEN-WRITES                SQCONS.2
021930                     END-IF                                       SQCONS.2
022000             END-WRITE                                            SQCONS.2
022050         END-IF                                                   SQCONS.2
022100     END-IF.                                                      SQCONS.2
022105 CHECK-PERIOD-LOCK.                                               SQCONS.2
022110*    HISTORY BEHIND A CLOSED, ACKNOWLEDGED FISCAL PERIOD DOES     SQCONS.2
022115*    NOT CHANGE - THE LOCK REFUSES THE IMAGE UNLESS A GRANTED     SQCONS.2
022120*    REOPEN CARD COVERS THE PERIOD OF ITS RUN DATE.               SQCONS.2
022125     MOVE "C" TO PQ-FUNCTION.                                     SQCONS.2
022130     MOVE "SQCONS" TO PQ-UTILITY.                                 SQCONS.2
022135     MOVE CV-RUN-DATE TO PQ-RUN-DATE.                             SQCONS.2
022138     MOVE RETURN-CODE TO WS-SAVED-RC.                             SQCONS.2
022140     CALL "DVZZPCL" USING PERIOD-LOCK-QUERY.                      SQCONS.2
022142     MOVE WS-SAVED-RC TO RETURN-CODE.                             SQCONS.2
022145 LIST-CLOSED-PERIOD-IMAGE.                                        SQCONS.2
022150     ADD 1 TO WS-CLOSED-REFUSED.                                  SQCONS.2
022155     MOVE PQ-FISCAL-YEAR TO CPL-FISCAL-YEAR.                      SQCONS.2
022160     MOVE PQ-PERIOD TO CPL-PERIOD.                                SQCONS.2
022165     MOVE CV-PGM-ID TO CPL-PGM-ID.                                SQCONS.2
022170     MOVE CV-RUN-DATE TO CPL-RUN-DATE.                            SQCONS.2
022175     MOVE CV-RUN-TIME TO CPL-RUN-TIME.                            SQCONS.2
022180     MOVE CV-SYSTEM-ID TO CPL-SYSTEM-ID.                          SQCONS.2
022185     WRITE PRINT-REC FROM CLOSED-PERIOD-LINE                      SQCONS.2
022190         AFTER ADVANCING 1 LINE.                                  SQCONS.2
022200 RESOLVE-COLLISION.                                               SQCONS.2
022300*    TWO SYSTEMS STAMPED THE SAME RUN KEY.  THE IDENTITY          SQCONS.2
022400*    COLUMNS BREAK THE TIE: THE LOWER C-SYSTEM-ID WINS, SO        SQCONS.2
022500*    THE OUTCOME DOES NOT DEPEND ON EXTRACT ORDER.  BOTH          SQCONS.2
022600*    SIDES ARE REPORTED EITHER WAY.                               SQCONS.2
022700     ADD 1 TO WS-COLLISION-COUNT.                                 SQCONS.2
022750     MOVE "Y" TO WS-COLLIDED-SW.                                  SQCONS.2
022800     MOVE CV-KEY TO RAW-DATA-KEY.                                 SQCONS.2
022900     READ CENTRAL-RAW-DATA                                        SQCONS.2
023000         INVALID KEY CONTINUE                                     SQCONS.2
030000     MOVE "CONTROL RECORDS RECOMPUTED =" TO SL-LITERAL.           SQCONS.2
030100     MOVE WS-PGM-COUNT TO SL-COUNT.                               SQCONS.2
030200     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQCONS.2
030210     MOVE "IMAGES REFUSED - PERIOD CLOSED" TO SL-LITERAL.         SQCONS.2
030220     MOVE WS-CLOSED-REFUSED TO SL-COUNT.                          SQCONS.2
030230     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQCONS.2
030240     MOVE "RUNS LOADED UNDER REOPEN =" TO SL-LITERAL.             SQCONS.2
030250     MOVE WS-REOPEN-WRITES TO SL-COUNT.                           SQCONS.2
030260     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQCONS.2
030270     MOVE "E" TO PQ-FUNCTION.                                     SQCONS.2
030280     MOVE "SQCONS" TO PQ-UTILITY.                                 SQCONS.2
030285     MOVE RETURN-CODE TO WS-SAVED-RC.                             SQCONS.2
030290     CALL "DVZZPCL" USING PERIOD-LOCK-QUERY.                      SQCONS.2
030295     MOVE WS-SAVED-RC TO RETURN-CODE.                             SQCONS.2
030300     CLOSE CENTRAL-RAW-DATA.                                      SQCONS.2
030400     CLOSE PRINT-FILE.                                            SQCONS.2
030500 IMAGE-KEY-ON-CENTRAL.                                            SQCONS.2
030600*    JUST AFTER A RESTART THE INTERRUPTED RUN MAY ALREADY HAVE    SQCONS.2
030700*    LOADED THIS IMAGE.  AN IDENTICAL CENTRAL RECORD IS TAKEN AS  SQCONS.2
030800*    THAT LOAD; ANYTHING ELSE IS A KEY COLLISION.                 SQCONS.2
030900     IF WS-CATCH-UP-LEFT GREATER THAN ZERO                        SQCONS.2
031000         MOVE CV-KEY TO RAW-DATA-KEY                              SQCONS.2
031100         READ CENTRAL-RAW-DATA                                    SQCONS.2
031200             INVALID KEY                                          SQCONS.2
031300                 MOVE SPACE TO RAW-DATA-SATZ                      SQCONS.2
031400         END-READ                                                 SQCONS.2
031500         IF RAW-DATA-SATZ EQUAL TO CAND-VIEW                      SQCONS.2
031600             ADD 1 TO WS-LOADED-COUNT                             SQCONS.2
031700             PERFORM COUNT-PROGRAM-RUN                            SQCONS.2
031800         ELSE                                                     SQCONS.2
031900             PERFORM RESOLVE-COLLISION                            SQCONS.2
032000         END-IF                                                   SQCONS.2
032100     ELSE                                                         SQCONS.2
032200         PERFORM RESOLVE-COLLISION                                SQCONS.2
032300     END-IF.                                                      SQCONS.2
032400 NOTE-IMAGE-DONE.                                                 SQCONS.2
032500*    A COLLISION REWRITES A CENTRAL RECORD, SO IT IS              SQCONS.2
032600*    CHECKPOINTED AT ONCE - A RESTART NEVER HAS TO DECIDE         SQCONS.2
032650*    WHETHER ONE WAS DONE.                                        SQCONS.2
032700     MOVE CV-KEY TO WS-LAST-KEY.                                  SQCONS.2
032800     ADD 1 TO WS-CKPT-RECORDS-DONE.                               SQCONS.2
032900     IF WS-CATCH-UP-LEFT GREATER THAN ZERO                        SQCONS.2
033000         SUBTRACT 1 FROM WS-CATCH-UP-LEFT                         SQCONS.2
033100     END-IF.                                                      SQCONS.2
033200     IF WS-COLLIDED                                               SQCONS.2
033300         MOVE "N" TO WS-COLLIDED-SW                               SQCONS.2
033400         PERFORM WRITE-CHECKPOINT                                 SQCONS.2
033500     ELSE                                                         SQCONS.2
033600         PERFORM COUNT-CHECKPOINT-TALLY                           SQCONS.2
033700     END-IF.                                                      SQCONS.2
033800 SKIP-MERGED-IMAGES.                                              SQCONS.2
033900*    THE IMAGES OF THIS EXTRACT UP TO THE CHECKPOINT ARE MERGED   SQCONS.2
034000*    AND IN THE CHECKPOINT TOTALS - READ PAST THEM.               SQCONS.2
034100     MOVE ZERO TO WS-SKIP-COUNT.                                  SQCONS.2
034200     PERFORM SKIP-ONE-MERGED-IMAGE                                SQCONS.2
034300         UNTIL WS-SKIP-COUNT NOT LESS THAN WS-CKPT-RECORDS-DONE   SQCONS.2
034400            OR WS-EOF.                                            SQCONS.2
034500     MOVE WS-CKPT-INTERVAL TO WS-CATCH-UP-LEFT.                   SQCONS.2
034600 SKIP-ONE-MERGED-IMAGE.                                           SQCONS.2
034700     IF WS-CKPT-PHASE EQUAL TO 1                                  SQCONS.2
034800         READ UNLOAD-FILE-1                                       SQCONS.2
034900             AT END                                               SQCONS.2
035000                 MOVE "Y" TO WS-EOF-SW                            SQCONS.2
035100         END-READ                                                 SQCONS.2
035200     END-IF.                                                      SQCONS.2
035300     IF WS-CKPT-PHASE EQUAL TO 2                                  SQCONS.2
035400         READ UNLOAD-FILE-2                                       SQCONS.2
035500             AT END                                               SQCONS.2
035600                 MOVE "Y" TO WS-EOF-SW                            SQCONS.2
035700         END-READ                                                 SQCONS.2
035800     END-IF.                                                      SQCONS.2
035900     IF WS-CKPT-PHASE EQUAL TO 3                                  SQCONS.2
036000         READ UNLOAD-FILE-3                                       SQCONS.2
036100             AT END                                               SQCONS.2
036200                 MOVE "Y" TO WS-EOF-SW                            SQCONS.2
036300         END-READ                                                 SQCONS.2
036400     END-IF.                                                      SQCONS.2
036500     ADD 1 TO WS-SKIP-COUNT.                                      SQCONS.2
036600 OPEN-CHECKPOINT.                                                 SQCONS.2
036700*    THE CHECKPOINT RECORD OF THE LAST SQCONS RUN DECIDES WHAT    SQCONS.2
036800*    THIS RUN MAY DO: A RESTART NEEDS AN INTERRUPTED RUN ON       SQCONS.2
036900*    FILE, AND A NORMAL RUN MAY NOT START OVER THE TOP OF ONE.    SQCONS.2
037000     OPEN I-O CHECKPOINT-FILE.                                    SQCONS.2
037100     IF CHECKPOINT-STATUS EQUAL TO "00"                           SQCONS.2
037200        OR CHECKPOINT-STATUS EQUAL TO "05"                        SQCONS.2
037300         MOVE "Y" TO WS-CKPT-FILE-SW                              SQCONS.2
037400         MOVE "SQCONS" TO CKP-PGM-ID                              SQCONS.2
037500         READ CHECKPOINT-FILE                                     SQCONS.2
037600             INVALID KEY                                          SQCONS.2
037700                 PERFORM CLEAR-CHECKPOINT                         SQCONS.2
037800                 WRITE UTILITY-CHECKPOINT-REC                     SQCONS.2
037900                     INVALID KEY CONTINUE                         SQCONS.2
038000                 END-WRITE                                        SQCONS.2
038100         END-READ                                                 SQCONS.2
038200     ELSE                                                         SQCONS.2
038300         MOVE SPACE TO UTILITY-CHECKPOINT-REC                     SQCONS.2
038400     END-IF.                                                      SQCONS.2
038500     IF RST-MODE EQUAL TO "RESTART"                               SQCONS.2
038600         IF CKP-IN-PROGRESS                                       SQCONS.2
038700             PERFORM RESUME-FROM-CHECKPOINT                       SQCONS.2
038800         ELSE                                                     SQCONS.2
038900             MOVE "NO INTERRUPTED RUN ON FILE TO RESTART"         SQCONS.2
039000                 TO WS-STOP-REASON                                SQCONS.2
039100         END-IF                                                   SQCONS.2
039200     ELSE                                                         SQCONS.2
039300         IF RST-MODE NOT EQUAL TO SPACE                           SQCONS.2
039400            AND RST-MODE NOT EQUAL TO "FRESH"                     SQCONS.2
039500             MOVE "RESTART MODE MUST BE RESTART, FRESH OR BLANK"  SQCONS.2
039600                 TO WS-STOP-REASON                                SQCONS.2
039700         END-IF                                                   SQCONS.2
039800         IF CKP-IN-PROGRESS                                       SQCONS.2
039900            AND RST-MODE EQUAL TO SPACE                           SQCONS.2
040000             MOVE "INTERRUPTED RUN ON FILE - RESTART OR FRESH"    SQCONS.2
040100                 TO WS-STOP-REASON                                SQCONS.2
040200         END-IF                                                   SQCONS.2
040300     END-IF.                                                      SQCONS.2
040400 CLEAR-CHECKPOINT.                                                SQCONS.2
040500     MOVE SPACE TO UTILITY-CHECKPOINT-REC.                        SQCONS.2
040600     MOVE "SQCONS" TO CKP-PGM-ID.                                 SQCONS.2
040700     MOVE "C" TO CKP-STATE.                                       SQCONS.2
040800     MOVE ZERO TO CKP-PHASE CKP-RUN-DATE CKP-RUN-TIME             SQCONS.2
040900                  CKP-TAKEN-DATE CKP-TAKEN-TIME CKP-RECORDS-DONE. SQCONS.2
041000     MOVE ZERO TO CKP-TOTAL (1) CKP-TOTAL (2) CKP-TOTAL (3)       SQCONS.2
041100                  CKP-TOTAL (4) CKP-TOTAL (5) CKP-TOTAL (6)       SQCONS.2
041200                  CKP-TOTAL (7) CKP-TOTAL (8) CKP-TOTAL (9)       SQCONS.2
041300                  CKP-TOTAL (10).                                 SQCONS.2
041400 RESUME-FROM-CHECKPOINT.                                          SQCONS.2
041500     MOVE CKP-PHASE TO WS-RESUME-PHASE.                           SQCONS.2
041600     MOVE CKP-PHASE TO WS-CKPT-PHASE.                             SQCONS.2
041700     MOVE CKP-RUN-DATE TO WS-RUN-DATE.                            SQCONS.2
041800     MOVE CKP-RUN-TIME TO WS-RUN-TIME.                            SQCONS.2
041900     MOVE CKP-RECORDS-DONE TO WS-CKPT-RECORDS-DONE.               SQCONS.2
042000     MOVE CKP-LAST-KEY TO WS-LAST-KEY.                            SQCONS.2
042100     MOVE CKP-TOTAL (1) TO WS-LOADED-COUNT.                       SQCONS.2
042200     MOVE CKP-TOTAL (2) TO WS-CONTROL-DROPPED.                    SQCONS.2
042300     MOVE CKP-TOTAL (3) TO WS-COLLISION-COUNT.                    SQCONS.2
042325     MOVE CKP-TOTAL (4) TO WS-CLOSED-REFUSED.                     SQCONS.2
042350     MOVE CKP-TOTAL (5) TO WS-REOPEN-WRITES.                      SQCONS.2
042400     MOVE CKP-WORK-AREA TO WS-CKPT-CONTEXT.                       SQCONS.2
042500     MOVE WS-CKPT-PGM-COUNT TO WS-PGM-COUNT.                      SQCONS.2
042600     MOVE WS-CKPT-PGM-TABLE TO PGM-RUN-TABLE.                     SQCONS.2
042700     MOVE CKP-TAKEN-DATE TO RSL-TAKEN-DATE.                       SQCONS.2
042800     MOVE CKP-TAKEN-TIME TO RSL-TAKEN-TIME.                       SQCONS.2
042900     MOVE CKP-PHASE TO RSL-PHASE.                                 SQCONS.2
043000     MOVE CKP-RECORDS-DONE TO RSL-RECORDS.                        SQCONS.2
043100 COUNT-CHECKPOINT-TALLY.                                          SQCONS.2
043200     ADD 1 TO WS-CKPT-TALLY.                                      SQCONS.2
043300     IF WS-CKPT-TALLY NOT LESS THAN WS-CKPT-INTERVAL              SQCONS.2
043400         PERFORM WRITE-CHECKPOINT                                 SQCONS.2
043500     END-IF.                                                      SQCONS.2
043600 WRITE-CHECKPOINT.                                                SQCONS.2
043700     MOVE ZERO TO WS-CKPT-TALLY.                                  SQCONS.2
043800     IF WS-CKPT-FILE-OK                                           SQCONS.2
043900         MOVE "SQCONS" TO CKP-PGM-ID                              SQCONS.2
044000         MOVE "I" TO CKP-STATE                                    SQCONS.2
044100         MOVE WS-CKPT-PHASE TO CKP-PHASE                          SQCONS.2
044200         MOVE WS-RUN-DATE TO CKP-RUN-DATE                         SQCONS.2
044300         MOVE WS-RUN-TIME TO CKP-RUN-TIME                         SQCONS.2
044400         ACCEPT CKP-TAKEN-DATE FROM DATE YYYYMMDD                 SQCONS.2
044500         ACCEPT CKP-TAKEN-TIME FROM TIME                          SQCONS.2
044600         MOVE WS-CKPT-RECORDS-DONE TO CKP-RECORDS-DONE            SQCONS.2
044700         MOVE WS-LAST-KEY TO CKP-LAST-KEY                         SQCONS.2
044800         MOVE WS-LOADED-COUNT TO CKP-TOTAL (1)                    SQCONS.2
044900         MOVE WS-CONTROL-DROPPED TO CKP-TOTAL (2)                 SQCONS.2
045000         MOVE WS-COLLISION-COUNT TO CKP-TOTAL (3)                 SQCONS.2
045025         MOVE WS-CLOSED-REFUSED TO CKP-TOTAL (4)                  SQCONS.2
045050         MOVE WS-REOPEN-WRITES TO CKP-TOTAL (5)                   SQCONS.2
045100         MOVE WS-PGM-COUNT TO WS-CKPT-PGM-COUNT                   SQCONS.2
045200         MOVE PGM-RUN-TABLE TO WS-CKPT-PGM-TABLE                  SQCONS.2
045300         MOVE WS-CKPT-CONTEXT TO CKP-WORK-AREA                    SQCONS.2
045400         REWRITE UTILITY-CHECKPOINT-REC                           SQCONS.2
045500             INVALID KEY CONTINUE                                 SQCONS.2
045600         END-REWRITE                                              SQCONS.2
045700     END-IF.                                                      SQCONS.2
045800 FINISH-CHECKPOINT.                                               SQCONS.2
045900*    A RUN THAT COULD NOT OPEN THE CENTRAL CLUSTER STAYS "IN      SQCONS.2
046000*    PROGRESS" SO IT CAN BE RESTARTED ONCE THE ERROR IS CLEARED.  SQCONS.2
046100     IF WS-CKPT-FILE-OK                                           SQCONS.2
046200         IF RETURN-CODE LESS THAN 12                              SQCONS.2
046300             PERFORM WRITE-CHECKPOINT                             SQCONS.2
046400             MOVE "C" TO CKP-STATE                                SQCONS.2
046500             REWRITE UTILITY-CHECKPOINT-REC                       SQCONS.2
046600                 INVALID KEY CONTINUE                             SQCONS.2
046700             END-REWRITE                                          SQCONS.2
046800         END-IF                                                   SQCONS.2
046900         CLOSE CHECKPOINT-FILE                                    SQCONS.2
047000     END-IF.                                                      SQCONS.2
047100 STOP-THIS-RUN.                                                   SQCONS.2
047200     MOVE SPACE TO ML-MESSAGE.                                    SQCONS.2
047300     STRING "** " DELIMITED BY SIZE                               SQCONS.2
047400            WS-STOP-REASON DELIMITED BY "  "                      SQCONS.2
047500            " - NOTHING DONE" DELIMITED BY SIZE                   SQCONS.2
047600         INTO ML-MESSAGE.                                         SQCONS.2
047700     WRITE PRINT-REC FROM MESSAGE-LINE                            SQCONS.2
047800         AFTER ADVANCING 2 LINES.                                 SQCONS.2
047900     MOVE 8 TO RETURN-CODE.                                       SQCONS.2
048000     IF WS-CKPT-FILE-OK                                           SQCONS.2
048100         CLOSE CHECKPOINT-FILE                                    SQCONS.2
048200     END-IF.                                                      SQCONS.2
048300     CLOSE PRINT-FILE.                                            SQCONS.2
