001500*    FAILED" IS ONE KEYED BROWSE (SEE SQAINQ) INSTEAD OF A      * SQAUDL.2
001600*    HAND SIFT THROUGH STACKED AUDIT FILES.  SEQ DISAMBIG-      * SQAUDL.2
001700*    UATES REPEATED OUTCOMES OF ONE TEST IN ONE RUN.            * SQAUDL.2
001703*                                                               * SQAUDL.2
001706*    EVERY OUTCOME IS STAMPED WITH THE COMPILER / RUNTIME LEVEL * SQAUDL.2
001709*    OF ITS RUN (C-COMPILER-LEVEL ON THE RUN'S RAW-DATA RECORD, * SQAUDL.2
001712*    SPACES IF THE RUN IS NOT ON FILE) SO SQACPT CAN LINE UP    * SQAUDL.2
001715*    THE SAME TESTS UNDER TWO LEVELS.                           * SQAUDL.2
001718*                                                               * SQAUDL.2
001721*    LOAD REGISTER :-  EACH AUDIT FILE IS READ ONCE BEFORE IT   * SQAUDL.2
001724*    IS LOADED FOR ITS RECORD COUNT, HASH TOTAL (RUN-DATE PLUS  * SQAUDL.2
001727*    RUN-TIME OF EVERY RECORD, MODULO 10**9) AND THE RUNS IN    * SQAUDL.2
001730*    IT.  A FILE ALREADY ON THE LOAD REGISTER (X-40) IS NOT     * SQAUDL.2
001733*    LOADED AGAIN, AND A RUN ALREADY LOADED FROM AN EARLIER     * SQAUDL.2
001736*    FILE IS SKIPPED; BOTH ARE LISTED AND GIVE RETURN CODE 4.   * SQAUDL.2
001739*    THE FILE AND ITS LOADED RUNS GO ON THE REGISTER WHEN THE   * SQAUDL.2
001742*    FILE HAS BEEN LOADED.                                      * SQAUDL.2
001745*                                                               * SQAUDL.2
001748*    RESTART CARD (OPTIONAL) :-                                 * SQAUDL.2
001751*      COLS  1-8   RESTART MODE - BLANK (OR NO CARD) FOR A      * SQAUDL.2
001754*                  NORMAL RUN, "RESTART" TO RESUME AN           * SQAUDL.2
001757*                  INTERRUPTED RUN FROM ITS LAST CHECKPOINT, OR * SQAUDL.2
001760*                  "FRESH" TO DISCARD THAT CHECKPOINT AND LOAD  * SQAUDL.2
001763*                  FROM THE TOP.                                * SQAUDL.2
001766*                                                               * SQAUDL.2
001769*    CHECKPOINT / RESTART :-  THE RUN CHECKPOINTS ON X-39 AT    * SQAUDL.2
001772*    THE START OF EACH INPUT FILE (PHASE 1 = X-73, 2 = X-76)    * SQAUDL.2
001775*    AND EVERY 100 RECORDS - PHASE, RECORDS READ, LAST MASTER   * SQAUDL.2
001778*    KEY AND THE RUN'S TOTALS.  A RESTART SKIPS THE RECORDS     * SQAUDL.2
001781*    ALREADY POSTED AND CARRIES ON WITH THE CHECKPOINT TOTALS.  * SQAUDL.2
001784*    WITHIN ONE INTERVAL OF THE RESTART POINT, A MASTER RECORD  * SQAUDL.2
001787*    ALREADY ON FILE WITH THE SAME KEY AND CONTENTS (AND NOT    * SQAUDL.2
001790*    YET MATCHED IN THIS RUN) IS TAKEN AS POSTED BY THE         * SQAUDL.2
001793*    INTERRUPTED RUN, SO THE END TOTALS MATCH AN UNINTERRUPTED  * SQAUDL.2
001796*    RUN.  A NORMAL RUN IS REFUSED WITH RETURN CODE 8 WHILE AN  * SQAUDL.2
001799*    INTERRUPTED RUN IS ON THE CHECKPOINT FILE.                 * SQAUDL.2
001800*                                                               * SQAUDL.2
001900***************************************************************** SQAUDL.2
002000*                                                               * SQAUDL.2
002300*            X-73   AUDIT FILE, SQ218A-STYLE LAYOUT             * SQAUDL.2
002400*            X-76   AUDIT FILE, SQ125A-STYLE LAYOUT             * SQAUDL.2
002500*            X-72   AUDIT MASTER FILE (INDEXED)                 * SQAUDL.2
002550*            X-62   RAW-DATA HISTORY FILE (INDEXED)             * SQAUDL.2
002560*            X-59   RESTART CARD READER FILE (OPTIONAL)         * SQAUDL.2
002570*            X-39   UTILITY CHECKPOINT FILE (INDEXED)           * SQAUDL.2
002580*            X-40   AUDIT LOAD REGISTER (INDEXED)               * SQAUDL.2
002600*            X-55   SYSTEM PRINTER                              * SQAUDL.2
002700*            X-82   SOURCE-COMPUTER                             * SQAUDL.2
002800*            X-83   OBJECT-COMPUTER                             * SQAUDL.2
004800            ORGANIZATION IS INDEXED                               SQAUDL.2
004900            ACCESS MODE IS RANDOM                                 SQAUDL.2
005000            RECORD KEY IS AM-KEY.                                 SQAUDL.2
005010     SELECT RAW-DATA   ASSIGN TO                                  SQAUDL.2
005020     XXXXX062                                                     SQAUDL.2
005025            ORGANIZATION IS INDEXED                               SQAUDL.2
005030            ACCESS MODE IS RANDOM                                 SQAUDL.2
005035            RECORD KEY IS RAW-DATA-KEY                            SQAUDL.2
005040            ALTERNATE RECORD KEY IS RAW-DATA-RUN-DATE             SQAUDL.2
005045            WITH DUPLICATES                                       SQAUDL.2
005050            FILE STATUS IS RAW-DATA-STATUS.                       SQAUDL.2
005055     SELECT OPTIONAL RESTART-CARD ASSIGN TO                       SQAUDL.2
005060     XXXXX059.                                                    SQAUDL.2
005065     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO                    SQAUDL.2
005070     XXXXX039                                                     SQAUDL.2
005075            ORGANIZATION IS INDEXED                               SQAUDL.2
005080            ACCESS MODE IS RANDOM                                 SQAUDL.2
005085            RECORD KEY IS CKP-PGM-ID                              SQAUDL.2
005090            FILE STATUS IS CHECKPOINT-STATUS.                     SQAUDL.2
005091     SELECT OPTIONAL LOAD-REGISTER ASSIGN TO                      SQAUDL.2
005092     XXXXX040                                                     SQAUDL.2
005093            ORGANIZATION IS INDEXED                               SQAUDL.2
005094            ACCESS MODE IS RANDOM                                 SQAUDL.2
005095            RECORD KEY IS LRG-KEY                                 SQAUDL.2
005096            FILE STATUS IS LOAD-REGISTER-STATUS.                  SQAUDL.2
005100     SELECT PRINT-FILE ASSIGN TO                                  SQAUDL.2
005200     XXXXX055.                                                    SQAUDL.2
005300 DATA DIVISION.                                                   SQAUDL.2
008900     02  AM-PGM-ID          PIC X(9).                             SQAUDL.2
009000     02  AM-OUTCOME         PIC X(5).                             SQAUDL.2
009100     02  AM-RE-MARK         PIC X(61).                            SQAUDL.2
009150     02  AM-COMPILER-LEVEL  PIC X(8).                             SQAUDL.2
009160 FD  RAW-DATA.                                                    SQAUDL.2
009170     COPY SQRAWREC.                                               SQAUDL.2
009172 FD  RESTART-CARD                                                 SQAUDL.2
009174     LABEL RECORDS                                                SQAUDL.2
009176     XXXXX084                                                     SQAUDL.2
009178     DATA RECORD IS RESTART-CARD-REC.                             SQAUDL.2
009180 01  RESTART-CARD-REC.                                            SQAUDL.2
009182     02  RST-MODE           PIC X(8).                             SQAUDL.2
009184     02  FILLER             PIC X(72).                            SQAUDL.2
009186 FD  CHECKPOINT-FILE.                                             SQAUDL.2
009188     COPY SQCKPREC.                                               SQAUDL.2
009190 FD  LOAD-REGISTER.                                               SQAUDL.2
009192     COPY SQLRGREC.                                               SQAUDL.2
009200 FD  PRINT-FILE                                                   SQAUDL.2
009300     LABEL RECORDS                                                SQAUDL.2
009400     XXXXX084                                                     SQAUDL.2
010300 01  WS-DROPPED-COUNT       PIC 9(5) COMP VALUE ZERO.             SQAUDL.2
010400 01  WS-POST-DONE-SW        PIC X VALUE "N".                      SQAUDL.2
010500     88  WS-POST-DONE             VALUE "Y".                      SQAUDL.2
010505 01  RAW-DATA-STATUS        PIC XX VALUE "00".                    SQAUDL.2
010506 01  WS-RAW-DATA-SW         PIC X VALUE "N".                      SQAUDL.2
010507     88  WS-RAW-DATA-OK           VALUE "Y".                      SQAUDL.2
010508 01  WS-NO-RUN-COUNT        PIC 9(5) COMP VALUE ZERO.             SQAUDL.2
010509 01  WS-LOOKUP-KEY.                                               SQAUDL.2
010510     05  WS-LOOKUP-PGM-ID    PIC X(6).                            SQAUDL.2
010511     05  WS-LOOKUP-RUN-DATE  PIC 9(8).                            SQAUDL.2
010512     05  WS-LOOKUP-RUN-TIME  PIC 9(8).                            SQAUDL.2
010513 01  WS-LAST-RUN-KEY        PIC X(22) VALUE SPACE.                SQAUDL.2
010514 01  WS-LAST-LEVEL          PIC X(8) VALUE SPACE.                 SQAUDL.2
010515 01  WS-RUN-DATE            PIC 9(8) VALUE ZERO.                  SQAUDL.2
010516 01  WS-RUN-TIME            PIC 9(8) VALUE ZERO.                  SQAUDL.2
010517 01  CHECKPOINT-STATUS      PIC XX VALUE "00".                    SQAUDL.2
010518 01  WS-CKPT-FILE-SW        PIC X VALUE "N".                      SQAUDL.2
010519     88  WS-CKPT-FILE-OK          VALUE "Y".                      SQAUDL.2
010520 01  WS-RESUME-PHASE        PIC 9 VALUE ZERO.                     SQAUDL.2
010521 01  WS-CKPT-PHASE          PIC 9 VALUE ZERO.                     SQAUDL.2
010522 01  WS-CKPT-RECORDS-DONE   PIC 9(9) COMP VALUE ZERO.             SQAUDL.2
010523 01  WS-CKPT-TALLY          PIC 9(5) COMP VALUE ZERO.             SQAUDL.2
010524 01  WS-CKPT-INTERVAL       PIC 9(5) COMP VALUE 100.              SQAUDL.2
010525 01  WS-CATCH-UP-LEFT       PIC 9(5) COMP VALUE ZERO.             SQAUDL.2
010526 01  WS-SKIP-COUNT          PIC 9(9) COMP VALUE ZERO.             SQAUDL.2
010527 01  WS-LAST-KEY            PIC X(63) VALUE LOW-VALUE.            SQAUDL.2
010528 01  WS-STOP-REASON         PIC X(60) VALUE SPACE.                SQAUDL.2
010529*    CHECKPOINT TOTALS (1) TO (6) ARE POSTED, DROPPED, NO RUN,    SQAUDL.2
010530*    RECORDS SKIPPED, RUNS SKIPPED AND FILES REFUSED.             SQAUDL.2
010531 01  WS-CKPT-CONTEXT.                                             SQAUDL.2
010532     05  WS-CKPT-LAST-RUN-KEY PIC X(22).                          SQAUDL.2
010533     05  WS-CKPT-LAST-LEVEL   PIC X(8).                           SQAUDL.2
010534*    MASTER RECORDS TAKEN AS POSTED BY THE INTERRUPTED RUN, SO    SQAUDL.2
010535*    THAT EACH ONE IS MATCHED TO ONE INPUT RECORD ONLY.           SQAUDL.2
010536 01  WS-POST-CANDIDATE      PIC X(146).                           SQAUDL.2
010537 01  WS-CLAIM-TABLE.                                              SQAUDL.2
010538     05  WS-CLAIM-KEY        PIC X(63) OCCURS 100 TIMES.          SQAUDL.2
010539 01  WS-CLAIM-COUNT         PIC 9(3) COMP VALUE ZERO.             SQAUDL.2
010540 01  WS-CLAIM-SUB           PIC 9(3) COMP VALUE ZERO.             SQAUDL.2
010541 01  WS-CLAIM-SW            PIC X VALUE "N".                      SQAUDL.2
010542     88  WS-CLAIMED               VALUE "Y".                      SQAUDL.2
010543 01  LOAD-REGISTER-STATUS   PIC XX VALUE "00".                    SQAUDL.2
010544 01  WS-REGISTER-SW         PIC X VALUE "N".                      SQAUDL.2
010545     88  WS-REGISTER-OK           VALUE "Y".                      SQAUDL.2
010546 01  WS-SKIPPED-COUNT       PIC 9(7) COMP VALUE ZERO.             SQAUDL.2
010547 01  WS-RUNS-SKIPPED        PIC 9(5) COMP VALUE ZERO.             SQAUDL.2
010548 01  WS-FILES-REFUSED       PIC 9(5) COMP VALUE ZERO.             SQAUDL.2
010549*    THE AUDIT FILE BEING LOADED - WHICH INPUT IT IS ON, ITS      SQAUDL.2
010550*    RECORD COUNT AND HASH TOTAL, AND THE RUNS IN IT.             SQAUDL.2
010551 01  WS-FILE-SOURCE         PIC 9 VALUE ZERO.                     SQAUDL.2
010552 01  WS-FILE-RECORDS        PIC 9(7) COMP VALUE ZERO.             SQAUDL.2
010553 01  WS-FILE-HASH           PIC S9(10) COMP VALUE ZERO.           SQAUDL.2
010554 01  WS-FILE-RUNS-SKIPPED   PIC 9(5) COMP VALUE ZERO.             SQAUDL.2
010555 01  WS-FILE-REFUSED-SW     PIC X VALUE "N".                      SQAUDL.2
010556     88  WS-FILE-REFUSED          VALUE "Y".                      SQAUDL.2
010557 01  WS-RUN-OVERFLOW-SW     PIC X VALUE "N".                      SQAUDL.2
010559     88  WS-RUN-OVERFLOW          VALUE "Y".                      SQAUDL.2
010561 01  WS-SKIP-RUN-SW         PIC X VALUE "N".                      SQAUDL.2
010563     88  WS-SKIP-RUN              VALUE "Y".                      SQAUDL.2
010565 01  WS-THIS-RUN-KEY.                                             SQAUDL.2
010567     05  WS-THIS-RUN-PGM-ID  PIC X(9).                            SQAUDL.2
010569     05  WS-THIS-RUN-DATE    PIC 9(8).                            SQAUDL.2
010571     05  WS-THIS-RUN-TIME    PIC 9(8).                            SQAUDL.2
010573 01  WS-RUN-COUNT           PIC 9(4) COMP VALUE ZERO.             SQAUDL.2
010575 01  WS-RUN-SUB             PIC 9(4) COMP VALUE ZERO.             SQAUDL.2
010577 01  WS-RUN-MATCH-SUB       PIC 9(4) COMP VALUE ZERO.             SQAUDL.2
010579 01  RUN-TABLE.                                                   SQAUDL.2
010581     05  RUN-ENTRY OCCURS 1000 TIMES.                             SQAUDL.2
010583         10  RUN-KEY             PIC X(25).                       SQAUDL.2
010585         10  RUN-STATUS          PIC X(1).                        SQAUDL.2
010587             88  RUN-TO-LOAD           VALUE "L".                 SQAUDL.2
010589             88  RUN-ALREADY-LOADED    VALUE "S".                 SQAUDL.2
010591         10  RUN-RECORDS         PIC 9(7) COMP.                   SQAUDL.2
010600 01  HEAD-LINE-1.                                                 SQAUDL.2
010700     05  FILLER              PIC X(40) VALUE                      SQAUDL.2
010800         "AUDIT MASTER LOAD".                                     SQAUDL.2
010805 01  MESSAGE-LINE.                                                SQAUDL.2
010810     05  FILLER              PIC X(2)  VALUE SPACE.               SQAUDL.2
010815     05  ML-MESSAGE          PIC X(80).                           SQAUDL.2
010820 01  RESTART-LINE.                                                SQAUDL.2
010825     05  FILLER              PIC X(26) VALUE                      SQAUDL.2
010830         "RESTARTED FROM CHECKPOINT ".                            SQAUDL.2
010835     05  RSL-TAKEN-DATE      PIC 9(8).                            SQAUDL.2
010840     05  FILLER              PIC X(1)  VALUE SPACE.               SQAUDL.2
010845     05  RSL-TAKEN-TIME      PIC 9(8).                            SQAUDL.2
010850     05  FILLER              PIC X(9)  VALUE " - PHASE ".         SQAUDL.2
010855     05  RSL-PHASE           PIC 9.                               SQAUDL.2
010860     05  FILLER              PIC X(7)  VALUE ", AFTER".           SQAUDL.2
010865     05  RSL-RECORDS         PIC ZZZZZZZZ9.                       SQAUDL.2
010870     05  FILLER              PIC X(8)  VALUE " RECORDS".          SQAUDL.2
010871 01  FILE-LINE.                                                   SQAUDL.2
010872     05  FILLER              PIC X(13) VALUE "AUDIT FILE X-".     SQAUDL.2
010873     05  FL-XCARD            PIC 99.                              SQAUDL.2
010874     05  FILLER              PIC X(3)  VALUE " - ".               SQAUDL.2
010875     05  FL-RECORDS          PIC ZZZZZZ9.                         SQAUDL.2
010876     05  FILLER              PIC X(12) VALUE " RECORDS IN ".      SQAUDL.2
010877     05  FL-RUNS             PIC ZZZ9.                            SQAUDL.2
010878     05  FILLER              PIC X(20) VALUE                      SQAUDL.2
010879         " RUNS, HASH TOTAL = ".                                  SQAUDL.2
010880     05  FL-HASH             PIC 9(9).                            SQAUDL.2
010881 01  REGISTER-LINE.                                               SQAUDL.2
010882     05  FILLER              PIC X(2)  VALUE SPACE.               SQAUDL.2
010883     05  RGL-TEXT            PIC X(34).                           SQAUDL.2
010884     05  RGL-PGM-ID          PIC X(9).                            SQAUDL.2
010885     05  FILLER              PIC X(1)  VALUE SPACE.               SQAUDL.2
010886     05  RGL-RUN-DATE        PIC 9(8).                            SQAUDL.2
010887     05  FILLER              PIC X(1)  VALUE SPACE.               SQAUDL.2
010888     05  RGL-RUN-TIME        PIC 9(8).                            SQAUDL.2
010889     05  FILLER              PIC X(11) VALUE "  LOADED - ".       SQAUDL.2
010890     05  RGL-LOAD-DATE       PIC 9(8).                            SQAUDL.2
010891     05  FILLER              PIC X(1)  VALUE SPACE.               SQAUDL.2
010892     05  RGL-LOAD-TIME       PIC 9(8).                            SQAUDL.2
010900 01  SUMMARY-LINE.                                                SQAUDL.2
011000     05  SL-LITERAL          PIC X(30).                           SQAUDL.2
011100     05  SL-COUNT            PIC ZZZZZZ9.                         SQAUDL.2
011200 PROCEDURE DIVISION.                                              SQAUDL.2
011300 MAINLINE.                                                        SQAUDL.2
011400     PERFORM OPEN-FILES.                                          SQAUDL.2
011410     IF WS-STOP-REASON NOT EQUAL TO SPACE                         SQAUDL.2
011420         PERFORM STOP-THIS-RUN                                    SQAUDL.2
011430         STOP RUN                                                 SQAUDL.2
011440     END-IF.                                                      SQAUDL.2
011450     IF WS-RESUME-PHASE LESS THAN 2                               SQAUDL.2
011460         PERFORM START-FILE-1                                     SQAUDL.2
011470     ELSE                                                         SQAUDL.2
011480         MOVE "Y" TO WS-EOF-SW                                    SQAUDL.2
011490     END-IF.                                                      SQAUDL.2
011500     PERFORM LOAD-FILE-1                                          SQAUDL.2
011600         UNTIL WS-EOF.                                            SQAUDL.2
011650     IF WS-RESUME-PHASE LESS THAN 2                               SQAUDL.2
011660         PERFORM END-AUDIT-FILE                                   SQAUDL.2
011670     END-IF.                                                      SQAUDL.2
011700     MOVE "N" TO WS-EOF-SW.                                       SQAUDL.2
011750     PERFORM START-FILE-2.                                        SQAUDL.2
011800     PERFORM LOAD-FILE-2                                          SQAUDL.2
011900         UNTIL WS-EOF.                                            SQAUDL.2
011920     PERFORM END-AUDIT-FILE.                                      SQAUDL.2
011940     PERFORM FINISH-CHECKPOINT.                                   SQAUDL.2
012000     PERFORM CLOSE-FILES.                                         SQAUDL.2
012100     STOP RUN.                                                    SQAUDL.2
012200 OPEN-FILES.                                                      SQAUDL.2
012210     OPEN INPUT RESTART-CARD.                                     SQAUDL.2
012220     READ RESTART-CARD                                            SQAUDL.2
012230         AT END                                                   SQAUDL.2
012240             MOVE SPACE TO RST-MODE                               SQAUDL.2
012250     END-READ.                                                    SQAUDL.2
012260     CLOSE RESTART-CARD.                                          SQAUDL.2
012270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       SQAUDL.2
012280     ACCEPT WS-RUN-TIME FROM TIME.                                SQAUDL.2
012290     PERFORM OPEN-CHECKPOINT.                                     SQAUDL.2
012300     OPEN INPUT AUDIT-IN-1.                                       SQAUDL.2
012400     OPEN INPUT AUDIT-IN-2.                                       SQAUDL.2
012500     OPEN I-O AUDIT-MASTER.                                       SQAUDL.2
012510     OPEN INPUT RAW-DATA.                                         SQAUDL.2
012520     IF RAW-DATA-STATUS EQUAL TO "00"                             SQAUDL.2
012530         MOVE "Y" TO WS-RAW-DATA-SW                               SQAUDL.2
012540     END-IF.                                                      SQAUDL.2
012550     OPEN I-O LOAD-REGISTER.                                      SQAUDL.2
012560     IF LOAD-REGISTER-STATUS EQUAL TO "00"                        SQAUDL.2
012570        OR LOAD-REGISTER-STATUS EQUAL TO "05"                     SQAUDL.2
012580         MOVE "Y" TO WS-REGISTER-SW                               SQAUDL.2
012590     END-IF.                                                      SQAUDL.2
012600     OPEN OUTPUT PRINT-FILE.                                      SQAUDL.2
012700     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQAUDL.2
012705     IF WS-RESUME-PHASE GREATER THAN ZERO                         SQAUDL.2
012710         WRITE PRINT-REC FROM RESTART-LINE                        SQAUDL.2
012715             AFTER ADVANCING 2 LINES                              SQAUDL.2
012720     END-IF.                                                      SQAUDL.2
012725     IF NOT WS-CKPT-FILE-OK                                       SQAUDL.2
012730        AND WS-STOP-REASON EQUAL TO SPACE                         SQAUDL.2
012735         MOVE "** CHECKPOINT FILE NOT AVAILABLE - NOT RESTARTABLE"SQAUDL.2
012740             TO ML-MESSAGE                                        SQAUDL.2
012745         WRITE PRINT-REC FROM MESSAGE-LINE                        SQAUDL.2
012750             AFTER ADVANCING 2 LINES                              SQAUDL.2
012755     END-IF.                                                      SQAUDL.2
012760     IF NOT WS-REGISTER-OK                                        SQAUDL.2
012765        AND WS-STOP-REASON EQUAL TO SPACE                         SQAUDL.2
012770         MOVE "** LOAD REGISTER NOT AVAILABLE - NO RELOAD CHECK"  SQAUDL.2
012775             TO ML-MESSAGE                                        SQAUDL.2
012780         WRITE PRINT-REC FROM MESSAGE-LINE                        SQAUDL.2
012785             AFTER ADVANCING 2 LINES                              SQAUDL.2
012790     END-IF.                                                      SQAUDL.2
012800 LOAD-FILE-1.                                                     SQAUDL.2
012900     READ AUDIT-IN-1                                              SQAUDL.2
013000         AT END                                                   SQAUDL.2
013100             MOVE "Y" TO WS-EOF-SW                                SQAUDL.2
013200         NOT AT END                                               SQAUDL.2
013300             PERFORM NORMALIZE-FILE-1                             SQAUDL.2
013400             PERFORM LOAD-ONE-RECORD                              SQAUDL.2
013450             PERFORM NOTE-RECORD-DONE                             SQAUDL.2
013500     END-READ.                                                    SQAUDL.2
013600 NORMALIZE-FILE-1.                                                SQAUDL.2
013700     MOVE A1-PGM-ID   TO AM-PGM-ID.                               SQAUDL.2
014700             MOVE "Y" TO WS-EOF-SW                                SQAUDL.2
014800         NOT AT END                                               SQAUDL.2
014900             PERFORM NORMALIZE-FILE-2                             SQAUDL.2
015000             PERFORM LOAD-ONE-RECORD                              SQAUDL.2
015050             PERFORM NOTE-RECORD-DONE                             SQAUDL.2
015100     END-READ.                                                    SQAUDL.2
015200 NORMALIZE-FILE-2.                                                SQAUDL.2
015300     MOVE A2-PGM-ID   TO AM-PGM-ID.                               SQAUDL.2
015800     MOVE A2-PAR-NAME TO AM-PAR-NAME.                             SQAUDL.2
015900     MOVE A2-RE-MARK  TO AM-RE-MARK.                              SQAUDL.2
016000 POST-MASTER-RECORD.                                              SQAUDL.2
016050     PERFORM STAMP-COMPILER-LEVEL.                                SQAUDL.2
016100     MOVE ZERO TO AM-SEQ.                                         SQAUDL.2
016200     MOVE "N" TO WS-POST-DONE-SW.                                 SQAUDL.2
016300     PERFORM POST-ONE-TRY                                         SQAUDL.2
016500 POST-ONE-TRY.                                                    SQAUDL.2
016600     WRITE AUDIT-MASTER-SATZ                                      SQAUDL.2
016700         INVALID KEY                                              SQAUDL.2
016800             PERFORM POST-KEY-ON-FILE                             SQAUDL.2
016900         NOT INVALID KEY                                          SQAUDL.2
017000             ADD 1 TO WS-POSTED-COUNT                             SQAUDL.2
017100             MOVE "Y" TO WS-POST-DONE-SW                          SQAUDL.2
018100         ADD 1 TO WS-DROPPED-COUNT                                SQAUDL.2
018200         MOVE "Y" TO WS-POST-DONE-SW                              SQAUDL.2
018300     END-IF.                                                      SQAUDL.2
018302 STAMP-COMPILER-LEVEL.                                            SQAUDL.2
018304*    THE OUTCOMES OF ONE RUN ARRIVE TOGETHER, SO ONE RAW-DATA     SQAUDL.2
018306*    READ SERVES THE WHOLE RUN.                                   SQAUDL.2
018308     MOVE AM-PGM-ID TO WS-LOOKUP-PGM-ID.                          SQAUDL.2
018310     MOVE AM-RUN-DATE TO WS-LOOKUP-RUN-DATE.                      SQAUDL.2
018312     MOVE AM-RUN-TIME TO WS-LOOKUP-RUN-TIME.                      SQAUDL.2
018314     IF WS-LOOKUP-KEY NOT EQUAL TO WS-LAST-RUN-KEY                SQAUDL.2
018316         MOVE WS-LOOKUP-KEY TO WS-LAST-RUN-KEY                    SQAUDL.2
018318         MOVE SPACE TO WS-LAST-LEVEL                              SQAUDL.2
018320         IF WS-RAW-DATA-OK                                        SQAUDL.2
018322             MOVE WS-LOOKUP-KEY TO RAW-DATA-KEY                   SQAUDL.2
018324             READ RAW-DATA                                        SQAUDL.2
018326                 INVALID KEY                                      SQAUDL.2
018328                     ADD 1 TO WS-NO-RUN-COUNT                     SQAUDL.2
018330                 NOT INVALID KEY                                  SQAUDL.2
018332                     MOVE C-COMPILER-LEVEL TO WS-LAST-LEVEL       SQAUDL.2
018334             END-READ                                             SQAUDL.2
018336         END-IF                                                   SQAUDL.2
018338     END-IF.                                                      SQAUDL.2
018340     MOVE WS-LAST-LEVEL TO AM-COMPILER-LEVEL.                     SQAUDL.2
018400 CLOSE-FILES.                                                     SQAUDL.2
018500     MOVE "AUDIT RECORDS POSTED =" TO SL-LITERAL.                 SQAUDL.2
018600     MOVE WS-POSTED-COUNT TO SL-COUNT.                            SQAUDL.2
018800     MOVE "AUDIT RECORDS DROPPED =" TO SL-LITERAL.                SQAUDL.2
018900     MOVE WS-DROPPED-COUNT TO SL-COUNT.                           SQAUDL.2
019000     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQAUDL.2
019010     MOVE "RUNS NOT FOUND ON RAW-DATA =" TO SL-LITERAL.           SQAUDL.2
019017     MOVE WS-NO-RUN-COUNT TO SL-COUNT.                            SQAUDL.2
019024     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQAUDL.2
019031     MOVE "RUNS ALREADY LOADED =" TO SL-LITERAL.                  SQAUDL.2
019038     MOVE WS-RUNS-SKIPPED TO SL-COUNT.                            SQAUDL.2
019045     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQAUDL.2
019052     MOVE "AUDIT RECORDS SKIPPED =" TO SL-LITERAL.                SQAUDL.2
019059     MOVE WS-SKIPPED-COUNT TO SL-COUNT.                           SQAUDL.2
019066     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQAUDL.2
019073     MOVE "AUDIT FILES REFUSED =" TO SL-LITERAL.                  SQAUDL.2
019080     MOVE WS-FILES-REFUSED TO SL-COUNT.                           SQAUDL.2
019087     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQAUDL.2
019100     CLOSE AUDIT-IN-1.                                            SQAUDL.2
019200     CLOSE AUDIT-IN-2.                                            SQAUDL.2
019300     CLOSE AUDIT-MASTER.                                          SQAUDL.2
019320     IF WS-RAW-DATA-OK                                            SQAUDL.2
019330         CLOSE RAW-DATA                                           SQAUDL.2
019340     END-IF.                                                      SQAUDL.2
019350     IF WS-REGISTER-OK                                            SQAUDL.2
019360         CLOSE LOAD-REGISTER                                      SQAUDL.2
019370     END-IF.                                                      SQAUDL.2
019400     CLOSE PRINT-FILE.                                            SQAUDL.2
019500 POST-KEY-ON-FILE.                                                SQAUDL.2
019600     IF WS-CATCH-UP-LEFT GREATER THAN ZERO                        SQAUDL.2
019700         PERFORM CHECK-ALREADY-POSTED                             SQAUDL.2
019800     END-IF.                                                      SQAUDL.2
019900     IF NOT WS-POST-DONE                                          SQAUDL.2
020000         PERFORM POST-BUMP-SEQ                                    SQAUDL.2
020100     END-IF.                                                      SQAUDL.2
020200 CHECK-ALREADY-POSTED.                                            SQAUDL.2
020300*    JUST AFTER A RESTART THE INTERRUPTED RUN MAY ALREADY HAVE    SQAUDL.2
020400*    POSTED THIS RECORD.  A MASTER RECORD WITH THE SAME KEY AND   SQAUDL.2
020500*    CONTENTS THAT NO EARLIER INPUT RECORD OF THIS RUN HAS        SQAUDL.2
020600*    MATCHED IS TAKEN AS THAT POSTING.                            SQAUDL.2
020700     MOVE AUDIT-MASTER-SATZ TO WS-POST-CANDIDATE.                 SQAUDL.2
020800     READ AUDIT-MASTER                                            SQAUDL.2
020900         INVALID KEY                                              SQAUDL.2
021000             CONTINUE                                             SQAUDL.2
021100         NOT INVALID KEY                                          SQAUDL.2
021200             IF AUDIT-MASTER-SATZ EQUAL TO WS-POST-CANDIDATE      SQAUDL.2
021300                 PERFORM FIND-CLAIM                               SQAUDL.2
021400                 IF NOT WS-CLAIMED                                SQAUDL.2
021500                    AND WS-CLAIM-COUNT LESS THAN 100              SQAUDL.2
021600                     ADD 1 TO WS-CLAIM-COUNT                      SQAUDL.2
021700                     MOVE AM-KEY TO WS-CLAIM-KEY (WS-CLAIM-COUNT) SQAUDL.2
021800                     ADD 1 TO WS-POSTED-COUNT                     SQAUDL.2
021900                     MOVE "Y" TO WS-POST-DONE-SW                  SQAUDL.2
022000                 END-IF                                           SQAUDL.2
022100             END-IF                                               SQAUDL.2
022200     END-READ.                                                    SQAUDL.2
022300     MOVE WS-POST-CANDIDATE TO AUDIT-MASTER-SATZ.                 SQAUDL.2
022400 FIND-CLAIM.                                                      SQAUDL.2
022500     MOVE "N" TO WS-CLAIM-SW.                                     SQAUDL.2
022600     PERFORM MATCH-ONE-CLAIM                                      SQAUDL.2
022700         VARYING WS-CLAIM-SUB FROM 1 BY 1                         SQAUDL.2
022800         UNTIL WS-CLAIM-SUB GREATER THAN WS-CLAIM-COUNT           SQAUDL.2
022900            OR WS-CLAIMED.                                        SQAUDL.2
023000 MATCH-ONE-CLAIM.                                                 SQAUDL.2
023100     IF WS-CLAIM-KEY (WS-CLAIM-SUB) EQUAL TO AM-KEY               SQAUDL.2
023200         MOVE "Y" TO WS-CLAIM-SW                                  SQAUDL.2
023300     END-IF.                                                      SQAUDL.2
023400 NOTE-RECORD-DONE.                                                SQAUDL.2
023500     MOVE AM-KEY TO WS-LAST-KEY.                                  SQAUDL.2
023600     ADD 1 TO WS-CKPT-RECORDS-DONE.                               SQAUDL.2
023700     IF WS-CATCH-UP-LEFT GREATER THAN ZERO                        SQAUDL.2
023800         SUBTRACT 1 FROM WS-CATCH-UP-LEFT                         SQAUDL.2
023900     END-IF.                                                      SQAUDL.2
024000     PERFORM COUNT-CHECKPOINT-TALLY.                              SQAUDL.2
024100 SKIP-POSTED-RECORDS.                                             SQAUDL.2
024200*    THE RECORDS OF THIS FILE UP TO THE CHECKPOINT ARE ON THE     SQAUDL.2
024300*    MASTER AND IN THE CHECKPOINT TOTALS - READ PAST THEM.        SQAUDL.2
024400     MOVE ZERO TO WS-SKIP-COUNT.                                  SQAUDL.2
024500     PERFORM SKIP-ONE-POSTED-RECORD                               SQAUDL.2
024600         UNTIL WS-SKIP-COUNT NOT LESS THAN WS-CKPT-RECORDS-DONE   SQAUDL.2
024700            OR WS-EOF.                                            SQAUDL.2
024800     MOVE WS-CKPT-INTERVAL TO WS-CATCH-UP-LEFT.                   SQAUDL.2
024900 SKIP-ONE-POSTED-RECORD.                                          SQAUDL.2
025000     IF WS-CKPT-PHASE EQUAL TO 1                                  SQAUDL.2
025100         READ AUDIT-IN-1                                          SQAUDL.2
025200             AT END                                               SQAUDL.2
025300                 MOVE "Y" TO WS-EOF-SW                            SQAUDL.2
025400         END-READ                                                 SQAUDL.2
025500     ELSE                                                         SQAUDL.2
025600         READ AUDIT-IN-2                                          SQAUDL.2
025700             AT END                                               SQAUDL.2
025800                 MOVE "Y" TO WS-EOF-SW                            SQAUDL.2
025900         END-READ                                                 SQAUDL.2
026000     END-IF.                                                      SQAUDL.2
026100     ADD 1 TO WS-SKIP-COUNT.                                      SQAUDL.2
026200 OPEN-CHECKPOINT.                                                 SQAUDL.2
026300*    THE CHECKPOINT RECORD OF THE LAST SQAUDL RUN DECIDES WHAT    SQAUDL.2
026400*    THIS RUN MAY DO: A RESTART NEEDS AN INTERRUPTED RUN ON       SQAUDL.2
026500*    FILE, AND A NORMAL RUN MAY NOT START OVER THE TOP OF ONE.    SQAUDL.2
026600     OPEN I-O CHECKPOINT-FILE.                                    SQAUDL.2
026700     IF CHECKPOINT-STATUS EQUAL TO "00"                           SQAUDL.2
026800        OR CHECKPOINT-STATUS EQUAL TO "05"                        SQAUDL.2
026900         MOVE "Y" TO WS-CKPT-FILE-SW                              SQAUDL.2
027000         MOVE "SQAUDL" TO CKP-PGM-ID                              SQAUDL.2
027100         READ CHECKPOINT-FILE                                     SQAUDL.2
027200             INVALID KEY                                          SQAUDL.2
027300                 PERFORM CLEAR-CHECKPOINT                         SQAUDL.2
027400                 WRITE UTILITY-CHECKPOINT-REC                     SQAUDL.2
027500                     INVALID KEY CONTINUE                         SQAUDL.2
027600                 END-WRITE                                        SQAUDL.2
027700         END-READ                                                 SQAUDL.2
027800     ELSE                                                         SQAUDL.2
027900         MOVE SPACE TO UTILITY-CHECKPOINT-REC                     SQAUDL.2
028000     END-IF.                                                      SQAUDL.2
028100     IF RST-MODE EQUAL TO "RESTART"                               SQAUDL.2
028200         IF CKP-IN-PROGRESS                                       SQAUDL.2
028300             PERFORM RESUME-FROM-CHECKPOINT                       SQAUDL.2
028400         ELSE                                                     SQAUDL.2
028500             MOVE "NO INTERRUPTED RUN ON FILE TO RESTART"         SQAUDL.2
028600                 TO WS-STOP-REASON                                SQAUDL.2
028700         END-IF                                                   SQAUDL.2
028800     ELSE                                                         SQAUDL.2
028900         IF RST-MODE NOT EQUAL TO SPACE                           SQAUDL.2
029000            AND RST-MODE NOT EQUAL TO "FRESH"                     SQAUDL.2
029100             MOVE "RESTART MODE MUST BE RESTART, FRESH OR BLANK"  SQAUDL.2
029200                 TO WS-STOP-REASON                                SQAUDL.2
029300         END-IF                                                   SQAUDL.2
029400         IF CKP-IN-PROGRESS                                       SQAUDL.2
029500            AND RST-MODE EQUAL TO SPACE                           SQAUDL.2
029600             MOVE "INTERRUPTED RUN ON FILE - RESTART OR FRESH"    SQAUDL.2
029700                 TO WS-STOP-REASON                                SQAUDL.2
029800         END-IF                                                   SQAUDL.2
029900     END-IF.                                                      SQAUDL.2
030000 CLEAR-CHECKPOINT.                                                SQAUDL.2
030100     MOVE SPACE TO UTILITY-CHECKPOINT-REC.                        SQAUDL.2
030200     MOVE "SQAUDL" TO CKP-PGM-ID.                                 SQAUDL.2
030300     MOVE "C" TO CKP-STATE.                                       SQAUDL.2
030400     MOVE ZERO TO CKP-PHASE CKP-RUN-DATE CKP-RUN-TIME             SQAUDL.2
030500                  CKP-TAKEN-DATE CKP-TAKEN-TIME CKP-RECORDS-DONE. SQAUDL.2
030600     MOVE ZERO TO CKP-TOTAL (1) CKP-TOTAL (2) CKP-TOTAL (3)       SQAUDL.2
030700                  CKP-TOTAL (4) CKP-TOTAL (5) CKP-TOTAL (6)       SQAUDL.2
030800                  CKP-TOTAL (7) CKP-TOTAL (8) CKP-TOTAL (9)       SQAUDL.2
030900                  CKP-TOTAL (10).                                 SQAUDL.2
031000 RESUME-FROM-CHECKPOINT.                                          SQAUDL.2
031100     MOVE CKP-PHASE TO WS-RESUME-PHASE.                           SQAUDL.2
031200     MOVE CKP-PHASE TO WS-CKPT-PHASE.                             SQAUDL.2
031300     MOVE CKP-RUN-DATE TO WS-RUN-DATE.                            SQAUDL.2
031400     MOVE CKP-RUN-TIME TO WS-RUN-TIME.                            SQAUDL.2
031500     MOVE CKP-RECORDS-DONE TO WS-CKPT-RECORDS-DONE.               SQAUDL.2
031600     MOVE CKP-LAST-KEY TO WS-LAST-KEY.                            SQAUDL.2
031700     MOVE CKP-TOTAL (1) TO WS-POSTED-COUNT.                       SQAUDL.2
031800     MOVE CKP-TOTAL (2) TO WS-DROPPED-COUNT.                      SQAUDL.2
031900     MOVE CKP-TOTAL (3) TO WS-NO-RUN-COUNT.                       SQAUDL.2
031910     MOVE CKP-TOTAL (4) TO WS-SKIPPED-COUNT.                      SQAUDL.2
031920     MOVE CKP-TOTAL (5) TO WS-RUNS-SKIPPED.                       SQAUDL.2
031930     MOVE CKP-TOTAL (6) TO WS-FILES-REFUSED.                      SQAUDL.2
031940     IF WS-RUNS-SKIPPED GREATER THAN ZERO                         SQAUDL.2
031950        OR WS-FILES-REFUSED GREATER THAN ZERO                     SQAUDL.2
031960         MOVE 4 TO RETURN-CODE                                    SQAUDL.2
031970     END-IF.                                                      SQAUDL.2
032000     MOVE CKP-WORK-AREA TO WS-CKPT-CONTEXT.                       SQAUDL.2
032100     MOVE WS-CKPT-LAST-RUN-KEY TO WS-LAST-RUN-KEY.                SQAUDL.2
032200     MOVE WS-CKPT-LAST-LEVEL TO WS-LAST-LEVEL.                    SQAUDL.2
032300     MOVE CKP-TAKEN-DATE TO RSL-TAKEN-DATE.                       SQAUDL.2
032400     MOVE CKP-TAKEN-TIME TO RSL-TAKEN-TIME.                       SQAUDL.2
032500     MOVE CKP-PHASE TO RSL-PHASE.                                 SQAUDL.2
032600     MOVE CKP-RECORDS-DONE TO RSL-RECORDS.                        SQAUDL.2
032700 COUNT-CHECKPOINT-TALLY.                                          SQAUDL.2
032800     ADD 1 TO WS-CKPT-TALLY.                                      SQAUDL.2
032900     IF WS-CKPT-TALLY NOT LESS THAN WS-CKPT-INTERVAL              SQAUDL.2
033000         PERFORM WRITE-CHECKPOINT                                 SQAUDL.2
033100     END-IF.                                                      SQAUDL.2
033200 WRITE-CHECKPOINT.                                                SQAUDL.2
033300     MOVE ZERO TO WS-CKPT-TALLY.                                  SQAUDL.2
033400     IF WS-CKPT-FILE-OK                                           SQAUDL.2
033500         MOVE "SQAUDL" TO CKP-PGM-ID                              SQAUDL.2
033600         MOVE "I" TO CKP-STATE                                    SQAUDL.2
033700         MOVE WS-CKPT-PHASE TO CKP-PHASE                          SQAUDL.2
033800         MOVE WS-RUN-DATE TO CKP-RUN-DATE                         SQAUDL.2
033900         MOVE WS-RUN-TIME TO CKP-RUN-TIME                         SQAUDL.2
034000         ACCEPT CKP-TAKEN-DATE FROM DATE YYYYMMDD                 SQAUDL.2
034100         ACCEPT CKP-TAKEN-TIME FROM TIME                          SQAUDL.2
034200         MOVE WS-CKPT-RECORDS-DONE TO CKP-RECORDS-DONE            SQAUDL.2
034300         MOVE WS-LAST-KEY TO CKP-LAST-KEY                         SQAUDL.2
034400         MOVE WS-POSTED-COUNT TO CKP-TOTAL (1)                    SQAUDL.2
034500         MOVE WS-DROPPED-COUNT TO CKP-TOTAL (2)                   SQAUDL.2
034600         MOVE WS-NO-RUN-COUNT TO CKP-TOTAL (3)                    SQAUDL.2
034625         MOVE WS-SKIPPED-COUNT TO CKP-TOTAL (4)                   SQAUDL.2
034650         MOVE WS-RUNS-SKIPPED TO CKP-TOTAL (5)                    SQAUDL.2
034675         MOVE WS-FILES-REFUSED TO CKP-TOTAL (6)                   SQAUDL.2
034700         MOVE WS-LAST-RUN-KEY TO WS-CKPT-LAST-RUN-KEY             SQAUDL.2
034800         MOVE WS-LAST-LEVEL TO WS-CKPT-LAST-LEVEL                 SQAUDL.2
034900         MOVE WS-CKPT-CONTEXT TO CKP-WORK-AREA                    SQAUDL.2
035000         REWRITE UTILITY-CHECKPOINT-REC                           SQAUDL.2
035100             INVALID KEY CONTINUE                                 SQAUDL.2
035200         END-REWRITE                                              SQAUDL.2
035300     END-IF.                                                      SQAUDL.2
035400 FINISH-CHECKPOINT.                                               SQAUDL.2
035500     IF WS-CKPT-FILE-OK                                           SQAUDL.2
035600         PERFORM WRITE-CHECKPOINT                                 SQAUDL.2
035700         MOVE "C" TO CKP-STATE                                    SQAUDL.2
035800         REWRITE UTILITY-CHECKPOINT-REC                           SQAUDL.2
035900             INVALID KEY CONTINUE                                 SQAUDL.2
036000         END-REWRITE                                              SQAUDL.2
036100         CLOSE CHECKPOINT-FILE                                    SQAUDL.2
036200     END-IF.                                                      SQAUDL.2
036300 STOP-THIS-RUN.                                                   SQAUDL.2
036400     MOVE SPACE TO ML-MESSAGE.                                    SQAUDL.2
036500     STRING "** " DELIMITED BY SIZE                               SQAUDL.2
036600            WS-STOP-REASON DELIMITED BY "  "                      SQAUDL.2
036700            " - NOTHING DONE" DELIMITED BY SIZE                   SQAUDL.2
036800         INTO ML-MESSAGE.                                         SQAUDL.2
036900     WRITE PRINT-REC FROM MESSAGE-LINE                            SQAUDL.2
037000         AFTER ADVANCING 2 LINES.                                 SQAUDL.2
037100     MOVE 8 TO RETURN-CODE.                                       SQAUDL.2
037200     IF WS-CKPT-FILE-OK                                           SQAUDL.2
037300         CLOSE CHECKPOINT-FILE                                    SQAUDL.2
037400     END-IF.                                                      SQAUDL.2
037500     CLOSE PRINT-FILE.                                            SQAUDL.2
037600 SCAN-AUDIT-FILE.                                                 SQAUDL.2
037700*    ONE PASS OVER THE AUDIT FILE FOR ITS RECORD COUNT, HASH      SQAUDL.2
037800*    TOTAL AND RUNS, THEN BACK TO THE TOP FOR THE LOAD.           SQAUDL.2
037900     MOVE ZERO TO WS-FILE-RECORDS WS-FILE-HASH WS-RUN-COUNT       SQAUDL.2
038000                  WS-RUN-MATCH-SUB WS-FILE-RUNS-SKIPPED.          SQAUDL.2
038100     MOVE "N" TO WS-RUN-OVERFLOW-SW.                              SQAUDL.2
038200     MOVE "N" TO WS-FILE-REFUSED-SW.                              SQAUDL.2
038300     MOVE "N" TO WS-EOF-SW.                                       SQAUDL.2
038400     IF WS-FILE-SOURCE EQUAL TO 1                                 SQAUDL.2
038500         PERFORM SCAN-FILE-1                                      SQAUDL.2
038600             UNTIL WS-EOF                                         SQAUDL.2
038700         CLOSE AUDIT-IN-1                                         SQAUDL.2
038800         OPEN INPUT AUDIT-IN-1                                    SQAUDL.2
038900         MOVE 73 TO FL-XCARD                                      SQAUDL.2
039000     ELSE                                                         SQAUDL.2
039100         PERFORM SCAN-FILE-2                                      SQAUDL.2
039200             UNTIL WS-EOF                                         SQAUDL.2
039300         CLOSE AUDIT-IN-2                                         SQAUDL.2
039400         OPEN INPUT AUDIT-IN-2                                    SQAUDL.2
039500         MOVE 76 TO FL-XCARD                                      SQAUDL.2
039600     END-IF.                                                      SQAUDL.2
039700     MOVE "N" TO WS-EOF-SW.                                       SQAUDL.2
039800     MOVE WS-FILE-RECORDS TO FL-RECORDS.                          SQAUDL.2
039900     MOVE WS-RUN-COUNT TO FL-RUNS.                                SQAUDL.2
040000     MOVE WS-FILE-HASH TO FL-HASH.                                SQAUDL.2
040100     WRITE PRINT-REC FROM FILE-LINE AFTER ADVANCING 2 LINES.      SQAUDL.2
040200 SCAN-FILE-1.                                                     SQAUDL.2
040300     READ AUDIT-IN-1                                              SQAUDL.2
040400         AT END                                                   SQAUDL.2
040500             MOVE "Y" TO WS-EOF-SW                                SQAUDL.2
040600         NOT AT END                                               SQAUDL.2
040700             PERFORM NORMALIZE-FILE-1                             SQAUDL.2
040800             PERFORM SCAN-ONE-RECORD                              SQAUDL.2
040900     END-READ.                                                    SQAUDL.2
041000 SCAN-FILE-2.                                                     SQAUDL.2
041100     READ AUDIT-IN-2                                              SQAUDL.2
041200         AT END                                                   SQAUDL.2
041300             MOVE "Y" TO WS-EOF-SW                                SQAUDL.2
041400         NOT AT END                                               SQAUDL.2
041500             PERFORM NORMALIZE-FILE-2                             SQAUDL.2
041600             PERFORM SCAN-ONE-RECORD                              SQAUDL.2
041700     END-READ.                                                    SQAUDL.2
041800 SCAN-ONE-RECORD.                                                 SQAUDL.2
041900     ADD 1 TO WS-FILE-RECORDS.                                    SQAUDL.2
042000     IF AM-RUN-DATE NUMERIC                                       SQAUDL.2
042100        AND AM-RUN-TIME NUMERIC                                   SQAUDL.2
042200         ADD AM-RUN-DATE AM-RUN-TIME TO WS-FILE-HASH              SQAUDL.2
042300         IF WS-FILE-HASH GREATER THAN 999999999                   SQAUDL.2
042400             SUBTRACT 1000000000 FROM WS-FILE-HASH                SQAUDL.2
042500         END-IF                                                   SQAUDL.2
042600     END-IF.                                                      SQAUDL.2
042700     PERFORM FIND-RUN-ENTRY.                                      SQAUDL.2
042800     IF WS-RUN-MATCH-SUB EQUAL TO ZERO                            SQAUDL.2
042900         IF WS-RUN-COUNT LESS THAN 1000                           SQAUDL.2
043000             ADD 1 TO WS-RUN-COUNT                                SQAUDL.2
043100             MOVE WS-THIS-RUN-KEY TO RUN-KEY (WS-RUN-COUNT)       SQAUDL.2
043200             MOVE "L" TO RUN-STATUS (WS-RUN-COUNT)                SQAUDL.2
043300             MOVE ZERO TO RUN-RECORDS (WS-RUN-COUNT)              SQAUDL.2
043400             MOVE WS-RUN-COUNT TO WS-RUN-MATCH-SUB                SQAUDL.2
043500         ELSE                                                     SQAUDL.2
043600             MOVE "Y" TO WS-RUN-OVERFLOW-SW                       SQAUDL.2
043700         END-IF                                                   SQAUDL.2
043800     END-IF.                                                      SQAUDL.2
043900     IF WS-RUN-MATCH-SUB GREATER THAN ZERO                        SQAUDL.2
044000         ADD 1 TO RUN-RECORDS (WS-RUN-MATCH-SUB)                  SQAUDL.2
044100     END-IF.                                                      SQAUDL.2
044200 FIND-RUN-ENTRY.                                                  SQAUDL.2
044300*    THE OUTCOMES OF ONE RUN ARRIVE TOGETHER, SO THE RUN OF THE   SQAUDL.2
044400*    LAST RECORD IS TRIED BEFORE THE TABLE IS SEARCHED.           SQAUDL.2
044500     MOVE AM-PGM-ID TO WS-THIS-RUN-PGM-ID.                        SQAUDL.2
044600     MOVE AM-RUN-DATE TO WS-THIS-RUN-DATE.                        SQAUDL.2
044700     MOVE AM-RUN-TIME TO WS-THIS-RUN-TIME.                        SQAUDL.2
044800     IF WS-RUN-MATCH-SUB GREATER THAN ZERO                        SQAUDL.2
044900         IF RUN-KEY (WS-RUN-MATCH-SUB)                            SQAUDL.2
045000                NOT EQUAL TO WS-THIS-RUN-KEY                      SQAUDL.2
045100             MOVE ZERO TO WS-RUN-MATCH-SUB                        SQAUDL.2
045200         END-IF                                                   SQAUDL.2
045300     END-IF.                                                      SQAUDL.2
045400     IF WS-RUN-MATCH-SUB EQUAL TO ZERO                            SQAUDL.2
045500         PERFORM TEST-ONE-RUN                                     SQAUDL.2
045600             VARYING WS-RUN-SUB FROM 1 BY 1                       SQAUDL.2
045700             UNTIL WS-RUN-SUB GREATER THAN WS-RUN-COUNT           SQAUDL.2
045800                OR WS-RUN-MATCH-SUB GREATER THAN ZERO             SQAUDL.2
045900     END-IF.                                                      SQAUDL.2
046000 TEST-ONE-RUN.                                                    SQAUDL.2
046100     IF RUN-KEY (WS-RUN-SUB) EQUAL TO WS-THIS-RUN-KEY             SQAUDL.2
046200         MOVE WS-RUN-SUB TO WS-RUN-MATCH-SUB                      SQAUDL.2
046300     END-IF.                                                      SQAUDL.2
046400 CHECK-LOAD-REGISTER.                                             SQAUDL.2
046500*    AN ENTRY MADE BY THIS SAME RUN FOR THIS SAME INPUT CAN ONLY  SQAUDL.2
046600*    BE THE WORK OF AN INTERRUPTED RUN NOW BEING RESTARTED, AND   SQAUDL.2
046700*    DOES NOT STOP THE LOAD.                                      SQAUDL.2
046800     IF WS-RUN-OVERFLOW                                           SQAUDL.2
046900         MOVE "Y" TO WS-FILE-REFUSED-SW                           SQAUDL.2
047000         MOVE "** OVER 1000 RUNS IN THE AUDIT FILE - NOT LOADED"  SQAUDL.2
047100             TO ML-MESSAGE                                        SQAUDL.2
047200         WRITE PRINT-REC FROM MESSAGE-LINE                        SQAUDL.2
047300             AFTER ADVANCING 1 LINE                               SQAUDL.2
047400         IF RETURN-CODE LESS THAN 4                               SQAUDL.2
047500             MOVE 4 TO RETURN-CODE                                SQAUDL.2
047600         END-IF                                                   SQAUDL.2
047700     END-IF.                                                      SQAUDL.2
047800     IF WS-REGISTER-OK                                            SQAUDL.2
047900        AND NOT WS-FILE-REFUSED                                   SQAUDL.2
048000        AND WS-FILE-RECORDS GREATER THAN ZERO                     SQAUDL.2
048100         PERFORM CHECK-FILE-ENTRY                                 SQAUDL.2
048200     END-IF.                                                      SQAUDL.2
048300     IF WS-REGISTER-OK                                            SQAUDL.2
048400        AND NOT WS-FILE-REFUSED                                   SQAUDL.2
048500         PERFORM CHECK-ONE-RUN                                    SQAUDL.2
048600             VARYING WS-RUN-SUB FROM 1 BY 1                       SQAUDL.2
048700             UNTIL WS-RUN-SUB GREATER THAN WS-RUN-COUNT           SQAUDL.2
048800     END-IF.                                                      SQAUDL.2
048900 CHECK-FILE-ENTRY.                                                SQAUDL.2
049000     PERFORM BUILD-FILE-ENTRY-KEY.                                SQAUDL.2
049100     READ LOAD-REGISTER                                           SQAUDL.2
049200         INVALID KEY                                              SQAUDL.2
049300             CONTINUE                                             SQAUDL.2
049400         NOT INVALID KEY                                          SQAUDL.2
049500             IF LRG-LOAD-DATE NOT EQUAL TO WS-RUN-DATE            SQAUDL.2
049600                OR LRG-LOAD-TIME NOT EQUAL TO WS-RUN-TIME         SQAUDL.2
049700                OR LRG-LOAD-SOURCE NOT EQUAL TO WS-FILE-SOURCE    SQAUDL.2
049800                 MOVE "Y" TO WS-FILE-REFUSED-SW                   SQAUDL.2
049900                 MOVE "** FILE ALREADY LOADED - REFUSED"          SQAUDL.2
050000                     TO RGL-TEXT                                  SQAUDL.2
050100                 PERFORM PRINT-REGISTER-LINE                      SQAUDL.2
050200             END-IF                                               SQAUDL.2
050300     END-READ.                                                    SQAUDL.2
050400 BUILD-FILE-ENTRY-KEY.                                            SQAUDL.2
050500     MOVE SPACE TO LOAD-REGISTER-REC.                             SQAUDL.2
050600     MOVE "F" TO LRG-TYPE.                                        SQAUDL.2
050700     MOVE WS-FILE-SOURCE TO LRG-SOURCE.                           SQAUDL.2
050800     MOVE WS-FILE-RECORDS TO LRG-FILE-COUNT.                      SQAUDL.2
050900     MOVE WS-FILE-HASH TO LRG-HASH-TOTAL.                         SQAUDL.2
051000     MOVE RUN-KEY (1) TO LRG-FIRST-RUN.                           SQAUDL.2
051100 CHECK-ONE-RUN.                                                   SQAUDL.2
051200     MOVE SPACE TO LOAD-REGISTER-REC.                             SQAUDL.2
051300     MOVE "R" TO LRG-TYPE.                                        SQAUDL.2
051400     MOVE RUN-KEY (WS-RUN-SUB) TO LRG-KEY-DATA.                   SQAUDL.2
051500     READ LOAD-REGISTER                                           SQAUDL.2
051600         INVALID KEY                                              SQAUDL.2
051700             CONTINUE                                             SQAUDL.2
051800         NOT INVALID KEY                                          SQAUDL.2
051900             IF LRG-LOAD-DATE NOT EQUAL TO WS-RUN-DATE            SQAUDL.2
052000                OR LRG-LOAD-TIME NOT EQUAL TO WS-RUN-TIME         SQAUDL.2
052100                OR LRG-LOAD-SOURCE NOT EQUAL TO WS-FILE-SOURCE    SQAUDL.2
052200                 MOVE "S" TO RUN-STATUS (WS-RUN-SUB)              SQAUDL.2
052300                 ADD 1 TO WS-FILE-RUNS-SKIPPED                    SQAUDL.2
052400                 MOVE "RUN ALREADY LOADED - SKIPPED"              SQAUDL.2
052500                     TO RGL-TEXT                                  SQAUDL.2
052600                 PERFORM PRINT-REGISTER-LINE                      SQAUDL.2
052700             END-IF                                               SQAUDL.2
052800     END-READ.                                                    SQAUDL.2
052900 PRINT-REGISTER-LINE.                                             SQAUDL.2
053000*    A FILE ENTRY IS LISTED BY THE FIRST RUN IN THE FILE.         SQAUDL.2
053100     IF LRG-FILE-ENTRY                                            SQAUDL.2
053200         MOVE LRG-FIRST-RUN TO WS-THIS-RUN-KEY                    SQAUDL.2
053300     ELSE                                                         SQAUDL.2
053400         MOVE LRG-KEY-DATA TO WS-THIS-RUN-KEY                     SQAUDL.2
053500     END-IF.                                                      SQAUDL.2
053600     MOVE WS-THIS-RUN-PGM-ID TO RGL-PGM-ID.                       SQAUDL.2
053700     MOVE WS-THIS-RUN-DATE TO RGL-RUN-DATE.                       SQAUDL.2
053800     MOVE WS-THIS-RUN-TIME TO RGL-RUN-TIME.                       SQAUDL.2
053900     MOVE LRG-LOAD-DATE TO RGL-LOAD-DATE.                         SQAUDL.2
054000     MOVE LRG-LOAD-TIME TO RGL-LOAD-TIME.                         SQAUDL.2
054100     WRITE PRINT-REC FROM REGISTER-LINE AFTER ADVANCING 1 LINE.   SQAUDL.2
054200     IF RETURN-CODE LESS THAN 4                                   SQAUDL.2
054300         MOVE 4 TO RETURN-CODE                                    SQAUDL.2
054400     END-IF.                                                      SQAUDL.2
054500 LOAD-ONE-RECORD.                                                 SQAUDL.2
054600     PERFORM FIND-RUN-ENTRY.                                      SQAUDL.2
054700     MOVE "N" TO WS-SKIP-RUN-SW.                                  SQAUDL.2
054800     IF WS-RUN-MATCH-SUB GREATER THAN ZERO                        SQAUDL.2
054900         IF RUN-ALREADY-LOADED (WS-RUN-MATCH-SUB)                 SQAUDL.2
055000             MOVE "Y" TO WS-SKIP-RUN-SW                           SQAUDL.2
055100         END-IF                                                   SQAUDL.2
055200     END-IF.                                                      SQAUDL.2
055300     IF WS-SKIP-RUN                                               SQAUDL.2
055400         ADD 1 TO WS-SKIPPED-COUNT                                SQAUDL.2
055500     ELSE                                                         SQAUDL.2
055600         PERFORM POST-MASTER-RECORD                               SQAUDL.2
055700     END-IF.                                                      SQAUDL.2
055800 END-AUDIT-FILE.                                                  SQAUDL.2
055900     ADD WS-FILE-RUNS-SKIPPED TO WS-RUNS-SKIPPED.                 SQAUDL.2
056000     IF WS-FILE-REFUSED                                           SQAUDL.2
056100         ADD 1 TO WS-FILES-REFUSED                                SQAUDL.2
056200     ELSE                                                         SQAUDL.2
056300         IF WS-REGISTER-OK                                        SQAUDL.2
056400            AND WS-FILE-RECORDS GREATER THAN ZERO                 SQAUDL.2
056500             PERFORM REGISTER-AUDIT-FILE                          SQAUDL.2
056600         END-IF                                                   SQAUDL.2
056700     END-IF.                                                      SQAUDL.2
056800 REGISTER-AUDIT-FILE.                                             SQAUDL.2
056900*    THE RUNS FIRST AND THE FILE LAST; A RESTART THAT FINDS SOME  SQAUDL.2
057000*    OF THEM ALREADY WRITTEN LEAVES THOSE AS THEY ARE.            SQAUDL.2
057100     PERFORM REGISTER-ONE-RUN                                     SQAUDL.2
057200         VARYING WS-RUN-SUB FROM 1 BY 1                           SQAUDL.2
057300         UNTIL WS-RUN-SUB GREATER THAN WS-RUN-COUNT.              SQAUDL.2
057400     PERFORM BUILD-FILE-ENTRY-KEY.                                SQAUDL.2
057500     MOVE WS-RUN-DATE TO LRG-LOAD-DATE.                           SQAUDL.2
057600     MOVE WS-RUN-TIME TO LRG-LOAD-TIME.                           SQAUDL.2
057700     MOVE WS-FILE-SOURCE TO LRG-LOAD-SOURCE.                      SQAUDL.2
057800     MOVE WS-FILE-RECORDS TO LRG-RECORDS.                         SQAUDL.2
057900     MOVE WS-RUN-COUNT TO LRG-RUNS-IN-FILE.                       SQAUDL.2
058000     COMPUTE LRG-RUNS-LOADED =                                    SQAUDL.2
058100         WS-RUN-COUNT - WS-FILE-RUNS-SKIPPED.                     SQAUDL.2
058200     MOVE WS-FILE-RUNS-SKIPPED TO LRG-RUNS-SKIPPED.               SQAUDL.2
058300     MOVE RUN-KEY (WS-RUN-COUNT) TO LRG-LAST-RUN.                 SQAUDL.2
058400     WRITE LOAD-REGISTER-REC                                      SQAUDL.2
058500         INVALID KEY CONTINUE                                     SQAUDL.2
058600     END-WRITE.                                                   SQAUDL.2
058700 REGISTER-ONE-RUN.                                                SQAUDL.2
058800     IF RUN-TO-LOAD (WS-RUN-SUB)                                  SQAUDL.2
058900         MOVE SPACE TO LOAD-REGISTER-REC                          SQAUDL.2
059000         MOVE "R" TO LRG-TYPE                                     SQAUDL.2
059100         MOVE RUN-KEY (WS-RUN-SUB) TO LRG-KEY-DATA                SQAUDL.2
059200         MOVE WS-RUN-DATE TO LRG-LOAD-DATE                        SQAUDL.2
059300         MOVE WS-RUN-TIME TO LRG-LOAD-TIME                        SQAUDL.2
059400         MOVE WS-FILE-SOURCE TO LRG-LOAD-SOURCE                   SQAUDL.2
059500         MOVE RUN-RECORDS (WS-RUN-SUB) TO LRG-RECORDS             SQAUDL.2
059600         MOVE ZERO TO LRG-RUNS-IN-FILE LRG-RUNS-LOADED            SQAUDL.2
059700                      LRG-RUNS-SKIPPED                            SQAUDL.2
059800         WRITE LOAD-REGISTER-REC                                  SQAUDL.2
059900             INVALID KEY CONTINUE                                 SQAUDL.2
060000         END-WRITE                                                SQAUDL.2
060100     END-IF.                                                      SQAUDL.2
060200 START-FILE-1.                                                    SQAUDL.2
060300     MOVE 1 TO WS-FILE-SOURCE.                                    SQAUDL.2
060400     PERFORM SCAN-AUDIT-FILE.                                     SQAUDL.2
060500     PERFORM CHECK-LOAD-REGISTER.                                 SQAUDL.2
060600     IF WS-FILE-REFUSED                                           SQAUDL.2
060700         MOVE "Y" TO WS-EOF-SW                                    SQAUDL.2
060800     END-IF.                                                      SQAUDL.2
060900     IF WS-RESUME-PHASE EQUAL TO 1                                SQAUDL.2
061000         PERFORM SKIP-POSTED-RECORDS                              SQAUDL.2
061100     ELSE                                                         SQAUDL.2
061200         MOVE 1 TO WS-CKPT-PHASE                                  SQAUDL.2
061300         PERFORM WRITE-CHECKPOINT                                 SQAUDL.2
061400     END-IF.                                                      SQAUDL.2
061500 START-FILE-2.                                                    SQAUDL.2
061600     MOVE 2 TO WS-FILE-SOURCE.                                    SQAUDL.2
061700     PERFORM SCAN-AUDIT-FILE.                                     SQAUDL.2
061800     PERFORM CHECK-LOAD-REGISTER.                                 SQAUDL.2
061900     IF WS-FILE-REFUSED                                           SQAUDL.2
062000         MOVE "Y" TO WS-EOF-SW                                    SQAUDL.2
062100     END-IF.                                                      SQAUDL.2
062200     IF WS-RESUME-PHASE EQUAL TO 2                                SQAUDL.2
062300         PERFORM SKIP-POSTED-RECORDS                              SQAUDL.2
062400     ELSE                                                         SQAUDL.2
062500         MOVE 2 TO WS-CKPT-PHASE                                  SQAUDL.2
062600         MOVE ZERO TO WS-CKPT-RECORDS-DONE WS-CATCH-UP-LEFT       SQAUDL.2
062700         PERFORM WRITE-CHECKPOINT                                 SQAUDL.2
062800     END-IF.                                                      SQAUDL.2
