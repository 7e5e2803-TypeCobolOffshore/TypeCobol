001700*    RAW-DATA-PGM-ID (RUN-DATE 99999999, RUN-TIME 99999999 -    * SQRETN.2
001800*    THE SAME CONVENTION SQSCOR AND SQINQR RECOGNIZE) IS        * SQRETN.2
001900*    NEVER PURGED, WHATEVER THE CUTOFF.                         * SQRETN.2
001905*                                                               * SQRETN.2
001910*    CUTOFF CARD :-                                             * SQRETN.2
001915*      COLS  1-8   RUN-DATE (YYYYMMDD), OR BLANK WITH           * SQRETN.2
001920*      COLS 41-60  A DATE EXPRESSION RESOLVED AGAINST THE RUN   * SQRETN.2
001925*                  DATE THROUGH DVZZDATE - TODAY-90, BDAYS-5,   * SQRETN.2
001930*                  MONTHEND-3, PERIOD-1 (START OF THE PREVIOUS  * SQRETN.2
001935*                  FISCAL PERIOD); SEE SQDEXPRC.  THE HEADING   * SQRETN.2
001940*                  PRINTS THE DATE IT RESOLVED TO.  A REJECTED  * SQRETN.2
001945*                  EXPRESSION PURGES NOTHING AND SETS RETURN    * SQRETN.2
001950*                  CODE 8.                                      * SQRETN.2
001955*      COLS 24-31  OPERATOR ID.  A RUN THAT WOULD PURGE ANYTHING* SQRETN.2
001960*                  NEEDS OPERAUTH AUTHORITY FOR SQRETN PURGE    * SQRETN.2
001965*                  (CHECKED THROUGH DVZZAUT, SEE SQAUTHRC); A   * SQRETN.2
001970*                  REFUSED OPERATOR PURGES NOTHING, IS LOGGED   * SQRETN.2
001975*                  ON THE SECURITY VIOLATION LOG AND SETS       * SQRETN.2
001976*                  RETURN CODE 8.                               * SQRETN.2
001977*      COLS 62-69  RESTART MODE - BLANK FOR A NORMAL RUN,       * SQRETN.2
001978*                  "RESTART" TO RESUME AN INTERRUPTED RUN FROM  * SQRETN.2
001979*                  ITS LAST CHECKPOINT, OR "FRESH" TO DISCARD   * SQRETN.2
001980*                  THE CHECKPOINT OF AN INTERRUPTED RUN (ONCE   * SQRETN.2
001981*                  SQRCVR HAS RECOVERED RAW-DATA) AND START     * SQRETN.2
001982*                  OVER.                                        * SQRETN.2
001983*                                                               * SQRETN.2
001984*    CHECKPOINT / RESTART :-  THE RUN CHECKPOINTS ON X-39 AT    * SQRETN.2
001985*    THE START OF EACH PHASE (1 PURGE, 2 UNLOAD, 3 RELOAD) AND  * SQRETN.2
001986*    EVERY 100 RECORDS OF THE PURGE AND RELOAD PHASES - PHASE,  * SQRETN.2
001987*    LAST KEY AND TOTALS.  A RESTART CARRIES ON WITH THE CUTOFF * SQRETN.2
001988*    DATE, RUN STAMP AND TOTALS OF THE INTERRUPTED RUN:         * SQRETN.2
001989*      - PHASE 1 REBUILDS THE ARCHIVE FROM THE RUN'S DELETES    * SQRETN.2
001990*        ON THE JOURNAL AND PURGES ON FROM AFTER THE LAST KEY   * SQRETN.2
001991*        (PURGE AUTHORITY IS CHECKED AGAIN);                    * SQRETN.2
001992*      - PHASE 2 UNLOADS AGAIN - RAW-DATA IS STILL WHOLE;       * SQRETN.2
001993*      - PHASE 3 SKIPS THE RECORDS ALREADY RELOADED AND         * SQRETN.2
001994*        EXTENDS RAW-DATA; A RECORD THE INTERRUPTED RUN         * SQRETN.2
001995*        RELOADED AFTER ITS LAST CHECKPOINT IS FOUND ON FILE    * SQRETN.2
001996*        AND COUNTED.                                           * SQRETN.2
001997*    SO THE END TOTALS MATCH AN UNINTERRUPTED RUN.  A NORMAL    * SQRETN.2
001998*    RUN IS REFUSED WITH RETURN CODE 8 WHILE AN INTERRUPTED     * SQRETN.2
001999*    RUN IS ON THE CHECKPOINT FILE.                             * SQRETN.2
002000*                                                               * SQRETN.2
002100***************************************************************** SQRETN.2
002200*                                                               * SQRETN.2
002700*            X-63   SEQUENTIAL ARCHIVE (UNLOAD) FILE            * SQRETN.2
002800*            X-64   REORGANIZATION WORK FILE                    * SQRETN.2
002850*            X-78   RAW-DATA AFTER-IMAGE JOURNAL                * SQRETN.2
002875*            X-39   UTILITY CHECKPOINT FILE (INDEXED)           * SQRETN.2
002900*            X-55   SYSTEM PRINTER                              * SQRETN.2
003000*            X-82   SOURCE-COMPUTER                             * SQRETN.2
003100*            X-83   OBJECT-COMPUTER                             * SQRETN.2
005525     SELECT OPTIONAL RAW-JOURNAL ASSIGN TO                        SQRETN.2
005550     XXXXX078                                                     SQRETN.2
005575            ORGANIZATION IS SEQUENTIAL.                           SQRETN.2
005577     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO                    SQRETN.2
005579     XXXXX039                                                     SQRETN.2
005581            ORGANIZATION IS INDEXED                               SQRETN.2
005583            ACCESS MODE IS RANDOM                                 SQRETN.2
005585            RECORD KEY IS CKP-PGM-ID                              SQRETN.2
005587            FILE STATUS IS CHECKPOINT-STATUS.                     SQRETN.2
005600     SELECT PRINT-FILE ASSIGN TO                                  SQRETN.2
005700     XXXXX055.                                                    SQRETN.2
005800 DATA DIVISION.                                                   SQRETN.2
006400               .                                                  SQRETN.2
006500 01  CUTOFF-CARD-REC.                                             SQRETN.2
006600     05  CUT-DATE            PIC 9(8).                            SQRETN.2
006700     05  CUT-DATE-X REDEFINES CUT-DATE PIC X(8).                  SQRETN.2
006725     05  FILLER              PIC X(15).                           SQRETN.2
006730     05  CUT-OPERATOR        PIC X(8).                            SQRETN.2
006735     05  FILLER              PIC X(9).                            SQRETN.2
006750     05  CUT-EXPRESSION      PIC X(20).                           SQRETN.2
006775     05  FILLER              PIC X(1).                            SQRETN.2
006780     05  CUT-RESTART-MODE    PIC X(8).                            SQRETN.2
006785     05  FILLER              PIC X(11).                           SQRETN.2
006800 FD  RAW-DATA.                                                    SQRETN.2
006900     COPY SQRAWREC.                                               SQRETN.2
008300 FD  ARCHIVE-FILE                                                 SQRETN.2
010525 FD  RAW-JOURNAL                                                  SQRETN.2
010550     LABEL RECORDS ARE STANDARD.                                  SQRETN.2
010575     COPY SQJRNREC.                                               SQRETN.2
010580 FD  CHECKPOINT-FILE.                                             SQRETN.2
010585     COPY SQCKPREC.                                               SQRETN.2
010600 FD  PRINT-FILE                                                   SQRETN.2
010700     LABEL RECORDS                                                SQRETN.2
010800     XXXXX084                                                     SQRETN.2
011850 01  WS-CUTOFF-DATE         PIC 9(8) VALUE ZERO.                  SQRETN.2
011900 01  WS-RUN-DATE            PIC 9(8).                             SQRETN.2
012000 01  WS-RUN-TIME            PIC 9(8).                             SQRETN.2
012050     COPY SQDEXPRC.                                               SQRETN.2
012075     COPY SQAUTHRC.                                               SQRETN.2
012100 01  WS-ARCHIVED-COUNT      PIC 9(7) COMP VALUE ZERO.             SQRETN.2
012200 01  WS-KEPT-COUNT          PIC 9(7) COMP VALUE ZERO.             SQRETN.2
012300 01  WS-CONTROL-COUNT       PIC 9(7) COMP VALUE ZERO.             SQRETN.2
012800 01  WS-SUM-INSPECT         PIC 9(7) COMP VALUE ZERO.             SQRETN.2
012833 01  JOURNAL-IMAGE          PIC X(85) VALUE SPACE.                SQRETN.2
012866 01  JOURNAL-ACTION-CODE    PIC X VALUE SPACE.                    SQRETN.2
012867*    AN ARCHIVED RUN'S IMAGE AS REPLAYED FROM THE JOURNAL ON A    SQRETN.2
012868*    RESTART, BROKEN AT THE SQRAWREC POSITIONS OF ITS COUNTERS.   SQRETN.2
012869 01  JOURNAL-VIEW.                                                SQRETN.2
012870     05  FILLER              PIC X(24).                           SQRETN.2
012871     05  JV-OK               PIC 999.                             SQRETN.2
012872     05  FILLER              PIC X(3).                            SQRETN.2
012873     05  JV-FAIL             PIC 999.                             SQRETN.2
012874     05  JV-DELETED          PIC 999.                             SQRETN.2
012875     05  JV-INSPECT          PIC 999.                             SQRETN.2
012876     05  FILLER              PIC X(46).                           SQRETN.2
012877 01  WS-JOURNAL-EOF-SW      PIC X VALUE "N".                      SQRETN.2
012878     88  WS-JOURNAL-EOF           VALUE "Y".                      SQRETN.2
012879 01  CHECKPOINT-STATUS      PIC XX VALUE "00".                    SQRETN.2
012880 01  WS-CKPT-FILE-SW        PIC X VALUE "N".                      SQRETN.2
012881     88  WS-CKPT-FILE-OK          VALUE "Y".                      SQRETN.2
012882 01  WS-RESUME-PHASE        PIC 9 VALUE ZERO.                     SQRETN.2
012883 01  WS-CKPT-PHASE          PIC 9 VALUE ZERO.                     SQRETN.2
012884 01  WS-CKPT-RECORDS-DONE   PIC 9(9) COMP VALUE ZERO.             SQRETN.2
012885 01  WS-CKPT-TALLY          PIC 9(5) COMP VALUE ZERO.             SQRETN.2
012886 01  WS-CKPT-INTERVAL       PIC 9(5) COMP VALUE 100.              SQRETN.2
012887 01  WS-SKIP-COUNT          PIC 9(9) COMP VALUE ZERO.             SQRETN.2
012888 01  WS-LAST-KEY            PIC X(22) VALUE LOW-VALUE.            SQRETN.2
012889 01  WS-STOP-REASON         PIC X(60) VALUE SPACE.                SQRETN.2
012890*    CKP-WORK-AREA OF THE SQRETN CHECKPOINT.  CKP-TOTAL (1) TO    SQRETN.2
012891*    (8) ARE KEPT, CONTROL, ARCHIVED, SUM-OK, SUM-FAIL, SUM-      SQRETN.2
012892*    DELETED, SUM-INSPECT AND RELOADED.                           SQRETN.2
012893 01  WS-CKPT-CONTEXT.                                             SQRETN.2
012894     05  WS-CKPT-CUTOFF-DATE PIC 9(8).                            SQRETN.2
012895     05  WS-CKPT-CUTOFF-NOTE PIC X(50).                           SQRETN.2
012900 01  HEAD-LINE-1.                                                 SQRETN.2
013000     05  FILLER              PIC X(40) VALUE                      SQRETN.2
013100         "RAW-DATA RETENTION / ARCHIVE / REORG".                  SQRETN.2
013200 01  HEAD-LINE-2.                                                 SQRETN.2
013300     05  FILLER              PIC X(14) VALUE "CUTOFF DATE = ".    SQRETN.2
013400     05  HL-CUTOFF-DATE      PIC 9(8).                            SQRETN.2
013410     05  FILLER              PIC X(2)  VALUE SPACE.               SQRETN.2
013420     05  HL-CUTOFF-NOTE      PIC X(50) VALUE SPACE.               SQRETN.2
013430 01  EXPRESSION-ERROR-LINE.                                       SQRETN.2
013440     05  FILLER              PIC X(2)  VALUE SPACE.               SQRETN.2
013450     05  EEL-MESSAGE         PIC X(80).                           SQRETN.2
013452 01  RESTART-LINE.                                                SQRETN.2
013454     05  FILLER              PIC X(26) VALUE                      SQRETN.2
013456         "RESTARTED FROM CHECKPOINT ".                            SQRETN.2
013458     05  RSL-TAKEN-DATE      PIC 9(8).                            SQRETN.2
013460     05  FILLER              PIC X(1)  VALUE SPACE.               SQRETN.2
013462     05  RSL-TAKEN-TIME      PIC 9(8).                            SQRETN.2
013464     05  FILLER              PIC X(9)  VALUE " - PHASE ".         SQRETN.2
013466     05  RSL-PHASE           PIC 9.                               SQRETN.2
013468     05  FILLER              PIC X(7)  VALUE ", AFTER".           SQRETN.2
013470     05  RSL-RECORDS         PIC ZZZZZZZZ9.                       SQRETN.2
013472     05  FILLER              PIC X(8)  VALUE " RECORDS".          SQRETN.2
013500 01  SUMMARY-LINE.                                                SQRETN.2
013600     05  SL-LITERAL          PIC X(30).                           SQRETN.2
013700     05  SL-COUNT            PIC ZZZZZZ9.                         SQRETN.2
013800 PROCEDURE DIVISION.                                              SQRETN.2
013900 MAINLINE.                                                        SQRETN.2
014000     PERFORM OPEN-FILES.                                          SQRETN.2
014010     IF WS-STOP-REASON NOT EQUAL TO SPACE                         SQRETN.2
014020         PERFORM STOP-THIS-RUN                                    SQRETN.2
014030         STOP RUN                                                 SQRETN.2
014040     END-IF.                                                      SQRETN.2
014100     PERFORM PURGE-PASS                                           SQRETN.2
014200         UNTIL WS-EOF.                                            SQRETN.2
014250     IF WS-RESUME-PHASE LESS THAN 2                               SQRETN.2
014300         PERFORM END-PURGE-PASS                                   SQRETN.2
014350     END-IF.                                                      SQRETN.2
014360     IF WS-RESUME-PHASE LESS THAN 3                               SQRETN.2
014370         PERFORM START-UNLOAD-PASS                                SQRETN.2
014380     ELSE                                                         SQRETN.2
014390         MOVE "Y" TO WS-EOF-SW                                    SQRETN.2
014395     END-IF.                                                      SQRETN.2
014400     PERFORM UNLOAD-PASS                                          SQRETN.2
014500         UNTIL WS-EOF.                                            SQRETN.2
014600     PERFORM RELOAD-PASS.                                         SQRETN.2
014650     PERFORM FINISH-CHECKPOINT.                                   SQRETN.2
014700     PERFORM CLOSE-FILES.                                         SQRETN.2
014800     STOP RUN.                                                    SQRETN.2
014900 OPEN-FILES.                                                      SQRETN.2
015100     READ CUTOFF-CARD                                             SQRETN.2
015200         AT END                                                   SQRETN.2
015300             MOVE ZERO TO CUT-DATE                                SQRETN.2
015350             MOVE SPACE TO CUT-EXPRESSION                         SQRETN.2
015375             MOVE SPACE TO CUT-OPERATOR                           SQRETN.2
015385             MOVE SPACE TO CUT-RESTART-MODE                       SQRETN.2
015400     END-READ.                                                    SQRETN.2
015500     CLOSE CUTOFF-CARD.                                           SQRETN.2
015600     MOVE CUT-DATE TO WS-CUTOFF-DATE.                             SQRETN.2
015700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       SQRETN.2
015800     ACCEPT WS-RUN-TIME FROM TIME.                                SQRETN.2
015805     PERFORM OPEN-CHECKPOINT.                                     SQRETN.2
015810     IF WS-RESUME-PHASE EQUAL TO ZERO                             SQRETN.2
015815        AND CUT-DATE-X EQUAL TO SPACE                             SQRETN.2
015820        AND CUT-EXPRESSION NOT EQUAL TO SPACE                     SQRETN.2
015825         PERFORM RESOLVE-CUTOFF-EXPRESSION                        SQRETN.2
015830     END-IF.                                                      SQRETN.2
015835     IF WS-CUTOFF-DATE GREATER THAN ZERO                          SQRETN.2
015840        AND WS-RESUME-PHASE LESS THAN 2                           SQRETN.2
015845        AND WS-STOP-REASON EQUAL TO SPACE                         SQRETN.2
015850         PERFORM CHECK-PURGE-AUTHORITY                            SQRETN.2
015855     END-IF.                                                      SQRETN.2
015860     IF WS-STOP-REASON EQUAL TO SPACE                             SQRETN.2
015865        AND WS-RESUME-PHASE LESS THAN 2                           SQRETN.2
015900         OPEN I-O RAW-DATA                                        SQRETN.2
016000         OPEN OUTPUT ARCHIVE-FILE                                 SQRETN.2
016050     END-IF.                                                      SQRETN.2
016100     OPEN OUTPUT PRINT-FILE.                                      SQRETN.2
016200     MOVE WS-CUTOFF-DATE TO HL-CUTOFF-DATE.                       SQRETN.2
016300     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQRETN.2
016400     WRITE PRINT-REC FROM HEAD-LINE-2 AFTER ADVANCING 2 LINES.    SQRETN.2
016405     IF DX-RC NOT EQUAL TO ZERO                                   SQRETN.2
016410         MOVE DX-MESSAGE TO EEL-MESSAGE                           SQRETN.2
016415         WRITE PRINT-REC FROM EXPRESSION-ERROR-LINE               SQRETN.2
016420             AFTER ADVANCING 1 LINE                               SQRETN.2
016425     END-IF.                                                      SQRETN.2
016430     IF WS-RESUME-PHASE GREATER THAN ZERO                         SQRETN.2
016435         WRITE PRINT-REC FROM RESTART-LINE                        SQRETN.2
016440             AFTER ADVANCING 1 LINE                               SQRETN.2
016445     END-IF.                                                      SQRETN.2
016450     IF NOT WS-CKPT-FILE-OK                                       SQRETN.2
016455        AND WS-STOP-REASON EQUAL TO SPACE                         SQRETN.2
016460         MOVE "** CHECKPOINT FILE NOT AVAILABLE - NOT RESTARTABLE"SQRETN.2
016465             TO EEL-MESSAGE                                       SQRETN.2
016470         WRITE PRINT-REC FROM EXPRESSION-ERROR-LINE               SQRETN.2
016475             AFTER ADVANCING 1 LINE                               SQRETN.2
016480     END-IF.                                                      SQRETN.2
016482     IF WS-STOP-REASON NOT EQUAL TO SPACE                         SQRETN.2
016484        OR WS-RESUME-PHASE NOT LESS THAN 2                        SQRETN.2
016486         MOVE "Y" TO WS-EOF-SW                                    SQRETN.2
016488     ELSE                                                         SQRETN.2
016500         MOVE SPACE TO ARCH-HEADER-REC                            SQRETN.2
016600         MOVE "HEADER" TO AH-REC-TYPE                             SQRETN.2
016700         MOVE WS-CUTOFF-DATE TO AH-CUTOFF-DATE                    SQRETN.2
016800         MOVE WS-RUN-DATE TO AH-RUN-DATE                          SQRETN.2
016900         MOVE WS-RUN-TIME TO AH-RUN-TIME                          SQRETN.2
017000         WRITE ARCH-HEADER-REC                                    SQRETN.2
017010         IF WS-RESUME-PHASE EQUAL TO 1                            SQRETN.2
017020             PERFORM REPLAY-ARCHIVED-RUNS                         SQRETN.2
017030             PERFORM POSITION-PURGE-PASS                          SQRETN.2
017040         ELSE                                                     SQRETN.2
017050             MOVE 1 TO WS-CKPT-PHASE                              SQRETN.2
017060             PERFORM WRITE-CHECKPOINT                             SQRETN.2
017070         END-IF                                                   SQRETN.2
017080     END-IF.                                                      SQRETN.2
017090     IF NOT WS-EOF                                                SQRETN.2
017100         PERFORM READ-NEXT-RAW-DATA                               SQRETN.2
017110     END-IF.                                                      SQRETN.2
017120 RESOLVE-CUTOFF-EXPRESSION.                                       SQRETN.2
017124*    A PERIOD EXPRESSION NAMES THE FIRST DAY OF THE PERIOD, SO    SQRETN.2
017128*    PERIOD-1 KEEPS THE PREVIOUS FISCAL PERIOD ON FILE.           SQRETN.2
017132     MOVE CUT-EXPRESSION TO DX-EXPRESSION.                        SQRETN.2
017136     MOVE WS-RUN-DATE TO DX-BASE-DATE.                            SQRETN.2
017140     MOVE "S" TO DX-BOUNDARY.                                     SQRETN.2
017144     CALL "4e9d0c72" USING DX-EXPRESSION DX-BASE-DATE DX-BOUNDARY SQRETN.2
017148                           DX-RC DX-MESSAGE DX-RESULT.            SQRETN.2
017152     IF DX-RC EQUAL TO ZERO                                       SQRETN.2
017156         MOVE DX-RESULT TO WS-CUTOFF-DATE                         SQRETN.2
017160         STRING "RESOLVED FROM " CUT-EXPRESSION                   SQRETN.2
017164             DELIMITED BY SIZE INTO HL-CUTOFF-NOTE                SQRETN.2
017168     ELSE                                                         SQRETN.2
017172         MOVE ZERO TO WS-CUTOFF-DATE                              SQRETN.2
017176         MOVE "** DATE EXPRESSION REJECTED - NOTHING PURGED"      SQRETN.2
017180             TO HL-CUTOFF-NOTE                                    SQRETN.2
017184         MOVE 8 TO RETURN-CODE                                    SQRETN.2
017188     END-IF.                                                      SQRETN.2
017200 READ-NEXT-RAW-DATA.                                              SQRETN.2
017300     READ RAW-DATA NEXT RECORD                                    SQRETN.2
017400         AT END                                                   SQRETN.2
017664         MOVE "Y" TO WS-EOF-SW                                    SQRETN.2
017680         MOVE 12 TO RETURN-CODE.                                  SQRETN.2
017700 PURGE-PASS.                                                      SQRETN.2
017750     MOVE RAW-DATA-KEY TO WS-LAST-KEY.                            SQRETN.2
017800     MOVE "N" TO WS-CONTROL-REC-SW.                               SQRETN.2
017900     IF RAW-DATA-RUN-DATE EQUAL TO 99999999                       SQRETN.2
018000        AND RAW-DATA-RUN-TIME EQUAL TO 99999999                   SQRETN.2
018900             ADD 1 TO WS-KEPT-COUNT                               SQRETN.2
019000         END-IF                                                   SQRETN.2
019100     END-IF.                                                      SQRETN.2
019110     ADD 1 TO WS-CKPT-RECORDS-DONE.                               SQRETN.2
019120     PERFORM COUNT-CHECKPOINT-TALLY.                              SQRETN.2
019200     PERFORM READ-NEXT-RAW-DATA.                                  SQRETN.2
019300 ARCHIVE-AND-DELETE.                                              SQRETN.2
019400     MOVE SPACE TO ARCH-DETAIL-REC.                               SQRETN.2
021200     WRITE ARCH-TRAILER-REC.                                      SQRETN.2
021300     CLOSE ARCHIVE-FILE.                                          SQRETN.2
021400     CLOSE RAW-DATA.                                              SQRETN.2
021410     MOVE 2 TO WS-CKPT-PHASE.                                     SQRETN.2
021420     MOVE ZERO TO WS-CKPT-RECORDS-DONE.                           SQRETN.2
021430     MOVE LOW-VALUE TO WS-LAST-KEY.                               SQRETN.2
021440     PERFORM WRITE-CHECKPOINT.                                    SQRETN.2
021450 START-UNLOAD-PASS.                                               SQRETN.2
021500     OPEN INPUT RAW-DATA.                                         SQRETN.2
021600     OPEN OUTPUT REORG-FILE.                                      SQRETN.2
021700     MOVE "N" TO WS-EOF-SW.                                       SQRETN.2
022000     WRITE REORG-REC FROM RAW-DATA-SATZ.                          SQRETN.2
022100     PERFORM READ-NEXT-RAW-DATA.                                  SQRETN.2
022200 RELOAD-PASS.                                                     SQRETN.2
022210     IF WS-RESUME-PHASE LESS THAN 3                               SQRETN.2
022300         CLOSE RAW-DATA                                           SQRETN.2
022400         CLOSE REORG-FILE                                         SQRETN.2
022410         MOVE 3 TO WS-CKPT-PHASE                                  SQRETN.2
022420         MOVE ZERO TO WS-CKPT-RECORDS-DONE                        SQRETN.2
022430         MOVE LOW-VALUE TO WS-LAST-KEY                            SQRETN.2
022440         PERFORM WRITE-CHECKPOINT                                 SQRETN.2
022450     END-IF.                                                      SQRETN.2
022500     OPEN INPUT REORG-FILE.                                       SQRETN.2
022510     IF WS-RESUME-PHASE EQUAL TO 3                                SQRETN.2
022520         OPEN EXTEND RAW-DATA                                     SQRETN.2
022530     ELSE                                                         SQRETN.2
022600         OPEN OUTPUT RAW-DATA                                     SQRETN.2
022610     END-IF.                                                      SQRETN.2
022700     MOVE "N" TO WS-EOF-SW.                                       SQRETN.2
022710     IF WS-RESUME-PHASE EQUAL TO 3                                SQRETN.2
022720         PERFORM SKIP-RELOADED-RECORDS                            SQRETN.2
022730     END-IF.                                                      SQRETN.2
022800     PERFORM RELOAD-ONE-RECORD                                    SQRETN.2
022900         UNTIL WS-EOF.                                            SQRETN.2
023000     CLOSE REORG-FILE.                                            SQRETN.2
023400         AT END                                                   SQRETN.2
023500             MOVE "Y" TO WS-EOF-SW                                SQRETN.2
023600         NOT AT END                                               SQRETN.2
023610             WRITE RAW-DATA-SATZ FROM REORG-REC                   SQRETN.2
023620                 INVALID KEY                                      SQRETN.2
023630                     PERFORM RELOAD-ALREADY-ON-FILE               SQRETN.2
023700                 NOT INVALID KEY                                  SQRETN.2
023701                     MOVE REORG-REC TO JOURNAL-IMAGE              SQRETN.2
023702                     MOVE "W" TO JOURNAL-ACTION-CODE              SQRETN.2
023703                     PERFORM WRITE-RAW-JOURNAL                    SQRETN.2
023800                     ADD 1 TO WS-RELOADED-COUNT                   SQRETN.2
023850             END-WRITE                                            SQRETN.2
023900     END-READ.                                                    SQRETN.2
023916     IF RAW-DATA-STATUS NOT EQUAL TO "00"                         SQRETN.2
023932        AND RAW-DATA-STATUS NOT EQUAL TO "02"                     SQRETN.2
023948        AND RAW-DATA-STATUS NOT EQUAL TO "10"                     SQRETN.2
023964         MOVE "Y" TO WS-EOF-SW                                    SQRETN.2
023980         MOVE 12 TO RETURN-CODE.                                  SQRETN.2
023982     IF NOT WS-EOF                                                SQRETN.2
023984         MOVE REORG-REC TO WS-LAST-KEY                            SQRETN.2
023986         ADD 1 TO WS-CKPT-RECORDS-DONE                            SQRETN.2
023988         PERFORM COUNT-CHECKPOINT-TALLY                           SQRETN.2
023990     END-IF.                                                      SQRETN.2
024000 CLOSE-FILES.                                                     SQRETN.2
024100     MOVE "RUNS ARCHIVED AND PURGED =" TO SL-LITERAL.             SQRETN.2
024200     MOVE WS-ARCHIVED-COUNT TO SL-COUNT.                          SQRETN.2
026500     MOVE JOURNAL-IMAGE TO JRN-RAW-IMAGE.                         SQRETN.2
026600     WRITE JOURNAL-SATZ.                                          SQRETN.2
026700     CLOSE RAW-JOURNAL.                                           SQRETN.2
026800 CHECK-PURGE-AUTHORITY.                                           SQRETN.2
026900     MOVE "C" TO AQ-FUNCTION.                                     SQRETN.2
027000     MOVE CUT-OPERATOR TO AQ-OPERATOR.                            SQRETN.2
027100     MOVE "SQRETN" TO AQ-UTILITY.                                 SQRETN.2
027200     MOVE "PURGE" TO AQ-ACTION.                                   SQRETN.2
027300     MOVE CUTOFF-CARD-REC TO AQ-DETAIL.                           SQRETN.2
027400     CALL "DVZZAUT" USING AUTHORITY-QUERY.                        SQRETN.2
027500     IF NOT AQ-IS-AUTHORIZED                                      SQRETN.2
027600         MOVE ZERO TO WS-CUTOFF-DATE                              SQRETN.2
027700         MOVE SPACE TO HL-CUTOFF-NOTE                             SQRETN.2
027800         STRING "** " AQ-REASON " - NOTHING PURGED"               SQRETN.2
027900             DELIMITED BY SIZE INTO HL-CUTOFF-NOTE                SQRETN.2
028000         MOVE 8 TO RETURN-CODE                                    SQRETN.2
028020         IF WS-RESUME-PHASE GREATER THAN ZERO                     SQRETN.2
028040             MOVE "PURGE AUTHORITY REFUSED - RUN NOT RESTARTED"   SQRETN.2
028060                 TO WS-STOP-REASON                                SQRETN.2
028080         END-IF                                                   SQRETN.2
028100     END-IF.                                                      SQRETN.2
028200 OPEN-CHECKPOINT.                                                 SQRETN.2
028300*    THE CHECKPOINT RECORD OF THE LAST SQRETN RUN DECIDES WHAT    SQRETN.2
028400*    THIS RUN MAY DO: A RESTART NEEDS AN INTERRUPTED RUN ON       SQRETN.2
028500*    FILE, AND A NORMAL RUN MAY NOT START OVER THE TOP OF ONE.    SQRETN.2
028600     OPEN I-O CHECKPOINT-FILE.                                    SQRETN.2
028700     IF CHECKPOINT-STATUS EQUAL TO "00"                           SQRETN.2
028800        OR CHECKPOINT-STATUS EQUAL TO "05"                        SQRETN.2
028900         MOVE "Y" TO WS-CKPT-FILE-SW                              SQRETN.2
029000         MOVE "SQRETN" TO CKP-PGM-ID                              SQRETN.2
029100         READ CHECKPOINT-FILE                                     SQRETN.2
029200             INVALID KEY                                          SQRETN.2
029300                 PERFORM CLEAR-CHECKPOINT                         SQRETN.2
029400                 WRITE UTILITY-CHECKPOINT-REC                     SQRETN.2
029500                     INVALID KEY CONTINUE                         SQRETN.2
029600                 END-WRITE                                        SQRETN.2
029700         END-READ                                                 SQRETN.2
029800     ELSE                                                         SQRETN.2
029900         MOVE SPACE TO UTILITY-CHECKPOINT-REC                     SQRETN.2
030000     END-IF.                                                      SQRETN.2
030100     IF CUT-RESTART-MODE EQUAL TO "RESTART"                       SQRETN.2
030200         IF CKP-IN-PROGRESS                                       SQRETN.2
030300             PERFORM RESUME-FROM-CHECKPOINT                       SQRETN.2
030400         ELSE                                                     SQRETN.2
030500             MOVE "NO INTERRUPTED RUN ON FILE TO RESTART"         SQRETN.2
030600                 TO WS-STOP-REASON                                SQRETN.2
030700         END-IF                                                   SQRETN.2
030800     ELSE                                                         SQRETN.2
030900         IF CUT-RESTART-MODE NOT EQUAL TO SPACE                   SQRETN.2
031000            AND CUT-RESTART-MODE NOT EQUAL TO "FRESH"             SQRETN.2
031100             MOVE "RESTART MODE MUST BE RESTART, FRESH OR BLANK"  SQRETN.2
031200                 TO WS-STOP-REASON                                SQRETN.2
031300         END-IF                                                   SQRETN.2
031400         IF CKP-IN-PROGRESS                                       SQRETN.2
031500            AND CUT-RESTART-MODE EQUAL TO SPACE                   SQRETN.2
031600             MOVE "INTERRUPTED RUN ON FILE - RESTART OR FRESH"    SQRETN.2
031700                 TO WS-STOP-REASON                                SQRETN.2
031800         END-IF                                                   SQRETN.2
031900     END-IF.                                                      SQRETN.2
032000 CLEAR-CHECKPOINT.                                                SQRETN.2
032100     MOVE SPACE TO UTILITY-CHECKPOINT-REC.                        SQRETN.2
032200     MOVE "SQRETN" TO CKP-PGM-ID.                                 SQRETN.2
032300     MOVE "C" TO CKP-STATE.                                       SQRETN.2
032400     MOVE ZERO TO CKP-PHASE CKP-RUN-DATE CKP-RUN-TIME             SQRETN.2
032500                  CKP-TAKEN-DATE CKP-TAKEN-TIME CKP-RECORDS-DONE. SQRETN.2
032600     MOVE ZERO TO CKP-TOTAL (1) CKP-TOTAL (2) CKP-TOTAL (3)       SQRETN.2
032700                  CKP-TOTAL (4) CKP-TOTAL (5) CKP-TOTAL (6)       SQRETN.2
032800                  CKP-TOTAL (7) CKP-TOTAL (8) CKP-TOTAL (9)       SQRETN.2
032900                  CKP-TOTAL (10).                                 SQRETN.2
033000 RESUME-FROM-CHECKPOINT.                                          SQRETN.2
033100     MOVE CKP-PHASE TO WS-RESUME-PHASE.                           SQRETN.2
033200     MOVE CKP-PHASE TO WS-CKPT-PHASE.                             SQRETN.2
033300     MOVE CKP-RUN-DATE TO WS-RUN-DATE.                            SQRETN.2
033400     MOVE CKP-RUN-TIME TO WS-RUN-TIME.                            SQRETN.2
033500     MOVE CKP-RECORDS-DONE TO WS-CKPT-RECORDS-DONE.               SQRETN.2
033600     MOVE CKP-LAST-KEY TO WS-LAST-KEY.                            SQRETN.2
033700     MOVE CKP-TOTAL (1) TO WS-KEPT-COUNT.                         SQRETN.2
033800     MOVE CKP-TOTAL (2) TO WS-CONTROL-COUNT.                      SQRETN.2
033900     MOVE CKP-TOTAL (3) TO WS-ARCHIVED-COUNT.                     SQRETN.2
034000     MOVE CKP-TOTAL (4) TO WS-SUM-OK.                             SQRETN.2
034100     MOVE CKP-TOTAL (5) TO WS-SUM-FAIL.                           SQRETN.2
034200     MOVE CKP-TOTAL (6) TO WS-SUM-DELETED.                        SQRETN.2
034300     MOVE CKP-TOTAL (7) TO WS-SUM-INSPECT.                        SQRETN.2
034400     MOVE CKP-TOTAL (8) TO WS-RELOADED-COUNT.                     SQRETN.2
034500     MOVE CKP-WORK-AREA TO WS-CKPT-CONTEXT.                       SQRETN.2
034600     MOVE WS-CKPT-CUTOFF-DATE TO WS-CUTOFF-DATE.                  SQRETN.2
034700     MOVE WS-CKPT-CUTOFF-NOTE TO HL-CUTOFF-NOTE.                  SQRETN.2
034800     MOVE CKP-TAKEN-DATE TO RSL-TAKEN-DATE.                       SQRETN.2
034900     MOVE CKP-TAKEN-TIME TO RSL-TAKEN-TIME.                       SQRETN.2
035000     MOVE CKP-PHASE TO RSL-PHASE.                                 SQRETN.2
035100     MOVE CKP-RECORDS-DONE TO RSL-RECORDS.                        SQRETN.2
035200 COUNT-CHECKPOINT-TALLY.                                          SQRETN.2
035300     ADD 1 TO WS-CKPT-TALLY.                                      SQRETN.2
035400     IF WS-CKPT-TALLY NOT LESS THAN WS-CKPT-INTERVAL              SQRETN.2
035500         PERFORM WRITE-CHECKPOINT                                 SQRETN.2
035600     END-IF.                                                      SQRETN.2
035700 WRITE-CHECKPOINT.                                                SQRETN.2
035800     MOVE ZERO TO WS-CKPT-TALLY.                                  SQRETN.2
035900     IF WS-CKPT-FILE-OK                                           SQRETN.2
036000         MOVE "SQRETN" TO CKP-PGM-ID                              SQRETN.2
036100         MOVE "I" TO CKP-STATE                                    SQRETN.2
036200         MOVE WS-CKPT-PHASE TO CKP-PHASE                          SQRETN.2
036300         MOVE WS-RUN-DATE TO CKP-RUN-DATE                         SQRETN.2
036400         MOVE WS-RUN-TIME TO CKP-RUN-TIME                         SQRETN.2
036500         ACCEPT CKP-TAKEN-DATE FROM DATE YYYYMMDD                 SQRETN.2
036600         ACCEPT CKP-TAKEN-TIME FROM TIME                          SQRETN.2
036700         MOVE WS-CKPT-RECORDS-DONE TO CKP-RECORDS-DONE            SQRETN.2
036800         MOVE WS-LAST-KEY TO CKP-LAST-KEY                         SQRETN.2
036900         MOVE WS-KEPT-COUNT TO CKP-TOTAL (1)                      SQRETN.2
037000         MOVE WS-CONTROL-COUNT TO CKP-TOTAL (2)                   SQRETN.2
037100         MOVE WS-ARCHIVED-COUNT TO CKP-TOTAL (3)                  SQRETN.2
037200         MOVE WS-SUM-OK TO CKP-TOTAL (4)                          SQRETN.2
037300         MOVE WS-SUM-FAIL TO CKP-TOTAL (5)                        SQRETN.2
037400         MOVE WS-SUM-DELETED TO CKP-TOTAL (6)                     SQRETN.2
037500         MOVE WS-SUM-INSPECT TO CKP-TOTAL (7)                     SQRETN.2
037600         MOVE WS-RELOADED-COUNT TO CKP-TOTAL (8)                  SQRETN.2
037700         MOVE WS-CUTOFF-DATE TO WS-CKPT-CUTOFF-DATE               SQRETN.2
037800         MOVE HL-CUTOFF-NOTE TO WS-CKPT-CUTOFF-NOTE               SQRETN.2
037900         MOVE WS-CKPT-CONTEXT TO CKP-WORK-AREA                    SQRETN.2
038000         REWRITE UTILITY-CHECKPOINT-REC                           SQRETN.2
038100             INVALID KEY CONTINUE                                 SQRETN.2
038200         END-REWRITE                                              SQRETN.2
038300     END-IF.                                                      SQRETN.2
038400 FINISH-CHECKPOINT.                                               SQRETN.2
038500*    A RUN THAT ENDED ON A RAW-DATA I/O ERROR STAYS "IN           SQRETN.2
038600*    PROGRESS" SO IT CAN BE RESTARTED ONCE THE ERROR IS CLEARED.  SQRETN.2
038700     IF WS-CKPT-FILE-OK                                           SQRETN.2
038800         IF RETURN-CODE LESS THAN 12                              SQRETN.2
038900             PERFORM WRITE-CHECKPOINT                             SQRETN.2
039000             MOVE "C" TO CKP-STATE                                SQRETN.2
039100             REWRITE UTILITY-CHECKPOINT-REC                       SQRETN.2
039200                 INVALID KEY CONTINUE                             SQRETN.2
039300             END-REWRITE                                          SQRETN.2
039400         END-IF                                                   SQRETN.2
039500         CLOSE CHECKPOINT-FILE                                    SQRETN.2
039600     END-IF.                                                      SQRETN.2
039700 STOP-THIS-RUN.                                                   SQRETN.2
039800     MOVE SPACE TO EEL-MESSAGE.                                   SQRETN.2
039900     STRING "** " DELIMITED BY SIZE                               SQRETN.2
039950            WS-STOP-REASON DELIMITED BY "  "                      SQRETN.2
040000            " - NOTHING DONE" DELIMITED BY SIZE                   SQRETN.2
040050         INTO EEL-MESSAGE.                                        SQRETN.2
040100     WRITE PRINT-REC FROM EXPRESSION-ERROR-LINE                   SQRETN.2
040200         AFTER ADVANCING 2 LINES.                                 SQRETN.2
040300     MOVE 8 TO RETURN-CODE.                                       SQRETN.2
040400     IF WS-CKPT-FILE-OK                                           SQRETN.2
040500         CLOSE CHECKPOINT-FILE                                    SQRETN.2
040600     END-IF.                                                      SQRETN.2
040700     CLOSE PRINT-FILE.                                            SQRETN.2
040800 POSITION-PURGE-PASS.                                             SQRETN.2
040900*    RUNS PURGED BEFORE THE INTERRUPTION ARE ALREADY OFF          SQRETN.2
041000*    RAW-DATA, AND EVERY RUN UP TO THE CHECKPOINT KEY HAS BEEN    SQRETN.2
041100*    COUNTED, SO THE PURGE PASS CARRIES ON FROM THE NEXT KEY.     SQRETN.2
041200     IF WS-CKPT-RECORDS-DONE GREATER THAN ZERO                    SQRETN.2
041300         MOVE WS-LAST-KEY TO RAW-DATA-KEY                         SQRETN.2
041400         START RAW-DATA KEY IS GREATER THAN RAW-DATA-KEY          SQRETN.2
041500             INVALID KEY                                          SQRETN.2
041600                 MOVE "Y" TO WS-EOF-SW                            SQRETN.2
041700         END-START                                                SQRETN.2
041800     END-IF.                                                      SQRETN.2
041900 REPLAY-ARCHIVED-RUNS.                                            SQRETN.2
042000*    THE ARCHIVE OF THE INTERRUPTED RUN MAY HAVE LOST ITS LAST    SQRETN.2
042100*    BLOCKS, BUT EVERY RUN IT PURGED IS ON THE JOURNAL AS A "D"   SQRETN.2
042200*    AFTER-IMAGE UNDER THIS PROGRAM AND THE RUN'S OWN STAMP.      SQRETN.2
042300*    THE ARCHIVE AND ITS CONTROL TOTALS ARE REBUILT FROM THOSE.   SQRETN.2
042400     MOVE ZERO TO WS-ARCHIVED-COUNT.                              SQRETN.2
042500     MOVE ZERO TO WS-SUM-OK.                                      SQRETN.2
042600     MOVE ZERO TO WS-SUM-FAIL.                                    SQRETN.2
042700     MOVE ZERO TO WS-SUM-DELETED.                                 SQRETN.2
042800     MOVE ZERO TO WS-SUM-INSPECT.                                 SQRETN.2
042900     MOVE "N" TO WS-JOURNAL-EOF-SW.                               SQRETN.2
043000     OPEN INPUT RAW-JOURNAL.                                      SQRETN.2
043100     PERFORM REPLAY-ONE-JOURNAL-REC                               SQRETN.2
043200         UNTIL WS-JOURNAL-EOF.                                    SQRETN.2
043300     CLOSE RAW-JOURNAL.                                           SQRETN.2
043400 REPLAY-ONE-JOURNAL-REC.                                          SQRETN.2
043500     READ RAW-JOURNAL                                             SQRETN.2
043600         AT END                                                   SQRETN.2
043700             MOVE "Y" TO WS-JOURNAL-EOF-SW                        SQRETN.2
043800         NOT AT END                                               SQRETN.2
043900             IF JRN-ACTION EQUAL TO "D"                           SQRETN.2
044000                AND JRN-PGM-ID EQUAL TO "SQRETN"                  SQRETN.2
044100                AND JRN-DATE EQUAL TO WS-RUN-DATE                 SQRETN.2
044200                AND JRN-TIME EQUAL TO WS-RUN-TIME                 SQRETN.2
044300                 PERFORM REPLAY-ONE-ARCHIVED-RUN                  SQRETN.2
044400             END-IF                                               SQRETN.2
044500     END-READ.                                                    SQRETN.2
044600 REPLAY-ONE-ARCHIVED-RUN.                                         SQRETN.2
044700     MOVE JRN-RAW-IMAGE TO JOURNAL-VIEW.                          SQRETN.2
044800     MOVE SPACE TO ARCH-DETAIL-REC.                               SQRETN.2
044900     MOVE "DETAIL" TO AD-REC-TYPE.                                SQRETN.2
045000     MOVE JRN-RAW-IMAGE TO AD-RAW-DATA-IMAGE.                     SQRETN.2
045100     WRITE ARCH-DETAIL-REC.                                       SQRETN.2
045200     ADD 1 TO WS-ARCHIVED-COUNT.                                  SQRETN.2
045300     ADD JV-OK TO WS-SUM-OK.                                      SQRETN.2
045400     ADD JV-FAIL TO WS-SUM-FAIL.                                  SQRETN.2
045500     ADD JV-DELETED TO WS-SUM-DELETED.                            SQRETN.2
045600     ADD JV-INSPECT TO WS-SUM-INSPECT.                            SQRETN.2
045700 RELOAD-ALREADY-ON-FILE.                                          SQRETN.2
045800*    RAW-DATA IS EXTENDED IN KEY ORDER ON A RESTART, SO A RECORD  SQRETN.2
045900*    THE INTERRUPTED RUN RELOADED AFTER ITS LAST CHECKPOINT       SQRETN.2
046000*    COMES BACK AS A SEQUENCE ERROR OR DUPLICATE - IT IS ALREADY  SQRETN.2
046100*    ON FILE AND IS COUNTED AS RELOADED.  ANY OTHER RUN TAKES     SQRETN.2
046200*    THE I/O ERROR CHECK IN RELOAD-ONE-RECORD.                    SQRETN.2
046300     IF WS-RESUME-PHASE EQUAL TO 3                                SQRETN.2
046400         IF RAW-DATA-STATUS EQUAL TO "21"                         SQRETN.2
046500            OR RAW-DATA-STATUS EQUAL TO "22"                      SQRETN.2
046600             ADD 1 TO WS-RELOADED-COUNT                           SQRETN.2
046700             MOVE "00" TO RAW-DATA-STATUS                         SQRETN.2
046800         END-IF                                                   SQRETN.2
046900     END-IF.                                                      SQRETN.2
047000 SKIP-RELOADED-RECORDS.                                           SQRETN.2
047100     MOVE ZERO TO WS-SKIP-COUNT.                                  SQRETN.2
047200     PERFORM SKIP-ONE-RELOADED-RECORD                             SQRETN.2
047300         UNTIL WS-SKIP-COUNT NOT LESS THAN WS-CKPT-RECORDS-DONE   SQRETN.2
047400            OR WS-EOF.                                            SQRETN.2
047500 SKIP-ONE-RELOADED-RECORD.                                        SQRETN.2
047600     READ REORG-FILE                                              SQRETN.2
047700         AT END                                                   SQRETN.2
047800             MOVE "Y" TO WS-EOF-SW                                SQRETN.2
047900         NOT AT END                                               SQRETN.2
048000             ADD 1 TO WS-SKIP-COUNT                               SQRETN.2
048100     END-READ.                                                    SQRETN.2
