000100 IDENTIFICATION DIVISION.                                         SQAAGE.2
000200 PROGRAM-ID.                                                      SQAAGE.2
000300     SQAAGE.                                                      SQAAGE.2
000400***************************************************************** SQAAGE.2
000500*                                                               * SQAAGE.2
000600*    AGE-OFF OF AUDIT MASTER DETAIL WITH A MONTHLY SUMMARY      * SQAAGE.2
000700*    ROLL-UP.  THE AUDIT MASTER BUILT BY SQAUDL KEEPS EVERY     * SQAAGE.2
000800*    OUTCOME OF EVERY TEST; THIS UTILITY REMOVES THE OUTCOMES   * SQAAGE.2
000900*    OLDER THAN A CUTOFF WITHOUT LOSING THE STATISTICS SQQSTA   * SQAAGE.2
001000*    AND SQAINQ ARE BUILT ON.  IT RUNS IN TWO PASSES :-         * SQAAGE.2
001100*                                                               * SQAAGE.2
001200*      1 - EVERY OUTCOME WITH AM-RUN-DATE OLDER THAN THE        * SQAAGE.2
001300*          CUTOFF IS UNLOADED TO A SEQUENTIAL ARCHIVE FILE      * SQAAGE.2
001400*          (WITH HEADER AND TRAILER CONTROL TOTALS), AND EACH   * SQAAGE.2
001500*          FEATURE / PARAGRAPH PAIR'S AGED OUTCOMES ARE ROLLED  * SQAAGE.2
001600*          UP INTO ONE SUMMARY RECORD PER MONTH (SEE            * SQAAGE.2
001700*          SQAMSREC) - PASS, FAIL, DELETE AND OTHER COUNTS, THE * SQAAGE.2
001800*          NUMBER OF PASS / FAIL REVERSALS, THOSE OF THEM NO    * SQAAGE.2
001900*          TAPE BUILD EXPLAINS (THE SQQSTA FLAKINESS RULE), AND * SQAAGE.2
002000*          THE MONTH'S FIRST AND LAST PASS OR FAIL.  A MONTH    * SQAAGE.2
002100*          ALREADY SUMMARIZED (OUTCOMES POSTED LATE) IS ADDED   * SQAAGE.2
002200*          TO.                                                  * SQAAGE.2
002300*      2 - ONLY WHEN PASS 1 HAS WRITTEN EVERY SUMMARY AND THE   * SQAAGE.2
002400*          WHOLE ARCHIVE ARE THE AGED OUTCOMES DELETED FROM     * SQAAGE.2
002500*          THE AUDIT MASTER.  THE DELETES MUST AGREE WITH THE   * SQAAGE.2
002600*          ARCHIVE'S RECORD COUNT.                              * SQAAGE.2
002700*                                                               * SQAAGE.2
002800*    THE CUTOFF IS TAKEN BACK TO THE FIRST DAY OF ITS MONTH,    * SQAAGE.2
002900*    SO A MONTH IS NEVER SPLIT BETWEEN SUMMARY AND DETAIL.  A   * SQAAGE.2
003000*    RUN THAT STOPS OR IS INTERRUPTED ONCE PASS 1 HAS BEGUN MAY * SQAAGE.2
003100*    HAVE SUMMARIZED OUTCOMES STILL ON THE AUDIT MASTER, SO THE * SQAAGE.2
003200*    SUMMARY FILE (AND, IF PASS 2 HAD BEGUN, THE AUDIT MASTER)  * SQAAGE.2
003300*    MUST BE RESTORED FROM ITS BACKUP BEFORE IT IS RUN AGAIN.   * SQAAGE.2
003400*                                                               * SQAAGE.2
003500*    CUTOFF CARD :-                                             * SQAAGE.2
003600*      COLS  1-8   RUN-DATE (YYYYMMDD), OR BLANK WITH           * SQAAGE.2
003700*      COLS 41-60  A DATE EXPRESSION RESOLVED AGAINST THE RUN   * SQAAGE.2
003800*                  DATE THROUGH DVZZDATE - TODAY-400,           * SQAAGE.2
003900*                  MONTHEND-13, PERIOD-12 (START OF THAT        * SQAAGE.2
004000*                  FISCAL PERIOD); SEE SQDEXPRC.  A REJECTED    * SQAAGE.2
004100*                  EXPRESSION PURGES NOTHING AND SETS RETURN    * SQAAGE.2
004200*                  CODE 8.                                      * SQAAGE.2
004300*      COLS 24-31  OPERATOR ID.  A RUN THAT WOULD PURGE         * SQAAGE.2
004400*                  ANYTHING NEEDS OPERAUTH AUTHORITY FOR        * SQAAGE.2
004500*                  SQAAGE PURGE (CHECKED THROUGH DVZZAUT, SEE   * SQAAGE.2
004600*                  SQAUTHRC); A REFUSED OPERATOR PURGES         * SQAAGE.2
004700*                  NOTHING, IS LOGGED ON THE SECURITY           * SQAAGE.2
004800*                  VIOLATION LOG AND SETS RETURN CODE 8.        * SQAAGE.2
004900*    NO CARD OR A ZERO CUTOFF PURGES NOTHING.                   * SQAAGE.2
005000*                                                               * SQAAGE.2
005100*    RETURN CODE 12 IF THE AUDIT MASTER OR THE SUMMARY FILE     * SQAAGE.2
005200*    WILL NOT OPEN, A SUMMARY CANNOT BE WRITTEN (NOTHING IS     * SQAAGE.2
005300*    DELETED), AN I/O ERROR STOPS A PASS, OR THE DELETES DO NOT * SQAAGE.2
005400*    AGREE WITH THE ARCHIVE.                                    * SQAAGE.2
005500*                                                               * SQAAGE.2
005600***************************************************************** SQAAGE.2
005700*                                                               * SQAAGE.2
005800*        X-CARDS USED BY THIS PROGRAM ARE :-                    * SQAAGE.2
005900*                                                               * SQAAGE.2
006000*            X-59   CUTOFF-DATE CARD READER FILE                * SQAAGE.2
006100*            X-72   AUDIT MASTER FILE (INDEXED)                 * SQAAGE.2
006200*            X-44   AUDIT MONTHLY SUMMARY FILE (INDEXED)        * SQAAGE.2
006300*            X-45   AUDIT MASTER AGE-OFF ARCHIVE FILE           * SQAAGE.2
006400*            X-65   GENERATION CATALOG FILE                     * SQAAGE.2
006500*            X-55   SYSTEM PRINTER                              * SQAAGE.2
006600*            X-82   SOURCE-COMPUTER                             * SQAAGE.2
006700*            X-83   OBJECT-COMPUTER                             * SQAAGE.2
006800*            X-84   LABEL RECORDS OPTION                        * SQAAGE.2
006900*                                                               * SQAAGE.2
007000***************************************************************** SQAAGE.2
007100 ENVIRONMENT DIVISION.                                            SQAAGE.2
007200 CONFIGURATION SECTION.                                           SQAAGE.2
007300 SOURCE-COMPUTER.                                                 SQAAGE.2
007400     XXXXX082.                                                    SQAAGE.2
007500 OBJECT-COMPUTER.                                                 SQAAGE.2
007600     XXXXX083.                                                    SQAAGE.2
007700 INPUT-OUTPUT SECTION.                                            SQAAGE.2
007800 FILE-CONTROL.                                                    SQAAGE.2
007900     SELECT OPTIONAL CUTOFF-CARD ASSIGN TO                        SQAAGE.2
008000     XXXXX059.                                                    SQAAGE.2
008100     SELECT AUDIT-MASTER ASSIGN TO                                SQAAGE.2
008200     XXXXX072                                                     SQAAGE.2
008300            ORGANIZATION IS INDEXED                               SQAAGE.2
008400            ACCESS MODE IS SEQUENTIAL                             SQAAGE.2
008500            RECORD KEY IS AM-KEY                                  SQAAGE.2
008600            FILE STATUS IS AUDIT-MASTER-STATUS.                   SQAAGE.2
008700     SELECT OPTIONAL AUDIT-SUMMARY ASSIGN TO                      SQAAGE.2
008800     XXXXX044                                                     SQAAGE.2
008900            ORGANIZATION IS INDEXED                               SQAAGE.2
009000            ACCESS MODE IS RANDOM                                 SQAAGE.2
009100            RECORD KEY IS SM-KEY                                  SQAAGE.2
009200            FILE STATUS IS SUMMARY-STATUS.                        SQAAGE.2
009300     SELECT ARCHIVE-FILE ASSIGN TO                                SQAAGE.2
009400     XXXXX045                                                     SQAAGE.2
009500            ORGANIZATION IS SEQUENTIAL.                           SQAAGE.2
009600     SELECT OPTIONAL GEN-CATALOG ASSIGN TO                        SQAAGE.2
009700     XXXXX065                                                     SQAAGE.2
009800            ORGANIZATION IS SEQUENTIAL                            SQAAGE.2
009900            FILE STATUS IS GEN-CATALOG-STATUS.                    SQAAGE.2
010000     SELECT PRINT-FILE ASSIGN TO                                  SQAAGE.2
010100     XXXXX055.                                                    SQAAGE.2
010200 DATA DIVISION.                                                   SQAAGE.2
010300 FILE SECTION.                                                    SQAAGE.2
010400 FD  CUTOFF-CARD                                                  SQAAGE.2
010500     LABEL RECORDS                                                SQAAGE.2
010600     XXXXX084                                                     SQAAGE.2
010700     DATA RECORD IS CUTOFF-CARD-REC                               SQAAGE.2
010800               .                                                  SQAAGE.2
010900 01  CUTOFF-CARD-REC.                                             SQAAGE.2
011000     05  CUT-DATE            PIC 9(8).                            SQAAGE.2
011100     05  CUT-DATE-X REDEFINES CUT-DATE PIC X(8).                  SQAAGE.2
011200     05  FILLER              PIC X(15).                           SQAAGE.2
011300     05  CUT-OPERATOR        PIC X(8).                            SQAAGE.2
011400     05  FILLER              PIC X(9).                            SQAAGE.2
011500     05  CUT-EXPRESSION      PIC X(20).                           SQAAGE.2
011600     05  FILLER              PIC X(20).                           SQAAGE.2
011700 FD  AUDIT-MASTER.                                                SQAAGE.2
011800 01  AUDIT-MASTER-SATZ.                                           SQAAGE.2
011900     02  AM-KEY.                                                  SQAAGE.2
012000         03  AM-FEATURE     PIC X(24).                            SQAAGE.2
012100         03  AM-PAR-NAME    PIC X(20).                            SQAAGE.2
012200         03  AM-RUN-DATE    PIC 9(8).                             SQAAGE.2
012300         03  AM-RUN-TIME    PIC 9(8).                             SQAAGE.2
012400         03  AM-SEQ         PIC 9(3).                             SQAAGE.2
012500     02  AM-PGM-ID          PIC X(9).                             SQAAGE.2
012600     02  AM-OUTCOME         PIC X(5).                             SQAAGE.2
012700     02  AM-RE-MARK         PIC X(61).                            SQAAGE.2
012800     02  AM-COMPILER-LEVEL  PIC X(8).                             SQAAGE.2
012900 FD  AUDIT-SUMMARY.                                               SQAAGE.2
013000     COPY SQAMSREC.                                               SQAAGE.2
013100 FD  ARCHIVE-FILE                                                 SQAAGE.2
013200     LABEL RECORDS ARE STANDARD.                                  SQAAGE.2
013300 01  ARCH-HEADER-REC.                                             SQAAGE.2
013400     05  AH-REC-TYPE         PIC X(6).                            SQAAGE.2
013500     05  AH-CUTOFF-DATE      PIC 9(8).                            SQAAGE.2
013600     05  AH-RUN-DATE         PIC 9(8).                            SQAAGE.2
013700     05  AH-RUN-TIME         PIC 9(8).                            SQAAGE.2
013800     05  FILLER              PIC X(130).                          SQAAGE.2
013900 01  ARCH-DETAIL-REC.                                             SQAAGE.2
014000     05  AD-REC-TYPE         PIC X(6).                            SQAAGE.2
014100     05  AD-AUDIT-IMAGE      PIC X(146).                          SQAAGE.2
014200     05  FILLER              PIC X(8).                            SQAAGE.2
014300 01  ARCH-TRAILER-REC.                                            SQAAGE.2
014400     05  AT-REC-TYPE         PIC X(6).                            SQAAGE.2
014500     05  AT-RECORD-COUNT     PIC 9(7).                            SQAAGE.2
014600     05  AT-SUM-PASS         PIC 9(7).                            SQAAGE.2
014700     05  AT-SUM-FAIL         PIC 9(7).                            SQAAGE.2
014800     05  AT-SUM-DELETED      PIC 9(7).                            SQAAGE.2
014900     05  AT-SUM-OTHER        PIC 9(7).                            SQAAGE.2
015000     05  AT-SUMMARIES        PIC 9(7).                            SQAAGE.2
015100     05  FILLER              PIC X(112).                          SQAAGE.2
015200 FD  GEN-CATALOG                                                  SQAAGE.2
015300     LABEL RECORDS ARE STANDARD.                                  SQAAGE.2
015400     COPY SQGCATRC.                                               SQAAGE.2
015500 FD  PRINT-FILE                                                   SQAAGE.2
015600     LABEL RECORDS                                                SQAAGE.2
015700     XXXXX084                                                     SQAAGE.2
015800     DATA RECORD IS PRINT-REC DUMMY-RECORD                        SQAAGE.2
015900               .                                                  SQAAGE.2
016000 01  PRINT-REC PICTURE X(120).                                    SQAAGE.2
016100 01  DUMMY-RECORD PICTURE X(120).                                 SQAAGE.2
016200 WORKING-STORAGE SECTION.                                         SQAAGE.2
016300 01  WS-EOF-SW              PIC X VALUE "N".                      SQAAGE.2
016400     88  WS-EOF                   VALUE "Y".                      SQAAGE.2
016500 01  WS-GROUP-OPEN-SW       PIC X VALUE "N".                      SQAAGE.2
016600     88  WS-GROUP-OPEN            VALUE "Y".                      SQAAGE.2
016700 01  WS-SUMMARY-SW          PIC X VALUE "N".                      SQAAGE.2
016800     88  WS-SUMMARY-COMPLETE      VALUE "Y".                      SQAAGE.2
016900 01  WS-BUILD-BETWEEN-SW    PIC X VALUE "N".                      SQAAGE.2
017000     88  WS-BUILD-BETWEEN         VALUE "Y".                      SQAAGE.2
017100 01  AUDIT-MASTER-STATUS    PIC XX VALUE "00".                    SQAAGE.2
017200 01  SUMMARY-STATUS         PIC XX VALUE "00".                    SQAAGE.2
017300 01  GEN-CATALOG-STATUS     PIC XX VALUE "00".                    SQAAGE.2
017400 01  WS-CUTOFF-DATE         PIC 9(8) VALUE ZERO.                  SQAAGE.2
017500 01  WS-DATE-WORK           PIC 9(8).                             SQAAGE.2
017600 01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.                   SQAAGE.2
017700     05  WS-DW-MONTH         PIC 9(6).                            SQAAGE.2
017800     05  WS-DW-DAY           PIC 9(2).                            SQAAGE.2
017900 01  WS-RUN-DATE            PIC 9(8).                             SQAAGE.2
018000 01  WS-RUN-TIME            PIC 9(8).                             SQAAGE.2
018100     COPY SQDEXPRC.                                               SQAAGE.2
018200     COPY SQAUTHRC.                                               SQAAGE.2
018300 01  WS-ARCHIVED-COUNT      PIC 9(7) COMP VALUE ZERO.             SQAAGE.2
018400 01  WS-KEPT-COUNT          PIC 9(7) COMP VALUE ZERO.             SQAAGE.2
018500 01  WS-DELETED-COUNT       PIC 9(7) COMP VALUE ZERO.             SQAAGE.2
018600 01  WS-SUM-PASS            PIC 9(7) COMP VALUE ZERO.             SQAAGE.2
018700 01  WS-SUM-FAIL            PIC 9(7) COMP VALUE ZERO.             SQAAGE.2
018800 01  WS-SUM-DELETED         PIC 9(7) COMP VALUE ZERO.             SQAAGE.2
018900 01  WS-SUM-OTHER           PIC 9(7) COMP VALUE ZERO.             SQAAGE.2
019000 01  WS-SUMMARIES-WRITTEN   PIC 9(7) COMP VALUE ZERO.             SQAAGE.2
019100 01  WS-SUMMARIES-ADDED-TO  PIC 9(7) COMP VALUE ZERO.             SQAAGE.2
019200 01  WS-GEN-COUNT           PIC 9(4) COMP VALUE ZERO.             SQAAGE.2
019300 01  WS-GEN-SUB             PIC 9(4) COMP VALUE ZERO.             SQAAGE.2
019400 01  GEN-STAMP-TABLE.                                             SQAAGE.2
019500     05  GEN-STAMP-ENTRY OCCURS 500 TIMES.                        SQAAGE.2
019600         10  GS-STAMP        PIC X(16).                           SQAAGE.2
019700*    THE MONTH NOW BEING ROLLED UP - ONE FEATURE / PARAGRAPH      SQAAGE.2
019800*    PAIR AND ONE MONTH OF ITS AGED OUTCOMES.                     SQAAGE.2
019900 01  WS-MONTH-KEY.                                                SQAAGE.2
020000     05  WS-MK-FEATURE       PIC X(24).                           SQAAGE.2
020100     05  WS-MK-PAR-NAME      PIC X(20).                           SQAAGE.2
020200     05  WS-MK-MONTH         PIC 9(6).                            SQAAGE.2
020300 01  WS-MT-PASS             PIC 9(7) COMP VALUE ZERO.             SQAAGE.2
020400 01  WS-MT-FAIL             PIC 9(7) COMP VALUE ZERO.             SQAAGE.2
020500 01  WS-MT-DELETE           PIC 9(7) COMP VALUE ZERO.             SQAAGE.2
020600 01  WS-MT-OTHER            PIC 9(7) COMP VALUE ZERO.             SQAAGE.2
020700 01  WS-MT-REVERSALS        PIC 9(5) COMP VALUE ZERO.             SQAAGE.2
020800 01  WS-MT-UNEXPLAINED      PIC 9(5) COMP VALUE ZERO.             SQAAGE.2
020900 01  WS-MT-FIRST-OUTCOME    PIC X(5) VALUE SPACE.                 SQAAGE.2
021000 01  WS-MT-FIRST-STAMP      PIC X(16) VALUE SPACE.                SQAAGE.2
021100 01  WS-PREV-OUTCOME        PIC X(5) VALUE SPACE.                 SQAAGE.2
021200 01  WS-PREV-STAMP          PIC X(16) VALUE SPACE.                SQAAGE.2
021300 01  WS-CUR-STAMP.                                                SQAAGE.2
021400     05  WCS-DATE            PIC 9(8).                            SQAAGE.2
021500     05  WCS-TIME            PIC 9(8).                            SQAAGE.2
021600 01  HEAD-LINE-1.                                                 SQAAGE.2
021700     05  FILLER              PIC X(50) VALUE                      SQAAGE.2
021800         "AUDIT MASTER AGE-OFF / MONTHLY SUMMARY ROLL-UP".        SQAAGE.2
021900 01  HEAD-LINE-2.                                                 SQAAGE.2
022000     05  FILLER              PIC X(14) VALUE "CUTOFF DATE = ".    SQAAGE.2
022100     05  HL-CUTOFF-DATE      PIC 9(8).                            SQAAGE.2
022200     05  FILLER              PIC X(2)  VALUE SPACE.               SQAAGE.2
022300     05  HL-CUTOFF-NOTE      PIC X(50) VALUE SPACE.               SQAAGE.2
022400 01  HEAD-LINE-3.                                                 SQAAGE.2
022500     05  FILLER              PIC X(25) VALUE "FEATURE".           SQAAGE.2
022600     05  FILLER              PIC X(21) VALUE "PARAGRAPH".         SQAAGE.2
022700     05  FILLER              PIC X(8)  VALUE "MONTH".             SQAAGE.2
022800     05  FILLER              PIC X(8)  VALUE "   PASS".           SQAAGE.2
022900     05  FILLER              PIC X(8)  VALUE "   FAIL".           SQAAGE.2
023000     05  FILLER              PIC X(8)  VALUE "    DEL".           SQAAGE.2
023100     05  FILLER              PIC X(8)  VALUE "  OTHER".           SQAAGE.2
023200     05  FILLER              PIC X(6)  VALUE "  REV".             SQAAGE.2
023300     05  FILLER              PIC X(6)  VALUE " UNEXP".            SQAAGE.2
023400 01  DETAIL-LINE.                                                 SQAAGE.2
023500     05  DL-FEATURE          PIC X(24).                           SQAAGE.2
023600     05  FILLER              PIC X(1)  VALUE SPACE.               SQAAGE.2
023700     05  DL-PAR-NAME         PIC X(20).                           SQAAGE.2
023800     05  FILLER              PIC X(1)  VALUE SPACE.               SQAAGE.2
023900     05  DL-MONTH            PIC 9(6).                            SQAAGE.2
024000     05  FILLER              PIC X(2)  VALUE SPACE.               SQAAGE.2
024100     05  DL-PASS             PIC ZZZZZZ9.                         SQAAGE.2
024200     05  FILLER              PIC X(1)  VALUE SPACE.               SQAAGE.2
024300     05  DL-FAIL             PIC ZZZZZZ9.                         SQAAGE.2
024400     05  FILLER              PIC X(1)  VALUE SPACE.               SQAAGE.2
024500     05  DL-DELETE           PIC ZZZZZZ9.                         SQAAGE.2
024600     05  FILLER              PIC X(1)  VALUE SPACE.               SQAAGE.2
024700     05  DL-OTHER            PIC ZZZZZZ9.                         SQAAGE.2
024800     05  FILLER              PIC X(1)  VALUE SPACE.               SQAAGE.2
024900     05  DL-REVERSALS        PIC ZZZZ9.                           SQAAGE.2
025000     05  FILLER              PIC X(1)  VALUE SPACE.               SQAAGE.2
025100     05  DL-UNEXPLAINED      PIC ZZZZ9.                           SQAAGE.2
025200     05  FILLER              PIC X(2)  VALUE SPACE.               SQAAGE.2
025300     05  DL-ADDED            PIC X(8).                            SQAAGE.2
025400 01  MESSAGE-LINE.                                                SQAAGE.2
025500     05  FILLER              PIC X(2)  VALUE SPACE.               SQAAGE.2
025600     05  ML-TEXT             PIC X(80).                           SQAAGE.2
025700 01  SUMMARY-LINE.                                                SQAAGE.2
025800     05  SL-LITERAL          PIC X(30).                           SQAAGE.2
025900     05  SL-COUNT            PIC ZZZZZZ9.                         SQAAGE.2
026000 PROCEDURE DIVISION.                                              SQAAGE.2
026100 MAINLINE.                                                        SQAAGE.2
026200     PERFORM OPEN-FILES.                                          SQAAGE.2
026300     IF WS-CUTOFF-DATE GREATER THAN ZERO                          SQAAGE.2
026400         PERFORM SUMMARIZE-AGED-OUTCOMES                          SQAAGE.2
026500     END-IF.                                                      SQAAGE.2
026600     IF WS-SUMMARY-COMPLETE                                       SQAAGE.2
026700         PERFORM DELETE-AGED-OUTCOMES                             SQAAGE.2
026800     END-IF.                                                      SQAAGE.2
026900     PERFORM CLOSE-FILES.                                         SQAAGE.2
027000     STOP RUN.                                                    SQAAGE.2
027100 OPEN-FILES.                                                      SQAAGE.2
027200     OPEN INPUT CUTOFF-CARD.                                      SQAAGE.2
027300     READ CUTOFF-CARD                                             SQAAGE.2
027400         AT END                                                   SQAAGE.2
027500             MOVE ZERO TO CUT-DATE                                SQAAGE.2
027600             MOVE SPACE TO CUT-EXPRESSION                         SQAAGE.2
027700             MOVE SPACE TO CUT-OPERATOR                           SQAAGE.2
027800     END-READ.                                                    SQAAGE.2
027900     CLOSE CUTOFF-CARD.                                           SQAAGE.2
028000     IF CUT-DATE NUMERIC                                          SQAAGE.2
028100         MOVE CUT-DATE TO WS-CUTOFF-DATE                          SQAAGE.2
028200     END-IF.                                                      SQAAGE.2
028300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       SQAAGE.2
028400     ACCEPT WS-RUN-TIME FROM TIME.                                SQAAGE.2
028500     MOVE ZERO TO DX-RC.                                          SQAAGE.2
028600     IF CUT-DATE-X EQUAL TO SPACE                                 SQAAGE.2
028700        AND CUT-EXPRESSION NOT EQUAL TO SPACE                     SQAAGE.2
028800         PERFORM RESOLVE-CUTOFF-EXPRESSION                        SQAAGE.2
028900     END-IF.                                                      SQAAGE.2
029000     IF WS-CUTOFF-DATE GREATER THAN ZERO                          SQAAGE.2
029100         MOVE WS-CUTOFF-DATE TO WS-DATE-WORK                      SQAAGE.2
029200         MOVE 1 TO WS-DW-DAY                                      SQAAGE.2
029300         MOVE WS-DATE-WORK TO WS-CUTOFF-DATE                      SQAAGE.2
029400         PERFORM CHECK-PURGE-AUTHORITY                            SQAAGE.2
029500     END-IF.                                                      SQAAGE.2
029600     OPEN OUTPUT PRINT-FILE.                                      SQAAGE.2
029700     MOVE WS-CUTOFF-DATE TO HL-CUTOFF-DATE.                       SQAAGE.2
029800     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQAAGE.2
029900     WRITE PRINT-REC FROM HEAD-LINE-2 AFTER ADVANCING 2 LINES.    SQAAGE.2
030000     IF DX-RC NOT EQUAL TO ZERO                                   SQAAGE.2
030100         MOVE DX-MESSAGE TO ML-TEXT                               SQAAGE.2
030200         WRITE PRINT-REC FROM MESSAGE-LINE                        SQAAGE.2
030300             AFTER ADVANCING 1 LINE                               SQAAGE.2
030400     END-IF.                                                      SQAAGE.2
030500     MOVE "N" TO WS-EOF-SW.                                       SQAAGE.2
030600     OPEN INPUT GEN-CATALOG.                                      SQAAGE.2
030700     IF GEN-CATALOG-STATUS NOT EQUAL TO "00"                      SQAAGE.2
030800        AND GEN-CATALOG-STATUS NOT EQUAL TO "05"                  SQAAGE.2
030900         MOVE "Y" TO WS-EOF-SW                                    SQAAGE.2
031000     END-IF.                                                      SQAAGE.2
031100     PERFORM LOAD-GEN-CATALOG                                     SQAAGE.2
031200         UNTIL WS-EOF.                                            SQAAGE.2
031300     CLOSE GEN-CATALOG.                                           SQAAGE.2
031400 RESOLVE-CUTOFF-EXPRESSION.                                       SQAAGE.2
031500     MOVE CUT-EXPRESSION TO DX-EXPRESSION.                        SQAAGE.2
031600     MOVE WS-RUN-DATE TO DX-BASE-DATE.                            SQAAGE.2
031700     MOVE "S" TO DX-BOUNDARY.                                     SQAAGE.2
031800     CALL "4e9d0c72" USING DX-EXPRESSION DX-BASE-DATE DX-BOUNDARY SQAAGE.2
031900                           DX-RC DX-MESSAGE DX-RESULT.            SQAAGE.2
032000     IF DX-RC EQUAL TO ZERO                                       SQAAGE.2
032100         MOVE DX-RESULT TO WS-CUTOFF-DATE                         SQAAGE.2
032200         STRING "RESOLVED FROM " CUT-EXPRESSION                   SQAAGE.2
032300             DELIMITED BY SIZE INTO HL-CUTOFF-NOTE                SQAAGE.2
032400     ELSE                                                         SQAAGE.2
032500         MOVE ZERO TO WS-CUTOFF-DATE                              SQAAGE.2
032600         MOVE "** DATE EXPRESSION REJECTED - NOTHING PURGED"      SQAAGE.2
032700             TO HL-CUTOFF-NOTE                                    SQAAGE.2
032800         MOVE 8 TO RETURN-CODE                                    SQAAGE.2
032900     END-IF.                                                      SQAAGE.2
033000 CHECK-PURGE-AUTHORITY.                                           SQAAGE.2
033100     MOVE "C" TO AQ-FUNCTION.                                     SQAAGE.2
033200     MOVE CUT-OPERATOR TO AQ-OPERATOR.                            SQAAGE.2
033300     MOVE "SQAAGE" TO AQ-UTILITY.                                 SQAAGE.2
033400     MOVE "PURGE" TO AQ-ACTION.                                   SQAAGE.2
033500     MOVE CUTOFF-CARD-REC TO AQ-DETAIL.                           SQAAGE.2
033600     CALL "DVZZAUT" USING AUTHORITY-QUERY.                        SQAAGE.2
033700     IF NOT AQ-IS-AUTHORIZED                                      SQAAGE.2
033800         MOVE ZERO TO WS-CUTOFF-DATE                              SQAAGE.2
033900         MOVE SPACE TO HL-CUTOFF-NOTE                             SQAAGE.2
034000         STRING "** " AQ-REASON " - NOTHING PURGED"               SQAAGE.2
034100             DELIMITED BY SIZE INTO HL-CUTOFF-NOTE                SQAAGE.2
034200         MOVE 8 TO RETURN-CODE                                    SQAAGE.2
034300     END-IF.                                                      SQAAGE.2
034400 LOAD-GEN-CATALOG.                                                SQAAGE.2
034500     READ GEN-CATALOG                                             SQAAGE.2
034600         AT END                                                   SQAAGE.2
034700             MOVE "Y" TO WS-EOF-SW                                SQAAGE.2
034800         NOT AT END                                               SQAAGE.2
034900             PERFORM STORE-GEN-STAMP                              SQAAGE.2
035000     END-READ.                                                    SQAAGE.2
035100 STORE-GEN-STAMP.                                                 SQAAGE.2
035200     IF WS-GEN-COUNT LESS THAN 500                                SQAAGE.2
035300         ADD 1 TO WS-GEN-COUNT                                    SQAAGE.2
035400         MOVE GC-BUILD-DATE                                       SQAAGE.2
035500             TO GS-STAMP (WS-GEN-COUNT) (1:8)                     SQAAGE.2
035600         MOVE GC-BUILD-TIME                                       SQAAGE.2
035700             TO GS-STAMP (WS-GEN-COUNT) (9:8)                     SQAAGE.2
035800     END-IF.                                                      SQAAGE.2
035900 SUMMARIZE-AGED-OUTCOMES.                                         SQAAGE.2
036000*    PASS 1.  THE MASTER IS KEYED FEATURE / PARAGRAPH /           SQAAGE.2
036100*    RUN-DATE, SO EACH PAIR'S AGED OUTCOMES COME FIRST IN THE     SQAAGE.2
036200*    PAIR AND IN RUN ORDER, ONE MONTH AFTER ANOTHER.  THE AUDIT   SQAAGE.2
036300*    MASTER IS ONLY READ HERE; NOTHING IS DELETED UNTIL THE PASS  SQAAGE.2
036350*    HAS FINISHED.                                                SQAAGE.2
036400     MOVE "N" TO WS-EOF-SW.                                       SQAAGE.2
036500     OPEN INPUT AUDIT-MASTER.                                     SQAAGE.2
036600     IF AUDIT-MASTER-STATUS NOT EQUAL TO "00"                     SQAAGE.2
036700         MOVE "** AUDIT MASTER WOULD NOT OPEN - NOTHING PURGED"   SQAAGE.2
036800             TO ML-TEXT                                           SQAAGE.2
036900         PERFORM STOP-ON-ERROR                                    SQAAGE.2
037000     ELSE                                                         SQAAGE.2
037100         OPEN I-O AUDIT-SUMMARY                                   SQAAGE.2
037200         IF SUMMARY-STATUS NOT EQUAL TO "00"                      SQAAGE.2
037300            AND SUMMARY-STATUS NOT EQUAL TO "05"                  SQAAGE.2
037400             MOVE "** SUMMARIES WOULD NOT OPEN - NOTHING PURGED"  SQAAGE.2
037500               TO ML-TEXT                                         SQAAGE.2
037600             PERFORM STOP-ON-ERROR                                SQAAGE.2
037700             CLOSE AUDIT-MASTER                                   SQAAGE.2
037800         END-IF                                                   SQAAGE.2
037900     END-IF.                                                      SQAAGE.2
038000     IF RETURN-CODE LESS THAN 12                                  SQAAGE.2
038100         PERFORM START-SUMMARY-PASS                               SQAAGE.2
038200         PERFORM SUMMARIZE-ONE-OUTCOME                            SQAAGE.2
038300             UNTIL WS-EOF                                         SQAAGE.2
038400         PERFORM END-MONTH-GROUP                                  SQAAGE.2
038500         PERFORM END-SUMMARY-PASS                                 SQAAGE.2
038600     END-IF.                                                      SQAAGE.2
038700 START-SUMMARY-PASS.                                              SQAAGE.2
038800     OPEN OUTPUT ARCHIVE-FILE.                                    SQAAGE.2
038900     MOVE SPACE TO ARCH-HEADER-REC.                               SQAAGE.2
039000     MOVE "HEADER" TO AH-REC-TYPE.                                SQAAGE.2
039100     MOVE WS-CUTOFF-DATE TO AH-CUTOFF-DATE.                       SQAAGE.2
039200     MOVE WS-RUN-DATE TO AH-RUN-DATE.                             SQAAGE.2
039300     MOVE WS-RUN-TIME TO AH-RUN-TIME.                             SQAAGE.2
039400     WRITE ARCH-HEADER-REC.                                       SQAAGE.2
039500     WRITE PRINT-REC FROM HEAD-LINE-3 AFTER ADVANCING 2 LINES.    SQAAGE.2
039600     PERFORM READ-NEXT-AUDIT-MASTER.                              SQAAGE.2
039700 READ-NEXT-AUDIT-MASTER.                                          SQAAGE.2
039800     READ AUDIT-MASTER NEXT RECORD                                SQAAGE.2
039900         AT END                                                   SQAAGE.2
040000             MOVE "Y" TO WS-EOF-SW                                SQAAGE.2
040100     END-READ.                                                    SQAAGE.2
040200     IF AUDIT-MASTER-STATUS NOT EQUAL TO "00"                     SQAAGE.2
040300        AND AUDIT-MASTER-STATUS NOT EQUAL TO "02"                 SQAAGE.2
040400        AND AUDIT-MASTER-STATUS NOT EQUAL TO "10"                 SQAAGE.2
040500         MOVE "Y" TO WS-EOF-SW                                    SQAAGE.2
040600         MOVE "** AUDIT MASTER READ ERROR - PASS STOPPED"         SQAAGE.2
040700             TO ML-TEXT                                           SQAAGE.2
040800         PERFORM STOP-ON-ERROR                                    SQAAGE.2
040900     END-IF.                                                      SQAAGE.2
041000 SUMMARIZE-ONE-OUTCOME.                                           SQAAGE.2
041100     IF AM-RUN-DATE LESS THAN WS-CUTOFF-DATE                      SQAAGE.2
041200         PERFORM ARCHIVE-ONE-OUTCOME                              SQAAGE.2
041300     ELSE                                                         SQAAGE.2
041400         ADD 1 TO WS-KEPT-COUNT                                   SQAAGE.2
041500     END-IF.                                                      SQAAGE.2
041600     PERFORM READ-NEXT-AUDIT-MASTER.                              SQAAGE.2
041700 ARCHIVE-ONE-OUTCOME.                                             SQAAGE.2
041800     MOVE AM-RUN-DATE TO WS-DATE-WORK.                            SQAAGE.2
041900     IF NOT WS-GROUP-OPEN                                         SQAAGE.2
042000        OR AM-FEATURE NOT EQUAL TO WS-MK-FEATURE                  SQAAGE.2
042100        OR AM-PAR-NAME NOT EQUAL TO WS-MK-PAR-NAME                SQAAGE.2
042200        OR WS-DW-MONTH NOT EQUAL TO WS-MK-MONTH                   SQAAGE.2
042300         PERFORM END-MONTH-GROUP                                  SQAAGE.2
042400         PERFORM START-MONTH-GROUP                                SQAAGE.2
042500     END-IF.                                                      SQAAGE.2
042600     MOVE SPACE TO ARCH-DETAIL-REC.                               SQAAGE.2
042700     MOVE "DETAIL" TO AD-REC-TYPE.                                SQAAGE.2
042800     MOVE AUDIT-MASTER-SATZ TO AD-AUDIT-IMAGE.                    SQAAGE.2
042900     WRITE ARCH-DETAIL-REC.                                       SQAAGE.2
043000     ADD 1 TO WS-ARCHIVED-COUNT.                                  SQAAGE.2
043100     MOVE AM-RUN-DATE TO WCS-DATE.                                SQAAGE.2
043200     MOVE AM-RUN-TIME TO WCS-TIME.                                SQAAGE.2
043300     IF AM-OUTCOME EQUAL TO "PASS "                               SQAAGE.2
043400        OR AM-OUTCOME EQUAL TO "FAIL*"                            SQAAGE.2
043500         IF AM-OUTCOME EQUAL TO "PASS "                           SQAAGE.2
043600             ADD 1 TO WS-MT-PASS                                  SQAAGE.2
043700             ADD 1 TO WS-SUM-PASS                                 SQAAGE.2
043800         ELSE                                                     SQAAGE.2
043900             ADD 1 TO WS-MT-FAIL                                  SQAAGE.2
044000             ADD 1 TO WS-SUM-FAIL                                 SQAAGE.2
044100         END-IF                                                   SQAAGE.2
044200         PERFORM NOTE-REVERSAL                                    SQAAGE.2
044300         IF WS-MT-FIRST-OUTCOME EQUAL TO SPACE                    SQAAGE.2
044400             MOVE AM-OUTCOME TO WS-MT-FIRST-OUTCOME               SQAAGE.2
044500             MOVE WS-CUR-STAMP TO WS-MT-FIRST-STAMP               SQAAGE.2
044600         END-IF                                                   SQAAGE.2
044700         MOVE AM-OUTCOME TO WS-PREV-OUTCOME                       SQAAGE.2
044800         MOVE WS-CUR-STAMP TO WS-PREV-STAMP                       SQAAGE.2
044900     ELSE                                                         SQAAGE.2
045000         IF AM-OUTCOME EQUAL TO "*****"                           SQAAGE.2
045100             ADD 1 TO WS-MT-DELETE                                SQAAGE.2
045200             ADD 1 TO WS-SUM-DELETED                              SQAAGE.2
045300         ELSE                                                     SQAAGE.2
045400             ADD 1 TO WS-MT-OTHER                                 SQAAGE.2
045500             ADD 1 TO WS-SUM-OTHER                                SQAAGE.2
045600         END-IF                                                   SQAAGE.2
045700     END-IF.                                                      SQAAGE.2
045800 NOTE-REVERSAL.                                                   SQAAGE.2
045900*    THE SAME RULE AS SQQSTA: A REVERSAL BETWEEN TWO CONSECUTIVE  SQAAGE.2
046000*    RUNS IS EXPLAINED WHEN A TAPE BUILD FALLS BETWEEN THEM.      SQAAGE.2
046100*    REVERSALS ACROSS THE EDGE OF THE MONTH ARE LEFT TO THE       SQAAGE.2
046200*    READERS, WHO HAVE THE FIRST AND LAST OUTCOME OF EACH MONTH.  SQAAGE.2
046300     IF WS-PREV-OUTCOME NOT EQUAL TO SPACE                        SQAAGE.2
046400        AND WS-PREV-OUTCOME NOT EQUAL TO AM-OUTCOME               SQAAGE.2
046500         ADD 1 TO WS-MT-REVERSALS                                 SQAAGE.2
046600         PERFORM CHECK-BUILD-BETWEEN                              SQAAGE.2
046700         IF NOT WS-BUILD-BETWEEN                                  SQAAGE.2
046800             ADD 1 TO WS-MT-UNEXPLAINED                           SQAAGE.2
046900         END-IF                                                   SQAAGE.2
047000     END-IF.                                                      SQAAGE.2
047100 CHECK-BUILD-BETWEEN.                                             SQAAGE.2
047200     MOVE "N" TO WS-BUILD-BETWEEN-SW.                             SQAAGE.2
047300     PERFORM TEST-ONE-GEN-STAMP                                   SQAAGE.2
047400         VARYING WS-GEN-SUB FROM 1 BY 1                           SQAAGE.2
047500         UNTIL WS-GEN-SUB GREATER THAN WS-GEN-COUNT               SQAAGE.2
047600            OR WS-BUILD-BETWEEN.                                  SQAAGE.2
047700 TEST-ONE-GEN-STAMP.                                              SQAAGE.2
047800     IF GS-STAMP (WS-GEN-SUB) GREATER THAN WS-PREV-STAMP          SQAAGE.2
047900        AND GS-STAMP (WS-GEN-SUB) LESS THAN WS-CUR-STAMP          SQAAGE.2
048000         MOVE "Y" TO WS-BUILD-BETWEEN-SW                          SQAAGE.2
048100     END-IF.                                                      SQAAGE.2
048200 START-MONTH-GROUP.                                               SQAAGE.2
048300     MOVE "Y" TO WS-GROUP-OPEN-SW.                                SQAAGE.2
048400     MOVE AM-FEATURE TO WS-MK-FEATURE.                            SQAAGE.2
048500     MOVE AM-PAR-NAME TO WS-MK-PAR-NAME.                          SQAAGE.2
048600     MOVE WS-DW-MONTH TO WS-MK-MONTH.                             SQAAGE.2
048700     MOVE ZERO TO WS-MT-PASS.                                     SQAAGE.2
048800     MOVE ZERO TO WS-MT-FAIL.                                     SQAAGE.2
048900     MOVE ZERO TO WS-MT-DELETE.                                   SQAAGE.2
049000     MOVE ZERO TO WS-MT-OTHER.                                    SQAAGE.2
049100     MOVE ZERO TO WS-MT-REVERSALS.                                SQAAGE.2
049200     MOVE ZERO TO WS-MT-UNEXPLAINED.                              SQAAGE.2
049300     MOVE SPACE TO WS-MT-FIRST-OUTCOME.                           SQAAGE.2
049400     MOVE SPACE TO WS-MT-FIRST-STAMP.                             SQAAGE.2
049500     MOVE SPACE TO WS-PREV-OUTCOME.                               SQAAGE.2
049600     MOVE SPACE TO WS-PREV-STAMP.                                 SQAAGE.2
049700 END-MONTH-GROUP.                                                 SQAAGE.2
049800*    THE MONTH'S SUMMARY IS WRITTEN, OR ADDED TO THE ONE ALREADY  SQAAGE.2
049900*    ON FILE FOR THE SAME PAIR AND MONTH.  A SUMMARY THAT CANNOT  SQAAGE.2
050000*    BE WRITTEN STOPS THE RUN BEFORE ANYTHING IS DELETED.         SQAAGE.2
050100     IF WS-GROUP-OPEN                                             SQAAGE.2
050200        AND RETURN-CODE LESS THAN 12                              SQAAGE.2
050300         MOVE "N" TO WS-GROUP-OPEN-SW                             SQAAGE.2
050400         MOVE WS-MONTH-KEY TO SM-KEY                              SQAAGE.2
050500         MOVE SPACE TO DL-ADDED                                   SQAAGE.2
050600         READ AUDIT-SUMMARY                                       SQAAGE.2
050700             INVALID KEY                                          SQAAGE.2
050800                 PERFORM WRITE-NEW-SUMMARY                        SQAAGE.2
050900             NOT INVALID KEY                                      SQAAGE.2
051000                 PERFORM ADD-TO-SUMMARY                           SQAAGE.2
051100         END-READ                                                 SQAAGE.2
051200         IF SUMMARY-STATUS NOT EQUAL TO "00"                      SQAAGE.2
051300             MOVE "** SUMMARY NOT WRITTEN - NOTHING PURGED"       SQAAGE.2
051400                 TO ML-TEXT                                       SQAAGE.2
051500             PERFORM STOP-ON-ERROR                                SQAAGE.2
051600             MOVE "Y" TO WS-EOF-SW                                SQAAGE.2
051700         ELSE                                                     SQAAGE.2
051800             PERFORM PRINT-MONTH-LINE                             SQAAGE.2
051900         END-IF                                                   SQAAGE.2
052000     END-IF.                                                      SQAAGE.2
052100 WRITE-NEW-SUMMARY.                                               SQAAGE.2
052200     MOVE SPACE TO AUDIT-SUMMARY-REC.                             SQAAGE.2
052300     MOVE WS-MONTH-KEY TO SM-KEY.                                 SQAAGE.2
052400     MOVE WS-MT-PASS TO SM-PASS-CT.                               SQAAGE.2
052500     MOVE WS-MT-FAIL TO SM-FAIL-CT.                               SQAAGE.2
052600     MOVE WS-MT-DELETE TO SM-DELETE-CT.                           SQAAGE.2
052700     MOVE WS-MT-OTHER TO SM-OTHER-CT.                             SQAAGE.2
052800     MOVE WS-MT-REVERSALS TO SM-REVERSALS.                        SQAAGE.2
052900     MOVE WS-MT-UNEXPLAINED TO SM-UNEXPLAINED.                    SQAAGE.2
053000     MOVE WS-MT-FIRST-OUTCOME TO SM-FIRST-OUTCOME.                SQAAGE.2
053100     MOVE WS-MT-FIRST-STAMP TO SM-FIRST-STAMP.                    SQAAGE.2
053200     MOVE WS-PREV-OUTCOME TO SM-LAST-OUTCOME.                     SQAAGE.2
053300     MOVE WS-PREV-STAMP TO SM-LAST-STAMP.                         SQAAGE.2
053400     MOVE WS-RUN-DATE TO SM-AGED-DATE.                            SQAAGE.2
053500     MOVE WS-RUN-TIME TO SM-AGED-TIME.                            SQAAGE.2
053600     WRITE AUDIT-SUMMARY-REC                                      SQAAGE.2
053700         INVALID KEY CONTINUE                                     SQAAGE.2
053800     END-WRITE.                                                   SQAAGE.2
053900     IF SUMMARY-STATUS EQUAL TO "00"                              SQAAGE.2
054000         ADD 1 TO WS-SUMMARIES-WRITTEN                            SQAAGE.2
054100     END-IF.                                                      SQAAGE.2
054200 ADD-TO-SUMMARY.                                                  SQAAGE.2
054300*    LATE OUTCOMES ARE ADDED TO THE MONTH.  THEIR REVERSALS ARE   SQAAGE.2
054400*    COUNTED AMONG THEMSELVES; THE MONTH'S FIRST AND LAST         SQAAGE.2
054500*    OUTCOME MOVE OUT ONLY IF THE LATE ONES LIE BEFORE OR AFTER   SQAAGE.2
054550*    THEM.                                                        SQAAGE.2
054600     ADD WS-MT-PASS TO SM-PASS-CT.                                SQAAGE.2
054700     ADD WS-MT-FAIL TO SM-FAIL-CT.                                SQAAGE.2
054800     ADD WS-MT-DELETE TO SM-DELETE-CT.                            SQAAGE.2
054900     ADD WS-MT-OTHER TO SM-OTHER-CT.                              SQAAGE.2
055000     ADD WS-MT-REVERSALS TO SM-REVERSALS.                         SQAAGE.2
055100     ADD WS-MT-UNEXPLAINED TO SM-UNEXPLAINED.                     SQAAGE.2
055200     IF WS-MT-FIRST-OUTCOME NOT EQUAL TO SPACE                    SQAAGE.2
055300         IF SM-FIRST-OUTCOME EQUAL TO SPACE                       SQAAGE.2
055400            OR WS-MT-FIRST-STAMP LESS THAN SM-FIRST-STAMP         SQAAGE.2
055500             MOVE WS-MT-FIRST-OUTCOME TO SM-FIRST-OUTCOME         SQAAGE.2
055600             MOVE WS-MT-FIRST-STAMP TO SM-FIRST-STAMP             SQAAGE.2
055700         END-IF                                                   SQAAGE.2
055800         IF SM-LAST-OUTCOME EQUAL TO SPACE                        SQAAGE.2
055900            OR WS-PREV-STAMP GREATER THAN SM-LAST-STAMP           SQAAGE.2
056000             MOVE WS-PREV-OUTCOME TO SM-LAST-OUTCOME              SQAAGE.2
056100             MOVE WS-PREV-STAMP TO SM-LAST-STAMP                  SQAAGE.2
056200         END-IF                                                   SQAAGE.2
056300     END-IF.                                                      SQAAGE.2
056400     MOVE WS-RUN-DATE TO SM-AGED-DATE.                            SQAAGE.2
056500     MOVE WS-RUN-TIME TO SM-AGED-TIME.                            SQAAGE.2
056600     REWRITE AUDIT-SUMMARY-REC                                    SQAAGE.2
056700         INVALID KEY CONTINUE                                     SQAAGE.2
056800     END-REWRITE.                                                 SQAAGE.2
056900     IF SUMMARY-STATUS EQUAL TO "00"                              SQAAGE.2
057000         ADD 1 TO WS-SUMMARIES-ADDED-TO                           SQAAGE.2
057100         MOVE "ADDED TO" TO DL-ADDED                              SQAAGE.2
057200     END-IF.                                                      SQAAGE.2
057300 PRINT-MONTH-LINE.                                                SQAAGE.2
057400     MOVE WS-MK-FEATURE TO DL-FEATURE.                            SQAAGE.2
057500     MOVE WS-MK-PAR-NAME TO DL-PAR-NAME.                          SQAAGE.2
057600     MOVE WS-MK-MONTH TO DL-MONTH.                                SQAAGE.2
057700     MOVE WS-MT-PASS TO DL-PASS.                                  SQAAGE.2
057800     MOVE WS-MT-FAIL TO DL-FAIL.                                  SQAAGE.2
057900     MOVE WS-MT-DELETE TO DL-DELETE.                              SQAAGE.2
058000     MOVE WS-MT-OTHER TO DL-OTHER.                                SQAAGE.2
058100     MOVE WS-MT-REVERSALS TO DL-REVERSALS.                        SQAAGE.2
058200     MOVE WS-MT-UNEXPLAINED TO DL-UNEXPLAINED.                    SQAAGE.2
058300     WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1 LINE.     SQAAGE.2
058400 END-SUMMARY-PASS.                                                SQAAGE.2
058500     MOVE SPACE TO ARCH-TRAILER-REC.                              SQAAGE.2
058600     MOVE "TRAILR" TO AT-REC-TYPE.                                SQAAGE.2
058700     MOVE WS-ARCHIVED-COUNT TO AT-RECORD-COUNT.                   SQAAGE.2
058800     MOVE WS-SUM-PASS TO AT-SUM-PASS.                             SQAAGE.2
058900     MOVE WS-SUM-FAIL TO AT-SUM-FAIL.                             SQAAGE.2
059000     MOVE WS-SUM-DELETED TO AT-SUM-DELETED.                       SQAAGE.2
059100     MOVE WS-SUM-OTHER TO AT-SUM-OTHER.                           SQAAGE.2
059200     COMPUTE AT-SUMMARIES =                                       SQAAGE.2
059300         WS-SUMMARIES-WRITTEN + WS-SUMMARIES-ADDED-TO.            SQAAGE.2
059400     WRITE ARCH-TRAILER-REC.                                      SQAAGE.2
059500     CLOSE ARCHIVE-FILE.                                          SQAAGE.2
059600     CLOSE AUDIT-SUMMARY.                                         SQAAGE.2
059700     CLOSE AUDIT-MASTER.                                          SQAAGE.2
059800     IF RETURN-CODE LESS THAN 12                                  SQAAGE.2
059900        AND WS-ARCHIVED-COUNT GREATER THAN ZERO                   SQAAGE.2
060000         MOVE "Y" TO WS-SUMMARY-SW                                SQAAGE.2
060100     END-IF.                                                      SQAAGE.2
060200 DELETE-AGED-OUTCOMES.                                            SQAAGE.2
060300*    PASS 2.  EVERY OUTCOME OLDER THAN THE CUTOFF IS NOW ON THE   SQAAGE.2
060400*    ARCHIVE AND IN A MONTHLY SUMMARY, AND IS DELETED.            SQAAGE.2
060500     MOVE "N" TO WS-EOF-SW.                                       SQAAGE.2
060600     OPEN I-O AUDIT-MASTER.                                       SQAAGE.2
060700     IF AUDIT-MASTER-STATUS NOT EQUAL TO "00"                     SQAAGE.2
060800         MOVE "** AUDIT MASTER WOULD NOT OPEN FOR THE PURGE"      SQAAGE.2
060900             TO ML-TEXT                                           SQAAGE.2
061000         PERFORM STOP-ON-ERROR                                    SQAAGE.2
061100     ELSE                                                         SQAAGE.2
061200         PERFORM READ-NEXT-AUDIT-MASTER                           SQAAGE.2
061300         PERFORM DELETE-ONE-OUTCOME                               SQAAGE.2
061400             UNTIL WS-EOF                                         SQAAGE.2
061500         CLOSE AUDIT-MASTER                                       SQAAGE.2
061600     END-IF.                                                      SQAAGE.2
061700     IF WS-DELETED-COUNT NOT EQUAL TO WS-ARCHIVED-COUNT           SQAAGE.2
061800         MOVE "** OUTCOMES PURGED DO NOT AGREE WITH THE ARCHIVE"  SQAAGE.2
061900             TO ML-TEXT                                           SQAAGE.2
062000         PERFORM STOP-ON-ERROR                                    SQAAGE.2
062100     END-IF.                                                      SQAAGE.2
062200 DELETE-ONE-OUTCOME.                                              SQAAGE.2
062300     IF AM-RUN-DATE LESS THAN WS-CUTOFF-DATE                      SQAAGE.2
062400         DELETE AUDIT-MASTER RECORD                               SQAAGE.2
062500         IF AUDIT-MASTER-STATUS EQUAL TO "00"                     SQAAGE.2
062600             ADD 1 TO WS-DELETED-COUNT                            SQAAGE.2
062700         END-IF                                                   SQAAGE.2
062800     END-IF.                                                      SQAAGE.2
062900     PERFORM READ-NEXT-AUDIT-MASTER.                              SQAAGE.2
063000 STOP-ON-ERROR.                                                   SQAAGE.2
063100     WRITE PRINT-REC FROM MESSAGE-LINE AFTER ADVANCING 2 LINES.   SQAAGE.2
063200     MOVE 12 TO RETURN-CODE.                                      SQAAGE.2
063300 CLOSE-FILES.                                                     SQAAGE.2
063400     MOVE "OUTCOMES ARCHIVED =" TO SL-LITERAL.                    SQAAGE.2
063500     MOVE WS-ARCHIVED-COUNT TO SL-COUNT.                          SQAAGE.2
063600     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 3 LINES.   SQAAGE.2
063700     MOVE "  PASS =" TO SL-LITERAL.                               SQAAGE.2
063800     MOVE WS-SUM-PASS TO SL-COUNT.                                SQAAGE.2
063900     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQAAGE.2
064000     MOVE "  FAIL =" TO SL-LITERAL.                               SQAAGE.2
064100     MOVE WS-SUM-FAIL TO SL-COUNT.                                SQAAGE.2
064200     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQAAGE.2
064300     MOVE "  DELETE =" TO SL-LITERAL.                             SQAAGE.2
064400     MOVE WS-SUM-DELETED TO SL-COUNT.                             SQAAGE.2
064500     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQAAGE.2
064600     MOVE "  OTHER =" TO SL-LITERAL.                              SQAAGE.2
064700     MOVE WS-SUM-OTHER TO SL-COUNT.                               SQAAGE.2
064800     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQAAGE.2
064900     MOVE "OUTCOMES PURGED =" TO SL-LITERAL.                      SQAAGE.2
065000     MOVE WS-DELETED-COUNT TO SL-COUNT.                           SQAAGE.2
065100     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQAAGE.2
065200     MOVE "OUTCOMES KEPT ON FILE =" TO SL-LITERAL.                SQAAGE.2
065300     MOVE WS-KEPT-COUNT TO SL-COUNT.                              SQAAGE.2
065400     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQAAGE.2
065500     MOVE "MONTHLY SUMMARIES WRITTEN =" TO SL-LITERAL.            SQAAGE.2
065600     MOVE WS-SUMMARIES-WRITTEN TO SL-COUNT.                       SQAAGE.2
065700     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQAAGE.2
065800     MOVE "MONTHLY SUMMARIES ADDED TO =" TO SL-LITERAL.           SQAAGE.2
065900     MOVE WS-SUMMARIES-ADDED-TO TO SL-COUNT.                      SQAAGE.2
066000     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQAAGE.2
066100     CLOSE PRINT-FILE.                                            SQAAGE.2
