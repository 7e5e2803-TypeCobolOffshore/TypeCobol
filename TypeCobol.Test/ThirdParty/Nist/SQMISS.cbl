000100 IDENTIFICATION DIVISION.                                         SQMISS.2
000200 PROGRAM-ID.                                                      SQMISS.2
000300     SQMISS.                                                      SQMISS.2
000400***************************************************************** SQMISS.2
000500*                                                               * SQMISS.2
000600*    NIGHTLY MISSED-RUN CHECK AGAINST THE SUITE RUN CALENDAR    * SQMISS.2
000700*    (SEE SQRCAL).  SQXCHK RECONCILES THE RUNS THAT HAPPENED;   * SQMISS.2
000800*    THIS PROGRAM LOOKS FOR THE ONES THAT DID NOT.  FOR THE     * SQMISS.2
000900*    CHECK DATE IT TAKES EVERY DECK THE CALENDAR SCHEDULES,     * SQMISS.2
001000*    EXPANDS EACH DECK INTO ITS PROGRAMS, AND LISTS :-          * SQMISS.2
001100*                                                               * SQMISS.2
001200*      - EVERY PROGRAM EXPECTED ON THE DATE WITH NO RAW-DATA    * SQMISS.2
001300*        RUN RECORD FOR THAT DATE (A MISSED RUN), AND           * SQMISS.2
001400*      - EVERY RAW-DATA RUN ON THE DATE BY A PROGRAM NO DECK    * SQMISS.2
001500*        SCHEDULED FOR THAT DATE RUNS (AN UNSCHEDULED RUN).     * SQMISS.2
001600*                                                               * SQMISS.2
001700*    A STEP THAT SQDRVR RUNS ONLY ON A CONDITION (IFRJ, IFRC,   * SQMISS.2
001800*    IFOK) IS NOT EXPECTED TO RUN, BUT ITS RUN IS SCHEDULED.    * SQMISS.2
001900*    THE ALL-NINES RUNNING-COUNT CONTROL RECORDS ARE NEVER      * SQMISS.2
002000*    TREATED AS RUNS.  EACH FINDING ALSO GOES ON THE SHARED     * SQMISS.2
002100*    SUITE EXCEPTION FILE FOR THE MORNING REPORT (SQEXCR).      * SQMISS.2
002200*                                                               * SQMISS.2
002300*    CARD DECK :-                                               * SQMISS.2
002400*      COLS  1-8   "CHECKDAY" WITH COLS 10-17 = DATE TO CHECK,  * SQMISS.2
002500*                  YYYYMMDD (DEFAULT THE CURRENT DATE),         * SQMISS.2
002600*      COLS  1-8   "DECK    " WITH COLS 10-17 = NAME OF AN      * SQMISS.2
002700*                  SQDRVR DECK AS THE CALENDAR CARRIES IT,      * SQMISS.2
002800*                  FOLLOWED BY THAT DECK'S OWN CARDS AS SQDRVR  * SQMISS.2
002900*                  READS THEM - EACH PROGRAM CARD NAMES A       * SQMISS.2
003000*                  PROGRAM THE DECK RUNS; OPTION CARDS ARE      * SQMISS.2
003100*                  PASSED OVER.                                 * SQMISS.2
003200*                                                               * SQMISS.2
003300*    RETURN CODE 8 IF A RUN WAS MISSED, THE CALENDAR HAS NO     * SQMISS.2
003400*    RUNS FOR THE YEAR OF THE CHECK DATE, A SCHEDULED DECK HAS  * SQMISS.2
003500*    NO DECK CARDS OR A TABLE OVERFLOWS; OTHERWISE 4 IF A RUN   * SQMISS.2
003600*    WAS NOT SCHEDULED OR A CARD WAS REJECTED.                  * SQMISS.2
003700*                                                               * SQMISS.2
003800***************************************************************** SQMISS.2
003900*                                                               * SQMISS.2
004000*      X-CARDS USED BY THIS PROGRAM ARE :-                      * SQMISS.2
004100*                                                               * SQMISS.2
004200*            X-59   CHECK CARD READER FILE                      * SQMISS.2
004300*            X-31   SUITE RUN CALENDAR FILE                     * SQMISS.2
004400*            X-62   RAW-DATA HISTORY FILE (INDEXED)             * SQMISS.2
004500*            X-27   SUITE EXCEPTION FILE                        * SQMISS.2
004600*            X-55   SYSTEM PRINTER                              * SQMISS.2
004700*            X-82   SOURCE-COMPUTER                             * SQMISS.2
004800*            X-83   OBJECT-COMPUTER                             * SQMISS.2
004900*            X-84   LABEL RECORDS OPTION                        * SQMISS.2
005000*                                                               * SQMISS.2
005100***************************************************************** SQMISS.2
005200 ENVIRONMENT DIVISION.                                            SQMISS.2
005300 CONFIGURATION SECTION.                                           SQMISS.2
005400 SOURCE-COMPUTER.                                                 SQMISS.2
005500     XXXXX082.                                                    SQMISS.2
005600 OBJECT-COMPUTER.                                                 SQMISS.2
005700     XXXXX083.                                                    SQMISS.2
005800 INPUT-OUTPUT SECTION.                                            SQMISS.2
005900 FILE-CONTROL.                                                    SQMISS.2
006000     SELECT CHECK-CARD ASSIGN TO                                  SQMISS.2
006100     XXXXX059.                                                    SQMISS.2
006200     SELECT OPTIONAL RUN-CALENDAR ASSIGN TO                       SQMISS.2
006300     XXXXX031                                                     SQMISS.2
006400            ORGANIZATION IS SEQUENTIAL                            SQMISS.2
006500            FILE STATUS IS RUN-CALENDAR-STATUS.                   SQMISS.2
006600     SELECT RAW-DATA   ASSIGN TO                                  SQMISS.2
006700     XXXXX062                                                     SQMISS.2
006800            ORGANIZATION IS INDEXED                               SQMISS.2
006900            ACCESS MODE IS DYNAMIC                                SQMISS.2
007000            RECORD KEY IS RAW-DATA-KEY                            SQMISS.2
007100            ALTERNATE RECORD KEY IS RAW-DATA-RUN-DATE             SQMISS.2
007200            WITH DUPLICATES                                       SQMISS.2
007300            FILE STATUS IS RAW-DATA-STATUS.                       SQMISS.2
007400     SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO                     SQMISS.2
007500     XXXXX027                                                     SQMISS.2
007600            ORGANIZATION IS SEQUENTIAL                            SQMISS.2
007700            FILE STATUS IS EXCEPTION-STATUS.                      SQMISS.2
007800     SELECT PRINT-FILE ASSIGN TO                                  SQMISS.2
007900     XXXXX055.                                                    SQMISS.2
008000 DATA DIVISION.                                                   SQMISS.2
008100 FILE SECTION.                                                    SQMISS.2
008200 FD  CHECK-CARD                                                   SQMISS.2
008300     LABEL RECORDS                                                SQMISS.2
008400     XXXXX084                                                     SQMISS.2
008500     DATA RECORD IS CHECK-CARD-REC                                SQMISS.2
008600               .                                                  SQMISS.2
008700 01  CHECK-CARD-REC.                                              SQMISS.2
008800     05  CK-NAME             PIC X(8).                            SQMISS.2
008900     05  FILLER              PIC X(1).                            SQMISS.2
009000     05  CK-OPERAND          PIC X(8).                            SQMISS.2
009100     05  CK-OPERAND-9 REDEFINES CK-OPERAND                        SQMISS.2
009200                             PIC 9(8).                            SQMISS.2
009300     05  FILLER              PIC X(63).                           SQMISS.2
009400 01  STEP-CARD-REC.                                               SQMISS.2
009500     05  SC-PGM-NAME         PIC X(8).                            SQMISS.2
009600     05  FILLER              PIC X(1).                            SQMISS.2
009700     05  SC-COND             PIC X(4).                            SQMISS.2
009800     05  FILLER              PIC X(67).                           SQMISS.2
009900 FD  RUN-CALENDAR                                                 SQMISS.2
010000     LABEL RECORDS ARE STANDARD.                                  SQMISS.2
010100     COPY SQRCLREC.                                               SQMISS.2
010200 FD  RAW-DATA.                                                    SQMISS.2
010300     COPY SQRAWREC.                                               SQMISS.2
010400 FD  EXCEPTION-FILE                                               SQMISS.2
010500     LABEL RECORDS ARE STANDARD.                                  SQMISS.2
010600     COPY SQEXCREC.                                               SQMISS.2
010700 FD  PRINT-FILE                                                   SQMISS.2
010800     LABEL RECORDS                                                SQMISS.2
010900     XXXXX084                                                     SQMISS.2
011000     DATA RECORD IS PRINT-REC DUMMY-RECORD                        SQMISS.2
011100               .                                                  SQMISS.2
011200 01  PRINT-REC PICTURE X(120).                                    SQMISS.2
011300 01  DUMMY-RECORD PICTURE X(120).                                 SQMISS.2
011400 WORKING-STORAGE SECTION.                                         SQMISS.2
011500 01  WS-EOF-SW              PIC X VALUE "N".                      SQMISS.2
011600     88  WS-EOF                   VALUE "Y".                      SQMISS.2
011700 01  RUN-CALENDAR-STATUS    PIC XX VALUE "00".                    SQMISS.2
011800 01  RAW-DATA-STATUS        PIC XX VALUE "00".                    SQMISS.2
011900 01  EXCEPTION-STATUS       PIC XX VALUE "00".                    SQMISS.2
012000 01  WS-EXC-OPEN-SW         PIC X VALUE "N".                      SQMISS.2
012100     88  WS-EXC-OPEN              VALUE "Y".                      SQMISS.2
012200 01  WS-EXC-DATE            PIC 9(8).                             SQMISS.2
012300 01  WS-EXC-TIME            PIC 9(8).                             SQMISS.2
012400 01  WS-CHECK-DATE          PIC 9(8).                             SQMISS.2
012500 01  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.                     SQMISS.2
012600     05  WS-CHECK-YEAR      PIC 9(4).                             SQMISS.2
012700     05  FILLER             PIC 9(4).                             SQMISS.2
012800 01  WS-CURRENT-DECK        PIC X(8) VALUE SPACE.                 SQMISS.2
012900 01  WS-YEAR-RUNS           PIC 9(5) COMP VALUE ZERO.             SQMISS.2
013000 01  WS-CARDS-REJECTED      PIC 9(4) COMP VALUE ZERO.             SQMISS.2
013100 01  WS-DECK-COUNT          PIC 9(4) COMP VALUE ZERO.             SQMISS.2
013200 01  WS-DECK-SUB            PIC 9(4) COMP VALUE ZERO.             SQMISS.2
013300 01  WS-STEP-COUNT          PIC 9(4) COMP VALUE ZERO.             SQMISS.2
013400 01  WS-STEP-SUB            PIC 9(4) COMP VALUE ZERO.             SQMISS.2
013500 01  WS-SCHED-COUNT         PIC 9(4) COMP VALUE ZERO.             SQMISS.2
013600 01  WS-SCHED-SUB           PIC 9(4) COMP VALUE ZERO.             SQMISS.2
013700 01  WS-MATCH-SUB           PIC 9(4) COMP VALUE ZERO.             SQMISS.2
013800 01  WS-RUNS-ON-DATE        PIC 9(5) COMP VALUE ZERO.             SQMISS.2
013900 01  WS-EXPECTED-COUNT      PIC 9(5) COMP VALUE ZERO.             SQMISS.2
014000 01  WS-MISSED-COUNT        PIC 9(5) COMP VALUE ZERO.             SQMISS.2
014100 01  WS-UNSCHED-COUNT       PIC 9(5) COMP VALUE ZERO.             SQMISS.2
014200 01  WS-UNDESCRIBED-COUNT   PIC 9(4) COMP VALUE ZERO.             SQMISS.2
014300 01  WS-SCHED-STEP-SW       PIC X VALUE "N".                      SQMISS.2
014400     88  WS-SCHED-STEP            VALUE "Y".                      SQMISS.2
014500 01  WS-TABLE-FULL-SW       PIC X VALUE "N".                      SQMISS.2
014600     88  WS-TABLE-FULL            VALUE "Y".                      SQMISS.2
014700*    THE PROGRAMS OF EVERY DECK ON THE CARDS.  ST-EXPECTED IS     SQMISS.2
014800*    "N" FOR A CONDITIONAL STEP; ST-RUN-SEEN IS TICKED BY A       SQMISS.2
014900*    RAW-DATA RUN ON THE CHECK DATE.                              SQMISS.2
015000 01  STEP-TABLE.                                                  SQMISS.2
015100     05  STEP-ENTRY OCCURS 1000 TIMES.                            SQMISS.2
015200         10  ST-DECK-NAME        PIC X(8).                        SQMISS.2
015300         10  ST-PGM-NAME         PIC X(8).                        SQMISS.2
015400         10  ST-EXPECTED         PIC X(1).                        SQMISS.2
015500         10  ST-RUN-SEEN         PIC X(1).                        SQMISS.2
015600 01  DECK-TABLE.                                                  SQMISS.2
015700     05  DECK-ENTRY OCCURS 200 TIMES.                             SQMISS.2
015800         10  DK-DECK-NAME        PIC X(8).                        SQMISS.2
015900*    THE DECKS THE CALENDAR SCHEDULES ON THE CHECK DATE.          SQMISS.2
016000 01  SCHED-TABLE.                                                 SQMISS.2
016100     05  SCHED-ENTRY OCCURS 100 TIMES.                            SQMISS.2
016200         10  SD-DECK-NAME        PIC X(8).                        SQMISS.2
016300         10  SD-RULE             PIC X(8).                        SQMISS.2
016400         10  SD-DESCRIBED        PIC X(1).                        SQMISS.2
016500 01  HEAD-LINE-1.                                                 SQMISS.2
016600     05  FILLER              PIC X(50) VALUE                      SQMISS.2
016700         "MISSED-RUN CHECK AGAINST THE SUITE RUN CALENDAR".       SQMISS.2
016800 01  HEAD-LINE-2.                                                 SQMISS.2
016900     05  FILLER              PIC X(13) VALUE "CHECK DATE = ".     SQMISS.2
017000     05  HL-CHECK-DATE       PIC 9(8).                            SQMISS.2
017100 01  SECTION-LINE.                                                SQMISS.2
017200     05  SEC-TEXT            PIC X(60).                           SQMISS.2
017300 01  SCHED-LINE.                                                  SQMISS.2
017400     05  FILLER              PIC X(2)  VALUE SPACE.               SQMISS.2
017500     05  SDL-DECK-NAME       PIC X(8).                            SQMISS.2
017600     05  FILLER              PIC X(2)  VALUE SPACE.               SQMISS.2
017700     05  SDL-RULE            PIC X(8).                            SQMISS.2
017800     05  FILLER              PIC X(2)  VALUE SPACE.               SQMISS.2
017900     05  SDL-NOTE            PIC X(40).                           SQMISS.2
018000 01  FINDING-LINE.                                                SQMISS.2
018100     05  FILLER              PIC X(2)  VALUE SPACE.               SQMISS.2
018200     05  FL-PGM-NAME         PIC X(8).                            SQMISS.2
018300     05  FILLER              PIC X(2)  VALUE SPACE.               SQMISS.2
018400     05  FL-RUN-DATE         PIC 9(8).                            SQMISS.2
018500     05  FILLER              PIC X(2)  VALUE SPACE.               SQMISS.2
018600     05  FL-RUN-TIME         PIC X(8).                            SQMISS.2
018700     05  FILLER              PIC X(2)  VALUE SPACE.               SQMISS.2
018800     05  FL-REASON           PIC X(50).                           SQMISS.2
018900 01  CARD-ERROR-LINE.                                             SQMISS.2
019000     05  FILLER              PIC X(16) VALUE "CARD REJECTED - ".  SQMISS.2
019100     05  CEL-REASON          PIC X(40).                           SQMISS.2
019200     05  FILLER              PIC X(2)  VALUE SPACE.               SQMISS.2
019300     05  CEL-CARD-IMAGE      PIC X(20).                           SQMISS.2
019400 01  SUMMARY-LINE.                                                SQMISS.2
019500     05  SL-LITERAL          PIC X(30).                           SQMISS.2
019600     05  SL-COUNT            PIC ZZZZZZ9.                         SQMISS.2
019700 01  VERDICT-LINE.                                                SQMISS.2
019800     05  VL-TEXT             PIC X(60).                           SQMISS.2
019900 PROCEDURE DIVISION.                                              SQMISS.2
020000 MAINLINE.                                                        SQMISS.2
020100     PERFORM OPEN-FILES.                                          SQMISS.2
020200     PERFORM LOAD-ONE-CARD                                        SQMISS.2
020300         UNTIL WS-EOF.                                            SQMISS.2
020400     CLOSE CHECK-CARD.                                            SQMISS.2
020500     MOVE WS-CHECK-DATE TO HL-CHECK-DATE.                         SQMISS.2
020600     WRITE PRINT-REC FROM HEAD-LINE-2 AFTER ADVANCING 1 LINE.     SQMISS.2
020700     PERFORM LOAD-SCHEDULED-DECKS.                                SQMISS.2
020800     PERFORM LIST-SCHEDULED-DECKS.                                SQMISS.2
020900     IF WS-YEAR-RUNS EQUAL TO ZERO                                SQMISS.2
021000         MOVE "** THE RUN CALENDAR HAS NO RUNS FOR THE YEAR **"   SQMISS.2
021100             TO PRINT-REC                                         SQMISS.2
021200         WRITE PRINT-REC AFTER ADVANCING 2 LINES                  SQMISS.2
021300         MOVE SPACE TO EXCEPTION-REC                              SQMISS.2
021400         MOVE 1 TO EXC-SEVERITY                                   SQMISS.2
021500         MOVE ZERO TO EXC-RUN-KEY                                 SQMISS.2
021600         STRING "NO RUN CALENDAR FOR " WS-CHECK-YEAR              SQMISS.2
021700                " - MISSED RUNS NOT CHECKED"                      SQMISS.2
021800             DELIMITED BY SIZE INTO EXC-TEXT                      SQMISS.2
021900         PERFORM WRITE-EXCEPTION                                  SQMISS.2
022000     ELSE                                                         SQMISS.2
022100         PERFORM SCAN-RUNS-ON-DATE                                SQMISS.2
022200         PERFORM REPORT-MISSED-RUNS                               SQMISS.2
022300     END-IF.                                                      SQMISS.2
022400     PERFORM CLOSE-FILES.                                         SQMISS.2
022500     IF WS-UNSCHED-COUNT GREATER THAN ZERO                        SQMISS.2
022600        OR WS-CARDS-REJECTED GREATER THAN ZERO                    SQMISS.2
022700         MOVE 4 TO RETURN-CODE                                    SQMISS.2
022800     END-IF.                                                      SQMISS.2
022900     IF WS-MISSED-COUNT GREATER THAN ZERO                         SQMISS.2
023000        OR WS-YEAR-RUNS EQUAL TO ZERO                             SQMISS.2
023100        OR WS-UNDESCRIBED-COUNT GREATER THAN ZERO                 SQMISS.2
023200        OR WS-TABLE-FULL                                          SQMISS.2
023300         MOVE 8 TO RETURN-CODE                                    SQMISS.2
023400     END-IF.                                                      SQMISS.2
023500     STOP RUN.                                                    SQMISS.2
023600 OPEN-FILES.                                                      SQMISS.2
023700     ACCEPT WS-CHECK-DATE FROM DATE YYYYMMDD.                     SQMISS.2
023800     OPEN INPUT CHECK-CARD.                                       SQMISS.2
023900     OPEN OUTPUT PRINT-FILE.                                      SQMISS.2
024000     PERFORM OPEN-EXCEPTION-FILE.                                 SQMISS.2
024100     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQMISS.2
024200 LOAD-ONE-CARD.                                                   SQMISS.2
024300     READ CHECK-CARD                                              SQMISS.2
024400         AT END                                                   SQMISS.2
024500             MOVE "Y" TO WS-EOF-SW                                SQMISS.2
024600     END-READ.                                                    SQMISS.2
024700     IF NOT WS-EOF                                                SQMISS.2
024800         PERFORM CHECK-ONE-CARD                                   SQMISS.2
024900     END-IF.                                                      SQMISS.2
025000 CHECK-ONE-CARD.                                                  SQMISS.2
025100     IF CK-NAME EQUAL TO "CHECKDAY"                               SQMISS.2
025200         IF CK-OPERAND-9 NUMERIC                                  SQMISS.2
025300            AND CK-OPERAND-9 GREATER THAN ZERO                    SQMISS.2
025400             MOVE CK-OPERAND-9 TO WS-CHECK-DATE                   SQMISS.2
025500         ELSE                                                     SQMISS.2
025600             MOVE "CHECK DATE IS NOT NUMERIC" TO CEL-REASON       SQMISS.2
025700             PERFORM REJECT-CARD                                  SQMISS.2
025800         END-IF                                                   SQMISS.2
025900     ELSE                                                         SQMISS.2
026000         IF CK-NAME EQUAL TO "DECK    "                           SQMISS.2
026100             PERFORM START-DECK                                   SQMISS.2
026200         ELSE                                                     SQMISS.2
026300             PERFORM ADD-DECK-STEP                                SQMISS.2
026400         END-IF                                                   SQMISS.2
026500     END-IF.                                                      SQMISS.2
026600 START-DECK.                                                      SQMISS.2
026700     MOVE SPACE TO WS-CURRENT-DECK.                               SQMISS.2
026800     IF CK-OPERAND EQUAL TO SPACE                                 SQMISS.2
026900         MOVE "DECK NAME IS MISSING" TO CEL-REASON                SQMISS.2
027000         PERFORM REJECT-CARD                                      SQMISS.2
027100     ELSE                                                         SQMISS.2
027200         IF WS-DECK-COUNT LESS THAN 200                           SQMISS.2
027300             ADD 1 TO WS-DECK-COUNT                               SQMISS.2
027400             MOVE CK-OPERAND TO DK-DECK-NAME (WS-DECK-COUNT)      SQMISS.2
027500             MOVE CK-OPERAND TO WS-CURRENT-DECK                   SQMISS.2
027600         ELSE                                                     SQMISS.2
027700             MOVE "Y" TO WS-TABLE-FULL-SW                         SQMISS.2
027800         END-IF                                                   SQMISS.2
027900     END-IF.                                                      SQMISS.2
028000 ADD-DECK-STEP.                                                   SQMISS.2
028100*    A DECK'S OWN CARDS ARE READ AS SQDRVR READS THEM; ONLY THE   SQMISS.2
028200*    PROGRAM NAME AND WHETHER THE STEP IS CONDITIONAL MATTER.     SQMISS.2
028300     IF SC-PGM-NAME NOT EQUAL TO "OPTION  "                       SQMISS.2
028400        AND SC-PGM-NAME NOT EQUAL TO SPACE                        SQMISS.2
028500         IF WS-CURRENT-DECK EQUAL TO SPACE                        SQMISS.2
028600             MOVE "PROGRAM CARD BEFORE ANY DECK CARD"             SQMISS.2
028700                 TO CEL-REASON                                    SQMISS.2
028800             PERFORM REJECT-CARD                                  SQMISS.2
028900         ELSE                                                     SQMISS.2
029000             IF WS-STEP-COUNT LESS THAN 1000                      SQMISS.2
029100                 ADD 1 TO WS-STEP-COUNT                           SQMISS.2
029200                 MOVE WS-CURRENT-DECK                             SQMISS.2
029300                     TO ST-DECK-NAME (WS-STEP-COUNT)              SQMISS.2
029400                 MOVE SC-PGM-NAME TO ST-PGM-NAME (WS-STEP-COUNT)  SQMISS.2
029500                 MOVE "Y" TO ST-EXPECTED (WS-STEP-COUNT)          SQMISS.2
029600                 IF SC-COND NOT EQUAL TO SPACE                    SQMISS.2
029700                     MOVE "N" TO ST-EXPECTED (WS-STEP-COUNT)      SQMISS.2
029800                 END-IF                                           SQMISS.2
029900                 MOVE "N" TO ST-RUN-SEEN (WS-STEP-COUNT)          SQMISS.2
030000             ELSE                                                 SQMISS.2
030100                 MOVE "Y" TO WS-TABLE-FULL-SW                     SQMISS.2
030200             END-IF                                               SQMISS.2
030300         END-IF                                                   SQMISS.2
030400     END-IF.                                                      SQMISS.2
030500 REJECT-CARD.                                                     SQMISS.2
030600     ADD 1 TO WS-CARDS-REJECTED.                                  SQMISS.2
030700     MOVE CHECK-CARD-REC TO CEL-CARD-IMAGE.                       SQMISS.2
030800     WRITE PRINT-REC FROM CARD-ERROR-LINE AFTER ADVANCING 1 LINE. SQMISS.2
030900 LOAD-SCHEDULED-DECKS.                                            SQMISS.2
031000     MOVE "N" TO WS-EOF-SW.                                       SQMISS.2
031100     OPEN INPUT RUN-CALENDAR.                                     SQMISS.2
031200     IF RUN-CALENDAR-STATUS NOT EQUAL TO "00"                     SQMISS.2
031300        AND RUN-CALENDAR-STATUS NOT EQUAL TO "05"                 SQMISS.2
031400         MOVE "Y" TO WS-EOF-SW                                    SQMISS.2
031500     END-IF.                                                      SQMISS.2
031600     PERFORM LOAD-ONE-CALENDAR-RUN                                SQMISS.2
031700         UNTIL WS-EOF.                                            SQMISS.2
031800     CLOSE RUN-CALENDAR.                                          SQMISS.2
031900 LOAD-ONE-CALENDAR-RUN.                                           SQMISS.2
032000     READ RUN-CALENDAR                                            SQMISS.2
032100         AT END                                                   SQMISS.2
032200             MOVE "Y" TO WS-EOF-SW                                SQMISS.2
032300     END-READ.                                                    SQMISS.2
032400     IF NOT WS-EOF                                                SQMISS.2
032500        AND RCL-RUN-YEAR EQUAL TO WS-CHECK-YEAR                   SQMISS.2
032600         ADD 1 TO WS-YEAR-RUNS                                    SQMISS.2
032700     END-IF.                                                      SQMISS.2
032800     IF NOT WS-EOF                                                SQMISS.2
032900        AND RCL-RUN-DATE EQUAL TO WS-CHECK-DATE                   SQMISS.2
033000         IF WS-SCHED-COUNT LESS THAN 100                          SQMISS.2
033100             ADD 1 TO WS-SCHED-COUNT                              SQMISS.2
033200             MOVE RCL-DECK-NAME TO SD-DECK-NAME (WS-SCHED-COUNT)  SQMISS.2
033300             MOVE RCL-RULE TO SD-RULE (WS-SCHED-COUNT)            SQMISS.2
033400             MOVE "N" TO SD-DESCRIBED (WS-SCHED-COUNT)            SQMISS.2
033500         ELSE                                                     SQMISS.2
033600             MOVE "Y" TO WS-TABLE-FULL-SW                         SQMISS.2
033700         END-IF                                                   SQMISS.2
033800     END-IF.                                                      SQMISS.2
033900 LIST-SCHEDULED-DECKS.                                            SQMISS.2
034000     MOVE "DECKS SCHEDULED ON THE CHECK DATE:" TO SEC-TEXT.       SQMISS.2
034100     WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.   SQMISS.2
034200     PERFORM LIST-ONE-SCHEDULED-DECK                              SQMISS.2
034300         VARYING WS-SCHED-SUB FROM 1 BY 1                         SQMISS.2
034400         UNTIL WS-SCHED-SUB GREATER THAN WS-SCHED-COUNT.          SQMISS.2
034500     IF WS-SCHED-COUNT EQUAL TO ZERO                              SQMISS.2
034600         MOVE "  NONE - NO RUNS ARE EXPECTED" TO PRINT-REC        SQMISS.2
034700         WRITE PRINT-REC AFTER ADVANCING 1 LINE                   SQMISS.2
034800     END-IF.                                                      SQMISS.2
034900 LIST-ONE-SCHEDULED-DECK.                                         SQMISS.2
035000*    A SCHEDULED DECK WITH NO DECK CARDS CANNOT BE CHECKED, AND   SQMISS.2
035100*    WOULD OTHERWISE HIDE EVERY RUN IT MISSED.                    SQMISS.2
035200     MOVE ZERO TO WS-MATCH-SUB.                                   SQMISS.2
035300     PERFORM FIND-DECK                                            SQMISS.2
035400         VARYING WS-DECK-SUB FROM 1 BY 1                          SQMISS.2
035500         UNTIL WS-DECK-SUB GREATER THAN WS-DECK-COUNT             SQMISS.2
035600            OR WS-MATCH-SUB GREATER THAN ZERO.                    SQMISS.2
035700     MOVE SD-DECK-NAME (WS-SCHED-SUB) TO SDL-DECK-NAME.           SQMISS.2
035800     MOVE SD-RULE (WS-SCHED-SUB) TO SDL-RULE.                     SQMISS.2
035900     IF WS-MATCH-SUB GREATER THAN ZERO                            SQMISS.2
036000         MOVE "Y" TO SD-DESCRIBED (WS-SCHED-SUB)                  SQMISS.2
036100         MOVE SPACE TO SDL-NOTE                                   SQMISS.2
036200     ELSE                                                         SQMISS.2
036300         ADD 1 TO WS-UNDESCRIBED-COUNT                            SQMISS.2
036400         MOVE "** NO DECK CARDS - PROGRAMS NOT CHECKED"           SQMISS.2
036500             TO SDL-NOTE                                          SQMISS.2
036600         MOVE SPACE TO EXCEPTION-REC                              SQMISS.2
036700         MOVE 1 TO EXC-SEVERITY                                   SQMISS.2
036800         MOVE ZERO TO EXC-RUN-KEY                                 SQMISS.2
036900         STRING "SCHEDULED DECK " DELIMITED BY SIZE               SQMISS.2
037000                SD-DECK-NAME (WS-SCHED-SUB) DELIMITED BY SPACE    SQMISS.2
037100                " HAS NO DECK CARDS - NOT CHECKED"                SQMISS.2
037200                    DELIMITED BY SIZE                             SQMISS.2
037300             INTO EXC-TEXT                                        SQMISS.2
037400         PERFORM WRITE-EXCEPTION                                  SQMISS.2
037500     END-IF.                                                      SQMISS.2
037600     WRITE PRINT-REC FROM SCHED-LINE AFTER ADVANCING 1 LINE.      SQMISS.2
037700 FIND-DECK.                                                       SQMISS.2
037800     IF DK-DECK-NAME (WS-DECK-SUB)                                SQMISS.2
037900        EQUAL TO SD-DECK-NAME (WS-SCHED-SUB)                      SQMISS.2
038000         MOVE WS-DECK-SUB TO WS-MATCH-SUB                         SQMISS.2
038100     END-IF.                                                      SQMISS.2
038200 SCAN-RUNS-ON-DATE.                                               SQMISS.2
038300*    THE RUNS OF THE DATE ARE READ THROUGH THE RUN-DATE           SQMISS.2
038400*    ALTERNATE KEY; EACH ONE TICKS EVERY SCHEDULED STEP OF ITS    SQMISS.2
038500*    PROGRAM, OR IS LISTED AS UNSCHEDULED IF THERE IS NONE.       SQMISS.2
038600     MOVE "RUNS ON THE CHECK DATE THAT WERE NOT SCHEDULED:"       SQMISS.2
038700         TO SEC-TEXT.                                             SQMISS.2
038800     WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.   SQMISS.2
038900     MOVE "N" TO WS-EOF-SW.                                       SQMISS.2
039000     OPEN INPUT RAW-DATA.                                         SQMISS.2
039100     IF RAW-DATA-STATUS NOT EQUAL TO "00"                         SQMISS.2
039200        AND RAW-DATA-STATUS NOT EQUAL TO "05"                     SQMISS.2
039300         MOVE "Y" TO WS-EOF-SW                                    SQMISS.2
039400     ELSE                                                         SQMISS.2
039500         MOVE WS-CHECK-DATE TO RAW-DATA-RUN-DATE                  SQMISS.2
039600         START RAW-DATA KEY IS EQUAL TO RAW-DATA-RUN-DATE         SQMISS.2
039700             INVALID KEY                                          SQMISS.2
039800                 MOVE "Y" TO WS-EOF-SW                            SQMISS.2
039900         END-START                                                SQMISS.2
040000     END-IF.                                                      SQMISS.2
040100     PERFORM SCAN-ONE-RUN                                         SQMISS.2
040200         UNTIL WS-EOF.                                            SQMISS.2
040300     CLOSE RAW-DATA.                                              SQMISS.2
040400     IF WS-UNSCHED-COUNT EQUAL TO ZERO                            SQMISS.2
040500         MOVE "  NONE" TO PRINT-REC                               SQMISS.2
040600         WRITE PRINT-REC AFTER ADVANCING 1 LINE                   SQMISS.2
040700     END-IF.                                                      SQMISS.2
040800 SCAN-ONE-RUN.                                                    SQMISS.2
040900     READ RAW-DATA NEXT RECORD                                    SQMISS.2
041000         AT END                                                   SQMISS.2
041100             MOVE "Y" TO WS-EOF-SW                                SQMISS.2
041200     END-READ.                                                    SQMISS.2
041300     IF NOT WS-EOF                                                SQMISS.2
041400        AND RAW-DATA-RUN-DATE NOT EQUAL TO WS-CHECK-DATE          SQMISS.2
041500         MOVE "Y" TO WS-EOF-SW                                    SQMISS.2
041600     END-IF.                                                      SQMISS.2
041700     IF NOT WS-EOF                                                SQMISS.2
041800        AND RAW-DATA-RUN-TIME NOT EQUAL TO 99999999               SQMISS.2
041900         ADD 1 TO WS-RUNS-ON-DATE                                 SQMISS.2
042000         MOVE "N" TO WS-SCHED-STEP-SW                             SQMISS.2
042100         PERFORM TICK-SCHEDULED-STEP                              SQMISS.2
042200             VARYING WS-STEP-SUB FROM 1 BY 1                      SQMISS.2
042300             UNTIL WS-STEP-SUB GREATER THAN WS-STEP-COUNT         SQMISS.2
042400         IF NOT WS-SCHED-STEP                                     SQMISS.2
042500             ADD 1 TO WS-UNSCHED-COUNT                            SQMISS.2
042600             MOVE RAW-DATA-PGM-ID TO FL-PGM-NAME                  SQMISS.2
042700             MOVE RAW-DATA-RUN-DATE TO FL-RUN-DATE                SQMISS.2
042800             MOVE RAW-DATA-RUN-TIME TO FL-RUN-TIME                SQMISS.2
042900             MOVE "RUN NOT SCHEDULED FOR THIS DATE" TO FL-REASON  SQMISS.2
043000             WRITE PRINT-REC FROM FINDING-LINE                    SQMISS.2
043100                 AFTER ADVANCING 1 LINE                           SQMISS.2
043200             MOVE SPACE TO EXCEPTION-REC                          SQMISS.2
043300             MOVE 2 TO EXC-SEVERITY                               SQMISS.2
043400             MOVE RAW-DATA-KEY TO EXC-RUN-KEY                     SQMISS.2
043500             MOVE "RUN ON A DATE ITS PROGRAM WAS NOT SCHEDULED"   SQMISS.2
043600                 TO EXC-TEXT                                      SQMISS.2
043700             PERFORM WRITE-EXCEPTION                              SQMISS.2
043800         END-IF                                                   SQMISS.2
043900     END-IF.                                                      SQMISS.2
044000 TICK-SCHEDULED-STEP.                                             SQMISS.2
044100*    RAW-DATA CARRIES THE FIRST SIX BYTES OF THE PROGRAM-ID.      SQMISS.2
044200     IF ST-PGM-NAME (WS-STEP-SUB) (1:6) EQUAL TO RAW-DATA-PGM-ID  SQMISS.2
044300         MOVE ST-DECK-NAME (WS-STEP-SUB) TO WS-CURRENT-DECK       SQMISS.2
044400         PERFORM TEST-DECK-SCHEDULED                              SQMISS.2
044500         IF WS-MATCH-SUB GREATER THAN ZERO                        SQMISS.2
044600             MOVE "Y" TO WS-SCHED-STEP-SW                         SQMISS.2
044700             MOVE "Y" TO ST-RUN-SEEN (WS-STEP-SUB)                SQMISS.2
044800         END-IF                                                   SQMISS.2
044900     END-IF.                                                      SQMISS.2
045000 TEST-DECK-SCHEDULED.                                             SQMISS.2
045100     MOVE ZERO TO WS-MATCH-SUB.                                   SQMISS.2
045200     PERFORM FIND-SCHEDULED-DECK                                  SQMISS.2
045300         VARYING WS-SCHED-SUB FROM 1 BY 1                         SQMISS.2
045400         UNTIL WS-SCHED-SUB GREATER THAN WS-SCHED-COUNT           SQMISS.2
045500            OR WS-MATCH-SUB GREATER THAN ZERO.                    SQMISS.2
045600 FIND-SCHEDULED-DECK.                                             SQMISS.2
045700     IF SD-DECK-NAME (WS-SCHED-SUB) EQUAL TO WS-CURRENT-DECK      SQMISS.2
045800         MOVE WS-SCHED-SUB TO WS-MATCH-SUB                        SQMISS.2
045900     END-IF.                                                      SQMISS.2
046000 REPORT-MISSED-RUNS.                                              SQMISS.2
046100     MOVE "PROGRAMS EXPECTED ON THE CHECK DATE THAT DID NOT RUN:" SQMISS.2
046200         TO SEC-TEXT.                                             SQMISS.2
046300     WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.   SQMISS.2
046400     PERFORM REPORT-ONE-STEP                                      SQMISS.2
046500         VARYING WS-STEP-SUB FROM 1 BY 1                          SQMISS.2
046600         UNTIL WS-STEP-SUB GREATER THAN WS-STEP-COUNT.            SQMISS.2
046700     IF WS-MISSED-COUNT EQUAL TO ZERO                             SQMISS.2
046800         MOVE "  NONE" TO PRINT-REC                               SQMISS.2
046900         WRITE PRINT-REC AFTER ADVANCING 1 LINE                   SQMISS.2
047000     END-IF.                                                      SQMISS.2
047100 REPORT-ONE-STEP.                                                 SQMISS.2
047200     MOVE ST-DECK-NAME (WS-STEP-SUB) TO WS-CURRENT-DECK.          SQMISS.2
047300     PERFORM TEST-DECK-SCHEDULED.                                 SQMISS.2
047400     IF WS-MATCH-SUB GREATER THAN ZERO                            SQMISS.2
047500        AND ST-EXPECTED (WS-STEP-SUB) EQUAL TO "Y"                SQMISS.2
047600         ADD 1 TO WS-EXPECTED-COUNT                               SQMISS.2
047700         IF ST-RUN-SEEN (WS-STEP-SUB) EQUAL TO "N"                SQMISS.2
047800             ADD 1 TO WS-MISSED-COUNT                             SQMISS.2
047900             MOVE ST-PGM-NAME (WS-STEP-SUB) TO FL-PGM-NAME        SQMISS.2
048000             MOVE WS-CHECK-DATE TO FL-RUN-DATE                    SQMISS.2
048100             MOVE "--------" TO FL-RUN-TIME                       SQMISS.2
048200             MOVE SPACE TO FL-REASON                              SQMISS.2
048300             STRING "NO RAW-DATA RUN RECORD - DECK "              SQMISS.2
048400                    ST-DECK-NAME (WS-STEP-SUB)                    SQMISS.2
048500                 DELIMITED BY SIZE INTO FL-REASON                 SQMISS.2
048600             WRITE PRINT-REC FROM FINDING-LINE                    SQMISS.2
048700                 AFTER ADVANCING 1 LINE                           SQMISS.2
048800             MOVE SPACE TO EXCEPTION-REC                          SQMISS.2
048900             MOVE 1 TO EXC-SEVERITY                               SQMISS.2
049000             MOVE ST-PGM-NAME (WS-STEP-SUB) TO EXC-RK-PGM-ID      SQMISS.2
049100             MOVE WS-CHECK-DATE TO EXC-RK-RUN-DATE                SQMISS.2
049200             MOVE ZERO TO EXC-RK-RUN-TIME                         SQMISS.2
049300             STRING "MISSED RUN - EXPECTED IN DECK "              SQMISS.2
049400                    DELIMITED BY SIZE                             SQMISS.2
049500                    ST-DECK-NAME (WS-STEP-SUB) DELIMITED BY SPACE SQMISS.2
049600                    ", NO RAW-DATA RECORD" DELIMITED BY SIZE      SQMISS.2
049700                 INTO EXC-TEXT                                    SQMISS.2
049800             PERFORM WRITE-EXCEPTION                              SQMISS.2
049900         END-IF                                                   SQMISS.2
050000     END-IF.                                                      SQMISS.2
050100 CLOSE-FILES.                                                     SQMISS.2
050200     MOVE "DECKS SCHEDULED =" TO SL-LITERAL.                      SQMISS.2
050300     MOVE WS-SCHED-COUNT TO SL-COUNT.                             SQMISS.2
050400     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.   SQMISS.2
050500     MOVE "PROGRAM RUNS EXPECTED =" TO SL-LITERAL.                SQMISS.2
050600     MOVE WS-EXPECTED-COUNT TO SL-COUNT.                          SQMISS.2
050700     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQMISS.2
050800     MOVE "RUNS ON RAW-DATA FOR DATE =" TO SL-LITERAL.            SQMISS.2
050900     MOVE WS-RUNS-ON-DATE TO SL-COUNT.                            SQMISS.2
051000     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQMISS.2
051100     MOVE "MISSED RUNS =" TO SL-LITERAL.                          SQMISS.2
051200     MOVE WS-MISSED-COUNT TO SL-COUNT.                            SQMISS.2
051300     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQMISS.2
051400     MOVE "UNSCHEDULED RUNS =" TO SL-LITERAL.                     SQMISS.2
051500     MOVE WS-UNSCHED-COUNT TO SL-COUNT.                           SQMISS.2
051600     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQMISS.2
051700     IF WS-TABLE-FULL                                             SQMISS.2
051800         MOVE "** A DECK, STEP OR SCHEDULE TABLE IS FULL"         SQMISS.2
051900             TO VL-TEXT                                           SQMISS.2
052000         WRITE PRINT-REC FROM VERDICT-LINE                        SQMISS.2
052100             AFTER ADVANCING 1 LINE                               SQMISS.2
052200     END-IF.                                                      SQMISS.2
052300     IF WS-MISSED-COUNT EQUAL TO ZERO                             SQMISS.2
052400        AND WS-UNSCHED-COUNT EQUAL TO ZERO                        SQMISS.2
052500        AND WS-UNDESCRIBED-COUNT EQUAL TO ZERO                    SQMISS.2
052600        AND WS-YEAR-RUNS GREATER THAN ZERO                        SQMISS.2
052700         MOVE "EVERY SCHEDULED RUN RAN, AND NOTHING ELSE DID."    SQMISS.2
052800             TO VL-TEXT                                           SQMISS.2
052900     ELSE                                                         SQMISS.2
053000         MOVE "RUN CALENDAR EXCEPTIONS - SEE SECTIONS ABOVE."     SQMISS.2
053100             TO VL-TEXT                                           SQMISS.2
053200     END-IF.                                                      SQMISS.2
053300     WRITE PRINT-REC FROM VERDICT-LINE AFTER ADVANCING 2 LINES.   SQMISS.2
053400     IF WS-EXC-OPEN                                               SQMISS.2
053500         CLOSE EXCEPTION-FILE                                     SQMISS.2
053600     END-IF.                                                      SQMISS.2
053700     CLOSE PRINT-FILE.                                            SQMISS.2
053800 OPEN-EXCEPTION-FILE.                                             SQMISS.2
053900*    EVERY FINDING ALSO GOES ON THE SHARED SUITE EXCEPTION FILE,  SQMISS.2
054000*    EXTENDED AS SQXCHK DOES; IF IT WILL NOT OPEN THE FINDINGS    SQMISS.2
054100*    STILL PRINT AND STILL RAISE THE RETURN CODE.                 SQMISS.2
054200     ACCEPT WS-EXC-DATE FROM DATE YYYYMMDD.                       SQMISS.2
054300     ACCEPT WS-EXC-TIME FROM TIME.                                SQMISS.2
054400     MOVE "N" TO WS-EXC-OPEN-SW.                                  SQMISS.2
054500     OPEN EXTEND EXCEPTION-FILE.                                  SQMISS.2
054600     IF EXCEPTION-STATUS EQUAL TO "00"                            SQMISS.2
054700        OR EXCEPTION-STATUS EQUAL TO "05"                         SQMISS.2
054800         MOVE "Y" TO WS-EXC-OPEN-SW                               SQMISS.2
054900     END-IF.                                                      SQMISS.2
055000 WRITE-EXCEPTION.                                                 SQMISS.2
055100     IF WS-EXC-OPEN                                               SQMISS.2
055200         MOVE "SQMISS" TO EXC-SOURCE-PGM                          SQMISS.2
055300         MOVE WS-EXC-DATE TO EXC-RAISED-DATE                      SQMISS.2
055400         MOVE WS-EXC-TIME TO EXC-RAISED-TIME                      SQMISS.2
055500         MOVE ZERO TO EXC-REF-NO                                  SQMISS.2
055600         WRITE EXCEPTION-REC                                      SQMISS.2
055700     END-IF.                                                      SQMISS.2
