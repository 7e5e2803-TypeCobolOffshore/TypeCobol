000100 IDENTIFICATION DIVISION.                                         SQRCAL.2
000200 PROGRAM-ID.                                                      SQRCAL.2
000300     SQRCAL.                                                      SQRCAL.2
000400***************************************************************** SQRCAL.2
000500*                                                               * SQRCAL.2
000600*    YEARLY RUN CALENDAR FOR THE SQDRVR CARD DECKS.  A RULES    * SQRCAL.2
000700*    DECK SAYS WHICH DECK RUNS ON WHICH KIND OF NIGHT; THIS     * SQRCAL.2
000800*    PROGRAM TURNS THE RULES INTO A DATED CALENDAR FILE         * SQRCAL.2
000900*    (COPYBOOK SQRCLREC) THE SCHEDULER READS, ONE RECORD PER    * SQRCAL.2
001000*    DECK PER RUN DATE.  BUSINESS DAYS AND FISCAL PERIODS COME  * SQRCAL.2
001100*    FROM THE DVZZDATE LIBRARY - isBusinessDay, nextBusinessDay * SQRCAL.2
001200*    AND THE PERIOD FUNCTIONS - SO THE HOLCAL AND FISCAL FILES  * SQRCAL.2
001300*    OPERATIONS MAINTAIN ARE THE ONLY CALENDAR THERE IS.        * SQRCAL.2
001400*                                                               * SQRCAL.2
001500*    THE CALENDAR ALREADY ON FILE FOR THE YEAR IS COMPARED      * SQRCAL.2
001600*    WITH THE NEW ONE, SO AFTER A HOLIDAY IS ADDED THROUGH      * SQRCAL.2
001700*    DVZZHMT A REGENERATION LISTS EVERY SCHEDULED RUN THAT      * SQRCAL.2
001800*    MOVED TO ANOTHER DATE, WAS DROPPED OR WAS ADDED.           * SQRCAL.2
001900*    CALENDARS OF THE PREVIOUS AND LATER YEARS ON THE FILE ARE  * SQRCAL.2
002000*    CARRIED FORWARD UNCHANGED; OLDER ONES ARE DROPPED.         * SQRCAL.2
002100*                                                               * SQRCAL.2
002200*    RULES DECK :-                                              * SQRCAL.2
002300*      COLS  1-8   "CALENDAR" WITH COLS 10-13 = YEAR TO         * SQRCAL.2
002400*                  GENERATE (DEFAULT THE CURRENT YEAR) AND      * SQRCAL.2
002500*                  COLS 15-18 = HOLCAL CULTURE (DEFAULT ENUS),  * SQRCAL.2
002600*                  OR                                           * SQRCAL.2
002700*      COLS  1-8   NAME OF AN SQDRVR CARD DECK, WITH            * SQRCAL.2
002800*        COLS 10-17 = "DAILY   " EVERY BUSINESS DAY,            * SQRCAL.2
002900*                     "FIRSTBDM" FIRST BUSINESS DAY OF EACH     * SQRCAL.2
003000*                                CALENDAR MONTH,                * SQRCAL.2
003100*                     "LASTBDM " LAST BUSINESS DAY OF EACH      * SQRCAL.2
003200*                                CALENDAR MONTH,                * SQRCAL.2
003300*                     "FIRSTBDP" FIRST BUSINESS DAY OF EACH     * SQRCAL.2
003400*                                FISCAL PERIOD,                 * SQRCAL.2
003500*                     "LASTBDP " LAST BUSINESS DAY OF EACH      * SQRCAL.2
003600*                                FISCAL PERIOD.                 * SQRCAL.2
003700*                  A DECK MAY HAVE MORE THAN ONE RULE; IT RUNS  * SQRCAL.2
003800*                  ONCE FOR EACH RULE THAT PLACES IT ON A DATE. * SQRCAL.2
003900*                                                               * SQRCAL.2
004000*    RETURN CODE 8 IF A CARD IS REJECTED, THE HOLCAL OR FISCAL  * SQRCAL.2
004100*    FILE DOES NOT COVER THE YEAR, OR A TABLE OVERFLOWS - THE   * SQRCAL.2
004200*    CALENDAR FILE IS THEN NOT REWRITTEN.  OTHERWISE 4 IF ANY   * SQRCAL.2
004300*    SCHEDULED RUN MOVED OR WAS DROPPED, OR A RUN AT THE TURN   * SQRCAL.2
004400*    OF THE YEAR COULD NOT BE PLACED.                           * SQRCAL.2
004500*                                                               * SQRCAL.2
004600***************************************************************** SQRCAL.2
004700*                                                               * SQRCAL.2
004800*      X-CARDS USED BY THIS PROGRAM ARE :-                      * SQRCAL.2
004900*                                                               * SQRCAL.2
005000*            X-59   CALENDAR RULES CARD READER FILE             * SQRCAL.2
005100*            X-31   SUITE RUN CALENDAR FILE                     * SQRCAL.2
005200*            X-55   SYSTEM PRINTER                              * SQRCAL.2
005300*            X-82   SOURCE-COMPUTER                             * SQRCAL.2
005400*            X-83   OBJECT-COMPUTER                             * SQRCAL.2
005500*            X-84   LABEL RECORDS OPTION                        * SQRCAL.2
005600*                                                               * SQRCAL.2
005700***************************************************************** SQRCAL.2
005800 ENVIRONMENT DIVISION.                                            SQRCAL.2
005900 CONFIGURATION SECTION.                                           SQRCAL.2
006000 SOURCE-COMPUTER.                                                 SQRCAL.2
006100     XXXXX082.                                                    SQRCAL.2
006200 OBJECT-COMPUTER.                                                 SQRCAL.2
006300     XXXXX083.                                                    SQRCAL.2
006400 INPUT-OUTPUT SECTION.                                            SQRCAL.2
006500 FILE-CONTROL.                                                    SQRCAL.2
006600     SELECT RULE-CARD ASSIGN TO                                   SQRCAL.2
006700     XXXXX059.                                                    SQRCAL.2
006800     SELECT OPTIONAL RUN-CALENDAR ASSIGN TO                       SQRCAL.2
006900     XXXXX031                                                     SQRCAL.2
007000            ORGANIZATION IS SEQUENTIAL                            SQRCAL.2
007100            FILE STATUS IS RUN-CALENDAR-STATUS.                   SQRCAL.2
007200     SELECT PRINT-FILE ASSIGN TO                                  SQRCAL.2
007300     XXXXX055.                                                    SQRCAL.2
007400 DATA DIVISION.                                                   SQRCAL.2
007500 FILE SECTION.                                                    SQRCAL.2
007600 FD  RULE-CARD                                                    SQRCAL.2
007700     LABEL RECORDS                                                SQRCAL.2
007800     XXXXX084                                                     SQRCAL.2
007900     DATA RECORD IS RULE-CARD-REC                                 SQRCAL.2
008000               .                                                  SQRCAL.2
008100 01  RULE-CARD-REC.                                               SQRCAL.2
008200     05  RC-DECK-NAME        PIC X(8).                            SQRCAL.2
008300     05  FILLER              PIC X(1).                            SQRCAL.2
008400     05  RC-RULE             PIC X(8).                            SQRCAL.2
008500     05  FILLER              PIC X(63).                           SQRCAL.2
008600 01  CALENDAR-CARD-REC.                                           SQRCAL.2
008700     05  FILLER              PIC X(9).                            SQRCAL.2
008800     05  CC-YEAR             PIC 9(4).                            SQRCAL.2
008900     05  FILLER              PIC X(1).                            SQRCAL.2
009000     05  CC-CULTURE          PIC X(4).                            SQRCAL.2
009100     05  FILLER              PIC X(62).                           SQRCAL.2
009200 FD  RUN-CALENDAR                                                 SQRCAL.2
009300     LABEL RECORDS ARE STANDARD.                                  SQRCAL.2
009400     COPY SQRCLREC.                                               SQRCAL.2
009500 FD  PRINT-FILE                                                   SQRCAL.2
009600     LABEL RECORDS                                                SQRCAL.2
009700     XXXXX084                                                     SQRCAL.2
009800     DATA RECORD IS PRINT-REC DUMMY-RECORD                        SQRCAL.2
009900               .                                                  SQRCAL.2
010000 01  PRINT-REC PICTURE X(120).                                    SQRCAL.2
010100 01  DUMMY-RECORD PICTURE X(120).                                 SQRCAL.2
010200 WORKING-STORAGE SECTION.                                         SQRCAL.2
010300 01  WS-EOF-SW              PIC X VALUE "N".                      SQRCAL.2
010400     88  WS-EOF                   VALUE "Y".                      SQRCAL.2
010500 01  RUN-CALENDAR-STATUS    PIC XX VALUE "00".                    SQRCAL.2
010600 01  WS-RUN-DATE            PIC 9(8).                             SQRCAL.2
010700 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.                         SQRCAL.2
010800     05  WS-RUN-YEAR        PIC 9(4).                             SQRCAL.2
010900     05  FILLER             PIC 9(4).                             SQRCAL.2
011000 01  WS-CAL-YEAR            PIC 9(4).                             SQRCAL.2
011100 01  WS-CULTURE             PIC X(4) VALUE "ENUS".                SQRCAL.2
011200 01  WS-KEEP-FROM-YEAR      PIC 9(4).                             SQRCAL.2
011300*    DATE PASSED TO AND RETURNED BY THE DVZZDATE FUNCTIONS, IN    SQRCAL.2
011400*    THEIR date LAYOUT.                                           SQRCAL.2
011500 01  WS-LIB-DATE.                                                 SQRCAL.2
011600     05  WS-LIB-YYYY        PIC 9(4).                             SQRCAL.2
011700     05  WS-LIB-MM          PIC 9(2).                             SQRCAL.2
011800     05  WS-LIB-DD          PIC 9(2).                             SQRCAL.2
011900 01  WS-LIB-DATE-N REDEFINES WS-LIB-DATE PIC 9(8).                SQRCAL.2
012000 01  WS-LIB-RESULT.                                               SQRCAL.2
012100     05  WS-RES-YYYY        PIC 9(4).                             SQRCAL.2
012200     05  WS-RES-MM          PIC 9(2).                             SQRCAL.2
012300     05  WS-RES-DD          PIC 9(2).                             SQRCAL.2
012400 01  WS-LIB-RESULT-N REDEFINES WS-LIB-RESULT PIC 9(8).            SQRCAL.2
012500 01  WS-LIB-RC              PIC 9(4).                             SQRCAL.2
012600 01  WS-LIB-MSG             PIC X(80).                            SQRCAL.2
012700 01  WS-LIB-FLAG            PIC X(1).                             SQRCAL.2
012800 01  WS-FISCAL-RESULT.                                            SQRCAL.2
012900     05  WS-FISCAL-YEAR     PIC 9(4).                             SQRCAL.2
013000     05  WS-FISCAL-PERIOD   PIC 9(2).                             SQRCAL.2
013100 01  WS-PERIOD-END          PIC 9(8).                             SQRCAL.2
013200 01  WS-PERIOD-START        PIC 9(8).                             SQRCAL.2
013300 01  DAYS-IN-MONTH-VALUES   PIC X(24)                             SQRCAL.2
013400         VALUE "312831303130313130313031".                        SQRCAL.2
013500 01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.          SQRCAL.2
013600     05  DAYS-IN-MONTH      PIC 9(2) OCCURS 12 TIMES.             SQRCAL.2
013700 01  WS-QUOTIENT            PIC 9(4).                             SQRCAL.2
013800 01  WS-REM-4               PIC 9(4).                             SQRCAL.2
013900 01  WS-REM-100             PIC 9(4).                             SQRCAL.2
014000 01  WS-REM-400             PIC 9(4).                             SQRCAL.2
014100 01  WS-MONTH               PIC 9(2) COMP VALUE ZERO.             SQRCAL.2
014200 01  WS-DAY                 PIC 9(2) COMP VALUE ZERO.             SQRCAL.2
014300 01  WS-MONTH-DAYS          PIC 9(2) COMP VALUE ZERO.             SQRCAL.2
014400 01  WS-DAY-COUNT           PIC 9(4) COMP VALUE ZERO.             SQRCAL.2
014500 01  WS-DAY-SUB             PIC 9(4) COMP VALUE ZERO.             SQRCAL.2
014600 01  WS-SCAN-SUB            PIC S9(4) COMP VALUE ZERO.            SQRCAL.2
014700 01  WS-SCAN-FROM           PIC 9(4) COMP VALUE ZERO.             SQRCAL.2
014800 01  WS-FIND-SUB            PIC 9(4) COMP VALUE ZERO.             SQRCAL.2
014900 01  WS-FOUND-SUB           PIC 9(4) COMP VALUE ZERO.             SQRCAL.2
015000 01  WS-BUSINESS-DAYS       PIC 9(4) COMP VALUE ZERO.             SQRCAL.2
015100 01  WS-PERIOD-COUNT        PIC 9(4) COMP VALUE ZERO.             SQRCAL.2
015200 01  WS-PERIOD-SUB          PIC 9(4) COMP VALUE ZERO.             SQRCAL.2
015300 01  WS-RULE-COUNT          PIC 9(4) COMP VALUE ZERO.             SQRCAL.2
015400 01  WS-RULE-SUB            PIC 9(4) COMP VALUE ZERO.             SQRCAL.2
015500 01  WS-NEW-COUNT           PIC 9(5) COMP VALUE ZERO.             SQRCAL.2
015600 01  WS-NEW-SUB             PIC 9(5) COMP VALUE ZERO.             SQRCAL.2
015700 01  WS-PRIOR-COUNT         PIC 9(5) COMP VALUE ZERO.             SQRCAL.2
015800 01  WS-PRIOR-SUB           PIC 9(5) COMP VALUE ZERO.             SQRCAL.2
015900 01  WS-MATCH-SUB           PIC 9(5) COMP VALUE ZERO.             SQRCAL.2
016000 01  WS-PRIOR-YEAR-RUNS     PIC 9(5) COMP VALUE ZERO.             SQRCAL.2
016100 01  WS-CARDS-READ          PIC 9(4) COMP VALUE ZERO.             SQRCAL.2
016200 01  WS-CARDS-REJECTED      PIC 9(4) COMP VALUE ZERO.             SQRCAL.2
016300 01  WS-CARD-ERROR-TEXT     PIC X(40).                            SQRCAL.2
016400 01  WS-MOVED-COUNT         PIC 9(5) COMP VALUE ZERO.             SQRCAL.2
016500 01  WS-DROPPED-COUNT       PIC 9(5) COMP VALUE ZERO.             SQRCAL.2
016600 01  WS-ADDED-COUNT         PIC 9(5) COMP VALUE ZERO.             SQRCAL.2
016700 01  WS-UNPLACED-COUNT      PIC 9(4) COMP VALUE ZERO.             SQRCAL.2
016800 01  WS-LISTED              PIC 9(5) COMP VALUE ZERO.             SQRCAL.2
016900 01  WS-SLOT                PIC X(8).                             SQRCAL.2
017000 01  WS-CHANGE-TEXT         PIC X(8).                             SQRCAL.2
017100 01  WS-UNCOVERED-TEXT      PIC X(60) VALUE SPACE.                SQRCAL.2
017200 01  WS-TABLE-FULL-SW       PIC X VALUE "N".                      SQRCAL.2
017300     88  WS-TABLE-FULL            VALUE "Y".                      SQRCAL.2
017400 01  WS-PERIOD-RULES-SW     PIC X VALUE "N".                      SQRCAL.2
017500     88  WS-PERIOD-RULES          VALUE "Y".                      SQRCAL.2
017600*    ONE ENTRY PER DAY OF THE CALENDAR YEAR, IN DATE ORDER, WITH  SQRCAL.2
017700*    THE BUSINESS-DAY ANSWER AND THE MONTH AND PERIOD RUN DAYS,   SQRCAL.2
017800*    AND A HIGH-DATE ENTRY AFTER THE LAST DAY TO STOP SCANS.      SQRCAL.2
017900 01  DAY-TABLE.                                                   SQRCAL.2
018000     05  DAY-ENTRY OCCURS 367 TIMES.                              SQRCAL.2
018100         10  DT-DATE             PIC 9(8).                        SQRCAL.2
018200         10  DT-DATE-X REDEFINES DT-DATE.                         SQRCAL.2
018300             15  DT-YYYYMM       PIC 9(6).                        SQRCAL.2
018400             15  DT-DD           PIC 9(2).                        SQRCAL.2
018500         10  DT-BUSINESS         PIC X(1).                        SQRCAL.2
018600         10  DT-FIRST-BDM        PIC X(1).                        SQRCAL.2
018700         10  DT-LAST-BDM         PIC X(1).                        SQRCAL.2
018800         10  DT-FIRST-BDP        PIC X(1).                        SQRCAL.2
018900         10  DT-LAST-BDP         PIC X(1).                        SQRCAL.2
019000         10  DT-PERIOD-SLOT      PIC X(6).                        SQRCAL.2
019100 01  MONTH-LAST-TABLE.                                            SQRCAL.2
019200     05  ML-LAST-BD-SUB     PIC 9(4) COMP OCCURS 12 TIMES.        SQRCAL.2
019300*    THE FISCAL PERIODS THAT OVERLAP THE YEAR, WITH THEIR FIRST   SQRCAL.2
019400*    AND LAST DAY IN THE DAY TABLE AND THEIR TRUE START AND END.  SQRCAL.2
019500 01  PERIOD-TABLE.                                                SQRCAL.2
019600     05  PERIOD-ENTRY OCCURS 30 TIMES.                            SQRCAL.2
019700         10  PT-SLOT             PIC X(6).                        SQRCAL.2
019800         10  PT-START-DATE       PIC 9(8).                        SQRCAL.2
019900         10  PT-END-DATE         PIC 9(8).                        SQRCAL.2
020000         10  PT-FIRST-SUB        PIC 9(4) COMP.                   SQRCAL.2
020100         10  PT-LAST-SUB         PIC 9(4) COMP.                   SQRCAL.2
020200 01  REJECT-TABLE.                                                SQRCAL.2
020300     05  REJECT-ENTRY OCCURS 50 TIMES.                            SQRCAL.2
020400         10  RJ-REASON           PIC X(40).                       SQRCAL.2
020500         10  RJ-IMAGE            PIC X(20).                       SQRCAL.2
020600 01  RULE-TABLE.                                                  SQRCAL.2
020700     05  RULE-ENTRY OCCURS 100 TIMES.                             SQRCAL.2
020800         10  RT-DECK-NAME        PIC X(8).                        SQRCAL.2
020900         10  RT-RULE             PIC X(8).                        SQRCAL.2
021000         10  RT-RUNS             PIC 9(4) COMP.                   SQRCAL.2
021100*    THE CALENDAR BEING GENERATED, IN RUN-DATE ORDER.             SQRCAL.2
021200 01  NEW-RUN-TABLE.                                               SQRCAL.2
021300     05  NEW-RUN-ENTRY OCCURS 6000 TIMES.                         SQRCAL.2
021400         10  NR-RUN-DATE         PIC 9(8).                        SQRCAL.2
021500         10  NR-DECK-NAME        PIC X(8).                        SQRCAL.2
021600         10  NR-RULE             PIC X(8).                        SQRCAL.2
021700         10  NR-SLOT             PIC X(8).                        SQRCAL.2
021800         10  NR-MATCHED          PIC X(1).                        SQRCAL.2
021900*    THE CALENDAR FILE AS IT STOOD (PR-IMAGE IS THE SQRCLREC      SQRCAL.2
022000*    IMAGE).                                                      SQRCAL.2
022100 01  PRIOR-RUN-TABLE.                                             SQRCAL.2
022200     05  PRIOR-RUN-ENTRY OCCURS 6000 TIMES.                       SQRCAL.2
022300         10  PR-IMAGE            PIC X(80).                       SQRCAL.2
022400         10  PR-FIELDS REDEFINES PR-IMAGE.                        SQRCAL.2
022500             15  PR-RUN-DATE     PIC 9(8).                        SQRCAL.2
022600             15  PR-RUN-DATE-X REDEFINES PR-RUN-DATE.             SQRCAL.2
022700                 20  PR-RUN-YEAR PIC 9(4).                        SQRCAL.2
022800                 20  PR-RUN-MMDD PIC 9(4).                        SQRCAL.2
022900             15  PR-DECK-NAME    PIC X(8).                        SQRCAL.2
023000             15  PR-RULE         PIC X(8).                        SQRCAL.2
023100             15  PR-SLOT         PIC X(8).                        SQRCAL.2
023200             15  FILLER          PIC X(48).                       SQRCAL.2
023300         10  PR-MATCHED          PIC X(1).                        SQRCAL.2
023400 01  HEAD-LINE-1.                                                 SQRCAL.2
023500     05  FILLER              PIC X(50) VALUE                      SQRCAL.2
023600         "SQ-VS6 SUITE RUN CALENDAR GENERATION".                  SQRCAL.2
023700 01  HEAD-LINE-2.                                                 SQRCAL.2
023800     05  FILLER              PIC X(16) VALUE "CALENDAR YEAR = ".  SQRCAL.2
023900     05  HL-CAL-YEAR         PIC 9(4).                            SQRCAL.2
024000     05  FILLER              PIC X(13) VALUE "   CULTURE = ".     SQRCAL.2
024100     05  HL-CULTURE          PIC X(4).                            SQRCAL.2
024200     05  FILLER              PIC X(14) VALUE "   RUN DATE = ".    SQRCAL.2
024300     05  HL-RUN-DATE         PIC 9(8).                            SQRCAL.2
024400 01  SECTION-LINE.                                                SQRCAL.2
024500     05  SEC-TEXT            PIC X(60).                           SQRCAL.2
024600 01  RULE-HEAD.                                                   SQRCAL.2
024700     05  FILLER              PIC X(10) VALUE "DECK".              SQRCAL.2
024800     05  FILLER              PIC X(10) VALUE "RULE".              SQRCAL.2
024900     05  FILLER              PIC X(10) VALUE "      RUNS".        SQRCAL.2
025000 01  RULE-LINE.                                                   SQRCAL.2
025100     05  RL-DECK-NAME        PIC X(8).                            SQRCAL.2
025200     05  FILLER              PIC X(2)  VALUE SPACE.               SQRCAL.2
025300     05  RL-RULE             PIC X(8).                            SQRCAL.2
025400     05  FILLER              PIC X(6)  VALUE SPACE.               SQRCAL.2
025500     05  RL-RUNS             PIC ZZZ9.                            SQRCAL.2
025600 01  RUN-LINE.                                                    SQRCAL.2
025700     05  RN-RUN-DATE         PIC 9(8).                            SQRCAL.2
025800     05  FILLER              PIC X(2)  VALUE SPACE.               SQRCAL.2
025900     05  RN-DECK-NAME        PIC X(8).                            SQRCAL.2
026000     05  FILLER              PIC X(2)  VALUE SPACE.               SQRCAL.2
026100     05  RN-RULE             PIC X(8).                            SQRCAL.2
026200     05  FILLER              PIC X(2)  VALUE SPACE.               SQRCAL.2
026300     05  RN-SLOT             PIC X(8).                            SQRCAL.2
026400 01  CHANGE-LINE.                                                 SQRCAL.2
026500     05  CL-CHANGE           PIC X(8).                            SQRCAL.2
026600     05  FILLER              PIC X(2)  VALUE SPACE.               SQRCAL.2
026700     05  CL-DECK-NAME        PIC X(8).                            SQRCAL.2
026800     05  FILLER              PIC X(2)  VALUE SPACE.               SQRCAL.2
026900     05  CL-RULE             PIC X(8).                            SQRCAL.2
027000     05  FILLER              PIC X(2)  VALUE SPACE.               SQRCAL.2
027100     05  CL-SLOT             PIC X(8).                            SQRCAL.2
027200     05  FILLER              PIC X(7)  VALUE "  WAS  ".           SQRCAL.2
027300     05  CL-OLD-DATE         PIC X(8).                            SQRCAL.2
027400     05  FILLER              PIC X(7)  VALUE "  NOW  ".           SQRCAL.2
027500     05  CL-NEW-DATE         PIC X(8).                            SQRCAL.2
027600 01  CARD-ERROR-LINE.                                             SQRCAL.2
027700     05  FILLER              PIC X(16) VALUE "CARD REJECTED - ".  SQRCAL.2
027800     05  CEL-REASON          PIC X(40).                           SQRCAL.2
027900     05  FILLER              PIC X(2)  VALUE SPACE.               SQRCAL.2
028000     05  CEL-CARD-IMAGE      PIC X(20).                           SQRCAL.2
028100 01  SUMMARY-LINE.                                                SQRCAL.2
028200     05  SL-LITERAL          PIC X(30).                           SQRCAL.2
028300     05  SL-COUNT            PIC ZZZZ9.                           SQRCAL.2
028400 PROCEDURE DIVISION.                                              SQRCAL.2
028500 MAINLINE.                                                        SQRCAL.2
028600     PERFORM OPEN-FILES.                                          SQRCAL.2
028700     PERFORM LOAD-ONE-CARD                                        SQRCAL.2
028800         UNTIL WS-EOF.                                            SQRCAL.2
028900     CLOSE RULE-CARD.                                             SQRCAL.2
029000     MOVE WS-CAL-YEAR TO HL-CAL-YEAR.                             SQRCAL.2
029100     MOVE WS-CULTURE TO HL-CULTURE.                               SQRCAL.2
029200     MOVE WS-RUN-DATE TO HL-RUN-DATE.                             SQRCAL.2
029300     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQRCAL.2
029400     WRITE PRINT-REC FROM HEAD-LINE-2 AFTER ADVANCING 1 LINE.     SQRCAL.2
029500     PERFORM LIST-REJECTED-CARDS.                                 SQRCAL.2
029600     PERFORM BUILD-DAY-TABLE.                                     SQRCAL.2
029700     IF WS-UNCOVERED-TEXT EQUAL TO SPACE                          SQRCAL.2
029800         PERFORM MARK-MONTH-RUN-DAYS                              SQRCAL.2
029900     END-IF.                                                      SQRCAL.2
030000     IF WS-UNCOVERED-TEXT EQUAL TO SPACE                          SQRCAL.2
030100        AND WS-PERIOD-RULES                                       SQRCAL.2
030200         PERFORM BUILD-PERIOD-TABLE                               SQRCAL.2
030300     END-IF.                                                      SQRCAL.2
030400     IF WS-UNCOVERED-TEXT EQUAL TO SPACE                          SQRCAL.2
030500         PERFORM MARK-PERIOD-RUN-DAYS                             SQRCAL.2
030600             VARYING WS-PERIOD-SUB FROM 1 BY 1                    SQRCAL.2
030700             UNTIL WS-PERIOD-SUB GREATER THAN WS-PERIOD-COUNT     SQRCAL.2
030800         PERFORM GENERATE-ONE-DAY                                 SQRCAL.2
030900             VARYING WS-DAY-SUB FROM 1 BY 1                       SQRCAL.2
031000             UNTIL WS-DAY-SUB GREATER THAN WS-DAY-COUNT           SQRCAL.2
031100         PERFORM LOAD-PRIOR-CALENDAR                              SQRCAL.2
031200         PERFORM LIST-RULES                                       SQRCAL.2
031300         PERFORM LIST-MONTH-AND-PERIOD-RUNS                       SQRCAL.2
031400         PERFORM LIST-CHANGES                                     SQRCAL.2
031500     ELSE                                                         SQRCAL.2
031600         MOVE WS-UNCOVERED-TEXT TO PRINT-REC                      SQRCAL.2
031700         WRITE PRINT-REC AFTER ADVANCING 2 LINES                  SQRCAL.2
031800     END-IF.                                                      SQRCAL.2
031900*    A CALENDAR BUILT FROM A REJECTED CARD, AN UNCOVERED YEAR OR  SQRCAL.2
032000*    A FULL TABLE WOULD DROP RUNS THE SCHEDULER EXPECTS, SO THE   SQRCAL.2
032100*    FILE IS LEFT AS IT WAS AND THE RUN ENDS WITH RETURN CODE 8.  SQRCAL.2
032200     IF WS-CARDS-REJECTED GREATER THAN ZERO                       SQRCAL.2
032300        OR WS-UNCOVERED-TEXT NOT EQUAL TO SPACE                   SQRCAL.2
032400        OR WS-TABLE-FULL                                          SQRCAL.2
032500         MOVE "** RUN CALENDAR NOT REWRITTEN **" TO PRINT-REC     SQRCAL.2
032600         WRITE PRINT-REC AFTER ADVANCING 2 LINES                  SQRCAL.2
032700     ELSE                                                         SQRCAL.2
032800         PERFORM REWRITE-CALENDAR                                 SQRCAL.2
032900     END-IF.                                                      SQRCAL.2
033000     PERFORM CLOSE-FILES.                                         SQRCAL.2
033100     IF WS-MOVED-COUNT GREATER THAN ZERO                          SQRCAL.2
033200        OR WS-DROPPED-COUNT GREATER THAN ZERO                     SQRCAL.2
033300        OR WS-UNPLACED-COUNT GREATER THAN ZERO                    SQRCAL.2
033400         MOVE 4 TO RETURN-CODE                                    SQRCAL.2
033500     END-IF.                                                      SQRCAL.2
033600     IF WS-CARDS-REJECTED GREATER THAN ZERO                       SQRCAL.2
033700        OR WS-UNCOVERED-TEXT NOT EQUAL TO SPACE                   SQRCAL.2
033800        OR WS-TABLE-FULL                                          SQRCAL.2
033900         MOVE 8 TO RETURN-CODE                                    SQRCAL.2
034000     END-IF.                                                      SQRCAL.2
034100     STOP RUN.                                                    SQRCAL.2
034200 OPEN-FILES.                                                      SQRCAL.2
034300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       SQRCAL.2
034400     MOVE WS-RUN-YEAR TO WS-CAL-YEAR.                             SQRCAL.2
034500     OPEN INPUT RULE-CARD.                                        SQRCAL.2
034600     OPEN OUTPUT PRINT-FILE.                                      SQRCAL.2
034700 LOAD-ONE-CARD.                                                   SQRCAL.2
034800     READ RULE-CARD                                               SQRCAL.2
034900         AT END                                                   SQRCAL.2
035000             MOVE "Y" TO WS-EOF-SW                                SQRCAL.2
035100     END-READ.                                                    SQRCAL.2
035200     IF NOT WS-EOF                                                SQRCAL.2
035300         ADD 1 TO WS-CARDS-READ                                   SQRCAL.2
035400         PERFORM CHECK-ONE-CARD                                   SQRCAL.2
035500     END-IF.                                                      SQRCAL.2
035600 CHECK-ONE-CARD.                                                  SQRCAL.2
035700     MOVE SPACE TO WS-CARD-ERROR-TEXT.                            SQRCAL.2
035800     IF RC-DECK-NAME EQUAL TO "CALENDAR"                          SQRCAL.2
035900         IF CC-YEAR NOT NUMERIC                                   SQRCAL.2
036000            OR CC-YEAR LESS THAN 1601                             SQRCAL.2
036100             MOVE "CALENDAR YEAR IS NOT VALID"                    SQRCAL.2
036200                 TO WS-CARD-ERROR-TEXT                            SQRCAL.2
036300         ELSE                                                     SQRCAL.2
036400             MOVE CC-YEAR TO WS-CAL-YEAR                          SQRCAL.2
036500             IF CC-CULTURE NOT EQUAL TO SPACE                     SQRCAL.2
036600                 MOVE CC-CULTURE TO WS-CULTURE                    SQRCAL.2
036700             END-IF                                               SQRCAL.2
036800         END-IF                                                   SQRCAL.2
036900     ELSE                                                         SQRCAL.2
037000         PERFORM CHECK-RULE-CARD                                  SQRCAL.2
037100     END-IF.                                                      SQRCAL.2
037200     IF WS-CARD-ERROR-TEXT NOT EQUAL TO SPACE                     SQRCAL.2
037300         ADD 1 TO WS-CARDS-REJECTED                               SQRCAL.2
037400         IF WS-CARDS-REJECTED NOT GREATER THAN 50                 SQRCAL.2
037500             MOVE WS-CARD-ERROR-TEXT                              SQRCAL.2
037600                 TO RJ-REASON (WS-CARDS-REJECTED)                 SQRCAL.2
037700             MOVE RULE-CARD-REC TO RJ-IMAGE (WS-CARDS-REJECTED)   SQRCAL.2
037800         END-IF                                                   SQRCAL.2
037900     END-IF.                                                      SQRCAL.2
038000 CHECK-RULE-CARD.                                                 SQRCAL.2
038100     IF RC-DECK-NAME EQUAL TO SPACE                               SQRCAL.2
038200         MOVE "DECK NAME IS MISSING" TO WS-CARD-ERROR-TEXT        SQRCAL.2
038300     END-IF.                                                      SQRCAL.2
038400     IF WS-CARD-ERROR-TEXT EQUAL TO SPACE                         SQRCAL.2
038500        AND RC-RULE NOT EQUAL TO "DAILY   "                       SQRCAL.2
038600        AND RC-RULE NOT EQUAL TO "FIRSTBDM"                       SQRCAL.2
038700        AND RC-RULE NOT EQUAL TO "LASTBDM "                       SQRCAL.2
038800        AND RC-RULE NOT EQUAL TO "FIRSTBDP"                       SQRCAL.2
038900        AND RC-RULE NOT EQUAL TO "LASTBDP "                       SQRCAL.2
039000         MOVE "UNKNOWN RULE" TO WS-CARD-ERROR-TEXT                SQRCAL.2
039100     END-IF.                                                      SQRCAL.2
039200     IF WS-CARD-ERROR-TEXT EQUAL TO SPACE                         SQRCAL.2
039300        AND WS-RULE-COUNT NOT LESS THAN 100                       SQRCAL.2
039400         MOVE "MORE THAN 100 RULES" TO WS-CARD-ERROR-TEXT         SQRCAL.2
039500     END-IF.                                                      SQRCAL.2
039600     IF WS-CARD-ERROR-TEXT EQUAL TO SPACE                         SQRCAL.2
039700         ADD 1 TO WS-RULE-COUNT                                   SQRCAL.2
039800         MOVE RC-DECK-NAME TO RT-DECK-NAME (WS-RULE-COUNT)        SQRCAL.2
039900         MOVE RC-RULE TO RT-RULE (WS-RULE-COUNT)                  SQRCAL.2
040000         MOVE ZERO TO RT-RUNS (WS-RULE-COUNT)                     SQRCAL.2
040100         IF RC-RULE EQUAL TO "FIRSTBDP"                           SQRCAL.2
040200            OR RC-RULE EQUAL TO "LASTBDP "                        SQRCAL.2
040300             MOVE "Y" TO WS-PERIOD-RULES-SW                       SQRCAL.2
040400         END-IF                                                   SQRCAL.2
040500     END-IF.                                                      SQRCAL.2
040600 LIST-REJECTED-CARDS.                                             SQRCAL.2
040700     PERFORM LIST-ONE-REJECT                                      SQRCAL.2
040800         VARYING WS-RULE-SUB FROM 1 BY 1                          SQRCAL.2
040900         UNTIL WS-RULE-SUB GREATER THAN WS-CARDS-REJECTED         SQRCAL.2
041000            OR WS-RULE-SUB GREATER THAN 50.                       SQRCAL.2
041100 LIST-ONE-REJECT.                                                 SQRCAL.2
041200     MOVE RJ-REASON (WS-RULE-SUB) TO CEL-REASON.                  SQRCAL.2
041300     MOVE RJ-IMAGE (WS-RULE-SUB) TO CEL-CARD-IMAGE.               SQRCAL.2
041400     WRITE PRINT-REC FROM CARD-ERROR-LINE AFTER ADVANCING 1 LINE. SQRCAL.2
041500 BUILD-DAY-TABLE.                                                 SQRCAL.2
041600*    FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A      SQRCAL.2
041700*    CENTURY YEAR NOT DIVISIBLE BY 400.                           SQRCAL.2
041800     DIVIDE WS-CAL-YEAR BY 4 GIVING WS-QUOTIENT                   SQRCAL.2
041900         REMAINDER WS-REM-4.                                      SQRCAL.2
042000     DIVIDE WS-CAL-YEAR BY 100 GIVING WS-QUOTIENT                 SQRCAL.2
042100         REMAINDER WS-REM-100.                                    SQRCAL.2
042200     DIVIDE WS-CAL-YEAR BY 400 GIVING WS-QUOTIENT                 SQRCAL.2
042300         REMAINDER WS-REM-400.                                    SQRCAL.2
042400     MOVE 28 TO DAYS-IN-MONTH (2).                                SQRCAL.2
042500     IF WS-REM-4 EQUAL TO ZERO                                    SQRCAL.2
042600        AND (WS-REM-100 NOT EQUAL TO ZERO                         SQRCAL.2
042700             OR WS-REM-400 EQUAL TO ZERO)                         SQRCAL.2
042800         MOVE 29 TO DAYS-IN-MONTH (2)                             SQRCAL.2
042900     END-IF.                                                      SQRCAL.2
043000     MOVE ZERO TO WS-DAY-COUNT.                                   SQRCAL.2
043100     PERFORM BUILD-ONE-MONTH                                      SQRCAL.2
043200         VARYING WS-MONTH FROM 1 BY 1                             SQRCAL.2
043300         UNTIL WS-MONTH GREATER THAN 12.                          SQRCAL.2
043400     MOVE 99999999 TO DT-DATE (WS-DAY-COUNT + 1).                 SQRCAL.2
043500 BUILD-ONE-MONTH.                                                 SQRCAL.2
043600     MOVE ZERO TO ML-LAST-BD-SUB (WS-MONTH).                      SQRCAL.2
043700     MOVE DAYS-IN-MONTH (WS-MONTH) TO WS-MONTH-DAYS.              SQRCAL.2
043800     PERFORM BUILD-ONE-DAY                                        SQRCAL.2
043900         VARYING WS-DAY FROM 1 BY 1                               SQRCAL.2
044000         UNTIL WS-DAY GREATER THAN WS-MONTH-DAYS.                 SQRCAL.2
044100 BUILD-ONE-DAY.                                                   SQRCAL.2
044200*    isBusinessDay ANSWERS "9" FOR A YEAR THE HOLCAL FILE DOES    SQRCAL.2
044300*    NOT COVER FOR THE CULTURE; THE CALENDAR IS THEN NOT BUILT.   SQRCAL.2
044400     ADD 1 TO WS-DAY-COUNT.                                       SQRCAL.2
044500     MOVE WS-CAL-YEAR TO WS-LIB-YYYY.                             SQRCAL.2
044600     MOVE WS-MONTH TO WS-LIB-MM.                                  SQRCAL.2
044700     MOVE WS-DAY TO WS-LIB-DD.                                    SQRCAL.2
044800     MOVE WS-LIB-DATE-N TO DT-DATE (WS-DAY-COUNT).                SQRCAL.2
044900     MOVE "N" TO DT-FIRST-BDM (WS-DAY-COUNT).                     SQRCAL.2
045000     MOVE "N" TO DT-LAST-BDM (WS-DAY-COUNT).                      SQRCAL.2
045100     MOVE "N" TO DT-FIRST-BDP (WS-DAY-COUNT).                     SQRCAL.2
045200     MOVE "N" TO DT-LAST-BDP (WS-DAY-COUNT).                      SQRCAL.2
045300     MOVE SPACE TO DT-PERIOD-SLOT (WS-DAY-COUNT).                 SQRCAL.2
045400     CALL "3e7a91bc" USING WS-LIB-DATE WS-CULTURE WS-LIB-FLAG.    SQRCAL.2
045500     MOVE WS-LIB-FLAG TO DT-BUSINESS (WS-DAY-COUNT).              SQRCAL.2
045600     IF WS-LIB-FLAG EQUAL TO "Y"                                  SQRCAL.2
045700         ADD 1 TO WS-BUSINESS-DAYS                                SQRCAL.2
045800         MOVE WS-DAY-COUNT TO ML-LAST-BD-SUB (WS-MONTH)           SQRCAL.2
045900     END-IF.                                                      SQRCAL.2
046000     IF WS-LIB-FLAG EQUAL TO "9"                                  SQRCAL.2
046100        AND WS-UNCOVERED-TEXT EQUAL TO SPACE                      SQRCAL.2
046200         STRING "** HOLCAL FILE DOES NOT COVER " WS-CAL-YEAR      SQRCAL.2
046300                " FOR CULTURE " WS-CULTURE " **"                  SQRCAL.2
046400             DELIMITED BY SIZE INTO WS-UNCOVERED-TEXT             SQRCAL.2
046500     END-IF.                                                      SQRCAL.2
046600 MARK-MONTH-RUN-DAYS.                                             SQRCAL.2
046700     PERFORM MARK-ONE-MONTH                                       SQRCAL.2
046800         VARYING WS-MONTH FROM 1 BY 1                             SQRCAL.2
046900         UNTIL WS-MONTH GREATER THAN 12.                          SQRCAL.2
047000 MARK-ONE-MONTH.                                                  SQRCAL.2
047100*    THE FIRST BUSINESS DAY IS nextBusinessDay FROM THE 1ST; THE  SQRCAL.2
047200*    LAST IS THE LAST "Y" DAY OF THE MONTH IN THE DAY TABLE.      SQRCAL.2
047300     MOVE WS-CAL-YEAR TO WS-LIB-YYYY.                             SQRCAL.2
047400     MOVE WS-MONTH TO WS-LIB-MM.                                  SQRCAL.2
047500     MOVE 1 TO WS-LIB-DD.                                         SQRCAL.2
047600     CALL "6b42d8e1" USING WS-LIB-DATE WS-CULTURE WS-LIB-RESULT.  SQRCAL.2
047700     IF WS-RES-YYYY EQUAL TO WS-CAL-YEAR                          SQRCAL.2
047800        AND WS-RES-MM EQUAL TO WS-MONTH                           SQRCAL.2
047900         PERFORM FIND-RESULT-DAY                                  SQRCAL.2
048000         IF WS-FOUND-SUB GREATER THAN ZERO                        SQRCAL.2
048100             MOVE "Y" TO DT-FIRST-BDM (WS-FOUND-SUB)              SQRCAL.2
048200         END-IF                                                   SQRCAL.2
048300     END-IF.                                                      SQRCAL.2
048400     IF ML-LAST-BD-SUB (WS-MONTH) GREATER THAN ZERO               SQRCAL.2
048500         MOVE "Y" TO DT-LAST-BDM (ML-LAST-BD-SUB (WS-MONTH))      SQRCAL.2
048600     END-IF.                                                      SQRCAL.2
048700 FIND-RESULT-DAY.                                                 SQRCAL.2
048800     MOVE ZERO TO WS-FOUND-SUB.                                   SQRCAL.2
048900     PERFORM TEST-RESULT-DAY                                      SQRCAL.2
049000         VARYING WS-FIND-SUB FROM 1 BY 1                          SQRCAL.2
049100         UNTIL WS-FIND-SUB GREATER THAN WS-DAY-COUNT              SQRCAL.2
049200            OR WS-FOUND-SUB GREATER THAN ZERO.                    SQRCAL.2
049300 TEST-RESULT-DAY.                                                 SQRCAL.2
049400     IF DT-DATE (WS-FIND-SUB) EQUAL TO WS-LIB-RESULT-N            SQRCAL.2
049500         MOVE WS-FIND-SUB TO WS-FOUND-SUB                         SQRCAL.2
049600     END-IF.                                                      SQRCAL.2
049700 BUILD-PERIOD-TABLE.                                              SQRCAL.2
049800*    THE PERIOD OF THE FIRST DAY OF THE YEAR, THEN OF THE DAY     SQRCAL.2
049900*    AFTER EACH PERIOD END, UNTIL THE YEAR IS USED UP.  PERIODS   SQRCAL.2
050000*    ARE ONLY NEEDED WHEN A PERIOD RULE IS ON THE DECK, SO A      SQRCAL.2
050100*    DECK OF DAILY AND MONTHLY RULES DOES NOT NEED THE FISCAL     SQRCAL.2
050200*    FILE.                                                        SQRCAL.2
050300     MOVE 1 TO WS-DAY-SUB.                                        SQRCAL.2
050400     PERFORM ADD-ONE-PERIOD                                       SQRCAL.2
050500         UNTIL WS-DAY-SUB GREATER THAN WS-DAY-COUNT               SQRCAL.2
050600            OR WS-UNCOVERED-TEXT NOT EQUAL TO SPACE               SQRCAL.2
050700            OR WS-TABLE-FULL.                                     SQRCAL.2
050800 ADD-ONE-PERIOD.                                                  SQRCAL.2
050900     MOVE DT-DATE (WS-DAY-SUB) TO WS-LIB-DATE-N.                  SQRCAL.2
051000     CALL "e8a21b6d" USING WS-LIB-DATE WS-LIB-RC WS-LIB-MSG       SQRCAL.2
051100                           WS-FISCAL-RESULT.                      SQRCAL.2
051200     IF WS-LIB-RC EQUAL TO ZERO                                   SQRCAL.2
051300         CALL "2d94c7e5" USING WS-LIB-DATE WS-LIB-RC WS-LIB-MSG   SQRCAL.2
051400                               WS-LIB-RESULT                      SQRCAL.2
051500         MOVE WS-LIB-RESULT-N TO WS-PERIOD-START                  SQRCAL.2
051600     END-IF.                                                      SQRCAL.2
051700     IF WS-LIB-RC EQUAL TO ZERO                                   SQRCAL.2
051800         CALL "6f1b8da2" USING WS-LIB-DATE WS-LIB-RC WS-LIB-MSG   SQRCAL.2
051900                               WS-LIB-RESULT                      SQRCAL.2
052000         MOVE WS-LIB-RESULT-N TO WS-PERIOD-END                    SQRCAL.2
052100     END-IF.                                                      SQRCAL.2
052200     IF WS-LIB-RC NOT EQUAL TO ZERO                               SQRCAL.2
052300         STRING "** FISCAL FILE DOES NOT COVER "                  SQRCAL.2
052400                DT-DATE (WS-DAY-SUB) " **"                        SQRCAL.2
052500             DELIMITED BY SIZE INTO WS-UNCOVERED-TEXT             SQRCAL.2
052600     ELSE                                                         SQRCAL.2
052700         IF WS-PERIOD-COUNT NOT LESS THAN 30                      SQRCAL.2
052800             MOVE "Y" TO WS-TABLE-FULL-SW                         SQRCAL.2
052900         ELSE                                                     SQRCAL.2
053000             ADD 1 TO WS-PERIOD-COUNT                             SQRCAL.2
053100             MOVE WS-FISCAL-RESULT TO PT-SLOT (WS-PERIOD-COUNT)   SQRCAL.2
053200             MOVE WS-PERIOD-START                                 SQRCAL.2
053300                 TO PT-START-DATE (WS-PERIOD-COUNT)               SQRCAL.2
053400             MOVE WS-PERIOD-END TO PT-END-DATE (WS-PERIOD-COUNT)  SQRCAL.2
053500             MOVE WS-DAY-SUB TO PT-FIRST-SUB (WS-PERIOD-COUNT)    SQRCAL.2
053600             PERFORM SET-PERIOD-DAY WITH TEST AFTER               SQRCAL.2
053700                 UNTIL DT-DATE (WS-DAY-SUB) GREATER THAN          SQRCAL.2
053800                       WS-PERIOD-END                              SQRCAL.2
053900             COMPUTE PT-LAST-SUB (WS-PERIOD-COUNT) =              SQRCAL.2
054000                 WS-DAY-SUB - 1                                   SQRCAL.2
054100         END-IF                                                   SQRCAL.2
054200     END-IF.                                                      SQRCAL.2
054300 SET-PERIOD-DAY.                                                  SQRCAL.2
054400     MOVE PT-SLOT (WS-PERIOD-COUNT)                               SQRCAL.2
054500         TO DT-PERIOD-SLOT (WS-DAY-SUB).                          SQRCAL.2
054600     ADD 1 TO WS-DAY-SUB.                                         SQRCAL.2
054700 MARK-PERIOD-RUN-DAYS.                                            SQRCAL.2
054800*    THE FIRST BUSINESS DAY IS nextBusinessDay FROM THE TRUE      SQRCAL.2
054900*    PERIOD START, WHICH MAY FALL IN THE YEAR BEFORE.  THE LAST   SQRCAL.2
055000*    IS FOUND BACKWARD FROM THE PERIOD END; FOR A PERIOD ENDING   SQRCAL.2
055100*    IN THE NEXT YEAR IT IS IN THIS YEAR ONLY IF THERE IS NO      SQRCAL.2
055200*    BUSINESS DAY FROM 1 JANUARY TO THE PERIOD END.               SQRCAL.2
055300     MOVE PT-START-DATE (WS-PERIOD-SUB) TO WS-LIB-DATE-N.         SQRCAL.2
055400     CALL "6b42d8e1" USING WS-LIB-DATE WS-CULTURE WS-LIB-RESULT.  SQRCAL.2
055500     IF WS-LIB-RESULT-N EQUAL TO 99999999                         SQRCAL.2
055600         PERFORM NOTE-UNPLACED-RUN                                SQRCAL.2
055700     ELSE                                                         SQRCAL.2
055800         IF WS-LIB-RESULT-N NOT GREATER THAN                      SQRCAL.2
055900            PT-END-DATE (WS-PERIOD-SUB)                           SQRCAL.2
056000             PERFORM FIND-RESULT-DAY                              SQRCAL.2
056100             IF WS-FOUND-SUB GREATER THAN ZERO                    SQRCAL.2
056200                 MOVE "Y" TO DT-FIRST-BDP (WS-FOUND-SUB)          SQRCAL.2
056300             END-IF                                               SQRCAL.2
056400         END-IF                                                   SQRCAL.2
056500     END-IF.                                                      SQRCAL.2
056600     MOVE PT-LAST-SUB (WS-PERIOD-SUB) TO WS-SCAN-FROM.            SQRCAL.2
056700     IF PT-END-DATE (WS-PERIOD-SUB)                               SQRCAL.2
056800        GREATER THAN DT-DATE (WS-DAY-COUNT)                       SQRCAL.2
056900         COMPUTE WS-LIB-YYYY = WS-CAL-YEAR + 1                    SQRCAL.2
057000         MOVE 1 TO WS-LIB-MM                                      SQRCAL.2
057100         MOVE 1 TO WS-LIB-DD                                      SQRCAL.2
057200         CALL "6b42d8e1" USING WS-LIB-DATE WS-CULTURE             SQRCAL.2
057300                               WS-LIB-RESULT                      SQRCAL.2
057400         IF WS-LIB-RESULT-N EQUAL TO 99999999                     SQRCAL.2
057500             MOVE ZERO TO WS-SCAN-FROM                            SQRCAL.2
057600             PERFORM NOTE-UNPLACED-RUN                            SQRCAL.2
057700         ELSE                                                     SQRCAL.2
057800             IF WS-LIB-RESULT-N NOT GREATER THAN                  SQRCAL.2
057900                PT-END-DATE (WS-PERIOD-SUB)                       SQRCAL.2
058000                 MOVE ZERO TO WS-SCAN-FROM                        SQRCAL.2
058100             END-IF                                               SQRCAL.2
058200         END-IF                                                   SQRCAL.2
058300     END-IF.                                                      SQRCAL.2
058400     IF WS-SCAN-FROM GREATER THAN ZERO                            SQRCAL.2
058500         MOVE ZERO TO WS-FOUND-SUB                                SQRCAL.2
058600         PERFORM TEST-LAST-BD                                     SQRCAL.2
058700             VARYING WS-SCAN-SUB FROM WS-SCAN-FROM BY -1          SQRCAL.2
058800             UNTIL WS-SCAN-SUB                                    SQRCAL.2
058900                   LESS THAN PT-FIRST-SUB (WS-PERIOD-SUB)         SQRCAL.2
059000                OR WS-FOUND-SUB GREATER THAN ZERO                 SQRCAL.2
059100         IF WS-FOUND-SUB GREATER THAN ZERO                        SQRCAL.2
059200             MOVE "Y" TO DT-LAST-BDP (WS-FOUND-SUB)               SQRCAL.2
059300         END-IF                                                   SQRCAL.2
059400     END-IF.                                                      SQRCAL.2
059500 TEST-LAST-BD.                                                    SQRCAL.2
059600     IF DT-BUSINESS (WS-SCAN-SUB) EQUAL TO "Y"                    SQRCAL.2
059700         MOVE WS-SCAN-SUB TO WS-FOUND-SUB                         SQRCAL.2
059800     END-IF.                                                      SQRCAL.2
059900 NOTE-UNPLACED-RUN.                                               SQRCAL.2
060000*    THE HOLCAL FILE DOES NOT COVER THE YEAR ON THE OTHER SIDE    SQRCAL.2
060100*    OF THE TURN OF THE YEAR, SO IT CANNOT BE TOLD WHICH YEAR     SQRCAL.2
060200*    THE RUN FALLS IN.  IT IS LEFT OFF AND THE RUN ENDS RC 4.     SQRCAL.2
060300     ADD 1 TO WS-UNPLACED-COUNT.                                  SQRCAL.2
060400     MOVE SPACE TO PRINT-REC.                                     SQRCAL.2
060500     STRING "FISCAL PERIOD " PT-SLOT (WS-PERIOD-SUB)              SQRCAL.2
060600            " CROSSES INTO A YEAR THE HOLCAL FILE DOES NOT"       SQRCAL.2
060700            " COVER - PERIOD RUN NOT PLACED"                      SQRCAL.2
060800         DELIMITED BY SIZE INTO PRINT-REC.                        SQRCAL.2
060900     WRITE PRINT-REC AFTER ADVANCING 1 LINE.                      SQRCAL.2
061000 GENERATE-ONE-DAY.                                                SQRCAL.2
061100     PERFORM GENERATE-ONE-RULE                                    SQRCAL.2
061200         VARYING WS-RULE-SUB FROM 1 BY 1                          SQRCAL.2
061300         UNTIL WS-RULE-SUB GREATER THAN WS-RULE-COUNT.            SQRCAL.2
061400 GENERATE-ONE-RULE.                                               SQRCAL.2
061500     MOVE SPACE TO WS-SLOT.                                       SQRCAL.2
061600     IF RT-RULE (WS-RULE-SUB) EQUAL TO "DAILY   "                 SQRCAL.2
061700        AND DT-BUSINESS (WS-DAY-SUB) EQUAL TO "Y"                 SQRCAL.2
061800         MOVE DT-DATE (WS-DAY-SUB) TO WS-SLOT                     SQRCAL.2
061900     END-IF.                                                      SQRCAL.2
062000     IF RT-RULE (WS-RULE-SUB) EQUAL TO "FIRSTBDM"                 SQRCAL.2
062100        AND DT-FIRST-BDM (WS-DAY-SUB) EQUAL TO "Y"                SQRCAL.2
062200         MOVE DT-YYYYMM (WS-DAY-SUB) TO WS-SLOT                   SQRCAL.2
062300     END-IF.                                                      SQRCAL.2
062400     IF RT-RULE (WS-RULE-SUB) EQUAL TO "LASTBDM "                 SQRCAL.2
062500        AND DT-LAST-BDM (WS-DAY-SUB) EQUAL TO "Y"                 SQRCAL.2
062600         MOVE DT-YYYYMM (WS-DAY-SUB) TO WS-SLOT                   SQRCAL.2
062700     END-IF.                                                      SQRCAL.2
062800     IF RT-RULE (WS-RULE-SUB) EQUAL TO "FIRSTBDP"                 SQRCAL.2
062900        AND DT-FIRST-BDP (WS-DAY-SUB) EQUAL TO "Y"                SQRCAL.2
063000         MOVE DT-PERIOD-SLOT (WS-DAY-SUB) TO WS-SLOT              SQRCAL.2
063100     END-IF.                                                      SQRCAL.2
063200     IF RT-RULE (WS-RULE-SUB) EQUAL TO "LASTBDP "                 SQRCAL.2
063300        AND DT-LAST-BDP (WS-DAY-SUB) EQUAL TO "Y"                 SQRCAL.2
063400         MOVE DT-PERIOD-SLOT (WS-DAY-SUB) TO WS-SLOT              SQRCAL.2
063500     END-IF.                                                      SQRCAL.2
063600     IF WS-SLOT NOT EQUAL TO SPACE                                SQRCAL.2
063700         PERFORM ADD-NEW-RUN                                      SQRCAL.2
063800     END-IF.                                                      SQRCAL.2
063900 ADD-NEW-RUN.                                                     SQRCAL.2
064000     IF WS-NEW-COUNT LESS THAN 6000                               SQRCAL.2
064100         ADD 1 TO WS-NEW-COUNT                                    SQRCAL.2
064200         MOVE DT-DATE (WS-DAY-SUB) TO NR-RUN-DATE (WS-NEW-COUNT)  SQRCAL.2
064300         MOVE RT-DECK-NAME (WS-RULE-SUB)                          SQRCAL.2
064400             TO NR-DECK-NAME (WS-NEW-COUNT)                       SQRCAL.2
064500         MOVE RT-RULE (WS-RULE-SUB) TO NR-RULE (WS-NEW-COUNT)     SQRCAL.2
064600         MOVE WS-SLOT TO NR-SLOT (WS-NEW-COUNT)                   SQRCAL.2
064700         MOVE "N" TO NR-MATCHED (WS-NEW-COUNT)                    SQRCAL.2
064800         ADD 1 TO RT-RUNS (WS-RULE-SUB)                           SQRCAL.2
064900     ELSE                                                         SQRCAL.2
065000         MOVE "Y" TO WS-TABLE-FULL-SW                             SQRCAL.2
065100     END-IF.                                                      SQRCAL.2
065200 LOAD-PRIOR-CALENDAR.                                             SQRCAL.2
065300*    THE PREVIOUS YEAR'S CALENDAR IS KEPT FOR THE MISSED-RUN      SQRCAL.2
065400*    CHECKS OF ITS LAST NIGHTS; ANYTHING OLDER IS DROPPED.        SQRCAL.2
065500     COMPUTE WS-KEEP-FROM-YEAR = WS-CAL-YEAR - 1.                 SQRCAL.2
065600     MOVE "N" TO WS-EOF-SW.                                       SQRCAL.2
065700     OPEN INPUT RUN-CALENDAR.                                     SQRCAL.2
065800     IF RUN-CALENDAR-STATUS NOT EQUAL TO "00"                     SQRCAL.2
065900        AND RUN-CALENDAR-STATUS NOT EQUAL TO "05"                 SQRCAL.2
066000         MOVE "Y" TO WS-EOF-SW                                    SQRCAL.2
066100     END-IF.                                                      SQRCAL.2
066200     PERFORM LOAD-ONE-PRIOR-RUN                                   SQRCAL.2
066300         UNTIL WS-EOF.                                            SQRCAL.2
066400     CLOSE RUN-CALENDAR.                                          SQRCAL.2
066500 LOAD-ONE-PRIOR-RUN.                                              SQRCAL.2
066600     READ RUN-CALENDAR                                            SQRCAL.2
066700         AT END                                                   SQRCAL.2
066800             MOVE "Y" TO WS-EOF-SW                                SQRCAL.2
066900     END-READ.                                                    SQRCAL.2
067000     IF NOT WS-EOF                                                SQRCAL.2
067100        AND RCL-RUN-YEAR NOT LESS THAN WS-KEEP-FROM-YEAR          SQRCAL.2
067200         IF WS-PRIOR-COUNT LESS THAN 6000                         SQRCAL.2
067300             ADD 1 TO WS-PRIOR-COUNT                              SQRCAL.2
067400             MOVE RUN-CALENDAR-REC TO PR-IMAGE (WS-PRIOR-COUNT)   SQRCAL.2
067500             MOVE "N" TO PR-MATCHED (WS-PRIOR-COUNT)              SQRCAL.2
067600             IF RCL-RUN-YEAR EQUAL TO WS-CAL-YEAR                 SQRCAL.2
067700                 ADD 1 TO WS-PRIOR-YEAR-RUNS                      SQRCAL.2
067800             END-IF                                               SQRCAL.2
067900         ELSE                                                     SQRCAL.2
068000             MOVE "Y" TO WS-TABLE-FULL-SW                         SQRCAL.2
068100         END-IF                                                   SQRCAL.2
068200     END-IF.                                                      SQRCAL.2
068300 LIST-RULES.                                                      SQRCAL.2
068400     MOVE "RULES" TO SEC-TEXT.                                    SQRCAL.2
068500     WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.   SQRCAL.2
068600     WRITE PRINT-REC FROM RULE-HEAD AFTER ADVANCING 1 LINE.       SQRCAL.2
068700     PERFORM LIST-ONE-RULE                                        SQRCAL.2
068800         VARYING WS-RULE-SUB FROM 1 BY 1                          SQRCAL.2
068900         UNTIL WS-RULE-SUB GREATER THAN WS-RULE-COUNT.            SQRCAL.2
069000 LIST-ONE-RULE.                                                   SQRCAL.2
069100     MOVE RT-DECK-NAME (WS-RULE-SUB) TO RL-DECK-NAME.             SQRCAL.2
069200     MOVE RT-RULE (WS-RULE-SUB) TO RL-RULE.                       SQRCAL.2
069300     MOVE RT-RUNS (WS-RULE-SUB) TO RL-RUNS.                       SQRCAL.2
069400     WRITE PRINT-REC FROM RULE-LINE AFTER ADVANCING 1 LINE.       SQRCAL.2
069500 LIST-MONTH-AND-PERIOD-RUNS.                                      SQRCAL.2
069600     MOVE "MONTH AND PERIOD RUNS" TO SEC-TEXT.                    SQRCAL.2
069700     WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.   SQRCAL.2
069800     MOVE ZERO TO WS-LISTED.                                      SQRCAL.2
069900     PERFORM LIST-ONE-RUN                                         SQRCAL.2
070000         VARYING WS-NEW-SUB FROM 1 BY 1                           SQRCAL.2
070100         UNTIL WS-NEW-SUB GREATER THAN WS-NEW-COUNT.              SQRCAL.2
070200     IF WS-LISTED EQUAL TO ZERO                                   SQRCAL.2
070300         MOVE "  NONE" TO PRINT-REC                               SQRCAL.2
070400         WRITE PRINT-REC AFTER ADVANCING 1 LINE                   SQRCAL.2
070500     END-IF.                                                      SQRCAL.2
070600 LIST-ONE-RUN.                                                    SQRCAL.2
070700     IF NR-RULE (WS-NEW-SUB) NOT EQUAL TO "DAILY   "              SQRCAL.2
070800         ADD 1 TO WS-LISTED                                       SQRCAL.2
070900         MOVE NR-RUN-DATE (WS-NEW-SUB) TO RN-RUN-DATE             SQRCAL.2
071000         MOVE NR-DECK-NAME (WS-NEW-SUB) TO RN-DECK-NAME           SQRCAL.2
071100         MOVE NR-RULE (WS-NEW-SUB) TO RN-RULE                     SQRCAL.2
071200         MOVE NR-SLOT (WS-NEW-SUB) TO RN-SLOT                     SQRCAL.2
071300         WRITE PRINT-REC FROM RUN-LINE AFTER ADVANCING 1 LINE     SQRCAL.2
071400     END-IF.                                                      SQRCAL.2
071500 LIST-CHANGES.                                                    SQRCAL.2
071600*    A RUN IS THE SAME RUN IN BOTH CALENDARS WHEN THE DECK, RULE  SQRCAL.2
071700*    AND SLOT AGREE; IF ITS DATE DIFFERS IT MOVED.  A RUN WITH    SQRCAL.2
071800*    NO PARTNER WAS DROPPED (OLD CALENDAR ONLY) OR ADDED (NEW     SQRCAL.2
071850*    ONLY).                                                       SQRCAL.2
071900     MOVE "CHANGES AGAINST THE CALENDAR ON FILE" TO SEC-TEXT.     SQRCAL.2
072000     WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.   SQRCAL.2
072100     MOVE ZERO TO WS-LISTED.                                      SQRCAL.2
072200     IF WS-PRIOR-YEAR-RUNS EQUAL TO ZERO                          SQRCAL.2
072300         MOVE "  NO CALENDAR ON FILE FOR THE YEAR - ALL RUNS NEW" SQRCAL.2
072400             TO PRINT-REC                                         SQRCAL.2
072500         WRITE PRINT-REC AFTER ADVANCING 1 LINE                   SQRCAL.2
072600     ELSE                                                         SQRCAL.2
072700         PERFORM COMPARE-ONE-PRIOR-RUN                            SQRCAL.2
072800             VARYING WS-PRIOR-SUB FROM 1 BY 1                     SQRCAL.2
072900             UNTIL WS-PRIOR-SUB GREATER THAN WS-PRIOR-COUNT       SQRCAL.2
073000         PERFORM LIST-ONE-ADDED-RUN                               SQRCAL.2
073100             VARYING WS-NEW-SUB FROM 1 BY 1                       SQRCAL.2
073200             UNTIL WS-NEW-SUB GREATER THAN WS-NEW-COUNT           SQRCAL.2
073300         IF WS-LISTED EQUAL TO ZERO                               SQRCAL.2
073400             MOVE "  NO SCHEDULED RUN MOVED" TO PRINT-REC         SQRCAL.2
073500             WRITE PRINT-REC AFTER ADVANCING 1 LINE               SQRCAL.2
073600         END-IF                                                   SQRCAL.2
073700     END-IF.                                                      SQRCAL.2
073800 COMPARE-ONE-PRIOR-RUN.                                           SQRCAL.2
073900     IF PR-RUN-YEAR (WS-PRIOR-SUB) EQUAL TO WS-CAL-YEAR           SQRCAL.2
074000         MOVE ZERO TO WS-MATCH-SUB                                SQRCAL.2
074100         PERFORM FIND-NEW-RUN                                     SQRCAL.2
074200             VARYING WS-NEW-SUB FROM 1 BY 1                       SQRCAL.2
074300             UNTIL WS-NEW-SUB GREATER THAN WS-NEW-COUNT           SQRCAL.2
074400                OR WS-MATCH-SUB GREATER THAN ZERO                 SQRCAL.2
074500         MOVE PR-DECK-NAME (WS-PRIOR-SUB) TO CL-DECK-NAME         SQRCAL.2
074600         MOVE PR-RULE (WS-PRIOR-SUB) TO CL-RULE                   SQRCAL.2
074700         MOVE PR-SLOT (WS-PRIOR-SUB) TO CL-SLOT                   SQRCAL.2
074800         MOVE PR-RUN-DATE (WS-PRIOR-SUB) TO CL-OLD-DATE           SQRCAL.2
074900         IF WS-MATCH-SUB EQUAL TO ZERO                            SQRCAL.2
075000             ADD 1 TO WS-DROPPED-COUNT                            SQRCAL.2
075100             MOVE "DROPPED" TO CL-CHANGE                          SQRCAL.2
075200             MOVE "--------" TO CL-NEW-DATE                       SQRCAL.2
075300             PERFORM WRITE-CHANGE-LINE                            SQRCAL.2
075400         ELSE                                                     SQRCAL.2
075500             MOVE "Y" TO NR-MATCHED (WS-MATCH-SUB)                SQRCAL.2
075600             IF NR-RUN-DATE (WS-MATCH-SUB)                        SQRCAL.2
075700                NOT EQUAL TO PR-RUN-DATE (WS-PRIOR-SUB)           SQRCAL.2
075800                 ADD 1 TO WS-MOVED-COUNT                          SQRCAL.2
075900                 MOVE "MOVED" TO CL-CHANGE                        SQRCAL.2
076000                 MOVE NR-RUN-DATE (WS-MATCH-SUB) TO CL-NEW-DATE   SQRCAL.2
076100                 PERFORM WRITE-CHANGE-LINE                        SQRCAL.2
076200             END-IF                                               SQRCAL.2
076300         END-IF                                                   SQRCAL.2
076400     END-IF.                                                      SQRCAL.2
076500 FIND-NEW-RUN.                                                    SQRCAL.2
076600     IF NR-MATCHED (WS-NEW-SUB) EQUAL TO "N"                      SQRCAL.2
076700        AND NR-DECK-NAME (WS-NEW-SUB)                             SQRCAL.2
076800            EQUAL TO PR-DECK-NAME (WS-PRIOR-SUB)                  SQRCAL.2
076900        AND NR-RULE (WS-NEW-SUB) EQUAL TO PR-RULE (WS-PRIOR-SUB)  SQRCAL.2
077000        AND NR-SLOT (WS-NEW-SUB) EQUAL TO PR-SLOT (WS-PRIOR-SUB)  SQRCAL.2
077100         MOVE WS-NEW-SUB TO WS-MATCH-SUB                          SQRCAL.2
077200     END-IF.                                                      SQRCAL.2
077300 LIST-ONE-ADDED-RUN.                                              SQRCAL.2
077400     IF NR-MATCHED (WS-NEW-SUB) EQUAL TO "N"                      SQRCAL.2
077500         ADD 1 TO WS-ADDED-COUNT                                  SQRCAL.2
077600         MOVE "ADDED" TO CL-CHANGE                                SQRCAL.2
077700         MOVE NR-DECK-NAME (WS-NEW-SUB) TO CL-DECK-NAME           SQRCAL.2
077800         MOVE NR-RULE (WS-NEW-SUB) TO CL-RULE                     SQRCAL.2
077900         MOVE NR-SLOT (WS-NEW-SUB) TO CL-SLOT                     SQRCAL.2
078000         MOVE "--------" TO CL-OLD-DATE                           SQRCAL.2
078100         MOVE NR-RUN-DATE (WS-NEW-SUB) TO CL-NEW-DATE             SQRCAL.2
078200         PERFORM WRITE-CHANGE-LINE                                SQRCAL.2
078300     END-IF.                                                      SQRCAL.2
078400 WRITE-CHANGE-LINE.                                               SQRCAL.2
078500     ADD 1 TO WS-LISTED.                                          SQRCAL.2
078600     WRITE PRINT-REC FROM CHANGE-LINE AFTER ADVANCING 1 LINE.     SQRCAL.2
078700 REWRITE-CALENDAR.                                                SQRCAL.2
078800*    THE FILE STAYS IN RUN-DATE ORDER: EARLIER YEARS KEPT, THE    SQRCAL.2
078900*    NEW YEAR, THEN ANY LATER YEAR ALREADY GENERATED.             SQRCAL.2
079000     OPEN OUTPUT RUN-CALENDAR.                                    SQRCAL.2
079100     PERFORM WRITE-EARLIER-RUN                                    SQRCAL.2
079200         VARYING WS-PRIOR-SUB FROM 1 BY 1                         SQRCAL.2
079300         UNTIL WS-PRIOR-SUB GREATER THAN WS-PRIOR-COUNT.          SQRCAL.2
079400     PERFORM WRITE-NEW-RUN                                        SQRCAL.2
079500         VARYING WS-NEW-SUB FROM 1 BY 1                           SQRCAL.2
079600         UNTIL WS-NEW-SUB GREATER THAN WS-NEW-COUNT.              SQRCAL.2
079700     PERFORM WRITE-LATER-RUN                                      SQRCAL.2
079800         VARYING WS-PRIOR-SUB FROM 1 BY 1                         SQRCAL.2
079900         UNTIL WS-PRIOR-SUB GREATER THAN WS-PRIOR-COUNT.          SQRCAL.2
080000     CLOSE RUN-CALENDAR.                                          SQRCAL.2
080100 WRITE-EARLIER-RUN.                                               SQRCAL.2
080200     IF PR-RUN-YEAR (WS-PRIOR-SUB) LESS THAN WS-CAL-YEAR          SQRCAL.2
080300         MOVE PR-IMAGE (WS-PRIOR-SUB) TO RUN-CALENDAR-REC         SQRCAL.2
080400         WRITE RUN-CALENDAR-REC                                   SQRCAL.2
080500     END-IF.                                                      SQRCAL.2
080600 WRITE-NEW-RUN.                                                   SQRCAL.2
080700     MOVE SPACE TO RUN-CALENDAR-REC.                              SQRCAL.2
080800     MOVE NR-RUN-DATE (WS-NEW-SUB) TO RCL-RUN-DATE.               SQRCAL.2
080900     MOVE NR-DECK-NAME (WS-NEW-SUB) TO RCL-DECK-NAME.             SQRCAL.2
081000     MOVE NR-RULE (WS-NEW-SUB) TO RCL-RULE.                       SQRCAL.2
081100     MOVE NR-SLOT (WS-NEW-SUB) TO RCL-SLOT.                       SQRCAL.2
081200     MOVE WS-CULTURE TO RCL-CULTURE.                              SQRCAL.2
081300     MOVE WS-RUN-DATE TO RCL-GEN-DATE.                            SQRCAL.2
081400     WRITE RUN-CALENDAR-REC.                                      SQRCAL.2
081500 WRITE-LATER-RUN.                                                 SQRCAL.2
081600     IF PR-RUN-YEAR (WS-PRIOR-SUB) GREATER THAN WS-CAL-YEAR       SQRCAL.2
081700         MOVE PR-IMAGE (WS-PRIOR-SUB) TO RUN-CALENDAR-REC         SQRCAL.2
081800         WRITE RUN-CALENDAR-REC                                   SQRCAL.2
081900     END-IF.                                                      SQRCAL.2
082000 CLOSE-FILES.                                                     SQRCAL.2
082100     MOVE "RULE CARDS READ =" TO SL-LITERAL.                      SQRCAL.2
082200     MOVE WS-CARDS-READ TO SL-COUNT.                              SQRCAL.2
082300     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.   SQRCAL.2
082400     MOVE "CARDS REJECTED =" TO SL-LITERAL.                       SQRCAL.2
082500     MOVE WS-CARDS-REJECTED TO SL-COUNT.                          SQRCAL.2
082600     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRCAL.2
082700     MOVE "BUSINESS DAYS IN YEAR =" TO SL-LITERAL.                SQRCAL.2
082800     MOVE WS-BUSINESS-DAYS TO SL-COUNT.                           SQRCAL.2
082900     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRCAL.2
083000     MOVE "RUNS SCHEDULED =" TO SL-LITERAL.                       SQRCAL.2
083100     MOVE WS-NEW-COUNT TO SL-COUNT.                               SQRCAL.2
083200     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRCAL.2
083300     MOVE "RUNS MOVED =" TO SL-LITERAL.                           SQRCAL.2
083400     MOVE WS-MOVED-COUNT TO SL-COUNT.                             SQRCAL.2
083500     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRCAL.2
083600     MOVE "RUNS DROPPED =" TO SL-LITERAL.                         SQRCAL.2
083700     MOVE WS-DROPPED-COUNT TO SL-COUNT.                           SQRCAL.2
083800     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRCAL.2
083900     MOVE "RUNS ADDED =" TO SL-LITERAL.                           SQRCAL.2
084000     MOVE WS-ADDED-COUNT TO SL-COUNT.                             SQRCAL.2
084100     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRCAL.2
084200     MOVE "PERIOD RUNS NOT PLACED =" TO SL-LITERAL.               SQRCAL.2
084300     MOVE WS-UNPLACED-COUNT TO SL-COUNT.                          SQRCAL.2
084400     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRCAL.2
084500     CLOSE PRINT-FILE.                                            SQRCAL.2
