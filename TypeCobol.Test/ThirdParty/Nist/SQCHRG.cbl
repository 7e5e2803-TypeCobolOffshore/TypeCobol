000100 IDENTIFICATION DIVISION.                                         SQCHRG.2
000200 PROGRAM-ID.                                                      SQCHRG.2
000300     SQCHRG.                                                      SQCHRG.2
000400***************************************************************** SQCHRG.2
000500*                                                               * SQCHRG.2
000600*    MONTHLY BATCH-RESOURCE CHARGEBACK.  THE VALIDATION SUITE'S * SQCHRG.2
000700*    BATCH COST IS CHARGED TO THE TEAMS THAT ASKED FOR EACH     * SQCHRG.2
000800*    RUN.  EVERY RUN OF THE CHARGE MONTH ON THE RUN-METRICS     * SQCHRG.2
000900*    FILE IS LOOKED UP ON RAW-DATA FOR THE JOB NAME AND SYSTEM  * SQCHRG.2
001000*    IT RAN UNDER (C-JOB-NAME, C-SYSTEM-ID); THE COST-CENTER    * SQCHRG.2
001100*    TABLE (COPYBOOK SQCCTREC) MAPS THE JOB NAME TO A COST      * SQCHRG.2
001200*    CENTER AND GIVES THE SYSTEM'S RATE PER ELAPSED MINUTE.     * SQCHRG.2
001300*    EACH RUN IS CHARGED ITS ELAPSED SECONDS / 60 MINUTES TIMES * SQCHRG.2
001400*    THAT RATE, ROUNDED TO THE CENT.  THE PROGRAM PRINTS :-     * SQCHRG.2
001500*                                                               * SQCHRG.2
001600*      - THE RUNS IT COULD NOT CHARGE - JOB NAME NOT ON THE     * SQCHRG.2
001700*        TABLE, NO RATE FOR THE SYSTEM, OR RUN NOT ON RAW-DATA  * SQCHRG.2
001800*        - SO THE TABLE GETS FIXED                              * SQCHRG.2
001900*      - THE CHARGES BY COST CENTER, SYSTEM AND PROGRAM, WITH   * SQCHRG.2
002000*        SYSTEM, COST-CENTER AND GRAND TOTALS                   * SQCHRG.2
002100*                                                               * SQCHRG.2
002200*    AND WRITES THE SAME CHARGES AS THE DELIMITED CHARGEBACK    * SQCHRG.2
002300*    FEED FOR FINANCE (COPYBOOK SQCHGREC), ENDING WITH A        * SQCHRG.2
002400*    CONTROL LINE OF THE MONTH'S TOTALS.                        * SQCHRG.2
002500*                                                               * SQCHRG.2
002600*    CARD (OPTIONAL) :-                                         * SQCHRG.2
002700*      COLS  1-8   "CHRGMNTH"                                   * SQCHRG.2
002800*      COLS 10-15  CHARGE MONTH, YYYYMM (DEFAULT THE CALENDAR   * SQCHRG.2
002900*                  MONTH BEFORE THE RUN DATE)                   * SQCHRG.2
003000*      COLS 41-60  THE CHARGE MONTH AS A DATE EXPRESSION, WITH  * SQCHRG.2
003100*                  COLS 10-15 BLANK - THE MONTH OF THE DATE IT  * SQCHRG.2
003200*                  RESOLVES TO (MONTHEND-1, PERIOD-1 ...; SEE   * SQCHRG.2
003300*                  SQDEXPRC)                                    * SQCHRG.2
003400*                                                               * SQCHRG.2
003500*    RETURN CODE 8 IF THE CARD IS REJECTED, THE COST-CENTER     * SQCHRG.2
003600*    TABLE IS MISSING OR HAS NO JOB OR NO RATE LINES, RAW-DATA  * SQCHRG.2
003700*    WILL NOT OPEN OR A TABLE OVERFLOWS; NOTHING IS CHARGED     * SQCHRG.2
003800*    AFTER A REJECTED CARD.  OTHERWISE 4 IF A RUN COULD NOT BE  * SQCHRG.2
003900*    CHARGED OR A TABLE LINE WAS REJECTED.                      * SQCHRG.2
004000*                                                               * SQCHRG.2
004100***************************************************************** SQCHRG.2
004200*                                                               * SQCHRG.2
004300*      X-CARDS USED BY THIS PROGRAM ARE :-                      * SQCHRG.2
004400*                                                               * SQCHRG.2
004500*            X-59   CHARGE MONTH CARD READER FILE               * SQCHRG.2
004600*            X-36   COST-CENTER TABLE                           * SQCHRG.2
004700*            X-74   RUN-METRICS FILE                            * SQCHRG.2
004800*            X-62   RAW-DATA HISTORY FILE (INDEXED)             * SQCHRG.2
004900*            X-37   CHARGEBACK FEED FILE                        * SQCHRG.2
005000*            X-55   SYSTEM PRINTER                              * SQCHRG.2
005100*            X-82   SOURCE-COMPUTER                             * SQCHRG.2
005200*            X-83   OBJECT-COMPUTER                             * SQCHRG.2
005300*            X-84   LABEL RECORDS OPTION                        * SQCHRG.2
005400*                                                               * SQCHRG.2
005500***************************************************************** SQCHRG.2
005600 ENVIRONMENT DIVISION.                                            SQCHRG.2
005700 CONFIGURATION SECTION.                                           SQCHRG.2
005800 SOURCE-COMPUTER.                                                 SQCHRG.2
005900     XXXXX082.                                                    SQCHRG.2
006000 OBJECT-COMPUTER.                                                 SQCHRG.2
006100     XXXXX083.                                                    SQCHRG.2
006200 INPUT-OUTPUT SECTION.                                            SQCHRG.2
006300 FILE-CONTROL.                                                    SQCHRG.2
006400     SELECT OPTIONAL CHRG-CARD ASSIGN TO                          SQCHRG.2
006500     XXXXX059.                                                    SQCHRG.2
006600     SELECT OPTIONAL COST-CENTER-TABLE ASSIGN TO                  SQCHRG.2
006700     XXXXX036                                                     SQCHRG.2
006800            ORGANIZATION IS SEQUENTIAL                            SQCHRG.2
006900            FILE STATUS IS COST-CENTER-STATUS.                    SQCHRG.2
007000     SELECT OPTIONAL METRICS-FILE ASSIGN TO                       SQCHRG.2
007100     XXXXX074                                                     SQCHRG.2
007200            ORGANIZATION IS SEQUENTIAL                            SQCHRG.2
007300            FILE STATUS IS METRICS-STATUS.                        SQCHRG.2
007400     SELECT RAW-DATA   ASSIGN TO                                  SQCHRG.2
007500     XXXXX062                                                     SQCHRG.2
007600            ORGANIZATION IS INDEXED                               SQCHRG.2
007700            ACCESS MODE IS RANDOM                                 SQCHRG.2
007800            RECORD KEY IS RAW-DATA-KEY                            SQCHRG.2
007900            ALTERNATE RECORD KEY IS RAW-DATA-RUN-DATE             SQCHRG.2
008000            WITH DUPLICATES                                       SQCHRG.2
008100            FILE STATUS IS RAW-DATA-STATUS.                       SQCHRG.2
008200     SELECT FEED-FILE ASSIGN TO                                   SQCHRG.2
008300     XXXXX037                                                     SQCHRG.2
008400            ORGANIZATION IS SEQUENTIAL.                           SQCHRG.2
008500     SELECT PRINT-FILE ASSIGN TO                                  SQCHRG.2
008600     XXXXX055.                                                    SQCHRG.2
008700 DATA DIVISION.                                                   SQCHRG.2
008800 FILE SECTION.                                                    SQCHRG.2
008900 FD  CHRG-CARD                                                    SQCHRG.2
009000     LABEL RECORDS                                                SQCHRG.2
009100     XXXXX084                                                     SQCHRG.2
009200     DATA RECORD IS CHRG-CARD-REC                                 SQCHRG.2
009300               .                                                  SQCHRG.2
009400 01  CHRG-CARD-REC.                                               SQCHRG.2
009500     05  CHC-NAME            PIC X(8).                            SQCHRG.2
009600     05  FILLER              PIC X(1).                            SQCHRG.2
009700     05  CHC-MONTH           PIC X(6).                            SQCHRG.2
009800     05  CHC-MONTH-9 REDEFINES CHC-MONTH                          SQCHRG.2
009900                             PIC 9(6).                            SQCHRG.2
010000     05  FILLER              PIC X(25).                           SQCHRG.2
010100     05  CHC-EXPRESSION      PIC X(20).                           SQCHRG.2
010200     05  FILLER              PIC X(20).                           SQCHRG.2
010300 FD  COST-CENTER-TABLE                                            SQCHRG.2
010400     LABEL RECORDS ARE STANDARD.                                  SQCHRG.2
010500     COPY SQCCTREC.                                               SQCHRG.2
010600 FD  METRICS-FILE                                                 SQCHRG.2
010700     LABEL RECORDS ARE STANDARD.                                  SQCHRG.2
010800 01  METRICS-REC.                                                 SQCHRG.2
010900     02  MET-PGM-ID          PIC X(9).                            SQCHRG.2
011000     02  MET-RUN-DATE        PIC 9(8).                            SQCHRG.2
011100     02  MET-RUN-TIME        PIC 9(8).                            SQCHRG.2
011200     02  MET-ELAPSED-SECS    PIC 9(7).                            SQCHRG.2
011300     02  MET-RECS-PER-SEC    PIC 9(7).                            SQCHRG.2
011400     02  MET-REJECT-COUNT    PIC 9(5).                            SQCHRG.2
011500     02  MET-RESTART-STAGE   PIC 9(3).                            SQCHRG.2
011600     02  FILLER              PIC X(33).                           SQCHRG.2
011700 FD  RAW-DATA.                                                    SQCHRG.2
011800     COPY SQRAWREC.                                               SQCHRG.2
011900 FD  FEED-FILE                                                    SQCHRG.2
012000     LABEL RECORDS ARE STANDARD.                                  SQCHRG.2
012100 01  FEED-REC                PIC X(120).                          SQCHRG.2
012200 FD  PRINT-FILE                                                   SQCHRG.2
012300     LABEL RECORDS                                                SQCHRG.2
012400     XXXXX084                                                     SQCHRG.2
012500     DATA RECORD IS PRINT-REC DUMMY-RECORD                        SQCHRG.2
012600               .                                                  SQCHRG.2
012700 01  PRINT-REC PICTURE X(120).                                    SQCHRG.2
012800 01  DUMMY-RECORD PICTURE X(120).                                 SQCHRG.2
012900 WORKING-STORAGE SECTION.                                         SQCHRG.2
013000 01  WS-EOF-SW              PIC X VALUE "N".                      SQCHRG.2
013100     88  WS-EOF                   VALUE "Y".                      SQCHRG.2
013200 01  WS-FOUND-SW            PIC X VALUE "N".                      SQCHRG.2
013300     88  WS-FOUND                 VALUE "Y".                      SQCHRG.2
013400 01  WS-SLOT-FOUND-SW       PIC X VALUE "N".                      SQCHRG.2
013500     88  WS-SLOT-FOUND            VALUE "Y".                      SQCHRG.2
013600 01  WS-TABLE-FULL-SW       PIC X VALUE "N".                      SQCHRG.2
013700     88  WS-TABLE-FULL            VALUE "Y".                      SQCHRG.2
013800 01  WS-RAW-DATA-SW         PIC X VALUE "Y".                      SQCHRG.2
013900     88  WS-RAW-DATA-OK           VALUE "Y".                      SQCHRG.2
014000 01  WS-FIRST-LINE-SW       PIC X VALUE "Y".                      SQCHRG.2
014100     88  WS-FIRST-LINE            VALUE "Y".                      SQCHRG.2
014200 01  COST-CENTER-STATUS     PIC XX VALUE "00".                    SQCHRG.2
014300 01  METRICS-STATUS         PIC XX VALUE "00".                    SQCHRG.2
014400 01  RAW-DATA-STATUS        PIC XX VALUE "00".                    SQCHRG.2
014500 01  WS-RUN-DATE            PIC 9(8).                             SQCHRG.2
014600 01  WS-CHARGE-MONTH        PIC 9(6).                             SQCHRG.2
014700 01  WS-DATE-WORK.                                                SQCHRG.2
014800     05  WS-DW-MONTH         PIC 9(6).                            SQCHRG.2
014900     05  WS-DW-MONTH-X REDEFINES WS-DW-MONTH.                     SQCHRG.2
015000         10  WS-DW-YYYY      PIC 9(4).                            SQCHRG.2
015100         10  WS-DW-MM        PIC 9(2).                            SQCHRG.2
015200     05  WS-DW-DD            PIC 9(2).                            SQCHRG.2
015300 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).              SQCHRG.2
015400 01  WS-MONTH-WORK.                                               SQCHRG.2
015500     05  WS-MW-YYYY          PIC 9(4).                            SQCHRG.2
015600     05  WS-MW-MM            PIC 9(2).                            SQCHRG.2
015700 01  WS-LOOKUP-KEY          PIC X(8).                             SQCHRG.2
015800 01  WS-CARDS-REJECTED      PIC 9(4) COMP VALUE ZERO.             SQCHRG.2
015900 01  WS-LINES-REJECTED      PIC 9(4) COMP VALUE ZERO.             SQCHRG.2
016000 01  WS-JOB-COUNT           PIC 9(4) COMP VALUE ZERO.             SQCHRG.2
016100 01  WS-JOB-SUB             PIC 9(4) COMP VALUE ZERO.             SQCHRG.2
016200 01  WS-JOB-MATCH           PIC 9(4) COMP VALUE ZERO.             SQCHRG.2
016300 01  WS-RATE-COUNT          PIC 9(4) COMP VALUE ZERO.             SQCHRG.2
016400 01  WS-RATE-SUB            PIC 9(4) COMP VALUE ZERO.             SQCHRG.2
016500 01  WS-MATCH-SUB           PIC 9(4) COMP VALUE ZERO.             SQCHRG.2
016600 01  WS-CHG-COUNT           PIC 9(4) COMP VALUE ZERO.             SQCHRG.2
016700 01  WS-CHG-SUB             PIC 9(4) COMP VALUE ZERO.             SQCHRG.2
016800 01  WS-SLOT-SUB            PIC 9(4) COMP VALUE ZERO.             SQCHRG.2
016900 01  WS-SHIFT-SUB           PIC 9(4) COMP VALUE ZERO.             SQCHRG.2
017000 01  WS-RUNS-READ           PIC 9(5) COMP VALUE ZERO.             SQCHRG.2
017100 01  WS-RUNS-CHARGED        PIC 9(5) COMP VALUE ZERO.             SQCHRG.2
017200 01  WS-RUNS-UNCHARGED      PIC 9(5) COMP VALUE ZERO.             SQCHRG.2
017300 01  WS-RUN-MINUTES         PIC 9(7)V99 VALUE ZERO.               SQCHRG.2
017400 01  WS-RUN-AMOUNT          PIC 9(9)V99 VALUE ZERO.               SQCHRG.2
017500 01  WS-CUR-COST-CENTER     PIC X(8) VALUE SPACE.                 SQCHRG.2
017600 01  WS-CUR-SYSTEM-ID       PIC X(8) VALUE SPACE.                 SQCHRG.2
017700 01  WS-SYS-TOTALS.                                               SQCHRG.2
017800     05  WS-SYS-RUNS         PIC 9(5) COMP VALUE ZERO.            SQCHRG.2
017900     05  WS-SYS-SECS         PIC 9(9) COMP VALUE ZERO.            SQCHRG.2
018000     05  WS-SYS-MINUTES      PIC 9(7)V99 VALUE ZERO.              SQCHRG.2
018100     05  WS-SYS-AMOUNT       PIC 9(9)V99 VALUE ZERO.              SQCHRG.2
018200 01  WS-CC-TOTALS.                                                SQCHRG.2
018300     05  WS-CC-RUNS          PIC 9(5) COMP VALUE ZERO.            SQCHRG.2
018400     05  WS-CC-SECS          PIC 9(9) COMP VALUE ZERO.            SQCHRG.2
018500     05  WS-CC-MINUTES       PIC 9(7)V99 VALUE ZERO.              SQCHRG.2
018600     05  WS-CC-AMOUNT        PIC 9(9)V99 VALUE ZERO.              SQCHRG.2
018700 01  WS-GRAND-TOTALS.                                             SQCHRG.2
018800     05  WS-GRAND-RUNS       PIC 9(5) COMP VALUE ZERO.            SQCHRG.2
018900     05  WS-GRAND-SECS       PIC 9(9) COMP VALUE ZERO.            SQCHRG.2
019000     05  WS-GRAND-MINUTES    PIC 9(7)V99 VALUE ZERO.              SQCHRG.2
019100     05  WS-GRAND-AMOUNT     PIC 9(9)V99 VALUE ZERO.              SQCHRG.2
019200     COPY SQDEXPRC.                                               SQCHRG.2
019300*    THE COST-CENTER TABLE: JOB NAMES TO COST CENTERS, AND THE    SQCHRG.2
019400*    RATE PER ELAPSED MINUTE OF EACH SYSTEM.                      SQCHRG.2
019500 01  JOB-TABLE.                                                   SQCHRG.2
019600     05  JOB-ENTRY OCCURS 500 TIMES.                              SQCHRG.2
019700         10  JT-JOB-NAME         PIC X(8).                        SQCHRG.2
019800         10  JT-COST-CENTER      PIC X(8).                        SQCHRG.2
019900         10  JT-CC-NAME          PIC X(30).                       SQCHRG.2
020000 01  RATE-TABLE.                                                  SQCHRG.2
020100     05  RATE-ENTRY OCCURS 50 TIMES.                              SQCHRG.2
020200         10  SR-SYSTEM-ID        PIC X(8).                        SQCHRG.2
020300         10  SR-RATE             PIC 9(5)V99.                     SQCHRG.2
020400*    THE MONTH'S CHARGES, ONE ENTRY PER COST CENTER, SYSTEM AND   SQCHRG.2
020500*    PROGRAM, KEPT IN CT-KEY ORDER AS THEY ARE POSTED SO THE      SQCHRG.2
020600*    REPORT AND THE FEED COME OUT GROUPED WITHOUT A SORT.         SQCHRG.2
020700 01  WS-NEW-KEY.                                                  SQCHRG.2
020800     05  WS-NK-COST-CENTER   PIC X(8).                            SQCHRG.2
020900     05  WS-NK-SYSTEM-ID     PIC X(8).                            SQCHRG.2
021000     05  WS-NK-PGM-ID        PIC X(9).                            SQCHRG.2
021100 01  CHARGE-TABLE.                                                SQCHRG.2
021200     05  CHARGE-ENTRY OCCURS 1000 TIMES.                          SQCHRG.2
021300         10  CT-KEY.                                              SQCHRG.2
021400             15  CT-COST-CENTER  PIC X(8).                        SQCHRG.2
021500             15  CT-SYSTEM-ID    PIC X(8).                        SQCHRG.2
021600             15  CT-PGM-ID       PIC X(9).                        SQCHRG.2
021700         10  CT-CC-NAME          PIC X(30).                       SQCHRG.2
021800         10  CT-RATE             PIC 9(5)V99.                     SQCHRG.2
021900         10  CT-RUNS             PIC 9(5) COMP.                   SQCHRG.2
022000         10  CT-SECS             PIC 9(9) COMP.                   SQCHRG.2
022100         10  CT-MINUTES          PIC 9(7)V99.                     SQCHRG.2
022200         10  CT-AMOUNT           PIC 9(9)V99.                     SQCHRG.2
022300     COPY SQCHGREC.                                               SQCHRG.2
022400 01  HEAD-LINE-1.                                                 SQCHRG.2
022500     05  FILLER              PIC X(50) VALUE                      SQCHRG.2
022600         "MONTHLY BATCH-RESOURCE CHARGEBACK".                     SQCHRG.2
022700 01  HEAD-LINE-2.                                                 SQCHRG.2
022800     05  FILLER              PIC X(15) VALUE "CHARGE MONTH = ".   SQCHRG.2
022900     05  HL-CHARGE-MONTH     PIC 9(6).                            SQCHRG.2
023000     05  FILLER              PIC X(2)  VALUE SPACE.               SQCHRG.2
023100     05  HL-MONTH-NOTE       PIC X(50) VALUE SPACE.               SQCHRG.2
023200 01  SECTION-LINE.                                                SQCHRG.2
023300     05  SEC-TEXT            PIC X(60).                           SQCHRG.2
023400 01  UNCHARGED-LINE.                                              SQCHRG.2
023500     05  FILLER              PIC X(2)  VALUE SPACE.               SQCHRG.2
023600     05  UL-PGM-ID           PIC X(9).                            SQCHRG.2
023700     05  FILLER              PIC X(1)  VALUE SPACE.               SQCHRG.2
023800     05  UL-RUN-DATE         PIC 9(8).                            SQCHRG.2
023900     05  FILLER              PIC X(1)  VALUE SPACE.               SQCHRG.2
024000     05  UL-RUN-TIME         PIC 9(8).                            SQCHRG.2
024100     05  FILLER              PIC X(2)  VALUE SPACE.               SQCHRG.2
024200     05  UL-JOB-NAME         PIC X(8).                            SQCHRG.2
024300     05  FILLER              PIC X(1)  VALUE SPACE.               SQCHRG.2
024400     05  UL-SYSTEM-ID        PIC X(8).                            SQCHRG.2
024500     05  FILLER              PIC X(2)  VALUE SPACE.               SQCHRG.2
024600     05  UL-ELAPSED          PIC ZZZZZZ9.                         SQCHRG.2
024700     05  FILLER              PIC X(2)  VALUE SPACE.               SQCHRG.2
024800     05  UL-REASON           PIC X(40).                           SQCHRG.2
024900 01  UNCHARGED-HEAD-LINE.                                         SQCHRG.2
025000     05  FILLER              PIC X(2)  VALUE SPACE.               SQCHRG.2
025100     05  FILLER              PIC X(10) VALUE "PROGRAM".           SQCHRG.2
025200     05  FILLER              PIC X(9)  VALUE "RUN-DATE".          SQCHRG.2
025300     05  FILLER              PIC X(10) VALUE "RUN-TIME".          SQCHRG.2
025400     05  FILLER              PIC X(9)  VALUE "JOB".               SQCHRG.2
025500     05  FILLER              PIC X(10) VALUE "SYSTEM".            SQCHRG.2
025600     05  FILLER              PIC X(9)  VALUE "ELAPSED".           SQCHRG.2
025700     05  FILLER              PIC X(6)  VALUE "REASON".            SQCHRG.2
025800 01  CC-HEAD-LINE.                                                SQCHRG.2
025900     05  FILLER              PIC X(12) VALUE "COST CENTER ".      SQCHRG.2
026000     05  CCH-COST-CENTER     PIC X(8).                            SQCHRG.2
026100     05  FILLER              PIC X(2)  VALUE SPACE.               SQCHRG.2
026200     05  CCH-CC-NAME         PIC X(30).                           SQCHRG.2
026300 01  CHARGE-HEAD-LINE.                                            SQCHRG.2
026400     05  FILLER              PIC X(2)  VALUE SPACE.               SQCHRG.2
026500     05  FILLER              PIC X(10) VALUE "SYSTEM".            SQCHRG.2
026600     05  FILLER              PIC X(11) VALUE "PROGRAM".           SQCHRG.2
026700     05  FILLER              PIC X(7)  VALUE " RUNS".             SQCHRG.2
026800     05  FILLER              PIC X(11) VALUE "  SECONDS".         SQCHRG.2
026900     05  FILLER              PIC X(12) VALUE "   MINUTES".        SQCHRG.2
027000     05  FILLER              PIC X(10) VALUE "    RATE".          SQCHRG.2
027100     05  FILLER              PIC X(14) VALUE "        AMOUNT".    SQCHRG.2
027200 01  CHARGE-LINE.                                                 SQCHRG.2
027300     05  FILLER              PIC X(2)  VALUE SPACE.               SQCHRG.2
027400     05  CL-SYSTEM-ID        PIC X(8).                            SQCHRG.2
027500     05  FILLER              PIC X(2)  VALUE SPACE.               SQCHRG.2
027600     05  CL-PGM-ID           PIC X(9).                            SQCHRG.2
027700     05  FILLER              PIC X(2)  VALUE SPACE.               SQCHRG.2
027800     05  CL-RUNS             PIC ZZZZ9.                           SQCHRG.2
027900     05  FILLER              PIC X(2)  VALUE SPACE.               SQCHRG.2
028000     05  CL-SECS             PIC ZZZZZZZZ9.                       SQCHRG.2
028100     05  FILLER              PIC X(2)  VALUE SPACE.               SQCHRG.2
028200     05  CL-MINUTES          PIC ZZZZZZ9.99.                      SQCHRG.2
028300     05  FILLER              PIC X(2)  VALUE SPACE.               SQCHRG.2
028400     05  CL-RATE             PIC ZZZZ9.99.                        SQCHRG.2
028500     05  FILLER              PIC X(2)  VALUE SPACE.               SQCHRG.2
028600     05  CL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.                  SQCHRG.2
028700 01  TOTAL-LINE.                                                  SQCHRG.2
028800     05  TL-LABEL            PIC X(23).                           SQCHRG.2
028900     05  TL-RUNS             PIC ZZZZ9.                           SQCHRG.2
029000     05  FILLER              PIC X(2)  VALUE SPACE.               SQCHRG.2
029100     05  TL-SECS             PIC ZZZZZZZZ9.                       SQCHRG.2
029200     05  FILLER              PIC X(2)  VALUE SPACE.               SQCHRG.2
029300     05  TL-MINUTES          PIC ZZZZZZ9.99.                      SQCHRG.2
029400     05  FILLER              PIC X(12) VALUE SPACE.               SQCHRG.2
029500     05  TL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.                  SQCHRG.2
029600 01  CARD-ERROR-LINE.                                             SQCHRG.2
029700     05  CEL-PREFIX          PIC X(16).                           SQCHRG.2
029800     05  CEL-REASON          PIC X(40).                           SQCHRG.2
029900     05  FILLER              PIC X(2)  VALUE SPACE.               SQCHRG.2
030000     05  CEL-CARD-IMAGE      PIC X(62).                           SQCHRG.2
030100 01  SUMMARY-LINE.                                                SQCHRG.2
030200     05  SL-LITERAL          PIC X(30).                           SQCHRG.2
030300     05  SL-COUNT            PIC ZZZZZZ9.                         SQCHRG.2
030400 01  AMOUNT-SUMMARY-LINE.                                         SQCHRG.2
030500     05  FILLER              PIC X(30) VALUE                      SQCHRG.2
030600         "TOTAL AMOUNT CHARGED =".                                SQCHRG.2
030700     05  ASL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.                  SQCHRG.2
030800 PROCEDURE DIVISION.                                              SQCHRG.2
030900 MAINLINE.                                                        SQCHRG.2
031000     PERFORM OPEN-FILES.                                          SQCHRG.2
031100     PERFORM LOAD-ONE-CARD                                        SQCHRG.2
031200         UNTIL WS-EOF.                                            SQCHRG.2
031300     CLOSE CHRG-CARD.                                             SQCHRG.2
031400     MOVE WS-CHARGE-MONTH TO HL-CHARGE-MONTH.                     SQCHRG.2
031500     WRITE PRINT-REC FROM HEAD-LINE-2 AFTER ADVANCING 1 LINE.     SQCHRG.2
031600     PERFORM LOAD-COST-CENTER-TABLE.                              SQCHRG.2
031700     IF WS-CARDS-REJECTED GREATER THAN ZERO                       SQCHRG.2
031800         MOVE "** MONTH CARD REJECTED - NOTHING WAS CHARGED **"   SQCHRG.2
031900             TO PRINT-REC                                         SQCHRG.2
032000         WRITE PRINT-REC AFTER ADVANCING 2 LINES                  SQCHRG.2
032100     ELSE                                                         SQCHRG.2
032200         IF WS-JOB-COUNT EQUAL TO ZERO                            SQCHRG.2
032300            OR WS-RATE-COUNT EQUAL TO ZERO                        SQCHRG.2
032400             MOVE "** NO COST-CENTER TABLE - NOTHING CHARGED **"  SQCHRG.2
032500                 TO PRINT-REC                                     SQCHRG.2
032600             WRITE PRINT-REC AFTER ADVANCING 2 LINES              SQCHRG.2
032700         ELSE                                                     SQCHRG.2
032800             PERFORM CHARGE-MONTHS-RUNS                           SQCHRG.2
032900             PERFORM PRINT-CHARGES                                SQCHRG.2
033000         END-IF                                                   SQCHRG.2
033100     END-IF.                                                      SQCHRG.2
033200     PERFORM WRITE-FEED-CONTROL-LINE.                             SQCHRG.2
033300     PERFORM PRINT-SUMMARY.                                       SQCHRG.2
033400     PERFORM CLOSE-FILES.                                         SQCHRG.2
033500     IF WS-RUNS-UNCHARGED GREATER THAN ZERO                       SQCHRG.2
033600        OR WS-LINES-REJECTED GREATER THAN ZERO                    SQCHRG.2
033700         MOVE 4 TO RETURN-CODE                                    SQCHRG.2
033800     END-IF.                                                      SQCHRG.2
033900     IF WS-CARDS-REJECTED GREATER THAN ZERO                       SQCHRG.2
034000        OR WS-JOB-COUNT EQUAL TO ZERO                             SQCHRG.2
034100        OR WS-RATE-COUNT EQUAL TO ZERO                            SQCHRG.2
034200        OR NOT WS-RAW-DATA-OK                                     SQCHRG.2
034300        OR WS-TABLE-FULL                                          SQCHRG.2
034400         MOVE 8 TO RETURN-CODE                                    SQCHRG.2
034500     END-IF.                                                      SQCHRG.2
034600     STOP RUN.                                                    SQCHRG.2
034700 OPEN-FILES.                                                      SQCHRG.2
034800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       SQCHRG.2
034900*    THE DEFAULT CHARGE MONTH IS THE CALENDAR MONTH BEFORE THE    SQCHRG.2
035000*    RUN DATE - THE JOB RUNS AT THE START OF A MONTH FOR THE      SQCHRG.2
035100*    MONTH JUST ENDED.                                            SQCHRG.2
035200     MOVE WS-RUN-DATE TO WS-DATE-WORK-N.                          SQCHRG.2
035300     IF WS-DW-MM EQUAL TO 1                                       SQCHRG.2
035400         SUBTRACT 1 FROM WS-DW-YYYY                               SQCHRG.2
035500         MOVE 12 TO WS-DW-MM                                      SQCHRG.2
035600     ELSE                                                         SQCHRG.2
035700         SUBTRACT 1 FROM WS-DW-MM                                 SQCHRG.2
035800     END-IF.                                                      SQCHRG.2
035900     MOVE WS-DW-MONTH TO WS-CHARGE-MONTH.                         SQCHRG.2
036000     OPEN INPUT CHRG-CARD.                                        SQCHRG.2
036100     OPEN OUTPUT PRINT-FILE.                                      SQCHRG.2
036200     OPEN OUTPUT FEED-FILE.                                       SQCHRG.2
036300     WRITE FEED-REC FROM CHARGEBACK-FEED-HEADER.                  SQCHRG.2
036400     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQCHRG.2
036500 LOAD-ONE-CARD.                                                   SQCHRG.2
036600     READ CHRG-CARD                                               SQCHRG.2
036700         AT END                                                   SQCHRG.2
036800             MOVE "Y" TO WS-EOF-SW                                SQCHRG.2
036900     END-READ.                                                    SQCHRG.2
037000     IF NOT WS-EOF                                                SQCHRG.2
037100         MOVE SPACE TO CEL-REASON                                 SQCHRG.2
037200         IF CHC-NAME NOT EQUAL TO "CHRGMNTH"                      SQCHRG.2
037300             MOVE "NOT A CHRGMNTH CARD" TO CEL-REASON             SQCHRG.2
037400         ELSE                                                     SQCHRG.2
037500             IF CHC-MONTH EQUAL TO SPACE                          SQCHRG.2
037600                AND CHC-EXPRESSION NOT EQUAL TO SPACE             SQCHRG.2
037700                 PERFORM RESOLVE-MONTH-EXPRESSION                 SQCHRG.2
037800             ELSE                                                 SQCHRG.2
037900                 PERFORM CHECK-CARD-MONTH                         SQCHRG.2
038000             END-IF                                               SQCHRG.2
038100         END-IF                                                   SQCHRG.2
038200         IF CEL-REASON NOT EQUAL TO SPACE                         SQCHRG.2
038300             MOVE "CARD REJECTED - " TO CEL-PREFIX                SQCHRG.2
038400             MOVE CHRG-CARD-REC TO CEL-CARD-IMAGE                 SQCHRG.2
038500             ADD 1 TO WS-CARDS-REJECTED                           SQCHRG.2
038600             WRITE PRINT-REC FROM CARD-ERROR-LINE                 SQCHRG.2
038700                 AFTER ADVANCING 1 LINE                           SQCHRG.2
038800         END-IF                                                   SQCHRG.2
038900     END-IF.                                                      SQCHRG.2
039000 CHECK-CARD-MONTH.                                                SQCHRG.2
039100     IF CHC-MONTH-9 NOT NUMERIC                                   SQCHRG.2
039200         MOVE "MONTH IS NOT A YYYYMM MONTH" TO CEL-REASON         SQCHRG.2
039300     ELSE                                                         SQCHRG.2
039400         MOVE CHC-MONTH TO WS-MONTH-WORK                          SQCHRG.2
039500         IF WS-MW-MM LESS THAN 1                                  SQCHRG.2
039600            OR WS-MW-MM GREATER THAN 12                           SQCHRG.2
039700             MOVE "MONTH IS NOT A YYYYMM MONTH" TO CEL-REASON     SQCHRG.2
039800         ELSE                                                     SQCHRG.2
039900             MOVE CHC-MONTH-9 TO WS-CHARGE-MONTH                  SQCHRG.2
040000             MOVE SPACE TO HL-MONTH-NOTE                          SQCHRG.2
040100         END-IF                                                   SQCHRG.2
040200     END-IF.                                                      SQCHRG.2
040300 RESOLVE-MONTH-EXPRESSION.                                        SQCHRG.2
040400     MOVE CHC-EXPRESSION TO DX-EXPRESSION.                        SQCHRG.2
040500     MOVE WS-RUN-DATE TO DX-BASE-DATE.                            SQCHRG.2
040600     MOVE "S" TO DX-BOUNDARY.                                     SQCHRG.2
040700     CALL "4e9d0c72" USING DX-EXPRESSION DX-BASE-DATE DX-BOUNDARY SQCHRG.2
040800                           DX-RC DX-MESSAGE DX-RESULT.            SQCHRG.2
040900     IF DX-RC EQUAL TO ZERO                                       SQCHRG.2
041000         MOVE DX-RESULT TO WS-DATE-WORK-N                         SQCHRG.2
041100         MOVE WS-DW-MONTH TO WS-CHARGE-MONTH                      SQCHRG.2
041200         MOVE SPACE TO HL-MONTH-NOTE                              SQCHRG.2
041300         STRING "RESOLVED FROM " DX-EXPRESSION                    SQCHRG.2
041400             DELIMITED BY SIZE INTO HL-MONTH-NOTE                 SQCHRG.2
041500     ELSE                                                         SQCHRG.2
041600         MOVE "DATE EXPRESSION REJECTED" TO CEL-REASON            SQCHRG.2
041700     END-IF.                                                      SQCHRG.2
041800 LOAD-COST-CENTER-TABLE.                                          SQCHRG.2
041900     MOVE "N" TO WS-EOF-SW.                                       SQCHRG.2
042000     OPEN INPUT COST-CENTER-TABLE.                                SQCHRG.2
042100     IF COST-CENTER-STATUS NOT EQUAL TO "00"                      SQCHRG.2
042200        AND COST-CENTER-STATUS NOT EQUAL TO "05"                  SQCHRG.2
042300         MOVE "Y" TO WS-EOF-SW                                    SQCHRG.2
042400     END-IF.                                                      SQCHRG.2
042500     PERFORM LOAD-ONE-TABLE-LINE                                  SQCHRG.2
042600         UNTIL WS-EOF.                                            SQCHRG.2
042700     CLOSE COST-CENTER-TABLE.                                     SQCHRG.2
042800 LOAD-ONE-TABLE-LINE.                                             SQCHRG.2
042900     READ COST-CENTER-TABLE                                       SQCHRG.2
043000         AT END                                                   SQCHRG.2
043100             MOVE "Y" TO WS-EOF-SW                                SQCHRG.2
043200     END-READ.                                                    SQCHRG.2
043300     IF NOT WS-EOF                                                SQCHRG.2
043400         MOVE SPACE TO CEL-REASON                                 SQCHRG.2
043500         MOVE CCT-KEY TO WS-LOOKUP-KEY                            SQCHRG.2
043600         IF CCT-JOB-LINE                                          SQCHRG.2
043700             IF CCT-COST-CENTER EQUAL TO SPACE                    SQCHRG.2
043800                 MOVE "COST CENTER IS MISSING" TO CEL-REASON      SQCHRG.2
043900             END-IF                                               SQCHRG.2
044000             PERFORM FIND-JOB                                     SQCHRG.2
044100             IF WS-FOUND                                          SQCHRG.2
044200                 MOVE "JOB NAME IS ALREADY ON THE TABLE"          SQCHRG.2
044300                     TO CEL-REASON                                SQCHRG.2
044400             END-IF                                               SQCHRG.2
044500         END-IF                                                   SQCHRG.2
044600         IF CCT-RATE-LINE                                         SQCHRG.2
044700             IF CCT-RATE-9 NOT NUMERIC                            SQCHRG.2
044800                 MOVE "RATE IS NOT NUMERIC" TO CEL-REASON         SQCHRG.2
044900             END-IF                                               SQCHRG.2
045000             PERFORM FIND-RATE                                    SQCHRG.2
045100             IF WS-FOUND                                          SQCHRG.2
045200                 MOVE "SYSTEM IS ALREADY ON THE TABLE"            SQCHRG.2
045300                     TO CEL-REASON                                SQCHRG.2
045400             END-IF                                               SQCHRG.2
045500         END-IF                                                   SQCHRG.2
045600         IF CCT-KEY EQUAL TO SPACE                                SQCHRG.2
045700             MOVE "JOB NAME OR SYSTEM-ID IS MISSING" TO CEL-REASONSQCHRG.2
045800         END-IF                                                   SQCHRG.2
045900         IF NOT CCT-JOB-LINE                                      SQCHRG.2
046000            AND NOT CCT-RATE-LINE                                 SQCHRG.2
046100             MOVE "LINE TYPE IS NOT J OR R" TO CEL-REASON         SQCHRG.2
046200         END-IF                                                   SQCHRG.2
046300         IF CEL-REASON NOT EQUAL TO SPACE                         SQCHRG.2
046400             MOVE "LINE REJECTED - " TO CEL-PREFIX                SQCHRG.2
046500             MOVE COST-CENTER-REC TO CEL-CARD-IMAGE               SQCHRG.2
046600             ADD 1 TO WS-LINES-REJECTED                           SQCHRG.2
046700             WRITE PRINT-REC FROM CARD-ERROR-LINE                 SQCHRG.2
046800                 AFTER ADVANCING 1 LINE                           SQCHRG.2
046900         ELSE                                                     SQCHRG.2
047000             PERFORM ADD-TABLE-ENTRY                              SQCHRG.2
047100         END-IF                                                   SQCHRG.2
047200     END-IF.                                                      SQCHRG.2
047300 ADD-TABLE-ENTRY.                                                 SQCHRG.2
047400     IF CCT-JOB-LINE                                              SQCHRG.2
047500         IF WS-JOB-COUNT LESS THAN 500                            SQCHRG.2
047600             ADD 1 TO WS-JOB-COUNT                                SQCHRG.2
047700             MOVE CCT-KEY TO JT-JOB-NAME (WS-JOB-COUNT)           SQCHRG.2
047800             MOVE CCT-COST-CENTER TO JT-COST-CENTER (WS-JOB-COUNT)SQCHRG.2
047900             MOVE CCT-CC-NAME TO JT-CC-NAME (WS-JOB-COUNT)        SQCHRG.2
048000         ELSE                                                     SQCHRG.2
048100             MOVE "Y" TO WS-TABLE-FULL-SW                         SQCHRG.2
048200         END-IF                                                   SQCHRG.2
048300     ELSE                                                         SQCHRG.2
048400         IF WS-RATE-COUNT LESS THAN 50                            SQCHRG.2
048500             ADD 1 TO WS-RATE-COUNT                               SQCHRG.2
048600             MOVE CCT-KEY TO SR-SYSTEM-ID (WS-RATE-COUNT)         SQCHRG.2
048700             MOVE CCT-RATE-9 TO SR-RATE (WS-RATE-COUNT)           SQCHRG.2
048800         ELSE                                                     SQCHRG.2
048900             MOVE "Y" TO WS-TABLE-FULL-SW                         SQCHRG.2
049000         END-IF                                                   SQCHRG.2
049100     END-IF.                                                      SQCHRG.2
049200 FIND-JOB.                                                        SQCHRG.2
049300     MOVE "N" TO WS-FOUND-SW.                                     SQCHRG.2
049400     PERFORM CHECK-ONE-JOB                                        SQCHRG.2
049500         VARYING WS-JOB-SUB FROM 1 BY 1                           SQCHRG.2
049600         UNTIL WS-JOB-SUB GREATER THAN WS-JOB-COUNT               SQCHRG.2
049700            OR WS-FOUND.                                          SQCHRG.2
049800 CHECK-ONE-JOB.                                                   SQCHRG.2
049900     IF JT-JOB-NAME (WS-JOB-SUB) EQUAL TO WS-LOOKUP-KEY           SQCHRG.2
050000         MOVE "Y" TO WS-FOUND-SW                                  SQCHRG.2
050100         MOVE WS-JOB-SUB TO WS-MATCH-SUB                          SQCHRG.2
050200     END-IF.                                                      SQCHRG.2
050300 FIND-RATE.                                                       SQCHRG.2
050400     MOVE "N" TO WS-FOUND-SW.                                     SQCHRG.2
050500     PERFORM CHECK-ONE-RATE                                       SQCHRG.2
050600         VARYING WS-RATE-SUB FROM 1 BY 1                          SQCHRG.2
050700         UNTIL WS-RATE-SUB GREATER THAN WS-RATE-COUNT             SQCHRG.2
050800            OR WS-FOUND.                                          SQCHRG.2
050900 CHECK-ONE-RATE.                                                  SQCHRG.2
051000     IF SR-SYSTEM-ID (WS-RATE-SUB) EQUAL TO WS-LOOKUP-KEY         SQCHRG.2
051100         MOVE "Y" TO WS-FOUND-SW                                  SQCHRG.2
051200         MOVE WS-RATE-SUB TO WS-MATCH-SUB                         SQCHRG.2
051300     END-IF.                                                      SQCHRG.2
051400 CHARGE-MONTHS-RUNS.                                              SQCHRG.2
051500     MOVE "RUNS NOT CHARGED - FIX THE COST-CENTER TABLE:"         SQCHRG.2
051600         TO SEC-TEXT.                                             SQCHRG.2
051700     WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.   SQCHRG.2
051800     WRITE PRINT-REC FROM UNCHARGED-HEAD-LINE                     SQCHRG.2
051900         AFTER ADVANCING 1 LINE.                                  SQCHRG.2
052000     MOVE "N" TO WS-EOF-SW.                                       SQCHRG.2
052100     OPEN INPUT RAW-DATA.                                         SQCHRG.2
052200     IF RAW-DATA-STATUS NOT EQUAL TO "00"                         SQCHRG.2
052300         MOVE "N" TO WS-RAW-DATA-SW                               SQCHRG.2
052400         MOVE "Y" TO WS-EOF-SW                                    SQCHRG.2
052500         MOVE "** RAW-DATA WILL NOT OPEN - NOTHING WAS CHARGED **"SQCHRG.2
052600             TO PRINT-REC                                         SQCHRG.2
052700         WRITE PRINT-REC AFTER ADVANCING 1 LINE                   SQCHRG.2
052800     END-IF.                                                      SQCHRG.2
052900     OPEN INPUT METRICS-FILE.                                     SQCHRG.2
053000     IF METRICS-STATUS NOT EQUAL TO "00"                          SQCHRG.2
053100        AND METRICS-STATUS NOT EQUAL TO "05"                      SQCHRG.2
053200         MOVE "Y" TO WS-EOF-SW                                    SQCHRG.2
053300     END-IF.                                                      SQCHRG.2
053400     PERFORM CHARGE-ONE-RUN                                       SQCHRG.2
053500         UNTIL WS-EOF.                                            SQCHRG.2
053600     CLOSE METRICS-FILE.                                          SQCHRG.2
053700     IF WS-RAW-DATA-OK                                            SQCHRG.2
053800         CLOSE RAW-DATA                                           SQCHRG.2
053900     END-IF.                                                      SQCHRG.2
054000     IF WS-RUNS-UNCHARGED EQUAL TO ZERO                           SQCHRG.2
054100         MOVE "  NONE." TO PRINT-REC                              SQCHRG.2
054200         WRITE PRINT-REC AFTER ADVANCING 1 LINE                   SQCHRG.2
054300     END-IF.                                                      SQCHRG.2
054400 CHARGE-ONE-RUN.                                                  SQCHRG.2
054500     READ METRICS-FILE                                            SQCHRG.2
054600         AT END                                                   SQCHRG.2
054700             MOVE "Y" TO WS-EOF-SW                                SQCHRG.2
054800     END-READ.                                                    SQCHRG.2
054900     IF NOT WS-EOF                                                SQCHRG.2
055000         MOVE MET-RUN-DATE TO WS-DATE-WORK-N                      SQCHRG.2
055100         IF WS-DW-MONTH EQUAL TO WS-CHARGE-MONTH                  SQCHRG.2
055200             ADD 1 TO WS-RUNS-READ                                SQCHRG.2
055300             PERFORM PRICE-ONE-RUN                                SQCHRG.2
055400         END-IF                                                   SQCHRG.2
055500     END-IF.                                                      SQCHRG.2
055600 PRICE-ONE-RUN.                                                   SQCHRG.2
055700*    THE JOB NAME AND SYSTEM COME FROM THE RUN'S RAW-DATA         SQCHRG.2
055800*    RECORD, READ UNDER THE SAME PGM-ID / RUN-DATE / RUN-TIME     SQCHRG.2
055850*    KEY.                                                         SQCHRG.2
055900     MOVE SPACE TO UL-REASON.                                     SQCHRG.2
056000     MOVE SPACE TO UL-JOB-NAME.                                   SQCHRG.2
056100     MOVE SPACE TO UL-SYSTEM-ID.                                  SQCHRG.2
056200     MOVE MET-PGM-ID (1:6) TO RAW-DATA-PGM-ID.                    SQCHRG.2
056300     MOVE MET-RUN-DATE TO RAW-DATA-RUN-DATE.                      SQCHRG.2
056400     MOVE MET-RUN-TIME TO RAW-DATA-RUN-TIME.                      SQCHRG.2
056500     READ RAW-DATA                                                SQCHRG.2
056600         INVALID KEY                                              SQCHRG.2
056700             MOVE "RUN NOT ON RAW-DATA" TO UL-REASON              SQCHRG.2
056800     END-READ.                                                    SQCHRG.2
056900     IF UL-REASON EQUAL TO SPACE                                  SQCHRG.2
057000         MOVE C-JOB-NAME TO UL-JOB-NAME                           SQCHRG.2
057100         MOVE C-SYSTEM-ID TO UL-SYSTEM-ID                         SQCHRG.2
057200         MOVE C-JOB-NAME TO WS-LOOKUP-KEY                         SQCHRG.2
057300         PERFORM FIND-JOB                                         SQCHRG.2
057400         IF NOT WS-FOUND                                          SQCHRG.2
057500             MOVE "JOB NAME NOT ON THE COST-CENTER TABLE"         SQCHRG.2
057600                 TO UL-REASON                                     SQCHRG.2
057700         ELSE                                                     SQCHRG.2
057800             MOVE WS-MATCH-SUB TO WS-JOB-MATCH                    SQCHRG.2
057900             MOVE C-SYSTEM-ID TO WS-LOOKUP-KEY                    SQCHRG.2
058000             PERFORM FIND-RATE                                    SQCHRG.2
058100             IF NOT WS-FOUND                                      SQCHRG.2
058200                 MOVE "NO RATE FOR THE SYSTEM" TO UL-REASON       SQCHRG.2
058300             END-IF                                               SQCHRG.2
058400         END-IF                                                   SQCHRG.2
058500     END-IF.                                                      SQCHRG.2
058600     IF UL-REASON NOT EQUAL TO SPACE                              SQCHRG.2
058700         PERFORM LIST-UNCHARGED-RUN                               SQCHRG.2
058800     ELSE                                                         SQCHRG.2
058900         PERFORM POST-RUN-CHARGE                                  SQCHRG.2
059000     END-IF.                                                      SQCHRG.2
059100 POST-RUN-CHARGE.                                                 SQCHRG.2
059200     COMPUTE WS-RUN-MINUTES ROUNDED = MET-ELAPSED-SECS / 60.      SQCHRG.2
059300     COMPUTE WS-RUN-AMOUNT ROUNDED =                              SQCHRG.2
059400         WS-RUN-MINUTES * SR-RATE (WS-MATCH-SUB).                 SQCHRG.2
059500     MOVE JT-COST-CENTER (WS-JOB-MATCH) TO WS-NK-COST-CENTER.     SQCHRG.2
059600     MOVE C-SYSTEM-ID TO WS-NK-SYSTEM-ID.                         SQCHRG.2
059700     MOVE MET-PGM-ID TO WS-NK-PGM-ID.                             SQCHRG.2
059800     PERFORM FIND-CHARGE-SLOT.                                    SQCHRG.2
059900     IF NOT WS-FOUND                                              SQCHRG.2
060000         IF WS-CHG-COUNT EQUAL TO 1000                            SQCHRG.2
060100             MOVE "Y" TO WS-TABLE-FULL-SW                         SQCHRG.2
060200             MOVE "CHARGE TABLE FULL - RUN NOT CHARGED"           SQCHRG.2
060300                 TO UL-REASON                                     SQCHRG.2
060400             PERFORM LIST-UNCHARGED-RUN                           SQCHRG.2
060500         ELSE                                                     SQCHRG.2
060600             PERFORM OPEN-CHARGE-SLOT                             SQCHRG.2
060700         END-IF                                                   SQCHRG.2
060800     END-IF.                                                      SQCHRG.2
060900     IF WS-FOUND                                                  SQCHRG.2
061000         ADD 1 TO CT-RUNS (WS-SLOT-SUB)                           SQCHRG.2
061100         ADD MET-ELAPSED-SECS TO CT-SECS (WS-SLOT-SUB)            SQCHRG.2
061200         ADD WS-RUN-MINUTES TO CT-MINUTES (WS-SLOT-SUB)           SQCHRG.2
061300         ADD WS-RUN-AMOUNT TO CT-AMOUNT (WS-SLOT-SUB)             SQCHRG.2
061400         ADD 1 TO WS-RUNS-CHARGED                                 SQCHRG.2
061500     END-IF.                                                      SQCHRG.2
061600 FIND-CHARGE-SLOT.                                                SQCHRG.2
061700*    WS-SLOT-SUB ENDS ON THE ENTRY FOR THE KEY, OR ON THE PLACE   SQCHRG.2
061800*    IT BELONGS IN THE TABLE IF IT IS NOT THERE YET.              SQCHRG.2
061900     MOVE "N" TO WS-FOUND-SW.                                     SQCHRG.2
062000     MOVE "N" TO WS-SLOT-FOUND-SW.                                SQCHRG.2
062100     PERFORM CHECK-CHARGE-SLOT                                    SQCHRG.2
062200         VARYING WS-CHG-SUB FROM 1 BY 1                           SQCHRG.2
062300         UNTIL WS-CHG-SUB GREATER THAN WS-CHG-COUNT               SQCHRG.2
062400            OR WS-SLOT-FOUND.                                     SQCHRG.2
062500     IF NOT WS-SLOT-FOUND                                         SQCHRG.2
062600         COMPUTE WS-SLOT-SUB = WS-CHG-COUNT + 1                   SQCHRG.2
062700     ELSE                                                         SQCHRG.2
062800         IF CT-KEY (WS-SLOT-SUB) EQUAL TO WS-NEW-KEY              SQCHRG.2
062900             MOVE "Y" TO WS-FOUND-SW                              SQCHRG.2
063000         END-IF                                                   SQCHRG.2
063100     END-IF.                                                      SQCHRG.2
063200 CHECK-CHARGE-SLOT.                                               SQCHRG.2
063300     IF CT-KEY (WS-CHG-SUB) NOT LESS THAN WS-NEW-KEY              SQCHRG.2
063400         MOVE "Y" TO WS-SLOT-FOUND-SW                             SQCHRG.2
063500         MOVE WS-CHG-SUB TO WS-SLOT-SUB                           SQCHRG.2
063600     END-IF.                                                      SQCHRG.2
063700 OPEN-CHARGE-SLOT.                                                SQCHRG.2
063800     PERFORM SHIFT-ONE-CHARGE                                     SQCHRG.2
063900         VARYING WS-SHIFT-SUB FROM WS-CHG-COUNT BY -1             SQCHRG.2
064000         UNTIL WS-SHIFT-SUB LESS THAN WS-SLOT-SUB.                SQCHRG.2
064100     ADD 1 TO WS-CHG-COUNT.                                       SQCHRG.2
064200     MOVE WS-NEW-KEY TO CT-KEY (WS-SLOT-SUB).                     SQCHRG.2
064300     MOVE JT-CC-NAME (WS-JOB-MATCH) TO CT-CC-NAME (WS-SLOT-SUB).  SQCHRG.2
064400     MOVE SR-RATE (WS-MATCH-SUB) TO CT-RATE (WS-SLOT-SUB).        SQCHRG.2
064500     MOVE ZERO TO CT-RUNS (WS-SLOT-SUB).                          SQCHRG.2
064600     MOVE ZERO TO CT-SECS (WS-SLOT-SUB).                          SQCHRG.2
064700     MOVE ZERO TO CT-MINUTES (WS-SLOT-SUB).                       SQCHRG.2
064800     MOVE ZERO TO CT-AMOUNT (WS-SLOT-SUB).                        SQCHRG.2
064900     MOVE "Y" TO WS-FOUND-SW.                                     SQCHRG.2
065000 SHIFT-ONE-CHARGE.                                                SQCHRG.2
065100     MOVE CHARGE-ENTRY (WS-SHIFT-SUB)                             SQCHRG.2
065200         TO CHARGE-ENTRY (WS-SHIFT-SUB + 1).                      SQCHRG.2
065300 LIST-UNCHARGED-RUN.                                              SQCHRG.2
065400     ADD 1 TO WS-RUNS-UNCHARGED.                                  SQCHRG.2
065500     MOVE MET-PGM-ID TO UL-PGM-ID.                                SQCHRG.2
065600     MOVE MET-RUN-DATE TO UL-RUN-DATE.                            SQCHRG.2
065700     MOVE MET-RUN-TIME TO UL-RUN-TIME.                            SQCHRG.2
065800     MOVE MET-ELAPSED-SECS TO UL-ELAPSED.                         SQCHRG.2
065900     WRITE PRINT-REC FROM UNCHARGED-LINE AFTER ADVANCING 1 LINE.  SQCHRG.2
066000 PRINT-CHARGES.                                                   SQCHRG.2
066100     MOVE "CHARGES BY COST CENTER, SYSTEM AND PROGRAM:"           SQCHRG.2
066200         TO SEC-TEXT.                                             SQCHRG.2
066300     WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.   SQCHRG.2
066400     IF WS-CHG-COUNT EQUAL TO ZERO                                SQCHRG.2
066500         MOVE "  NO RUNS CHARGED." TO PRINT-REC                   SQCHRG.2
066600         WRITE PRINT-REC AFTER ADVANCING 1 LINE                   SQCHRG.2
066700     ELSE                                                         SQCHRG.2
066800         MOVE "Y" TO WS-FIRST-LINE-SW                             SQCHRG.2
066900         PERFORM PRINT-ONE-CHARGE                                 SQCHRG.2
067000             VARYING WS-CHG-SUB FROM 1 BY 1                       SQCHRG.2
067100             UNTIL WS-CHG-SUB GREATER THAN WS-CHG-COUNT           SQCHRG.2
067200         PERFORM END-SYSTEM-GROUP                                 SQCHRG.2
067300         PERFORM END-COST-CENTER-GROUP                            SQCHRG.2
067400         MOVE "GRAND TOTAL" TO TL-LABEL                           SQCHRG.2
067500         MOVE WS-GRAND-RUNS TO TL-RUNS                            SQCHRG.2
067600         MOVE WS-GRAND-SECS TO TL-SECS                            SQCHRG.2
067700         MOVE WS-GRAND-MINUTES TO TL-MINUTES                      SQCHRG.2
067800         MOVE WS-GRAND-AMOUNT TO TL-AMOUNT                        SQCHRG.2
067900         WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES  SQCHRG.2
068000     END-IF.                                                      SQCHRG.2
068100 PRINT-ONE-CHARGE.                                                SQCHRG.2
068200     IF NOT WS-FIRST-LINE                                         SQCHRG.2
068300        AND (CT-COST-CENTER (WS-CHG-SUB) NOT EQUAL TO             SQCHRG.2
068400                 WS-CUR-COST-CENTER                               SQCHRG.2
068500          OR CT-SYSTEM-ID (WS-CHG-SUB) NOT EQUAL TO               SQCHRG.2
068600                 WS-CUR-SYSTEM-ID)                                SQCHRG.2
068700         PERFORM END-SYSTEM-GROUP                                 SQCHRG.2
068800     END-IF.                                                      SQCHRG.2
068900     IF NOT WS-FIRST-LINE                                         SQCHRG.2
069000        AND CT-COST-CENTER (WS-CHG-SUB) NOT EQUAL TO              SQCHRG.2
069100                WS-CUR-COST-CENTER                                SQCHRG.2
069200         PERFORM END-COST-CENTER-GROUP                            SQCHRG.2
069300     END-IF.                                                      SQCHRG.2
069400     IF WS-FIRST-LINE                                             SQCHRG.2
069500        OR CT-COST-CENTER (WS-CHG-SUB) NOT EQUAL TO               SQCHRG.2
069600               WS-CUR-COST-CENTER                                 SQCHRG.2
069700         MOVE CT-COST-CENTER (WS-CHG-SUB) TO CCH-COST-CENTER      SQCHRG.2
069800         MOVE CT-CC-NAME (WS-CHG-SUB) TO CCH-CC-NAME              SQCHRG.2
069900         WRITE PRINT-REC FROM CC-HEAD-LINE AFTER ADVANCING 2 LINESSQCHRG.2
070000         WRITE PRINT-REC FROM CHARGE-HEAD-LINE                    SQCHRG.2
070100             AFTER ADVANCING 1 LINE                               SQCHRG.2
070200     END-IF.                                                      SQCHRG.2
070300     MOVE "N" TO WS-FIRST-LINE-SW.                                SQCHRG.2
070400     MOVE CT-COST-CENTER (WS-CHG-SUB) TO WS-CUR-COST-CENTER.      SQCHRG.2
070500     MOVE CT-SYSTEM-ID (WS-CHG-SUB) TO WS-CUR-SYSTEM-ID.          SQCHRG.2
070600     MOVE CT-SYSTEM-ID (WS-CHG-SUB) TO CL-SYSTEM-ID.              SQCHRG.2
070700     MOVE CT-PGM-ID (WS-CHG-SUB) TO CL-PGM-ID.                    SQCHRG.2
070800     MOVE CT-RUNS (WS-CHG-SUB) TO CL-RUNS.                        SQCHRG.2
070900     MOVE CT-SECS (WS-CHG-SUB) TO CL-SECS.                        SQCHRG.2
071000     MOVE CT-MINUTES (WS-CHG-SUB) TO CL-MINUTES.                  SQCHRG.2
071100     MOVE CT-RATE (WS-CHG-SUB) TO CL-RATE.                        SQCHRG.2
071200     MOVE CT-AMOUNT (WS-CHG-SUB) TO CL-AMOUNT.                    SQCHRG.2
071300     WRITE PRINT-REC FROM CHARGE-LINE AFTER ADVANCING 1 LINE.     SQCHRG.2
071400     ADD CT-RUNS (WS-CHG-SUB) TO WS-SYS-RUNS.                     SQCHRG.2
071500     ADD CT-SECS (WS-CHG-SUB) TO WS-SYS-SECS.                     SQCHRG.2
071600     ADD CT-MINUTES (WS-CHG-SUB) TO WS-SYS-MINUTES.               SQCHRG.2
071700     ADD CT-AMOUNT (WS-CHG-SUB) TO WS-SYS-AMOUNT.                 SQCHRG.2
071800     MOVE WS-CHARGE-MONTH TO CHG-MONTH.                           SQCHRG.2
071900     MOVE CT-COST-CENTER (WS-CHG-SUB) TO CHG-COST-CENTER.         SQCHRG.2
072000     MOVE CT-SYSTEM-ID (WS-CHG-SUB) TO CHG-SYSTEM-ID.             SQCHRG.2
072100     MOVE CT-PGM-ID (WS-CHG-SUB) TO CHG-PGM-ID.                   SQCHRG.2
072200     MOVE CT-RUNS (WS-CHG-SUB) TO CHG-RUNS.                       SQCHRG.2
072300     MOVE CT-SECS (WS-CHG-SUB) TO CHG-ELAPSED-SECS.               SQCHRG.2
072400     MOVE CT-MINUTES (WS-CHG-SUB) TO CHG-MINUTES.                 SQCHRG.2
072500     MOVE CT-RATE (WS-CHG-SUB) TO CHG-RATE.                       SQCHRG.2
072600     MOVE CT-AMOUNT (WS-CHG-SUB) TO CHG-AMOUNT.                   SQCHRG.2
072700     WRITE FEED-REC FROM CHARGEBACK-FEED-LINE.                    SQCHRG.2
072800 END-SYSTEM-GROUP.                                                SQCHRG.2
072900     MOVE SPACE TO TL-LABEL.                                      SQCHRG.2
073000     STRING "    TOTAL " WS-CUR-SYSTEM-ID                         SQCHRG.2
073100         DELIMITED BY SIZE INTO TL-LABEL.                         SQCHRG.2
073200     MOVE WS-SYS-RUNS TO TL-RUNS.                                 SQCHRG.2
073300     MOVE WS-SYS-SECS TO TL-SECS.                                 SQCHRG.2
073400     MOVE WS-SYS-MINUTES TO TL-MINUTES.                           SQCHRG.2
073500     MOVE WS-SYS-AMOUNT TO TL-AMOUNT.                             SQCHRG.2
073600     WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.      SQCHRG.2
073700     ADD WS-SYS-RUNS TO WS-CC-RUNS.                               SQCHRG.2
073800     ADD WS-SYS-SECS TO WS-CC-SECS.                               SQCHRG.2
073900     ADD WS-SYS-MINUTES TO WS-CC-MINUTES.                         SQCHRG.2
074000     ADD WS-SYS-AMOUNT TO WS-CC-AMOUNT.                           SQCHRG.2
074100     MOVE ZERO TO WS-SYS-RUNS.                                    SQCHRG.2
074200     MOVE ZERO TO WS-SYS-SECS.                                    SQCHRG.2
074300     MOVE ZERO TO WS-SYS-MINUTES.                                 SQCHRG.2
074400     MOVE ZERO TO WS-SYS-AMOUNT.                                  SQCHRG.2
074500 END-COST-CENTER-GROUP.                                           SQCHRG.2
074600     MOVE SPACE TO TL-LABEL.                                      SQCHRG.2
074700     STRING "  TOTAL " WS-CUR-COST-CENTER                         SQCHRG.2
074800         DELIMITED BY SIZE INTO TL-LABEL.                         SQCHRG.2
074900     MOVE WS-CC-RUNS TO TL-RUNS.                                  SQCHRG.2
075000     MOVE WS-CC-SECS TO TL-SECS.                                  SQCHRG.2
075100     MOVE WS-CC-MINUTES TO TL-MINUTES.                            SQCHRG.2
075200     MOVE WS-CC-AMOUNT TO TL-AMOUNT.                              SQCHRG.2
075300     WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 1 LINE.      SQCHRG.2
075400     ADD WS-CC-RUNS TO WS-GRAND-RUNS.                             SQCHRG.2
075500     ADD WS-CC-SECS TO WS-GRAND-SECS.                             SQCHRG.2
075600     ADD WS-CC-MINUTES TO WS-GRAND-MINUTES.                       SQCHRG.2
075700     ADD WS-CC-AMOUNT TO WS-GRAND-AMOUNT.                         SQCHRG.2
075800     MOVE ZERO TO WS-CC-RUNS.                                     SQCHRG.2
075900     MOVE ZERO TO WS-CC-SECS.                                     SQCHRG.2
076000     MOVE ZERO TO WS-CC-MINUTES.                                  SQCHRG.2
076100     MOVE ZERO TO WS-CC-AMOUNT.                                   SQCHRG.2
076200 WRITE-FEED-CONTROL-LINE.                                         SQCHRG.2
076300*    THE CONTROL LINE LETS FINANCE PROVE THE FEED AGAINST THE     SQCHRG.2
076400*    LISTING; IT IS WRITTEN EVEN WHEN NOTHING WAS CHARGED.        SQCHRG.2
076500     MOVE WS-CHARGE-MONTH TO CHG-MONTH.                           SQCHRG.2
076600     MOVE "*TOTAL*" TO CHG-COST-CENTER.                           SQCHRG.2
076700     MOVE SPACE TO CHG-SYSTEM-ID.                                 SQCHRG.2
076800     MOVE SPACE TO CHG-PGM-ID.                                    SQCHRG.2
076900     MOVE WS-GRAND-RUNS TO CHG-RUNS.                              SQCHRG.2
077000     MOVE WS-GRAND-SECS TO CHG-ELAPSED-SECS.                      SQCHRG.2
077100     MOVE WS-GRAND-MINUTES TO CHG-MINUTES.                        SQCHRG.2
077200     MOVE ZERO TO CHG-RATE.                                       SQCHRG.2
077300     MOVE WS-GRAND-AMOUNT TO CHG-AMOUNT.                          SQCHRG.2
077400     WRITE FEED-REC FROM CHARGEBACK-FEED-LINE.                    SQCHRG.2
077500 PRINT-SUMMARY.                                                   SQCHRG.2
077600     MOVE "SUMMARY:" TO SEC-TEXT.                                 SQCHRG.2
077700     WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.   SQCHRG.2
077800     MOVE "RUNS IN THE CHARGE MONTH =" TO SL-LITERAL.             SQCHRG.2
077900     MOVE WS-RUNS-READ TO SL-COUNT.                               SQCHRG.2
078000     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQCHRG.2
078100     MOVE "RUNS CHARGED =" TO SL-LITERAL.                         SQCHRG.2
078200     MOVE WS-RUNS-CHARGED TO SL-COUNT.                            SQCHRG.2
078300     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQCHRG.2
078400     MOVE "RUNS NOT CHARGED =" TO SL-LITERAL.                     SQCHRG.2
078500     MOVE WS-RUNS-UNCHARGED TO SL-COUNT.                          SQCHRG.2
078600     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQCHRG.2
078700     MOVE "TABLE LINES REJECTED =" TO SL-LITERAL.                 SQCHRG.2
078800     MOVE WS-LINES-REJECTED TO SL-COUNT.                          SQCHRG.2
078900     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQCHRG.2
079000     MOVE WS-GRAND-AMOUNT TO ASL-AMOUNT.                          SQCHRG.2
079100     WRITE PRINT-REC FROM AMOUNT-SUMMARY-LINE                     SQCHRG.2
079200         AFTER ADVANCING 1 LINE.                                  SQCHRG.2
079300     IF WS-TABLE-FULL                                             SQCHRG.2
079400         MOVE "** A TABLE OVERFLOWED - CHARGES ARE INCOMPLETE **" SQCHRG.2
079500             TO PRINT-REC                                         SQCHRG.2
079600         WRITE PRINT-REC AFTER ADVANCING 2 LINES                  SQCHRG.2
079700     END-IF.                                                      SQCHRG.2
079800 CLOSE-FILES.                                                     SQCHRG.2
079900     CLOSE FEED-FILE.                                             SQCHRG.2
080000     CLOSE PRINT-FILE.                                            SQCHRG.2
