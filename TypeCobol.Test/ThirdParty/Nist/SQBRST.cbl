000100 IDENTIFICATION DIVISION.                                         SQBRST.2
000200 PROGRAM-ID.                                                      SQBRST.2
000300     SQBRST.                                                      SQBRST.2
000400***************************************************************** SQBRST.2
000500*                                                               * SQBRST.2
000600*    NIGHTLY REPORT DISTRIBUTION AND BURSTING.  EVERY RUN OF    * SQBRST.2
000700*    THE CCVS-STYLE VALIDATION ROUTINES LEAVES ITS LISTING ON   * SQBRST.2
000800*    THE REPORT REPOSITORY UNDER ITS RUN KEY.  THIS PROGRAM     * SQBRST.2
000900*    TAKES THE RUNS OF THE BURST DATE FROM RAW-DATA (THROUGH    * SQBRST.2
001000*    THE RUN-DATE ALTERNATE KEY, AS SQMISS DOES) AND, FOR EACH  * SQBRST.2
001100*    RECIPIENT ON THE DISTRIBUTION LIST (COPYBOOK SQDSTREC),    * SQBRST.2
001200*    WRITES ONE SPOOL OUTPUT TO THE BURST FILE :-               * SQBRST.2
001300*                                                               * SQBRST.2
001400*      - A BANNER PAGE NAMING THE RECIPIENT, THE DESTINATION    * SQBRST.2
001500*        AND THE RUNS ENCLOSED, THEN                            * SQBRST.2
001600*      - EACH RUN THE RECIPIENT TAKES, ON A NEW PAGE, AS MANY   * SQBRST.2
001700*        TIMES AS THE COPIES ASKED FOR - THE FULL LISTING, OR   * SQBRST.2
001800*        FOR A FAILURES-ONLY RECIPIENT JUST THE FAILED TESTS    * SQBRST.2
001900*        (WITH THEIR COMPUTED/CORRECT LINES) OF THE RUNS THAT   * SQBRST.2
002000*        HAD FAILURES OR DID NOT COMPLETE.                      * SQBRST.2
002100*                                                               * SQBRST.2
002200*    EVERY BURST RECORD CARRIES ITS DESTINATION AND RECIPIENT   * SQBRST.2
002300*    SO THE OUTPUT WRITER ROUTES EACH RECIPIENT'S OUTPUT AS ONE * SQBRST.2
002400*    SPOOL DATASET; BST-CC IS THE ASA CARRIAGE CONTROL.  EVERY  * SQBRST.2
002500*    DELIVERY GOES ON THE DELIVERY LOG (COPYBOOK SQDLVREC).  A  * SQBRST.2
002600*    LISTING DUE TO A RECIPIENT BUT NOT ON REPORT-REPO IS       * SQBRST.2
002700*    LOGGED AS SUCH AND ALSO GOES ON THE SHARED SUITE           * SQBRST.2
002800*    EXCEPTION FILE FOR THE MORNING REPORT (SQEXCR).  SQRPRT    * SQBRST.2
002900*    IS FOR REPRINTS ON DEMAND.  THE ALL-NINES RUNNING-         * SQBRST.2
003000*    COUNT CONTROL RECORDS ARE NEVER TREATED AS RUNS.           * SQBRST.2
003100*                                                               * SQBRST.2
003200*    CARD DECK (OPTIONAL) :-                                    * SQBRST.2
003300*      COLS  1-8   "BURSTDAY" WITH COLS 10-17 = RUN DATE TO     * SQBRST.2
003400*                  DISTRIBUTE, YYYYMMDD (DEFAULT THE CURRENT    * SQBRST.2
003500*                  DATE)                                        * SQBRST.2
003600*                                                               * SQBRST.2
003700*    RETURN CODE 8 IF THE DISTRIBUTION LIST IS MISSING OR       * SQBRST.2
003800*    EMPTY, RAW-DATA OR REPORT-REPO WILL NOT OPEN OR A TABLE    * SQBRST.2
003900*    OVERFLOWS; OTHERWISE 4 IF A CARD OR DISTRIBUTION LINE WAS  * SQBRST.2
004000*    REJECTED OR A LISTING DUE WAS NOT ON REPORT-REPO.          * SQBRST.2
004100*                                                               * SQBRST.2
004200***************************************************************** SQBRST.2
004300*                                                               * SQBRST.2
004400*      X-CARDS USED BY THIS PROGRAM ARE :-                      * SQBRST.2
004500*                                                               * SQBRST.2
004600*            X-59   BURST CARD READER FILE                      * SQBRST.2
004700*            X-33   REPORT DISTRIBUTION LIST                    * SQBRST.2
004800*            X-62   RAW-DATA HISTORY FILE (INDEXED)             * SQBRST.2
004900*            X-68   REPORT REPOSITORY FILE (INDEXED)            * SQBRST.2
005000*            X-34   BURST (SPOOL) OUTPUT FILE                   * SQBRST.2
005100*            X-35   DELIVERY LOG                                * SQBRST.2
005200*            X-27   SUITE EXCEPTION FILE                        * SQBRST.2
005300*            X-55   SYSTEM PRINTER                              * SQBRST.2
005400*            X-82   SOURCE-COMPUTER                             * SQBRST.2
005500*            X-83   OBJECT-COMPUTER                             * SQBRST.2
005600*            X-84   LABEL RECORDS OPTION                        * SQBRST.2
005700*                                                               * SQBRST.2
005800***************************************************************** SQBRST.2
005900 ENVIRONMENT DIVISION.                                            SQBRST.2
006000 CONFIGURATION SECTION.                                           SQBRST.2
006100 SOURCE-COMPUTER.                                                 SQBRST.2
006200     XXXXX082.                                                    SQBRST.2
006300 OBJECT-COMPUTER.                                                 SQBRST.2
006400     XXXXX083.                                                    SQBRST.2
006500 INPUT-OUTPUT SECTION.                                            SQBRST.2
006600 FILE-CONTROL.                                                    SQBRST.2
006700     SELECT OPTIONAL BURST-CARD ASSIGN TO                         SQBRST.2
006800     XXXXX059.                                                    SQBRST.2
006900     SELECT OPTIONAL DIST-LIST ASSIGN TO                          SQBRST.2
007000     XXXXX033                                                     SQBRST.2
007100            ORGANIZATION IS SEQUENTIAL                            SQBRST.2
007200            FILE STATUS IS DIST-LIST-STATUS.                      SQBRST.2
007300     SELECT RAW-DATA   ASSIGN TO                                  SQBRST.2
007400     XXXXX062                                                     SQBRST.2
007500            ORGANIZATION IS INDEXED                               SQBRST.2
007600            ACCESS MODE IS DYNAMIC                                SQBRST.2
007700            RECORD KEY IS RAW-DATA-KEY                            SQBRST.2
007800            ALTERNATE RECORD KEY IS RAW-DATA-RUN-DATE             SQBRST.2
007900            WITH DUPLICATES                                       SQBRST.2
008000            FILE STATUS IS RAW-DATA-STATUS.                       SQBRST.2
008100     SELECT REPORT-REPO ASSIGN TO                                 SQBRST.2
008200     XXXXX068                                                     SQBRST.2
008300            ORGANIZATION IS INDEXED                               SQBRST.2
008400            ACCESS MODE IS DYNAMIC                                SQBRST.2
008500            RECORD KEY IS REPO-KEY                                SQBRST.2
008600            FILE STATUS IS REPORT-REPO-STATUS.                    SQBRST.2
008700     SELECT BURST-FILE ASSIGN TO                                  SQBRST.2
008800     XXXXX034                                                     SQBRST.2
008900            ORGANIZATION IS SEQUENTIAL.                           SQBRST.2
009000     SELECT OPTIONAL DELIVERY-LOG ASSIGN TO                       SQBRST.2
009100     XXXXX035                                                     SQBRST.2
009200            ORGANIZATION IS SEQUENTIAL                            SQBRST.2
009300            FILE STATUS IS DELIVERY-LOG-STATUS.                   SQBRST.2
009400     SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO                     SQBRST.2
009500     XXXXX027                                                     SQBRST.2
009600            ORGANIZATION IS SEQUENTIAL                            SQBRST.2
009700            FILE STATUS IS EXCEPTION-STATUS.                      SQBRST.2
009800     SELECT PRINT-FILE ASSIGN TO                                  SQBRST.2
009900     XXXXX055.                                                    SQBRST.2
010000 DATA DIVISION.                                                   SQBRST.2
010100 FILE SECTION.                                                    SQBRST.2
010200 FD  BURST-CARD                                                   SQBRST.2
010300     LABEL RECORDS                                                SQBRST.2
010400     XXXXX084                                                     SQBRST.2
010500     DATA RECORD IS BURST-CARD-REC                                SQBRST.2
010600               .                                                  SQBRST.2
010700 01  BURST-CARD-REC.                                              SQBRST.2
010800     05  BC-NAME             PIC X(8).                            SQBRST.2
010900     05  FILLER              PIC X(1).                            SQBRST.2
011000     05  BC-OPERAND          PIC X(8).                            SQBRST.2
011100     05  BC-OPERAND-9 REDEFINES BC-OPERAND                        SQBRST.2
011200                             PIC 9(8).                            SQBRST.2
011300     05  FILLER              PIC X(63).                           SQBRST.2
011400 FD  DIST-LIST                                                    SQBRST.2
011500     LABEL RECORDS ARE STANDARD.                                  SQBRST.2
011600     COPY SQDSTREC.                                               SQBRST.2
011700 FD  RAW-DATA.                                                    SQBRST.2
011800     COPY SQRAWREC.                                               SQBRST.2
011900 FD  REPORT-REPO.                                                 SQBRST.2
012000 01  REPO-SATZ.                                                   SQBRST.2
012100     02  REPO-KEY.                                                SQBRST.2
012200         03  RK-PGM-ID       PIC X(9).                            SQBRST.2
012300         03  RK-RUN-DATE     PIC 9(8).                            SQBRST.2
012400         03  RK-RUN-TIME     PIC 9(8).                            SQBRST.2
012500         03  RK-LINE-NO      PIC 9(5).                            SQBRST.2
012600     02  REPO-IMAGE          PIC X(120).                          SQBRST.2
012700     02  REPO-RESULT-VIEW REDEFINES REPO-IMAGE.                   SQBRST.2
012800         03  FILLER          PIC X(30).                           SQBRST.2
012900         03  REPO-DETAIL-LABEL                                    SQBRST.2
013000                             PIC X(17).                           SQBRST.2
013100         03  FILLER          PIC X(73).                           SQBRST.2
013200 FD  BURST-FILE                                                   SQBRST.2
013300     LABEL RECORDS ARE STANDARD.                                  SQBRST.2
013400 01  BURST-REC.                                                   SQBRST.2
013500     05  BST-DESTINATION     PIC X(8).                            SQBRST.2
013600     05  BST-RECIPIENT       PIC X(8).                            SQBRST.2
013700     05  BST-CC              PIC X(1).                            SQBRST.2
013800     05  BST-IMAGE           PIC X(120).                          SQBRST.2
013900     05  FILLER              PIC X(3).                            SQBRST.2
014000 FD  DELIVERY-LOG                                                 SQBRST.2
014100     LABEL RECORDS ARE STANDARD.                                  SQBRST.2
014200     COPY SQDLVREC.                                               SQBRST.2
014300 FD  EXCEPTION-FILE                                               SQBRST.2
014400     LABEL RECORDS ARE STANDARD.                                  SQBRST.2
014500     COPY SQEXCREC.                                               SQBRST.2
014600 FD  PRINT-FILE                                                   SQBRST.2
014700     LABEL RECORDS                                                SQBRST.2
014800     XXXXX084                                                     SQBRST.2
014900     DATA RECORD IS PRINT-REC DUMMY-RECORD                        SQBRST.2
015000               .                                                  SQBRST.2
015100 01  PRINT-REC PICTURE X(120).                                    SQBRST.2
015200 01  DUMMY-RECORD PICTURE X(120).                                 SQBRST.2
015300 WORKING-STORAGE SECTION.                                         SQBRST.2
015400 01  WS-EOF-SW              PIC X VALUE "N".                      SQBRST.2
015500     88  WS-EOF                   VALUE "Y".                      SQBRST.2
015600 01  WS-REPO-EOF-SW         PIC X VALUE "N".                      SQBRST.2
015700     88  WS-REPO-EOF              VALUE "Y".                      SQBRST.2
015800 01  DIST-LIST-STATUS       PIC XX VALUE "00".                    SQBRST.2
015900 01  RAW-DATA-STATUS        PIC XX VALUE "00".                    SQBRST.2
016000 01  REPORT-REPO-STATUS     PIC XX VALUE "00".                    SQBRST.2
016100 01  DELIVERY-LOG-STATUS    PIC XX VALUE "00".                    SQBRST.2
016200 01  EXCEPTION-STATUS       PIC XX VALUE "00".                    SQBRST.2
016300 01  WS-REPO-OPEN-SW        PIC X VALUE "N".                      SQBRST.2
016400     88  WS-REPO-OPEN             VALUE "Y".                      SQBRST.2
016500 01  WS-LOG-OPEN-SW         PIC X VALUE "N".                      SQBRST.2
016600     88  WS-LOG-OPEN              VALUE "Y".                      SQBRST.2
016700 01  WS-EXC-OPEN-SW         PIC X VALUE "N".                      SQBRST.2
016800     88  WS-EXC-OPEN              VALUE "Y".                      SQBRST.2
016900 01  WS-RAW-DATA-SW         PIC X VALUE "Y".                      SQBRST.2
017000     88  WS-RAW-DATA-OK           VALUE "Y".                      SQBRST.2
017100 01  WS-TABLE-FULL-SW       PIC X VALUE "N".                      SQBRST.2
017200     88  WS-TABLE-FULL            VALUE "Y".                      SQBRST.2
017300 01  WS-IN-FAILURE-SW       PIC X VALUE "N".                      SQBRST.2
017400     88  WS-IN-FAILURE            VALUE "Y".                      SQBRST.2
017500 01  WS-EXC-DATE            PIC 9(8).                             SQBRST.2
017600 01  WS-EXC-TIME            PIC 9(8).                             SQBRST.2
017700 01  WS-BURST-DATE          PIC 9(8).                             SQBRST.2
017800 01  WS-CARDS-REJECTED      PIC 9(4) COMP VALUE ZERO.             SQBRST.2
017900 01  WS-DIST-COUNT          PIC 9(4) COMP VALUE ZERO.             SQBRST.2
018000 01  WS-DIST-SUB            PIC 9(4) COMP VALUE ZERO.             SQBRST.2
018100 01  WS-ROW-SUB             PIC 9(4) COMP VALUE ZERO.             SQBRST.2
018200 01  WS-RUN-COUNT           PIC 9(4) COMP VALUE ZERO.             SQBRST.2
018300 01  WS-RUN-SUB             PIC 9(4) COMP VALUE ZERO.             SQBRST.2
018400 01  WS-COPY-NO             PIC 9(3) VALUE ZERO.                  SQBRST.2
018500 01  WS-SEG-RECIPIENT       PIC X(8) VALUE SPACE.                 SQBRST.2
018600 01  WS-SEG-DESTINATION     PIC X(8) VALUE SPACE.                 SQBRST.2
018700 01  WS-SEG-NAME            PIC X(30) VALUE SPACE.                SQBRST.2
018800 01  WS-SEG-RUNS            PIC 9(4) COMP VALUE ZERO.             SQBRST.2
018900 01  WS-SEG-COPIES          PIC 9(5) COMP VALUE ZERO.             SQBRST.2
019000 01  WS-SEG-LINES           PIC 9(7) COMP VALUE ZERO.             SQBRST.2
019100 01  WS-COPY-LINES          PIC 9(5) COMP VALUE ZERO.             SQBRST.2
019200 01  WS-SEGMENTS-SENT       PIC 9(4) COMP VALUE ZERO.             SQBRST.2
019300 01  WS-SEGMENTS-EMPTY      PIC 9(4) COMP VALUE ZERO.             SQBRST.2
019400 01  WS-DELIVERIES          PIC 9(5) COMP VALUE ZERO.             SQBRST.2
019500 01  WS-NOT-ON-REPO         PIC 9(5) COMP VALUE ZERO.             SQBRST.2
019600 01  WS-UNSENT-COUNT        PIC 9(4) COMP VALUE ZERO.             SQBRST.2
019700*    THE DISTRIBUTION LIST.  DT-DONE IS TICKED ONCE THE LINE'S    SQBRST.2
019800*    RECIPIENT AND DESTINATION HAVE BEEN BURST.                   SQBRST.2
019900 01  DIST-TABLE.                                                  SQBRST.2
020000     05  DIST-ENTRY OCCURS 200 TIMES.                             SQBRST.2
020100         10  DT-RECIPIENT        PIC X(8).                        SQBRST.2
020200         10  DT-PGM-ID           PIC X(9).                        SQBRST.2
020300         10  DT-DESTINATION      PIC X(8).                        SQBRST.2
020400         10  DT-COPIES           PIC 9(2).                        SQBRST.2
020500         10  DT-SCOPE            PIC X(1).                        SQBRST.2
020600         10  DT-NAME             PIC X(30).                       SQBRST.2
020700         10  DT-DONE             PIC X(1).                        SQBRST.2
020800*    THE RUNS OF THE BURST DATE.  RT-SEG-SCOPE AND RT-SEG-COPIES  SQBRST.2
020900*    SAY HOW THE CURRENT RECIPIENT TAKES THE RUN (SPACE - NOT AT  SQBRST.2
021000*    ALL); A RUN TWO LINES OF ONE RECIPIENT BOTH CATCH GOES       SQBRST.2
021100*    ONCE, FULL IF EITHER LINE WANTS IT FULL, WITH THE LARGER     SQBRST.2
021200*    NUMBER OF COPIES.  RT-SENT IS TICKED BY ANY DELIVERY OF THE  SQBRST.2
021250*    RUN.                                                         SQBRST.2
021300 01  RUN-TABLE.                                                   SQBRST.2
021400     05  RUN-ENTRY OCCURS 500 TIMES.                              SQBRST.2
021500         10  RT-PGM-ID           PIC X(9).                        SQBRST.2
021600         10  RT-RUN-TIME         PIC 9(8).                        SQBRST.2
021700         10  RT-FAIL             PIC 9(3).                        SQBRST.2
021800         10  RT-ABORT            PIC X(8).                        SQBRST.2
021900         10  RT-FAILED           PIC X(1).                        SQBRST.2
022000         10  RT-SEG-SCOPE        PIC X(1).                        SQBRST.2
022100         10  RT-SEG-COPIES       PIC 9(2).                        SQBRST.2
022200         10  RT-SENT             PIC X(1).                        SQBRST.2
022300 01  HEAD-LINE-1.                                                 SQBRST.2
022400     05  FILLER              PIC X(50) VALUE                      SQBRST.2
022500         "NIGHTLY REPORT DISTRIBUTION FROM REPORT-REPO".          SQBRST.2
022600 01  HEAD-LINE-2.                                                 SQBRST.2
022700     05  FILLER              PIC X(13) VALUE "BURST DATE = ".     SQBRST.2
022800     05  HL-BURST-DATE       PIC 9(8).                            SQBRST.2
022900 01  SECTION-LINE.                                                SQBRST.2
023000     05  SEC-TEXT            PIC X(60).                           SQBRST.2
023100 01  SEGMENT-LINE.                                                SQBRST.2
023200     05  FILLER              PIC X(2)  VALUE SPACE.               SQBRST.2
023300     05  SGL-RECIPIENT       PIC X(8).                            SQBRST.2
023400     05  FILLER              PIC X(2)  VALUE SPACE.               SQBRST.2
023500     05  SGL-DESTINATION     PIC X(8).                            SQBRST.2
023600     05  FILLER              PIC X(2)  VALUE SPACE.               SQBRST.2
023700     05  SGL-RUNS            PIC ZZZ9.                            SQBRST.2
023800     05  FILLER              PIC X(6)  VALUE " RUNS ".            SQBRST.2
023900     05  SGL-COPIES          PIC ZZZZ9.                           SQBRST.2
024000     05  FILLER              PIC X(8)  VALUE " COPIES ".          SQBRST.2
024100     05  SGL-LINES           PIC ZZZZZZ9.                         SQBRST.2
024200     05  FILLER              PIC X(7)  VALUE " LINES ".           SQBRST.2
024300     05  SGL-NOTE            PIC X(40).                           SQBRST.2
024400 01  FINDING-LINE.                                                SQBRST.2
024500     05  FILLER              PIC X(2)  VALUE SPACE.               SQBRST.2
024600     05  FL-PGM-ID           PIC X(9).                            SQBRST.2
024700     05  FILLER              PIC X(1)  VALUE SPACE.               SQBRST.2
024800     05  FL-RUN-DATE         PIC 9(8).                            SQBRST.2
024900     05  FILLER              PIC X(2)  VALUE SPACE.               SQBRST.2
025000     05  FL-RUN-TIME         PIC 9(8).                            SQBRST.2
025100     05  FILLER              PIC X(2)  VALUE SPACE.               SQBRST.2
025200     05  FL-REASON           PIC X(60).                           SQBRST.2
025300 01  CARD-ERROR-LINE.                                             SQBRST.2
025400     05  FILLER              PIC X(16) VALUE "CARD REJECTED - ".  SQBRST.2
025500     05  CEL-REASON          PIC X(40).                           SQBRST.2
025600     05  FILLER              PIC X(2)  VALUE SPACE.               SQBRST.2
025700     05  CEL-CARD-IMAGE      PIC X(62).                           SQBRST.2
025800 01  SUMMARY-LINE.                                                SQBRST.2
025900     05  SL-LITERAL          PIC X(30).                           SQBRST.2
026000     05  SL-COUNT            PIC ZZZZZZ9.                         SQBRST.2
026100 01  VERDICT-LINE.                                                SQBRST.2
026200     05  VL-TEXT             PIC X(60).                           SQBRST.2
026300 01  BANNER-STAR-LINE        PIC X(120) VALUE ALL "*".            SQBRST.2
026400 01  BANNER-LINE.                                                 SQBRST.2
026500     05  FILLER              PIC X(4)  VALUE "*** ".              SQBRST.2
026600     05  BNL-LABEL           PIC X(20).                           SQBRST.2
026700     05  BNL-VALUE           PIC X(92).                           SQBRST.2
026800     05  FILLER              PIC X(4)  VALUE " ***".              SQBRST.2
026900 01  RUN-HEAD-LINE.                                               SQBRST.2
027000     05  FILLER              PIC X(8)  VALUE "PROGRAM ".          SQBRST.2
027100     05  RHL-PGM-ID          PIC X(9).                            SQBRST.2
027200     05  FILLER              PIC X(5)  VALUE " RUN ".             SQBRST.2
027300     05  RHL-RUN-DATE        PIC 9(8).                            SQBRST.2
027400     05  FILLER              PIC X(1)  VALUE SPACE.               SQBRST.2
027500     05  RHL-RUN-TIME        PIC 9(8).                            SQBRST.2
027600     05  FILLER              PIC X(6)  VALUE " COPY ".            SQBRST.2
027700     05  RHL-COPY-NO         PIC Z9.                              SQBRST.2
027800     05  FILLER              PIC X(4)  VALUE " OF ".              SQBRST.2
027900     05  RHL-COPIES          PIC Z9.                              SQBRST.2
028000     05  FILLER              PIC X(2)  VALUE SPACE.               SQBRST.2
028100     05  RHL-SCOPE           PIC X(30).                           SQBRST.2
028200     05  FILLER              PIC X(2)  VALUE SPACE.               SQBRST.2
028300     05  RHL-RECIPIENT       PIC X(8).                            SQBRST.2
028400 PROCEDURE DIVISION.                                              SQBRST.2
028500 MAINLINE.                                                        SQBRST.2
028600     PERFORM OPEN-FILES.                                          SQBRST.2
028700     PERFORM LOAD-ONE-CARD                                        SQBRST.2
028800         UNTIL WS-EOF.                                            SQBRST.2
028900     CLOSE BURST-CARD.                                            SQBRST.2
029000     MOVE WS-BURST-DATE TO HL-BURST-DATE.                         SQBRST.2
029100     WRITE PRINT-REC FROM HEAD-LINE-2 AFTER ADVANCING 1 LINE.     SQBRST.2
029200     PERFORM LOAD-DISTRIBUTION-LIST.                              SQBRST.2
029300     PERFORM LOAD-NIGHTS-RUNS.                                    SQBRST.2
029400     IF WS-DIST-COUNT EQUAL TO ZERO                               SQBRST.2
029500         MOVE "** NO DISTRIBUTION LIST - NOTHING WAS BURST **"    SQBRST.2
029600             TO PRINT-REC                                         SQBRST.2
029700         WRITE PRINT-REC AFTER ADVANCING 2 LINES                  SQBRST.2
029800     ELSE                                                         SQBRST.2
029900         MOVE "SPOOL OUTPUTS BY RECIPIENT AND DESTINATION:"       SQBRST.2
030000             TO SEC-TEXT                                          SQBRST.2
030100         WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINESSQBRST.2
030200         PERFORM BURST-ONE-SEGMENT                                SQBRST.2
030300             VARYING WS-DIST-SUB FROM 1 BY 1                      SQBRST.2
030400             UNTIL WS-DIST-SUB GREATER THAN WS-DIST-COUNT         SQBRST.2
030500         PERFORM LIST-UNSENT-RUNS                                 SQBRST.2
030600     END-IF.                                                      SQBRST.2
030700     PERFORM CLOSE-FILES.                                         SQBRST.2
030800     IF WS-CARDS-REJECTED GREATER THAN ZERO                       SQBRST.2
030900        OR WS-NOT-ON-REPO GREATER THAN ZERO                       SQBRST.2
031000         MOVE 4 TO RETURN-CODE                                    SQBRST.2
031100     END-IF.                                                      SQBRST.2
031200     IF WS-DIST-COUNT EQUAL TO ZERO                               SQBRST.2
031300        OR NOT WS-RAW-DATA-OK                                     SQBRST.2
031400        OR NOT WS-REPO-OPEN                                       SQBRST.2
031500        OR WS-TABLE-FULL                                          SQBRST.2
031600         MOVE 8 TO RETURN-CODE                                    SQBRST.2
031700     END-IF.                                                      SQBRST.2
031800     STOP RUN.                                                    SQBRST.2
031900 OPEN-FILES.                                                      SQBRST.2
032000     ACCEPT WS-BURST-DATE FROM DATE YYYYMMDD.                     SQBRST.2
032100     OPEN INPUT BURST-CARD.                                       SQBRST.2
032200     OPEN OUTPUT PRINT-FILE.                                      SQBRST.2
032300     OPEN OUTPUT BURST-FILE.                                      SQBRST.2
032400     PERFORM OPEN-EXCEPTION-FILE.                                 SQBRST.2
032500     MOVE "N" TO WS-LOG-OPEN-SW.                                  SQBRST.2
032600     OPEN EXTEND DELIVERY-LOG.                                    SQBRST.2
032700     IF DELIVERY-LOG-STATUS EQUAL TO "00"                         SQBRST.2
032800        OR DELIVERY-LOG-STATUS EQUAL TO "05"                      SQBRST.2
032900         MOVE "Y" TO WS-LOG-OPEN-SW                               SQBRST.2
033000     END-IF.                                                      SQBRST.2
033100     MOVE "N" TO WS-REPO-OPEN-SW.                                 SQBRST.2
033200     OPEN INPUT REPORT-REPO.                                      SQBRST.2
033300     IF REPORT-REPO-STATUS EQUAL TO "00"                          SQBRST.2
033400         MOVE "Y" TO WS-REPO-OPEN-SW                              SQBRST.2
033500     END-IF.                                                      SQBRST.2
033600     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQBRST.2
033700 LOAD-ONE-CARD.                                                   SQBRST.2
033800     READ BURST-CARD                                              SQBRST.2
033900         AT END                                                   SQBRST.2
034000             MOVE "Y" TO WS-EOF-SW                                SQBRST.2
034100     END-READ.                                                    SQBRST.2
034200     IF NOT WS-EOF                                                SQBRST.2
034300         IF BC-NAME EQUAL TO "BURSTDAY"                           SQBRST.2
034400            AND BC-OPERAND-9 NUMERIC                              SQBRST.2
034500            AND BC-OPERAND-9 GREATER THAN ZERO                    SQBRST.2
034600             MOVE BC-OPERAND-9 TO WS-BURST-DATE                   SQBRST.2
034700         ELSE                                                     SQBRST.2
034800             MOVE "NOT A BURSTDAY CARD WITH A NUMERIC DATE"       SQBRST.2
034900                 TO CEL-REASON                                    SQBRST.2
035000             MOVE BURST-CARD-REC TO CEL-CARD-IMAGE                SQBRST.2
035100             PERFORM REJECT-CARD                                  SQBRST.2
035200         END-IF                                                   SQBRST.2
035300     END-IF.                                                      SQBRST.2
035400 REJECT-CARD.                                                     SQBRST.2
035500     ADD 1 TO WS-CARDS-REJECTED.                                  SQBRST.2
035600     WRITE PRINT-REC FROM CARD-ERROR-LINE AFTER ADVANCING 1 LINE. SQBRST.2
035700 LOAD-DISTRIBUTION-LIST.                                          SQBRST.2
035800     MOVE "N" TO WS-EOF-SW.                                       SQBRST.2
035900     OPEN INPUT DIST-LIST.                                        SQBRST.2
036000     IF DIST-LIST-STATUS NOT EQUAL TO "00"                        SQBRST.2
036100        AND DIST-LIST-STATUS NOT EQUAL TO "05"                    SQBRST.2
036200         MOVE "Y" TO WS-EOF-SW                                    SQBRST.2
036300     END-IF.                                                      SQBRST.2
036400     PERFORM LOAD-ONE-DIST-LINE                                   SQBRST.2
036500         UNTIL WS-EOF.                                            SQBRST.2
036600     CLOSE DIST-LIST.                                             SQBRST.2
036700 LOAD-ONE-DIST-LINE.                                              SQBRST.2
036800     READ DIST-LIST                                               SQBRST.2
036900         AT END                                                   SQBRST.2
037000             MOVE "Y" TO WS-EOF-SW                                SQBRST.2
037100     END-READ.                                                    SQBRST.2
037200     IF NOT WS-EOF                                                SQBRST.2
037300         MOVE SPACE TO CEL-REASON                                 SQBRST.2
037400         IF DST-COPIES EQUAL TO SPACE                             SQBRST.2
037500             MOVE "01" TO DST-COPIES                              SQBRST.2
037600         END-IF                                                   SQBRST.2
037700         IF DST-RECIPIENT EQUAL TO SPACE                          SQBRST.2
037800             MOVE "RECIPIENT IS MISSING" TO CEL-REASON            SQBRST.2
037900         END-IF                                                   SQBRST.2
038000         IF DST-PGM-ID EQUAL TO SPACE                             SQBRST.2
038100             MOVE "PROGRAM-ID IS MISSING" TO CEL-REASON           SQBRST.2
038200         END-IF                                                   SQBRST.2
038300         IF DST-DESTINATION EQUAL TO SPACE                        SQBRST.2
038400             MOVE "DESTINATION IS MISSING" TO CEL-REASON          SQBRST.2
038500         END-IF                                                   SQBRST.2
038600         IF DST-COPIES-9 NOT NUMERIC                              SQBRST.2
038700             MOVE "COPIES IS NOT NUMERIC" TO CEL-REASON           SQBRST.2
038800         END-IF                                                   SQBRST.2
038900         IF NOT DST-FAILURES-ONLY                                 SQBRST.2
039000            AND NOT DST-FULL-LISTING                              SQBRST.2
039100             MOVE "SCOPE IS NOT F OR A" TO CEL-REASON             SQBRST.2
039200         END-IF                                                   SQBRST.2
039300         IF CEL-REASON NOT EQUAL TO SPACE                         SQBRST.2
039400             MOVE DIST-LIST-REC TO CEL-CARD-IMAGE                 SQBRST.2
039500             PERFORM REJECT-CARD                                  SQBRST.2
039600         ELSE                                                     SQBRST.2
039700             PERFORM ADD-DIST-ENTRY                               SQBRST.2
039800         END-IF                                                   SQBRST.2
039900     END-IF.                                                      SQBRST.2
040000 ADD-DIST-ENTRY.                                                  SQBRST.2
040100     IF WS-DIST-COUNT LESS THAN 200                               SQBRST.2
040200         ADD 1 TO WS-DIST-COUNT                                   SQBRST.2
040300         MOVE DST-RECIPIENT TO DT-RECIPIENT (WS-DIST-COUNT)       SQBRST.2
040400         MOVE DST-PGM-ID TO DT-PGM-ID (WS-DIST-COUNT)             SQBRST.2
040500         MOVE DST-DESTINATION TO DT-DESTINATION (WS-DIST-COUNT)   SQBRST.2
040600         MOVE DST-COPIES-9 TO DT-COPIES (WS-DIST-COUNT)           SQBRST.2
040700         IF DT-COPIES (WS-DIST-COUNT) EQUAL TO ZERO               SQBRST.2
040800             MOVE 1 TO DT-COPIES (WS-DIST-COUNT)                  SQBRST.2
040900         END-IF                                                   SQBRST.2
041000         MOVE "A" TO DT-SCOPE (WS-DIST-COUNT)                     SQBRST.2
041100         IF DST-FAILURES-ONLY                                     SQBRST.2
041200             MOVE "F" TO DT-SCOPE (WS-DIST-COUNT)                 SQBRST.2
041300         END-IF                                                   SQBRST.2
041400         MOVE DST-NAME TO DT-NAME (WS-DIST-COUNT)                 SQBRST.2
041500         MOVE "N" TO DT-DONE (WS-DIST-COUNT)                      SQBRST.2
041600     ELSE                                                         SQBRST.2
041700         MOVE "Y" TO WS-TABLE-FULL-SW                             SQBRST.2
041800     END-IF.                                                      SQBRST.2
041900 LOAD-NIGHTS-RUNS.                                                SQBRST.2
042000*    THE RUNS OF THE BURST DATE ARE READ THROUGH THE RUN-DATE     SQBRST.2
042100*    ALTERNATE KEY.  A RUN FAILED IF IT HAS FAILURES OR NEVER     SQBRST.2
042200*    REACHED ITS CLOSE-FILES STAMP.                               SQBRST.2
042300     MOVE "N" TO WS-EOF-SW.                                       SQBRST.2
042400     OPEN INPUT RAW-DATA.                                         SQBRST.2
042500     IF RAW-DATA-STATUS NOT EQUAL TO "00"                         SQBRST.2
042600         MOVE "N" TO WS-RAW-DATA-SW                               SQBRST.2
042700         MOVE "Y" TO WS-EOF-SW                                    SQBRST.2
042800     ELSE                                                         SQBRST.2
042900         MOVE WS-BURST-DATE TO RAW-DATA-RUN-DATE                  SQBRST.2
043000         START RAW-DATA KEY IS EQUAL TO RAW-DATA-RUN-DATE         SQBRST.2
043100             INVALID KEY                                          SQBRST.2
043200                 MOVE "Y" TO WS-EOF-SW                            SQBRST.2
043300         END-START                                                SQBRST.2
043400     END-IF.                                                      SQBRST.2
043500     PERFORM LOAD-ONE-RUN                                         SQBRST.2
043600         UNTIL WS-EOF.                                            SQBRST.2
043700     IF WS-RAW-DATA-OK                                            SQBRST.2
043800         CLOSE RAW-DATA                                           SQBRST.2
043900     END-IF.                                                      SQBRST.2
044000 LOAD-ONE-RUN.                                                    SQBRST.2
044100     READ RAW-DATA NEXT RECORD                                    SQBRST.2
044200         AT END                                                   SQBRST.2
044300             MOVE "Y" TO WS-EOF-SW                                SQBRST.2
044400     END-READ.                                                    SQBRST.2
044500     IF NOT WS-EOF                                                SQBRST.2
044600        AND RAW-DATA-RUN-DATE NOT EQUAL TO WS-BURST-DATE          SQBRST.2
044700         MOVE "Y" TO WS-EOF-SW                                    SQBRST.2
044800     END-IF.                                                      SQBRST.2
044900     IF NOT WS-EOF                                                SQBRST.2
045000        AND RAW-DATA-RUN-TIME NOT EQUAL TO 99999999               SQBRST.2
045100         IF WS-RUN-COUNT LESS THAN 500                            SQBRST.2
045200             ADD 1 TO WS-RUN-COUNT                                SQBRST.2
045300             MOVE RAW-DATA-PGM-ID TO RT-PGM-ID (WS-RUN-COUNT)     SQBRST.2
045400             MOVE RAW-DATA-RUN-TIME TO RT-RUN-TIME (WS-RUN-COUNT) SQBRST.2
045500             MOVE C-FAIL TO RT-FAIL (WS-RUN-COUNT)                SQBRST.2
045600             MOVE C-ABORT TO RT-ABORT (WS-RUN-COUNT)              SQBRST.2
045700             MOVE "N" TO RT-FAILED (WS-RUN-COUNT)                 SQBRST.2
045800             IF C-FAIL NOT EQUAL TO ZERO                          SQBRST.2
045900                OR C-ABORT NOT EQUAL TO "OK.     "                SQBRST.2
046000                 MOVE "Y" TO RT-FAILED (WS-RUN-COUNT)             SQBRST.2
046100             END-IF                                               SQBRST.2
046200             MOVE "N" TO RT-SENT (WS-RUN-COUNT)                   SQBRST.2
046300         ELSE                                                     SQBRST.2
046400             MOVE "Y" TO WS-TABLE-FULL-SW                         SQBRST.2
046500         END-IF                                                   SQBRST.2
046600     END-IF.                                                      SQBRST.2
046700 BURST-ONE-SEGMENT.                                               SQBRST.2
046800*    THE FIRST LINE NOT YET BURST STARTS A SPOOL OUTPUT FOR ITS   SQBRST.2
046900*    RECIPIENT AND DESTINATION; EVERY LATER LINE FOR THE SAME     SQBRST.2
047000*    PAIR IS TAKEN INTO IT.                                       SQBRST.2
047100     IF DT-DONE (WS-DIST-SUB) EQUAL TO "N"                        SQBRST.2
047200         MOVE DT-RECIPIENT (WS-DIST-SUB) TO WS-SEG-RECIPIENT      SQBRST.2
047300         MOVE DT-DESTINATION (WS-DIST-SUB) TO WS-SEG-DESTINATION  SQBRST.2
047400         MOVE DT-NAME (WS-DIST-SUB) TO WS-SEG-NAME                SQBRST.2
047500         PERFORM CLEAR-SEGMENT-RUN                                SQBRST.2
047600             VARYING WS-RUN-SUB FROM 1 BY 1                       SQBRST.2
047700             UNTIL WS-RUN-SUB GREATER THAN WS-RUN-COUNT           SQBRST.2
047800         PERFORM SELECT-SEGMENT-ROW                               SQBRST.2
047900             VARYING WS-ROW-SUB FROM WS-DIST-SUB BY 1             SQBRST.2
048000             UNTIL WS-ROW-SUB GREATER THAN WS-DIST-COUNT          SQBRST.2
048100         MOVE ZERO TO WS-SEG-RUNS                                 SQBRST.2
048200         MOVE ZERO TO WS-SEG-COPIES                               SQBRST.2
048300         MOVE ZERO TO WS-SEG-LINES                                SQBRST.2
048400         PERFORM COUNT-SEGMENT-RUN                                SQBRST.2
048500             VARYING WS-RUN-SUB FROM 1 BY 1                       SQBRST.2
048600             UNTIL WS-RUN-SUB GREATER THAN WS-RUN-COUNT           SQBRST.2
048700         MOVE WS-SEG-RECIPIENT TO SGL-RECIPIENT                   SQBRST.2
048800         MOVE WS-SEG-DESTINATION TO SGL-DESTINATION               SQBRST.2
048900         IF WS-SEG-RUNS EQUAL TO ZERO                             SQBRST.2
049000             ADD 1 TO WS-SEGMENTS-EMPTY                           SQBRST.2
049100             MOVE "NOTHING DUE - NO SPOOL OUTPUT" TO SGL-NOTE     SQBRST.2
049200         ELSE                                                     SQBRST.2
049300             ADD 1 TO WS-SEGMENTS-SENT                            SQBRST.2
049400             PERFORM WRITE-BANNER-PAGE                            SQBRST.2
049500             PERFORM DELIVER-SEGMENT-RUN                          SQBRST.2
049600                 VARYING WS-RUN-SUB FROM 1 BY 1                   SQBRST.2
049700                 UNTIL WS-RUN-SUB GREATER THAN WS-RUN-COUNT       SQBRST.2
049800             MOVE SPACE TO SGL-NOTE                               SQBRST.2
049900         END-IF                                                   SQBRST.2
050000         MOVE WS-SEG-RUNS TO SGL-RUNS                             SQBRST.2
050100         MOVE WS-SEG-COPIES TO SGL-COPIES                         SQBRST.2
050200         MOVE WS-SEG-LINES TO SGL-LINES                           SQBRST.2
050300         WRITE PRINT-REC FROM SEGMENT-LINE AFTER ADVANCING 1 LINE SQBRST.2
050400     END-IF.                                                      SQBRST.2
050500 CLEAR-SEGMENT-RUN.                                               SQBRST.2
050600     MOVE SPACE TO RT-SEG-SCOPE (WS-RUN-SUB).                     SQBRST.2
050700     MOVE ZERO TO RT-SEG-COPIES (WS-RUN-SUB).                     SQBRST.2
050800 SELECT-SEGMENT-ROW.                                              SQBRST.2
050900     IF DT-RECIPIENT (WS-ROW-SUB) EQUAL TO WS-SEG-RECIPIENT       SQBRST.2
051000        AND DT-DESTINATION (WS-ROW-SUB)                           SQBRST.2
051100            EQUAL TO WS-SEG-DESTINATION                           SQBRST.2
051200         MOVE "Y" TO DT-DONE (WS-ROW-SUB)                         SQBRST.2
051300         PERFORM SELECT-ROW-RUN                                   SQBRST.2
051400             VARYING WS-RUN-SUB FROM 1 BY 1                       SQBRST.2
051500             UNTIL WS-RUN-SUB GREATER THAN WS-RUN-COUNT           SQBRST.2
051600     END-IF.                                                      SQBRST.2
051700 SELECT-ROW-RUN.                                                  SQBRST.2
051800     IF DT-PGM-ID (WS-ROW-SUB) EQUAL TO "ALL"                     SQBRST.2
051900        OR DT-PGM-ID (WS-ROW-SUB) EQUAL TO RT-PGM-ID (WS-RUN-SUB) SQBRST.2
052000         IF DT-SCOPE (WS-ROW-SUB) EQUAL TO "A"                    SQBRST.2
052100             MOVE "A" TO RT-SEG-SCOPE (WS-RUN-SUB)                SQBRST.2
052200         ELSE                                                     SQBRST.2
052300             IF RT-FAILED (WS-RUN-SUB) EQUAL TO "Y"               SQBRST.2
052400                AND RT-SEG-SCOPE (WS-RUN-SUB) EQUAL TO SPACE      SQBRST.2
052500                 MOVE "F" TO RT-SEG-SCOPE (WS-RUN-SUB)            SQBRST.2
052600             END-IF                                               SQBRST.2
052700         END-IF                                                   SQBRST.2
052800         IF RT-SEG-SCOPE (WS-RUN-SUB) NOT EQUAL TO SPACE          SQBRST.2
052900            AND DT-COPIES (WS-ROW-SUB)                            SQBRST.2
053000                GREATER THAN RT-SEG-COPIES (WS-RUN-SUB)           SQBRST.2
053100             MOVE DT-COPIES (WS-ROW-SUB)                          SQBRST.2
053200                 TO RT-SEG-COPIES (WS-RUN-SUB)                    SQBRST.2
053300         END-IF                                                   SQBRST.2
053400     END-IF.                                                      SQBRST.2
053500 COUNT-SEGMENT-RUN.                                               SQBRST.2
053600     IF RT-SEG-SCOPE (WS-RUN-SUB) NOT EQUAL TO SPACE              SQBRST.2
053700         ADD 1 TO WS-SEG-RUNS                                     SQBRST.2
053800     END-IF.                                                      SQBRST.2
053900 WRITE-BANNER-PAGE.                                               SQBRST.2
054000     MOVE "1" TO BST-CC.                                          SQBRST.2
054100     MOVE BANNER-STAR-LINE TO BST-IMAGE.                          SQBRST.2
054200     PERFORM WRITE-BURST-LINE.                                    SQBRST.2
054300     MOVE "-" TO BST-CC.                                          SQBRST.2
054400     MOVE "REPORT DISTRIBUTION" TO BNL-LABEL.                     SQBRST.2
054500     MOVE "VALIDATION LISTINGS FROM REPORT-REPO" TO BNL-VALUE.    SQBRST.2
054600     PERFORM WRITE-BANNER-LINE.                                   SQBRST.2
054700     MOVE "RECIPIENT" TO BNL-LABEL.                               SQBRST.2
054800     MOVE SPACE TO BNL-VALUE.                                     SQBRST.2
054900     STRING WS-SEG-RECIPIENT "  " WS-SEG-NAME                     SQBRST.2
055000         DELIMITED BY SIZE INTO BNL-VALUE.                        SQBRST.2
055100     PERFORM WRITE-BANNER-LINE.                                   SQBRST.2
055200     MOVE "DESTINATION" TO BNL-LABEL.                             SQBRST.2
055300     MOVE WS-SEG-DESTINATION TO BNL-VALUE.                        SQBRST.2
055400     PERFORM WRITE-BANNER-LINE.                                   SQBRST.2
055500     MOVE "RUN DATE" TO BNL-LABEL.                                SQBRST.2
055600     MOVE WS-BURST-DATE TO BNL-VALUE.                             SQBRST.2
055700     PERFORM WRITE-BANNER-LINE.                                   SQBRST.2
055800     MOVE "RUNS ENCLOSED" TO BNL-LABEL.                           SQBRST.2
055900     MOVE WS-SEG-RUNS TO SGL-RUNS.                                SQBRST.2
056000     MOVE SGL-RUNS TO BNL-VALUE.                                  SQBRST.2
056100     PERFORM WRITE-BANNER-LINE.                                   SQBRST.2
056200     MOVE "0" TO BST-CC.                                          SQBRST.2
056300     MOVE BANNER-STAR-LINE TO BST-IMAGE.                          SQBRST.2
056400     PERFORM WRITE-BURST-LINE.                                    SQBRST.2
056500 WRITE-BANNER-LINE.                                               SQBRST.2
056600     MOVE BANNER-LINE TO BST-IMAGE.                               SQBRST.2
056700     PERFORM WRITE-BURST-LINE.                                    SQBRST.2
056800     MOVE "0" TO BST-CC.                                          SQBRST.2
056900 WRITE-BURST-LINE.                                                SQBRST.2
057000     MOVE WS-SEG-DESTINATION TO BST-DESTINATION.                  SQBRST.2
057100     MOVE WS-SEG-RECIPIENT TO BST-RECIPIENT.                      SQBRST.2
057200     WRITE BURST-REC.                                             SQBRST.2
057300     MOVE " " TO BST-CC.                                          SQBRST.2
057400 DELIVER-SEGMENT-RUN.                                             SQBRST.2
057500*    EACH COPY IS READ AGAIN FROM REPORT-REPO; THE LINES OF THE   SQBRST.2
057600*    LAST COPY ARE THE LINES LOGGED PER COPY.                     SQBRST.2
057700     IF RT-SEG-SCOPE (WS-RUN-SUB) NOT EQUAL TO SPACE              SQBRST.2
057800         PERFORM WRITE-RUN-COPY                                   SQBRST.2
057900             VARYING WS-COPY-NO FROM 1 BY 1                       SQBRST.2
058000             UNTIL WS-COPY-NO                                     SQBRST.2
058100                 GREATER THAN RT-SEG-COPIES (WS-RUN-SUB)          SQBRST.2
058200         ADD RT-SEG-COPIES (WS-RUN-SUB) TO WS-SEG-COPIES          SQBRST.2
058300         MOVE "Y" TO RT-SENT (WS-RUN-SUB)                         SQBRST.2
058400         PERFORM LOG-DELIVERY                                     SQBRST.2
058500     END-IF.                                                      SQBRST.2
058600 WRITE-RUN-COPY.                                                  SQBRST.2
058700     MOVE RT-PGM-ID (WS-RUN-SUB) TO RHL-PGM-ID.                   SQBRST.2
058800     MOVE WS-BURST-DATE TO RHL-RUN-DATE.                          SQBRST.2
058900     MOVE RT-RUN-TIME (WS-RUN-SUB) TO RHL-RUN-TIME.               SQBRST.2
059000     MOVE WS-COPY-NO TO RHL-COPY-NO.                              SQBRST.2
059100     MOVE RT-SEG-COPIES (WS-RUN-SUB) TO RHL-COPIES.               SQBRST.2
059200     IF RT-SEG-SCOPE (WS-RUN-SUB) EQUAL TO "F"                    SQBRST.2
059300         MOVE "FAILED TESTS ONLY" TO RHL-SCOPE                    SQBRST.2
059400     ELSE                                                         SQBRST.2
059500         MOVE "FULL LISTING" TO RHL-SCOPE                         SQBRST.2
059600     END-IF.                                                      SQBRST.2
059700     MOVE WS-SEG-RECIPIENT TO RHL-RECIPIENT.                      SQBRST.2
059800     MOVE "1" TO BST-CC.                                          SQBRST.2
059900     MOVE RUN-HEAD-LINE TO BST-IMAGE.                             SQBRST.2
060000     PERFORM WRITE-BURST-LINE.                                    SQBRST.2
060100     IF RT-ABORT (WS-RUN-SUB) NOT EQUAL TO "OK.     "             SQBRST.2
060200         MOVE "** RUN DID NOT REACH ITS CLOSE-FILES STAMP **"     SQBRST.2
060300             TO BST-IMAGE                                         SQBRST.2
060400         PERFORM WRITE-BURST-LINE                                 SQBRST.2
060500     END-IF.                                                      SQBRST.2
060600     MOVE " " TO BST-CC.                                          SQBRST.2
060700     MOVE SPACE TO BST-IMAGE.                                     SQBRST.2
060800     PERFORM WRITE-BURST-LINE.                                    SQBRST.2
060900     MOVE ZERO TO WS-COPY-LINES.                                  SQBRST.2
061000     MOVE "N" TO WS-IN-FAILURE-SW.                                SQBRST.2
061100     MOVE "N" TO WS-REPO-EOF-SW.                                  SQBRST.2
061200     IF WS-REPO-OPEN                                              SQBRST.2
061300         MOVE RT-PGM-ID (WS-RUN-SUB) TO RK-PGM-ID                 SQBRST.2
061400         MOVE WS-BURST-DATE TO RK-RUN-DATE                        SQBRST.2
061500         MOVE RT-RUN-TIME (WS-RUN-SUB) TO RK-RUN-TIME             SQBRST.2
061600         MOVE ZERO TO RK-LINE-NO                                  SQBRST.2
061700         START REPORT-REPO KEY IS NOT LESS THAN REPO-KEY          SQBRST.2
061800             INVALID KEY                                          SQBRST.2
061900                 MOVE "Y" TO WS-REPO-EOF-SW                       SQBRST.2
062000         END-START                                                SQBRST.2
062100     ELSE                                                         SQBRST.2
062200         MOVE "Y" TO WS-REPO-EOF-SW                               SQBRST.2
062300     END-IF.                                                      SQBRST.2
062400     PERFORM COPY-ONE-REPO-LINE                                   SQBRST.2
062500         UNTIL WS-REPO-EOF.                                       SQBRST.2
062600     ADD WS-COPY-LINES TO WS-SEG-LINES.                           SQBRST.2
062700     IF WS-COPY-LINES EQUAL TO ZERO                               SQBRST.2
062800         IF RT-SEG-SCOPE (WS-RUN-SUB) EQUAL TO "F"                SQBRST.2
062900            AND WS-REPO-OPEN                                      SQBRST.2
063000             MOVE "NO FAILED TEST LINES ON THE LISTING"           SQBRST.2
063100                 TO BST-IMAGE                                     SQBRST.2
063200         ELSE                                                     SQBRST.2
063300             MOVE "** LISTING NOT ON REPORT-REPO **" TO BST-IMAGE SQBRST.2
063400         END-IF                                                   SQBRST.2
063500         PERFORM WRITE-BURST-LINE                                 SQBRST.2
063600     END-IF.                                                      SQBRST.2
063700 COPY-ONE-REPO-LINE.                                              SQBRST.2
063800     READ REPORT-REPO NEXT RECORD                                 SQBRST.2
063900         AT END                                                   SQBRST.2
064000             MOVE "Y" TO WS-REPO-EOF-SW                           SQBRST.2
064100     END-READ.                                                    SQBRST.2
064200     IF NOT WS-REPO-EOF                                           SQBRST.2
064300         IF RK-PGM-ID NOT EQUAL TO RT-PGM-ID (WS-RUN-SUB)         SQBRST.2
064400            OR RK-RUN-DATE NOT EQUAL TO WS-BURST-DATE             SQBRST.2
064500            OR RK-RUN-TIME NOT EQUAL TO RT-RUN-TIME (WS-RUN-SUB)  SQBRST.2
064600             MOVE "Y" TO WS-REPO-EOF-SW                           SQBRST.2
064700         ELSE                                                     SQBRST.2
064800             IF RT-SEG-SCOPE (WS-RUN-SUB) EQUAL TO "F"            SQBRST.2
064900                 PERFORM COPY-IF-FAILURE-LINE                     SQBRST.2
065000             ELSE                                                 SQBRST.2
065100                 MOVE REPO-IMAGE TO BST-IMAGE                     SQBRST.2
065200                 PERFORM WRITE-BURST-LINE                         SQBRST.2
065300                 ADD 1 TO WS-COPY-LINES                           SQBRST.2
065400             END-IF                                               SQBRST.2
065500         END-IF                                                   SQBRST.2
065600     END-IF.                                                      SQBRST.2
065700 COPY-IF-FAILURE-LINE.                                            SQBRST.2
065800*    A FAILED TEST IS ITS "FAIL*" RESULT LINE (P-OR-F IN COLUMNS  SQBRST.2
065900*    45-49) AND THE COMPUTED, CORRECT OR INFORMATION LINES THE    SQBRST.2
066000*    FAIL-ROUTINE PRINTS UNDER IT; BLANK LINES BETWEEN THEM ARE   SQBRST.2
066100*    DROPPED.                                                     SQBRST.2
066200     IF REPO-IMAGE (45:5) EQUAL TO "FAIL*"                        SQBRST.2
066300         MOVE "Y" TO WS-IN-FAILURE-SW                             SQBRST.2
066400     ELSE                                                         SQBRST.2
066500         IF REPO-IMAGE NOT EQUAL TO SPACE                         SQBRST.2
066600            AND REPO-DETAIL-LABEL NOT EQUAL TO "      COMPUTED =" SQBRST.2
066700            AND REPO-DETAIL-LABEL NOT EQUAL TO "       CORRECT =" SQBRST.2
066800            AND REPO-IMAGE (1:19)                                 SQBRST.2
066900                NOT EQUAL TO "*** INFORMATION ***"                SQBRST.2
067000             MOVE "N" TO WS-IN-FAILURE-SW                         SQBRST.2
067100         END-IF                                                   SQBRST.2
067200     END-IF.                                                      SQBRST.2
067300     IF WS-IN-FAILURE                                             SQBRST.2
067400        AND REPO-IMAGE NOT EQUAL TO SPACE                         SQBRST.2
067500         MOVE REPO-IMAGE TO BST-IMAGE                             SQBRST.2
067600         PERFORM WRITE-BURST-LINE                                 SQBRST.2
067700         ADD 1 TO WS-COPY-LINES                                   SQBRST.2
067800     END-IF.                                                      SQBRST.2
067900 LOG-DELIVERY.                                                    SQBRST.2
068000*    A FAILURES-ONLY DELIVERY OF A RUN THAT DID NOT COMPLETE MAY  SQBRST.2
068100*    HAVE NO FAILED TEST LINES; ONLY A RUN WITH NO LISTING AT     SQBRST.2
068200*    ALL IS LOGGED AS NOT ON REPORT-REPO.                         SQBRST.2
068300     MOVE SPACE TO DELIVERY-LOG-REC.                              SQBRST.2
068400     MOVE WS-BURST-DATE TO DLV-BURST-DATE.                        SQBRST.2
068500     MOVE WS-EXC-TIME TO DLV-BURST-TIME.                          SQBRST.2
068600     MOVE WS-SEG-RECIPIENT TO DLV-RECIPIENT.                      SQBRST.2
068700     MOVE WS-SEG-DESTINATION TO DLV-DESTINATION.                  SQBRST.2
068800     MOVE RT-PGM-ID (WS-RUN-SUB) TO DLV-PGM-ID.                   SQBRST.2
068900     MOVE WS-BURST-DATE TO DLV-RUN-DATE.                          SQBRST.2
069000     MOVE RT-RUN-TIME (WS-RUN-SUB) TO DLV-RUN-TIME.               SQBRST.2
069100     MOVE RT-SEG-SCOPE (WS-RUN-SUB) TO DLV-SCOPE.                 SQBRST.2
069200     MOVE RT-SEG-COPIES (WS-RUN-SUB) TO DLV-COPIES.               SQBRST.2
069300     MOVE WS-COPY-LINES TO DLV-LINES.                             SQBRST.2
069400     MOVE "D" TO DLV-STATUS.                                      SQBRST.2
069500     IF WS-COPY-LINES EQUAL TO ZERO                               SQBRST.2
069600        AND (RT-SEG-SCOPE (WS-RUN-SUB) EQUAL TO "A"               SQBRST.2
069700          OR NOT WS-REPO-OPEN)                                    SQBRST.2
069800         MOVE "M" TO DLV-STATUS                                   SQBRST.2
069900     END-IF.                                                      SQBRST.2
070000     IF DLV-NOT-ON-REPO                                           SQBRST.2
070100         PERFORM REPORT-NOT-ON-REPO                               SQBRST.2
070200     ELSE                                                         SQBRST.2
070300         ADD 1 TO WS-DELIVERIES                                   SQBRST.2
070400     END-IF.                                                      SQBRST.2
070500     IF WS-LOG-OPEN                                               SQBRST.2
070600         WRITE DELIVERY-LOG-REC                                   SQBRST.2
070700     END-IF.                                                      SQBRST.2
070800 REPORT-NOT-ON-REPO.                                              SQBRST.2
070900     ADD 1 TO WS-NOT-ON-REPO.                                     SQBRST.2
071000     MOVE RT-PGM-ID (WS-RUN-SUB) TO FL-PGM-ID.                    SQBRST.2
071100     MOVE WS-BURST-DATE TO FL-RUN-DATE.                           SQBRST.2
071200     MOVE RT-RUN-TIME (WS-RUN-SUB) TO FL-RUN-TIME.                SQBRST.2
071300     MOVE SPACE TO FL-REASON.                                     SQBRST.2
071400     STRING "LISTING DUE TO " WS-SEG-RECIPIENT                    SQBRST.2
071500            " NOT ON REPORT-REPO" DELIMITED BY SIZE               SQBRST.2
071600         INTO FL-REASON.                                          SQBRST.2
071700     WRITE PRINT-REC FROM FINDING-LINE AFTER ADVANCING 1 LINE.    SQBRST.2
071800     MOVE SPACE TO EXCEPTION-REC.                                 SQBRST.2
071900     MOVE 2 TO EXC-SEVERITY.                                      SQBRST.2
072000     MOVE RT-PGM-ID (WS-RUN-SUB) TO EXC-RK-PGM-ID.                SQBRST.2
072100     MOVE WS-BURST-DATE TO EXC-RK-RUN-DATE.                       SQBRST.2
072200     MOVE RT-RUN-TIME (WS-RUN-SUB) TO EXC-RK-RUN-TIME.            SQBRST.2
072300     STRING "LISTING DUE TO " DELIMITED BY SIZE                   SQBRST.2
072400            WS-SEG-RECIPIENT DELIMITED BY SPACE                   SQBRST.2
072500            " NOT ON REPORT-REPO - NOT DELIVERED"                 SQBRST.2
072600                DELIMITED BY SIZE                                 SQBRST.2
072700         INTO EXC-TEXT.                                           SQBRST.2
072800     PERFORM WRITE-EXCEPTION.                                     SQBRST.2
072900 LIST-UNSENT-RUNS.                                                SQBRST.2
073000*    FOR NOTICE ONLY - A CLEAN RUN TAKEN ONLY BY FAILURES-ONLY    SQBRST.2
073100*    RECIPIENTS IS RIGHTLY SENT TO NOBODY.                        SQBRST.2
073200     MOVE "RUNS OF THE DATE SENT TO NOBODY:" TO SEC-TEXT.         SQBRST.2
073300     WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.   SQBRST.2
073400     PERFORM LIST-ONE-UNSENT-RUN                                  SQBRST.2
073500         VARYING WS-RUN-SUB FROM 1 BY 1                           SQBRST.2
073600         UNTIL WS-RUN-SUB GREATER THAN WS-RUN-COUNT.              SQBRST.2
073700     IF WS-UNSENT-COUNT EQUAL TO ZERO                             SQBRST.2
073800         MOVE "  NONE" TO PRINT-REC                               SQBRST.2
073900         WRITE PRINT-REC AFTER ADVANCING 1 LINE                   SQBRST.2
074000     END-IF.                                                      SQBRST.2
074100 LIST-ONE-UNSENT-RUN.                                             SQBRST.2
074200     IF RT-SENT (WS-RUN-SUB) EQUAL TO "N"                         SQBRST.2
074300         ADD 1 TO WS-UNSENT-COUNT                                 SQBRST.2
074400         MOVE RT-PGM-ID (WS-RUN-SUB) TO FL-PGM-ID                 SQBRST.2
074500         MOVE WS-BURST-DATE TO FL-RUN-DATE                        SQBRST.2
074600         MOVE RT-RUN-TIME (WS-RUN-SUB) TO FL-RUN-TIME             SQBRST.2
074700         IF RT-FAILED (WS-RUN-SUB) EQUAL TO "Y"                   SQBRST.2
074800             MOVE "FAILED RUN - NO RECIPIENT TAKES THIS PROGRAM"  SQBRST.2
074900                 TO FL-REASON                                     SQBRST.2
075000         ELSE                                                     SQBRST.2
075100             MOVE "CLEAN RUN" TO FL-REASON                        SQBRST.2
075200         END-IF                                                   SQBRST.2
075300         WRITE PRINT-REC FROM FINDING-LINE AFTER ADVANCING 1 LINE SQBRST.2
075400     END-IF.                                                      SQBRST.2
075500 CLOSE-FILES.                                                     SQBRST.2
075600     MOVE "DISTRIBUTION LINES =" TO SL-LITERAL.                   SQBRST.2
075700     MOVE WS-DIST-COUNT TO SL-COUNT.                              SQBRST.2
075800     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.   SQBRST.2
075900     MOVE "RUNS ON RAW-DATA FOR DATE =" TO SL-LITERAL.            SQBRST.2
076000     MOVE WS-RUN-COUNT TO SL-COUNT.                               SQBRST.2
076100     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQBRST.2
076200     MOVE "SPOOL OUTPUTS WRITTEN =" TO SL-LITERAL.                SQBRST.2
076300     MOVE WS-SEGMENTS-SENT TO SL-COUNT.                           SQBRST.2
076400     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQBRST.2
076500     MOVE "RECIPIENTS WITH NOTHING DUE =" TO SL-LITERAL.          SQBRST.2
076600     MOVE WS-SEGMENTS-EMPTY TO SL-COUNT.                          SQBRST.2
076700     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQBRST.2
076800     MOVE "DELIVERIES LOGGED =" TO SL-LITERAL.                    SQBRST.2
076900     MOVE WS-DELIVERIES TO SL-COUNT.                              SQBRST.2
077000     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQBRST.2
077100     MOVE "LISTINGS NOT ON REPORT-REPO =" TO SL-LITERAL.          SQBRST.2
077200     MOVE WS-NOT-ON-REPO TO SL-COUNT.                             SQBRST.2
077300     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQBRST.2
077400     MOVE "LINES REJECTED =" TO SL-LITERAL.                       SQBRST.2
077500     MOVE WS-CARDS-REJECTED TO SL-COUNT.                          SQBRST.2
077600     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQBRST.2
077700     IF NOT WS-RAW-DATA-OK                                        SQBRST.2
077800         MOVE "** RAW-DATA WOULD NOT OPEN - NO RUNS FOUND"        SQBRST.2
077900             TO VL-TEXT                                           SQBRST.2
078000         WRITE PRINT-REC FROM VERDICT-LINE                        SQBRST.2
078100             AFTER ADVANCING 1 LINE                               SQBRST.2
078200     END-IF.                                                      SQBRST.2
078300     IF NOT WS-REPO-OPEN                                          SQBRST.2
078400         MOVE "** REPORT-REPO WOULD NOT OPEN - NO LISTINGS SENT"  SQBRST.2
078500             TO VL-TEXT                                           SQBRST.2
078600         WRITE PRINT-REC FROM VERDICT-LINE                        SQBRST.2
078700             AFTER ADVANCING 1 LINE                               SQBRST.2
078800     END-IF.                                                      SQBRST.2
078900     IF WS-TABLE-FULL                                             SQBRST.2
079000         MOVE "** THE DISTRIBUTION OR RUN TABLE IS FULL"          SQBRST.2
079100             TO VL-TEXT                                           SQBRST.2
079200         WRITE PRINT-REC FROM VERDICT-LINE                        SQBRST.2
079300             AFTER ADVANCING 1 LINE                               SQBRST.2
079400     END-IF.                                                      SQBRST.2
079500     IF WS-REPO-OPEN                                              SQBRST.2
079600         CLOSE REPORT-REPO                                        SQBRST.2
079700     END-IF.                                                      SQBRST.2
079800     IF WS-LOG-OPEN                                               SQBRST.2
079900         CLOSE DELIVERY-LOG                                       SQBRST.2
080000     END-IF.                                                      SQBRST.2
080100     IF WS-EXC-OPEN                                               SQBRST.2
080200         CLOSE EXCEPTION-FILE                                     SQBRST.2
080300     END-IF.                                                      SQBRST.2
080400     CLOSE BURST-FILE.                                            SQBRST.2
080500     CLOSE PRINT-FILE.                                            SQBRST.2
080600 OPEN-EXCEPTION-FILE.                                             SQBRST.2
080700*    EXTENDED AS SQXCHK DOES; IF IT WILL NOT OPEN THE FINDINGS    SQBRST.2
080800*    STILL PRINT AND STILL RAISE THE RETURN CODE.                 SQBRST.2
080900     ACCEPT WS-EXC-DATE FROM DATE YYYYMMDD.                       SQBRST.2
081000     ACCEPT WS-EXC-TIME FROM TIME.                                SQBRST.2
081100     MOVE "N" TO WS-EXC-OPEN-SW.                                  SQBRST.2
081200     OPEN EXTEND EXCEPTION-FILE.                                  SQBRST.2
081300     IF EXCEPTION-STATUS EQUAL TO "00"                            SQBRST.2
081400        OR EXCEPTION-STATUS EQUAL TO "05"                         SQBRST.2
081500         MOVE "Y" TO WS-EXC-OPEN-SW                               SQBRST.2
081600     END-IF.                                                      SQBRST.2
081700 WRITE-EXCEPTION.                                                 SQBRST.2
081800     IF WS-EXC-OPEN                                               SQBRST.2
081900         MOVE "SQBRST" TO EXC-SOURCE-PGM                          SQBRST.2
082000         MOVE WS-EXC-DATE TO EXC-RAISED-DATE                      SQBRST.2
082100         MOVE WS-EXC-TIME TO EXC-RAISED-TIME                      SQBRST.2
082200         MOVE ZERO TO EXC-REF-NO                                  SQBRST.2
082300         WRITE EXCEPTION-REC                                      SQBRST.2
082400     END-IF.                                                      SQBRST.2
