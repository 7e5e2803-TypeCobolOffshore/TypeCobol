000100 IDENTIFICATION DIVISION.                                         SQRFND.2
000200 PROGRAM-ID.                                                      SQRFND.2
000300     SQRFND.                                                      SQRFND.2
000400***************************************************************** SQRFND.2
000500*                                                               * SQRFND.2
000600*    STRING SEARCH ACROSS THE ARCHIVED VALIDATION LISTINGS.     * SQRFND.2
000700*    WHEN A NEW ERROR TEXT SHOWS UP THE FIRST QUESTION IS       * SQRFND.2
000800*    WHETHER IT HAS BEEN SEEN BEFORE; THIS PROGRAM ANSWERS IT   * SQRFND.2
000900*    IN ONE JOB INSTEAD OF ONE SQRPRT REPRINT PER RUN.  EVERY   * SQRFND.2
001000*    PRINT IMAGE ON THE KEYED REPORT REPOSITORY, AND THROUGH    * SQRFND.2
001100*    THE ARCHIVE INDEX EVERY RUN SQRAGE HAS MOVED TO THE        * SQRFND.2
001200*    ARCHIVE TIER, IS SEARCHED FOR THE STRING.  EACH HIT IS     * SQRFND.2
001300*    LISTED UNDER ITS RUN KEY WITH ITS LINE NUMBER, THE         * SQRFND.2
001400*    MATCHING PRINT LINE AND UP TO TWO LINES OF CONTEXT EITHER  * SQRFND.2
001500*    SIDE OF IT, EXACTLY AS THEY PRINTED.                       * SQRFND.2
001600*                                                               * SQRFND.2
001700*    THE ONLINE REPOSITORY IS SEARCHED FIRST, THEN THE ARCHIVE. * SQRFND.2
001800*    WITH A PROGRAM-ID THE ONLINE SEARCH STARTS AT THAT         * SQRFND.2
001900*    PROGRAM'S FIRST RUN IN THE DATE RANGE AND STOPS AFTER ITS  * SQRFND.2
002000*    LAST; ONLY ARCHIVED RUNS WHOSE INDEX ENTRY FALLS IN THE    * SQRFND.2
002100*    SELECTION ARE READ FROM THE ARCHIVE.  THE SEARCH STOPS AT  * SQRFND.2
002200*    THE HIT LIMIT, SO A CARELESS STRING CANNOT RUN ALL NIGHT.  * SQRFND.2
002300*    THE MATCH IS EXACT, CASE AND EMBEDDED BLANKS INCLUDED.     * SQRFND.2
002400*                                                               * SQRFND.2
002500*    SEARCH CARD (FIRST CARD) :-                                * SQRFND.2
002600*      COLS 1-80  SEARCH STRING; TRAILING BLANKS ARE NOT PART   * SQRFND.2
002700*                 OF IT                                         * SQRFND.2
002800*    SELECTION CARD (SECOND CARD, OPTIONAL) :-                  * SQRFND.2
002900*      COLS  1-9  PROGRAM-ID (BLANK = EVERY PROGRAM)            * SQRFND.2
003000*      COLS 11-18 RUN-DATE FROM (BLANK = NO LOWER BOUND)        * SQRFND.2
003100*      COLS 20-27 RUN-DATE TO   (BLANK = NO UPPER BOUND)        * SQRFND.2
003200*      COLS 29-32 HIT LIMIT (BLANK OR ZERO = 100)               * SQRFND.2
003300*      COL  34    CONTEXT LINES EACH SIDE, 0-2 (BLANK = 1)      * SQRFND.2
003400*      COLS 41-60 RUN-DATE FROM AS A DATE EXPRESSION, WITH      * SQRFND.2
003500*                 COLS 11-18 BLANK                              * SQRFND.2
003600*      COLS 61-80 RUN-DATE TO AS A DATE EXPRESSION, WITH        * SQRFND.2
003700*                 COLS 20-27 BLANK                              * SQRFND.2
003800*    EXPRESSIONS (TODAY-90, BDAYS-5, MONTHEND-3, PERIOD-1 - SEE * SQRFND.2
003900*    SQDEXPRC) ARE RESOLVED AGAINST THE RUN DATE, A PERIOD TO   * SQRFND.2
004000*    ITS START FOR FROM AND ITS END FOR TO.                     * SQRFND.2
004100*                                                               * SQRFND.2
004200*    RETURN CODE 4 WHEN THE HIT LIMIT STOPPED THE SEARCH, 8     * SQRFND.2
004300*    WHEN THERE IS NO SEARCH STRING OR AN EXPRESSION IS         * SQRFND.2
004400*    REJECTED (NOTHING IS SEARCHED).                            * SQRFND.2
004500*                                                               * SQRFND.2
004600***************************************************************** SQRFND.2
004700*                                                               * SQRFND.2
004800*      X-CARDS USED BY THIS PROGRAM ARE :-                      * SQRFND.2
004900*                                                               * SQRFND.2
005000*            X-59   SEARCH AND SELECTION CARD READER FILE       * SQRFND.2
005100*            X-68   REPORT REPOSITORY FILE (INDEXED)            * SQRFND.2
005200*            X-79   REPORT ARCHIVE TIER (SEQUENTIAL)            * SQRFND.2
005300*            X-80   REPORT ARCHIVE INDEX                        * SQRFND.2
005400*            X-55   SYSTEM PRINTER                              * SQRFND.2
005500*            X-82   SOURCE-COMPUTER                             * SQRFND.2
005600*            X-83   OBJECT-COMPUTER                             * SQRFND.2
005700*            X-84   LABEL RECORDS OPTION                        * SQRFND.2
005800*                                                               * SQRFND.2
005900***************************************************************** SQRFND.2
006000 ENVIRONMENT DIVISION.                                            SQRFND.2
006100 CONFIGURATION SECTION.                                           SQRFND.2
006200 SOURCE-COMPUTER.                                                 SQRFND.2
006300     XXXXX082.                                                    SQRFND.2
006400 OBJECT-COMPUTER.                                                 SQRFND.2
006500     XXXXX083.                                                    SQRFND.2
006600 INPUT-OUTPUT SECTION.                                            SQRFND.2
006700 FILE-CONTROL.                                                    SQRFND.2
006800     SELECT SEL-CARD ASSIGN TO                                    SQRFND.2
006900     XXXXX059.                                                    SQRFND.2
007000     SELECT REPORT-REPO ASSIGN TO                                 SQRFND.2
007100     XXXXX068                                                     SQRFND.2
007200            ORGANIZATION IS INDEXED                               SQRFND.2
007300            ACCESS MODE IS DYNAMIC                                SQRFND.2
007400            RECORD KEY IS REPO-KEY.                               SQRFND.2
007500     SELECT OPTIONAL REPO-ARCH ASSIGN TO                          SQRFND.2
007600     XXXXX079                                                     SQRFND.2
007700            ORGANIZATION IS SEQUENTIAL.                           SQRFND.2
007800     SELECT OPTIONAL REPO-ARCH-INDEX ASSIGN TO                    SQRFND.2
007900     XXXXX080                                                     SQRFND.2
008000            ORGANIZATION IS SEQUENTIAL                            SQRFND.2
008100            FILE STATUS IS ARCH-INDEX-STATUS.                     SQRFND.2
008200     SELECT PRINT-FILE ASSIGN TO                                  SQRFND.2
008300     XXXXX055.                                                    SQRFND.2
008400 DATA DIVISION.                                                   SQRFND.2
008500 FILE SECTION.                                                    SQRFND.2
008600 FD  SEL-CARD                                                     SQRFND.2
008700     LABEL RECORDS                                                SQRFND.2
008800     XXXXX084                                                     SQRFND.2
008900     DATA RECORDS ARE SEARCH-CARD-REC SEL-CARD-REC                SQRFND.2
009000               .                                                  SQRFND.2
009100 01  SEARCH-CARD-REC.                                             SQRFND.2
009200     05  SRCH-TEXT           PIC X(80).                           SQRFND.2
009300 01  SEL-CARD-REC.                                                SQRFND.2
009400     05  SEL-PGM-ID          PIC X(9).                            SQRFND.2
009500     05  FILLER              PIC X(1).                            SQRFND.2
009600     05  SEL-DATE-FROM       PIC 9(8).                            SQRFND.2
009700     05  SEL-DATE-FROM-X REDEFINES SEL-DATE-FROM PIC X(8).        SQRFND.2
009800     05  FILLER              PIC X(1).                            SQRFND.2
009900     05  SEL-DATE-TO         PIC 9(8).                            SQRFND.2
010000     05  SEL-DATE-TO-X   REDEFINES SEL-DATE-TO   PIC X(8).        SQRFND.2
010100     05  FILLER              PIC X(1).                            SQRFND.2
010200     05  SEL-HIT-LIMIT       PIC 9(4).                            SQRFND.2
010300     05  FILLER              PIC X(1).                            SQRFND.2
010400     05  SEL-CONTEXT         PIC 9(1).                            SQRFND.2
010500     05  SEL-CONTEXT-X   REDEFINES SEL-CONTEXT   PIC X(1).        SQRFND.2
010600     05  FILLER              PIC X(6).                            SQRFND.2
010700     05  SEL-FROM-EXPRESSION PIC X(20).                           SQRFND.2
010800     05  SEL-TO-EXPRESSION   PIC X(20).                           SQRFND.2
010900 FD  REPORT-REPO.                                                 SQRFND.2
011000 01  REPO-SATZ.                                                   SQRFND.2
011100     02  REPO-KEY.                                                SQRFND.2
011200         03  RK-PGM-ID       PIC X(9).                            SQRFND.2
011300         03  RK-RUN-DATE     PIC 9(8).                            SQRFND.2
011400         03  RK-RUN-TIME     PIC 9(8).                            SQRFND.2
011500         03  RK-LINE-NO      PIC 9(5).                            SQRFND.2
011600     02  REPO-IMAGE          PIC X(120).                          SQRFND.2
011700 FD  REPO-ARCH                                                    SQRFND.2
011800     LABEL RECORDS ARE STANDARD.                                  SQRFND.2
011900 01  ARCH-REPO-REC.                                               SQRFND.2
012000     05  ARC-KEY.                                                 SQRFND.2
012100         10  ARC-PGM-ID      PIC X(9).                            SQRFND.2
012200         10  ARC-RUN-DATE    PIC 9(8).                            SQRFND.2
012300         10  ARC-RUN-TIME    PIC 9(8).                            SQRFND.2
012400         10  ARC-LINE-NO     PIC 9(5).                            SQRFND.2
012500     05  ARC-IMAGE           PIC X(120).                          SQRFND.2
012600 FD  REPO-ARCH-INDEX                                              SQRFND.2
012700     LABEL RECORDS ARE STANDARD.                                  SQRFND.2
012800 01  ARCH-INDEX-REC.                                              SQRFND.2
012900     05  AIX-PGM-ID          PIC X(9).                            SQRFND.2
013000     05  AIX-RUN-DATE        PIC 9(8).                            SQRFND.2
013100     05  AIX-RUN-TIME        PIC 9(8).                            SQRFND.2
013200     05  AIX-FIRST-RECNO     PIC 9(7).                            SQRFND.2
013300     05  AIX-LINE-COUNT      PIC 9(5).                            SQRFND.2
013400     05  FILLER              PIC X(43).                           SQRFND.2
013500 FD  PRINT-FILE                                                   SQRFND.2
013600     LABEL RECORDS                                                SQRFND.2
013700     XXXXX084                                                     SQRFND.2
013800     DATA RECORD IS PRINT-REC DUMMY-RECORD                        SQRFND.2
013900               .                                                  SQRFND.2
014000 01  PRINT-REC PICTURE X(120).                                    SQRFND.2
014100 01  DUMMY-RECORD PICTURE X(120).                                 SQRFND.2
014200 WORKING-STORAGE SECTION.                                         SQRFND.2
014300 01  WS-EOF-SW              PIC X VALUE "N".                      SQRFND.2
014400     88  WS-EOF                   VALUE "Y".                      SQRFND.2
014500 01  WS-ARCH-EOF-SW         PIC X VALUE "N".                      SQRFND.2
014600     88  WS-ARCH-EOF              VALUE "Y".                      SQRFND.2
014700 01  WS-ARCH-OPEN-SW        PIC X VALUE "N".                      SQRFND.2
014800     88  WS-ARCH-OPEN             VALUE "Y".                      SQRFND.2
014900 01  WS-LIMIT-SW            PIC X VALUE "N".                      SQRFND.2
015000     88  WS-LIMIT-REACHED         VALUE "Y".                      SQRFND.2
015100 01  WS-RUN-HEADED-SW       PIC X VALUE "N".                      SQRFND.2
015200     88  WS-RUN-HEADED            VALUE "Y".                      SQRFND.2
015210 01  WS-CARD-EOF-SW         PIC X VALUE "N".                      SQRFND.2
015220     88  WS-CARD-EOF              VALUE "Y".                      SQRFND.2
015300 01  ARCH-INDEX-STATUS      PIC XX VALUE "00".                    SQRFND.2
015400 01  WS-SEARCH-TEXT         PIC X(80).                            SQRFND.2
015500 01  WS-SEARCH-LEN          PIC 9(4) COMP VALUE ZERO.             SQRFND.2
015600 01  WS-COL                 PIC 9(4) COMP VALUE ZERO.             SQRFND.2
015700 01  WS-MATCHES             PIC 9(4) COMP VALUE ZERO.             SQRFND.2
015800 01  WS-PGM-ID              PIC X(9) VALUE SPACE.                 SQRFND.2
015900 01  WS-DATE-FROM           PIC 9(8) VALUE ZERO.                  SQRFND.2
016000 01  WS-DATE-TO             PIC 9(8) VALUE 99999999.              SQRFND.2
016100 01  WS-HIT-LIMIT           PIC 9(4) COMP VALUE 100.              SQRFND.2
016200 01  WS-CONTEXT             PIC 9(4) COMP VALUE 1.                SQRFND.2
016300 01  WS-RUN-DATE            PIC 9(8).                             SQRFND.2
016400 01  WS-EXPRESSION-ERRORS   PIC 9(3) COMP VALUE ZERO.             SQRFND.2
016500     COPY SQDEXPRC.                                               SQRFND.2
016600 01  WS-TIER-NAME           PIC X(17).                            SQRFND.2
016700 01  WS-IMAGE-KEY.                                                SQRFND.2
016800     05  WIK-PGM-ID          PIC X(9).                            SQRFND.2
016900     05  WIK-RUN-DATE        PIC 9(8).                            SQRFND.2
017000     05  WIK-RUN-TIME        PIC 9(8).                            SQRFND.2
017100 01  WS-IMAGE-LINE-NO       PIC 9(5).                             SQRFND.2
017200 01  WS-IMAGE               PIC X(120).                           SQRFND.2
017300 01  WS-CUR-RUN-KEY         PIC X(25) VALUE SPACE.                SQRFND.2
017400 01  WS-LAST-PRINTED        PIC 9(5) VALUE ZERO.                  SQRFND.2
017500 01  WS-AFTER-LEFT          PIC 9(4) COMP VALUE ZERO.             SQRFND.2
017600 01  WS-PREV-COUNT          PIC 9(4) COMP VALUE ZERO.             SQRFND.2
017700 01  WS-PREV-SUB            PIC 9(4) COMP VALUE ZERO.             SQRFND.2
017800 01  PREVIOUS-LINES.                                              SQRFND.2
017900     05  PREV-ENTRY OCCURS 2 TIMES.                               SQRFND.2
018000         10  PV-LINE-NO      PIC 9(5).                            SQRFND.2
018100         10  PV-IMAGE        PIC X(120).                          SQRFND.2
018200 01  WS-ARCH-RECNO          PIC 9(7) COMP VALUE ZERO.             SQRFND.2
018300 01  WS-ARCH-FIRST-RECNO    PIC 9(7) COMP VALUE ZERO.             SQRFND.2
018400 01  WS-ARCH-LINE-COUNT     PIC 9(5) COMP VALUE ZERO.             SQRFND.2
018500 01  WS-ARCH-READ-COUNT     PIC 9(5) COMP VALUE ZERO.             SQRFND.2
018600 01  WS-HIT-COUNT           PIC 9(5) COMP VALUE ZERO.             SQRFND.2
018700 01  WS-RUNS-WITH-HITS      PIC 9(5) COMP VALUE ZERO.             SQRFND.2
018800 01  WS-ONLINE-LINES        PIC 9(9) COMP VALUE ZERO.             SQRFND.2
018900 01  WS-ARCHIVE-LINES       PIC 9(9) COMP VALUE ZERO.             SQRFND.2
019000 01  WS-ARCHIVE-RUNS        PIC 9(7) COMP VALUE ZERO.             SQRFND.2
019100 01  HEAD-LINE-1.                                                 SQRFND.2
019200     05  FILLER              PIC X(29) VALUE                      SQRFND.2
019300         "REPORT LISTING SEARCH FOR : ".                          SQRFND.2
019400     05  HL-SEARCH-TEXT      PIC X(80).                           SQRFND.2
019500 01  HEAD-LINE-2.                                                 SQRFND.2
019600     05  FILLER              PIC X(10) VALUE "PROGRAM = ".        SQRFND.2
019700     05  HL-PGM-ID           PIC X(9).                            SQRFND.2
019800     05  FILLER              PIC X(9)  VALUE "  FROM = ".         SQRFND.2
019900     05  HL-DATE-FROM        PIC 9(8).                            SQRFND.2
020000     05  FILLER              PIC X(7)  VALUE "  TO = ".           SQRFND.2
020100     05  HL-DATE-TO          PIC 9(8).                            SQRFND.2
020200     05  FILLER              PIC X(14) VALUE "  HIT LIMIT = ".    SQRFND.2
020300     05  HL-HIT-LIMIT        PIC ZZZ9.                            SQRFND.2
020400     05  FILLER              PIC X(12) VALUE "  CONTEXT = ".      SQRFND.2
020500     05  HL-CONTEXT          PIC 9.                               SQRFND.2
020600 01  EXPRESSION-NOTE-LINE.                                        SQRFND.2
020700     05  FILLER              PIC X(2)  VALUE SPACE.               SQRFND.2
020800     05  ENL-LABEL           PIC X(4).                            SQRFND.2
020900     05  FILLER              PIC X(17) VALUE " DATE EXPRESSION ". SQRFND.2
021000     05  ENL-EXPRESSION      PIC X(20).                           SQRFND.2
021100     05  FILLER              PIC X(1)  VALUE SPACE.               SQRFND.2
021200     05  ENL-RESULT          PIC X(76).                           SQRFND.2
021300 01  FROM-NOTE-LINE         PIC X(120) VALUE SPACE.               SQRFND.2
021400 01  TO-NOTE-LINE           PIC X(120) VALUE SPACE.               SQRFND.2
021500 01  RUN-HEAD-LINE.                                               SQRFND.2
021600     05  FILLER              PIC X(4)  VALUE "RUN ".              SQRFND.2
021700     05  RHL-PGM-ID          PIC X(9).                            SQRFND.2
021800     05  FILLER              PIC X(1)  VALUE SPACE.               SQRFND.2
021900     05  RHL-RUN-DATE        PIC 9(8).                            SQRFND.2
022000     05  FILLER              PIC X(1)  VALUE SPACE.               SQRFND.2
022100     05  RHL-RUN-TIME        PIC 9(8).                            SQRFND.2
022200     05  FILLER              PIC X(3)  VALUE " - ".               SQRFND.2
022300     05  RHL-TIER            PIC X(17).                           SQRFND.2
022400 01  HIT-LINE.                                                    SQRFND.2
022500     05  FILLER              PIC X(6)  VALUE "  HIT ".            SQRFND.2
022600     05  HTL-HIT-NO          PIC ZZZZ9.                           SQRFND.2
022700     05  FILLER              PIC X(7)  VALUE "  LINE ".           SQRFND.2
022800     05  HTL-LINE-NO         PIC ZZZZ9.                           SQRFND.2
022900 01  NO-STRING-LINE.                                              SQRFND.2
023000     05  FILLER              PIC X(50) VALUE                      SQRFND.2
023100         "NO SEARCH STRING ON THE FIRST CARD - NOTHING DONE".     SQRFND.2
023200 01  NONE-FOUND-LINE.                                             SQRFND.2
023300     05  FILLER              PIC X(44) VALUE                      SQRFND.2
023400         "SEARCH STRING NOT FOUND IN THE SELECTED RUNS".          SQRFND.2
023500 01  LIMIT-LINE.                                                  SQRFND.2
023600     05  FILLER              PIC X(14) VALUE "HIT LIMIT OF ".     SQRFND.2
023700     05  LL-HIT-LIMIT        PIC ZZZ9.                            SQRFND.2
023800     05  FILLER              PIC X(40) VALUE                      SQRFND.2
023900         " REACHED - SEARCH STOPPED BEFORE THE END".              SQRFND.2
024000 01  SUMMARY-LINE.                                                SQRFND.2
024100     05  SL-LITERAL          PIC X(30).                           SQRFND.2
024200     05  SL-COUNT            PIC ZZZZZZZZ9.                       SQRFND.2
024300 PROCEDURE DIVISION.                                              SQRFND.2
024400 MAINLINE.                                                        SQRFND.2
024500     PERFORM OPEN-FILES.                                          SQRFND.2
024600     IF WS-SEARCH-LEN GREATER THAN ZERO                           SQRFND.2
024700        AND WS-EXPRESSION-ERRORS EQUAL TO ZERO                    SQRFND.2
024800         PERFORM SEARCH-ONLINE-REPOSITORY                         SQRFND.2
024900         PERFORM SEARCH-ARCHIVE-TIER                              SQRFND.2
025000     END-IF.                                                      SQRFND.2
025100     PERFORM CLOSE-FILES.                                         SQRFND.2
025200     IF WS-LIMIT-REACHED                                          SQRFND.2
025300         MOVE 4 TO RETURN-CODE                                    SQRFND.2
025400     END-IF.                                                      SQRFND.2
025500     IF WS-SEARCH-LEN EQUAL TO ZERO                               SQRFND.2
025600        OR WS-EXPRESSION-ERRORS GREATER THAN ZERO                 SQRFND.2
025700         MOVE 8 TO RETURN-CODE                                    SQRFND.2
025800     END-IF.                                                      SQRFND.2
025900     STOP RUN.                                                    SQRFND.2
026000 OPEN-FILES.                                                      SQRFND.2
026100     OPEN INPUT SEL-CARD.                                         SQRFND.2
026200     READ SEL-CARD                                                SQRFND.2
026300         AT END                                                   SQRFND.2
026350             MOVE "Y" TO WS-CARD-EOF-SW                           SQRFND.2
026400             MOVE SPACE TO SEARCH-CARD-REC                        SQRFND.2
026500     END-READ.                                                    SQRFND.2
026600     MOVE SRCH-TEXT TO WS-SEARCH-TEXT.                            SQRFND.2
026650     IF WS-CARD-EOF                                               SQRFND.2
026660         MOVE SPACE TO SEL-CARD-REC                               SQRFND.2
026670     ELSE                                                         SQRFND.2
026700         READ SEL-CARD                                            SQRFND.2
026800             AT END                                               SQRFND.2
026900                 MOVE SPACE TO SEL-CARD-REC                       SQRFND.2
027000         END-READ                                                 SQRFND.2
027050     END-IF.                                                      SQRFND.2
027100     CLOSE SEL-CARD.                                              SQRFND.2
027200     PERFORM NOTE-LAST-NONBLANK                                   SQRFND.2
027300         VARYING WS-COL FROM 1 BY 1                               SQRFND.2
027400         UNTIL WS-COL GREATER THAN 80.                            SQRFND.2
027500     IF SEL-PGM-ID NOT EQUAL TO SPACE                             SQRFND.2
027600         MOVE SEL-PGM-ID TO WS-PGM-ID                             SQRFND.2
027700     END-IF.                                                      SQRFND.2
027800     IF SEL-DATE-FROM NUMERIC                                     SQRFND.2
027900         MOVE SEL-DATE-FROM TO WS-DATE-FROM                       SQRFND.2
028000     END-IF.                                                      SQRFND.2
028100     IF SEL-DATE-TO NUMERIC                                       SQRFND.2
028200        AND SEL-DATE-TO GREATER THAN ZERO                         SQRFND.2
028300         MOVE SEL-DATE-TO TO WS-DATE-TO                           SQRFND.2
028400     END-IF.                                                      SQRFND.2
028500     IF SEL-HIT-LIMIT NUMERIC                                     SQRFND.2
028600        AND SEL-HIT-LIMIT GREATER THAN ZERO                       SQRFND.2
028700         MOVE SEL-HIT-LIMIT TO WS-HIT-LIMIT                       SQRFND.2
028800     END-IF.                                                      SQRFND.2
028900     IF SEL-CONTEXT-X NOT EQUAL TO SPACE                          SQRFND.2
029000        AND SEL-CONTEXT NUMERIC                                   SQRFND.2
029100         MOVE SEL-CONTEXT TO WS-CONTEXT                           SQRFND.2
029200         IF WS-CONTEXT GREATER THAN 2                             SQRFND.2
029300             MOVE 2 TO WS-CONTEXT                                 SQRFND.2
029400         END-IF                                                   SQRFND.2
029500     END-IF.                                                      SQRFND.2
029600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       SQRFND.2
029700     IF SEL-DATE-FROM-X EQUAL TO SPACE                            SQRFND.2
029800        AND SEL-FROM-EXPRESSION NOT EQUAL TO SPACE                SQRFND.2
029900         MOVE SEL-FROM-EXPRESSION TO DX-EXPRESSION                SQRFND.2
030000         MOVE "S" TO DX-BOUNDARY                                  SQRFND.2
030100         MOVE "FROM" TO ENL-LABEL                                 SQRFND.2
030200         PERFORM RESOLVE-DATE-EXPRESSION                          SQRFND.2
030300         MOVE DX-RESULT TO WS-DATE-FROM                           SQRFND.2
030400         MOVE EXPRESSION-NOTE-LINE TO FROM-NOTE-LINE              SQRFND.2
030500     END-IF.                                                      SQRFND.2
030600     IF SEL-DATE-TO-X EQUAL TO SPACE                              SQRFND.2
030700        AND SEL-TO-EXPRESSION NOT EQUAL TO SPACE                  SQRFND.2
030800         MOVE SEL-TO-EXPRESSION TO DX-EXPRESSION                  SQRFND.2
030900         MOVE "E" TO DX-BOUNDARY                                  SQRFND.2
031000         MOVE "TO" TO ENL-LABEL                                   SQRFND.2
031100         PERFORM RESOLVE-DATE-EXPRESSION                          SQRFND.2
031200         MOVE DX-RESULT TO WS-DATE-TO                             SQRFND.2
031300         MOVE EXPRESSION-NOTE-LINE TO TO-NOTE-LINE                SQRFND.2
031400     END-IF.                                                      SQRFND.2
031500     OPEN INPUT REPORT-REPO.                                      SQRFND.2
031600     OPEN OUTPUT PRINT-FILE.                                      SQRFND.2
031700     MOVE WS-SEARCH-TEXT TO HL-SEARCH-TEXT.                       SQRFND.2
031800     MOVE WS-PGM-ID TO HL-PGM-ID.                                 SQRFND.2
031900     IF WS-PGM-ID EQUAL TO SPACE                                  SQRFND.2
032000         MOVE "(ALL)" TO HL-PGM-ID                                SQRFND.2
032100     END-IF.                                                      SQRFND.2
032200     MOVE WS-DATE-FROM TO HL-DATE-FROM.                           SQRFND.2
032300     MOVE WS-DATE-TO TO HL-DATE-TO.                               SQRFND.2
032400     MOVE WS-HIT-LIMIT TO HL-HIT-LIMIT.                           SQRFND.2
032500     MOVE WS-CONTEXT TO HL-CONTEXT.                               SQRFND.2
032600     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQRFND.2
032700     WRITE PRINT-REC FROM HEAD-LINE-2 AFTER ADVANCING 1 LINE.     SQRFND.2
032800     IF FROM-NOTE-LINE NOT EQUAL TO SPACE                         SQRFND.2
032900         WRITE PRINT-REC FROM FROM-NOTE-LINE                      SQRFND.2
033000             AFTER ADVANCING 1 LINE                               SQRFND.2
033100     END-IF.                                                      SQRFND.2
033200     IF TO-NOTE-LINE NOT EQUAL TO SPACE                           SQRFND.2
033300         WRITE PRINT-REC FROM TO-NOTE-LINE                        SQRFND.2
033400             AFTER ADVANCING 1 LINE                               SQRFND.2
033500     END-IF.                                                      SQRFND.2
033600 NOTE-LAST-NONBLANK.                                              SQRFND.2
033700*    THE SEARCH STRING RUNS TO ITS LAST NON-BLANK COLUMN.         SQRFND.2
033800     IF WS-SEARCH-TEXT (WS-COL:1) NOT EQUAL TO SPACE              SQRFND.2
033900         MOVE WS-COL TO WS-SEARCH-LEN                             SQRFND.2
034000     END-IF.                                                      SQRFND.2
034100 RESOLVE-DATE-EXPRESSION.                                         SQRFND.2
034200     MOVE WS-RUN-DATE TO DX-BASE-DATE.                            SQRFND.2
034300     CALL "4e9d0c72" USING DX-EXPRESSION DX-BASE-DATE DX-BOUNDARY SQRFND.2
034400                           DX-RC DX-MESSAGE DX-RESULT.            SQRFND.2
034500     MOVE DX-EXPRESSION TO ENL-EXPRESSION.                        SQRFND.2
034600     MOVE SPACE TO ENL-RESULT.                                    SQRFND.2
034700     IF DX-RC EQUAL TO ZERO                                       SQRFND.2
034800         STRING "RESOLVED TO " DX-RESULT                          SQRFND.2
034900             DELIMITED BY SIZE INTO ENL-RESULT                    SQRFND.2
035000     ELSE                                                         SQRFND.2
035100         STRING "REJECTED - " DX-MESSAGE                          SQRFND.2
035200             DELIMITED BY SIZE INTO ENL-RESULT                    SQRFND.2
035300         ADD 1 TO WS-EXPRESSION-ERRORS                            SQRFND.2
035400     END-IF.                                                      SQRFND.2
035500 SEARCH-ONLINE-REPOSITORY.                                        SQRFND.2
035600*    WITH A PROGRAM-ID THE KEY PUTS ITS RUNS TOGETHER IN DATE     SQRFND.2
035700*    ORDER, SO THE READ STARTS AT THE FIRST RUN IN RANGE.         SQRFND.2
035800     MOVE "ONLINE REPOSITORY" TO WS-TIER-NAME.                    SQRFND.2
035900     MOVE "N" TO WS-EOF-SW.                                       SQRFND.2
036000     IF WS-PGM-ID NOT EQUAL TO SPACE                              SQRFND.2
036100         MOVE WS-PGM-ID TO RK-PGM-ID                              SQRFND.2
036200         MOVE WS-DATE-FROM TO RK-RUN-DATE                         SQRFND.2
036300         MOVE ZERO TO RK-RUN-TIME                                 SQRFND.2
036400         MOVE ZERO TO RK-LINE-NO                                  SQRFND.2
036500         START REPORT-REPO KEY IS NOT LESS THAN REPO-KEY          SQRFND.2
036600             INVALID KEY                                          SQRFND.2
036700                 MOVE "Y" TO WS-EOF-SW                            SQRFND.2
036800         END-START                                                SQRFND.2
036900     END-IF.                                                      SQRFND.2
037000     PERFORM SEARCH-ONE-ONLINE-LINE                               SQRFND.2
037100         UNTIL WS-EOF                                             SQRFND.2
037200            OR WS-LIMIT-REACHED.                                  SQRFND.2
037300 SEARCH-ONE-ONLINE-LINE.                                          SQRFND.2
037400     READ REPORT-REPO NEXT RECORD                                 SQRFND.2
037500         AT END                                                   SQRFND.2
037600             MOVE "Y" TO WS-EOF-SW                                SQRFND.2
037700     END-READ.                                                    SQRFND.2
037800     IF NOT WS-EOF                                                SQRFND.2
037900        AND WS-PGM-ID NOT EQUAL TO SPACE                          SQRFND.2
038000         IF RK-PGM-ID NOT EQUAL TO WS-PGM-ID                      SQRFND.2
038100            OR RK-RUN-DATE GREATER THAN WS-DATE-TO                SQRFND.2
038200             MOVE "Y" TO WS-EOF-SW                                SQRFND.2
038300         END-IF                                                   SQRFND.2
038400     END-IF.                                                      SQRFND.2
038500     IF NOT WS-EOF                                                SQRFND.2
038600        AND RK-RUN-DATE NOT LESS THAN WS-DATE-FROM                SQRFND.2
038700        AND RK-RUN-DATE NOT GREATER THAN WS-DATE-TO               SQRFND.2
038800         ADD 1 TO WS-ONLINE-LINES                                 SQRFND.2
038900         MOVE RK-PGM-ID TO WIK-PGM-ID                             SQRFND.2
039000         MOVE RK-RUN-DATE TO WIK-RUN-DATE                         SQRFND.2
039100         MOVE RK-RUN-TIME TO WIK-RUN-TIME                         SQRFND.2
039200         MOVE RK-LINE-NO TO WS-IMAGE-LINE-NO                      SQRFND.2
039300         MOVE REPO-IMAGE TO WS-IMAGE                              SQRFND.2
039400         PERFORM EXAMINE-IMAGE                                    SQRFND.2
039500     END-IF.                                                      SQRFND.2
039600 SEARCH-ARCHIVE-TIER.                                             SQRFND.2
039700*    THE INDEX HOLDS ONE ENTRY PER ARCHIVED RUN IN THE ORDER      SQRFND.2
039800*    SQRAGE APPENDED THE RUNS, SO THE ARCHIVE IS NORMALLY READ    SQRFND.2
039900*    FORWARD ONCE, SKIPPING THE RUNS OUTSIDE THE SELECTION.       SQRFND.2
040000     MOVE "ARCHIVE TIER" TO WS-TIER-NAME.                         SQRFND.2
040100     MOVE "N" TO WS-EOF-SW.                                       SQRFND.2
040200     OPEN INPUT REPO-ARCH-INDEX.                                  SQRFND.2
040300     IF ARCH-INDEX-STATUS NOT EQUAL TO "00"                       SQRFND.2
040400        AND ARCH-INDEX-STATUS NOT EQUAL TO "05"                   SQRFND.2
040500         MOVE "Y" TO WS-EOF-SW                                    SQRFND.2
040600     END-IF.                                                      SQRFND.2
040700     PERFORM SEARCH-ONE-INDEX-ENTRY                               SQRFND.2
040800         UNTIL WS-EOF                                             SQRFND.2
040900            OR WS-LIMIT-REACHED.                                  SQRFND.2
041000     CLOSE REPO-ARCH-INDEX.                                       SQRFND.2
041100     IF WS-ARCH-OPEN                                              SQRFND.2
041200         CLOSE REPO-ARCH                                          SQRFND.2
041300     END-IF.                                                      SQRFND.2
041400 SEARCH-ONE-INDEX-ENTRY.                                          SQRFND.2
041500     READ REPO-ARCH-INDEX                                         SQRFND.2
041600         AT END                                                   SQRFND.2
041700             MOVE "Y" TO WS-EOF-SW                                SQRFND.2
041800     END-READ.                                                    SQRFND.2
041900     IF NOT WS-EOF                                                SQRFND.2
042000        AND (WS-PGM-ID EQUAL TO SPACE                             SQRFND.2
042100          OR AIX-PGM-ID EQUAL TO WS-PGM-ID)                       SQRFND.2
042200        AND AIX-RUN-DATE NOT LESS THAN WS-DATE-FROM               SQRFND.2
042300        AND AIX-RUN-DATE NOT GREATER THAN WS-DATE-TO              SQRFND.2
042400         ADD 1 TO WS-ARCHIVE-RUNS                                 SQRFND.2
042500         MOVE AIX-FIRST-RECNO TO WS-ARCH-FIRST-RECNO              SQRFND.2
042600         MOVE AIX-LINE-COUNT TO WS-ARCH-LINE-COUNT                SQRFND.2
042700         PERFORM SEARCH-ARCHIVED-RUN                              SQRFND.2
042800     END-IF.                                                      SQRFND.2
042900 SEARCH-ARCHIVED-RUN.                                             SQRFND.2
043000*    AN ENTRY BEHIND THE CURRENT POSITION MEANS THE INDEX IS      SQRFND.2
043100*    OUT OF ARCHIVE ORDER; THE ARCHIVE IS THEN REREAD FROM THE    SQRFND.2
043200*    START RATHER THAN MISS THE RUN.                              SQRFND.2
043300     IF WS-ARCH-OPEN                                              SQRFND.2
043400        AND WS-ARCH-RECNO NOT LESS THAN WS-ARCH-FIRST-RECNO       SQRFND.2
043500         CLOSE REPO-ARCH                                          SQRFND.2
043600         MOVE "N" TO WS-ARCH-OPEN-SW                              SQRFND.2
043700     END-IF.                                                      SQRFND.2
043800     IF NOT WS-ARCH-OPEN                                          SQRFND.2
043900         OPEN INPUT REPO-ARCH                                     SQRFND.2
044000         MOVE "Y" TO WS-ARCH-OPEN-SW                              SQRFND.2
044100         MOVE ZERO TO WS-ARCH-RECNO                               SQRFND.2
044200     END-IF.                                                      SQRFND.2
044300     MOVE "N" TO WS-ARCH-EOF-SW.                                  SQRFND.2
044400     MOVE ZERO TO WS-ARCH-READ-COUNT.                             SQRFND.2
044500     PERFORM SKIP-ONE-ARCHIVE-RECORD                              SQRFND.2
044600         UNTIL WS-ARCH-EOF                                        SQRFND.2
044700            OR WS-ARCH-RECNO NOT LESS THAN                        SQRFND.2
044800               WS-ARCH-FIRST-RECNO - 1.                           SQRFND.2
044900     PERFORM SEARCH-ONE-ARCHIVE-LINE                              SQRFND.2
045000         UNTIL WS-ARCH-EOF                                        SQRFND.2
045100            OR WS-LIMIT-REACHED                                   SQRFND.2
045200            OR WS-ARCH-READ-COUNT NOT LESS THAN                   SQRFND.2
045300               WS-ARCH-LINE-COUNT.                                SQRFND.2
045400 SKIP-ONE-ARCHIVE-RECORD.                                         SQRFND.2
045500     READ REPO-ARCH                                               SQRFND.2
045600         AT END                                                   SQRFND.2
045700             MOVE "Y" TO WS-ARCH-EOF-SW                           SQRFND.2
045800         NOT AT END                                               SQRFND.2
045900             ADD 1 TO WS-ARCH-RECNO                               SQRFND.2
046000     END-READ.                                                    SQRFND.2
046100 SEARCH-ONE-ARCHIVE-LINE.                                         SQRFND.2
046200     READ REPO-ARCH                                               SQRFND.2
046300         AT END                                                   SQRFND.2
046400             MOVE "Y" TO WS-ARCH-EOF-SW                           SQRFND.2
046500         NOT AT END                                               SQRFND.2
046600             ADD 1 TO WS-ARCH-RECNO                               SQRFND.2
046700             ADD 1 TO WS-ARCH-READ-COUNT                          SQRFND.2
046800             ADD 1 TO WS-ARCHIVE-LINES                            SQRFND.2
046900             MOVE ARC-PGM-ID TO WIK-PGM-ID                        SQRFND.2
047000             MOVE ARC-RUN-DATE TO WIK-RUN-DATE                    SQRFND.2
047100             MOVE ARC-RUN-TIME TO WIK-RUN-TIME                    SQRFND.2
047200             MOVE ARC-LINE-NO TO WS-IMAGE-LINE-NO                 SQRFND.2
047300             MOVE ARC-IMAGE TO WS-IMAGE                           SQRFND.2
047400             PERFORM EXAMINE-IMAGE                                SQRFND.2
047500     END-READ.                                                    SQRFND.2
047600 EXAMINE-IMAGE.                                                   SQRFND.2
047700*    ONE PRINT IMAGE FROM EITHER TIER.  THE LAST TWO IMAGES OF    SQRFND.2
047800*    THE RUN ARE KEPT FOR LEADING CONTEXT; WS-AFTER-LEFT COUNTS   SQRFND.2
047900*    THE TRAILING CONTEXT STILL TO PRINT AFTER A HIT.             SQRFND.2
048000     IF WS-IMAGE-KEY NOT EQUAL TO WS-CUR-RUN-KEY                  SQRFND.2
048100         MOVE WS-IMAGE-KEY TO WS-CUR-RUN-KEY                      SQRFND.2
048200         MOVE "N" TO WS-RUN-HEADED-SW                             SQRFND.2
048300         MOVE ZERO TO WS-PREV-COUNT                               SQRFND.2
048400         MOVE ZERO TO WS-AFTER-LEFT                               SQRFND.2
048500         MOVE ZERO TO WS-LAST-PRINTED                             SQRFND.2
048600     END-IF.                                                      SQRFND.2
048700     MOVE ZERO TO WS-MATCHES.                                     SQRFND.2
048800     INSPECT WS-IMAGE TALLYING WS-MATCHES                         SQRFND.2
048900         FOR ALL WS-SEARCH-TEXT (1:WS-SEARCH-LEN).                SQRFND.2
049000     IF WS-MATCHES GREATER THAN ZERO                              SQRFND.2
049100         IF WS-HIT-COUNT NOT LESS THAN WS-HIT-LIMIT               SQRFND.2
049200             MOVE "Y" TO WS-LIMIT-SW                              SQRFND.2
049300         ELSE                                                     SQRFND.2
049400             PERFORM PRINT-HIT                                    SQRFND.2
049500         END-IF                                                   SQRFND.2
049600     ELSE                                                         SQRFND.2
049700         IF WS-AFTER-LEFT GREATER THAN ZERO                       SQRFND.2
049800             WRITE PRINT-REC FROM WS-IMAGE AFTER ADVANCING 1 LINE SQRFND.2
049900             MOVE WS-IMAGE-LINE-NO TO WS-LAST-PRINTED             SQRFND.2
050000             SUBTRACT 1 FROM WS-AFTER-LEFT                        SQRFND.2
050100         END-IF                                                   SQRFND.2
050200     END-IF.                                                      SQRFND.2
050300     MOVE PREV-ENTRY (1) TO PREV-ENTRY (2).                       SQRFND.2
050400     MOVE WS-IMAGE-LINE-NO TO PV-LINE-NO (1).                     SQRFND.2
050500     MOVE WS-IMAGE TO PV-IMAGE (1).                               SQRFND.2
050600     IF WS-PREV-COUNT LESS THAN 2                                 SQRFND.2
050700         ADD 1 TO WS-PREV-COUNT                                   SQRFND.2
050800     END-IF.                                                      SQRFND.2
050900 PRINT-HIT.                                                       SQRFND.2
051000     ADD 1 TO WS-HIT-COUNT.                                       SQRFND.2
051100     IF NOT WS-RUN-HEADED                                         SQRFND.2
051200         ADD 1 TO WS-RUNS-WITH-HITS                               SQRFND.2
051300         MOVE WIK-PGM-ID TO RHL-PGM-ID                            SQRFND.2
051400         MOVE WIK-RUN-DATE TO RHL-RUN-DATE                        SQRFND.2
051500         MOVE WIK-RUN-TIME TO RHL-RUN-TIME                        SQRFND.2
051600         MOVE WS-TIER-NAME TO RHL-TIER                            SQRFND.2
051700         WRITE PRINT-REC FROM RUN-HEAD-LINE                       SQRFND.2
051800             AFTER ADVANCING 2 LINES                              SQRFND.2
051900         MOVE "Y" TO WS-RUN-HEADED-SW                             SQRFND.2
052000     END-IF.                                                      SQRFND.2
052100     MOVE WS-HIT-COUNT TO HTL-HIT-NO.                             SQRFND.2
052200     MOVE WS-IMAGE-LINE-NO TO HTL-LINE-NO.                        SQRFND.2
052300     IF WS-AFTER-LEFT GREATER THAN ZERO                           SQRFND.2
052400         WRITE PRINT-REC FROM HIT-LINE AFTER ADVANCING 1 LINE     SQRFND.2
052500     ELSE                                                         SQRFND.2
052600         WRITE PRINT-REC FROM HIT-LINE AFTER ADVANCING 2 LINES    SQRFND.2
052700     END-IF.                                                      SQRFND.2
052800     PERFORM PRINT-LEADING-CONTEXT                                SQRFND.2
052900         VARYING WS-PREV-SUB FROM WS-CONTEXT BY -1                SQRFND.2
053000         UNTIL WS-PREV-SUB EQUAL TO ZERO.                         SQRFND.2
053100     WRITE PRINT-REC FROM WS-IMAGE AFTER ADVANCING 1 LINE.        SQRFND.2
053200     MOVE WS-IMAGE-LINE-NO TO WS-LAST-PRINTED.                    SQRFND.2
053300     MOVE WS-CONTEXT TO WS-AFTER-LEFT.                            SQRFND.2
053400 PRINT-LEADING-CONTEXT.                                           SQRFND.2
053500*    A LINE ALREADY PRINTED AS CONTEXT OF THE PREVIOUS HIT IS     SQRFND.2
053600*    NOT REPEATED.                                                SQRFND.2
053700     IF WS-PREV-SUB NOT GREATER THAN WS-PREV-COUNT                SQRFND.2
053800        AND PV-LINE-NO (WS-PREV-SUB) GREATER THAN WS-LAST-PRINTED SQRFND.2
053900         WRITE PRINT-REC FROM PV-IMAGE (WS-PREV-SUB)              SQRFND.2
054000             AFTER ADVANCING 1 LINE                               SQRFND.2
054100     END-IF.                                                      SQRFND.2
054200 CLOSE-FILES.                                                     SQRFND.2
054300     IF WS-SEARCH-LEN EQUAL TO ZERO                               SQRFND.2
054400         WRITE PRINT-REC FROM NO-STRING-LINE                      SQRFND.2
054500             AFTER ADVANCING 2 LINES                              SQRFND.2
054600     END-IF.                                                      SQRFND.2
054700     IF WS-SEARCH-LEN GREATER THAN ZERO                           SQRFND.2
054800        AND WS-HIT-COUNT EQUAL TO ZERO                            SQRFND.2
054900         WRITE PRINT-REC FROM NONE-FOUND-LINE                     SQRFND.2
055000             AFTER ADVANCING 2 LINES                              SQRFND.2
055100     END-IF.                                                      SQRFND.2
055200     IF WS-LIMIT-REACHED                                          SQRFND.2
055300         MOVE WS-HIT-LIMIT TO LL-HIT-LIMIT                        SQRFND.2
055400         WRITE PRINT-REC FROM LIMIT-LINE AFTER ADVANCING 2 LINES  SQRFND.2
055500     END-IF.                                                      SQRFND.2
055600     MOVE "HITS LISTED =" TO SL-LITERAL.                          SQRFND.2
055700     MOVE WS-HIT-COUNT TO SL-COUNT.                               SQRFND.2
055800     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.   SQRFND.2
055900     MOVE "RUNS WITH HITS =" TO SL-LITERAL.                       SQRFND.2
056000     MOVE WS-RUNS-WITH-HITS TO SL-COUNT.                          SQRFND.2
056100     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRFND.2
056200     MOVE "ONLINE LINES SEARCHED =" TO SL-LITERAL.                SQRFND.2
056300     MOVE WS-ONLINE-LINES TO SL-COUNT.                            SQRFND.2
056400     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRFND.2
056500     MOVE "ARCHIVED RUNS SELECTED =" TO SL-LITERAL.               SQRFND.2
056600     MOVE WS-ARCHIVE-RUNS TO SL-COUNT.                            SQRFND.2
056700     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRFND.2
056800     MOVE "ARCHIVED LINES SEARCHED =" TO SL-LITERAL.              SQRFND.2
056900     MOVE WS-ARCHIVE-LINES TO SL-COUNT.                           SQRFND.2
057000     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRFND.2
057100     CLOSE REPORT-REPO.                                           SQRFND.2
057200     CLOSE PRINT-FILE.                                            SQRFND.2
