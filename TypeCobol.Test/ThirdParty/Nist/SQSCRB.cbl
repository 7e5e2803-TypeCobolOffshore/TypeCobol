000100 IDENTIFICATION DIVISION.                                         SQSCRB.2
000200 PROGRAM-ID.                                                      SQSCRB.2
000300     SQSCRB.                                                      SQSCRB.2
000400***************************************************************** SQSCRB.2
000500*                                                               * SQSCRB.2
000600*    INTEGRITY SCRUB OF THE ARCHIVES THAT ARE WRITTEN ONCE AND  * SQSCRB.2
000700*    READ ONLY IN AN EMERGENCY - THE SQRETN RAW-DATA HISTORY    * SQSCRB.2
000800*    ARCHIVES AND THE SQRAGE REPORT ARCHIVE TIER WITH ITS       * SQSCRB.2
000900*    INDEX.  RUN ON A SCHEDULE, IT FINDS AN UNREADABLE VOLUME   * SQSCRB.2
001000*    OR A BAD INDEX POSITION WHILE THERE IS STILL TIME TO DO    * SQSCRB.2
001100*    SOMETHING ABOUT IT, NOT ON THE NIGHT A RESTORE OR A        * SQSCRB.2
001200*    REPRINT IS NEEDED.                                         * SQSCRB.2
001300*                                                               * SQSCRB.2
001400*    EACH SQRETN ARCHIVE IS READ END TO END AND MUST HOLD ITS   * SQSCRB.2
001500*    HEADER FIRST, DETAIL RECORDS ALL OLDER THAN THE HEADER'S   * SQSCRB.2
001600*    CUTOFF DATE WITH NUMERIC COUNTERS, AND A TRAILER LAST      * SQSCRB.2
001700*    WHOSE RECORD COUNT AND OUTCOME SUMS AGREE WITH THE         * SQSCRB.2
001800*    DETAILS - THE SAME TOTALS SQREST CHECKS ON A RESTORE.      * SQSCRB.2
001900*                                                               * SQSCRB.2
002000*    THE SQRAGE ARCHIVE TIER IS READ END TO END, THEN EVERY     * SQSCRB.2
002100*    INDEX ENTRY IS CHECKED AGAINST IT: THE LINES FROM ITS      * SQSCRB.2
002200*    START POSITION FOR ITS LINE COUNT MUST ALL CARRY THAT      * SQSCRB.2
002300*    RUN'S KEY IN LINE-NUMBER ORDER, THE LINE BEFORE AND THE    * SQSCRB.2
002400*    LINE AFTER MUST NOT, AND THE ENTRIES MUST COVER THE        * SQSCRB.2
002500*    ARCHIVE FROM THE FIRST RECORD TO THE LAST WITH NO GAP OR   * SQSCRB.2
002600*    OVERLAP - WHAT SQRPRT, SQDOSR AND SQRFND RELY ON TO        * SQSCRB.2
002700*    RECALL AN AGED-OFF RUN.                                    * SQSCRB.2
002800*                                                               * SQSCRB.2
002900*    A READ ERROR ON ANY FILE IS A FINDING.  EVERY ARCHIVE'S    * SQSCRB.2
003000*    RESULT (PASSED, FAILED OR NOT PRESENT) AND ITS FINDINGS    * SQSCRB.2
003100*    ARE PRINTED AND APPENDED TO THE DATED SCRUB HISTORY        * SQSCRB.2
003200*    (COPYBOOK SQSCBREC), WHICH IS THE RECORD FOR AUDIT THAT    * SQSCRB.2
003300*    THE ARCHIVES WERE RESTORABLE ON THE DAY OF THE SCRUB.  AT  * SQSCRB.2
003400*    MOST 20 FINDINGS PER ARCHIVE ARE LISTED; ALL ARE COUNTED.  * SQSCRB.2
003500*    THE SECOND SQRETN ARCHIVE IS OPTIONAL, SO A STEP SCRUBS    * SQSCRB.2
003600*    ONE OR TWO SQRETN VOLUMES.                                 * SQSCRB.2
003700*                                                               * SQSCRB.2
003800*    RETURN CODE 8 IF ANY ARCHIVE FAILED, 12 IF THE SCRUB       * SQSCRB.2
003900*    HISTORY WILL NOT OPEN.                                     * SQSCRB.2
004000*                                                               * SQSCRB.2
004100***************************************************************** SQSCRB.2
004200*                                                               * SQSCRB.2
004300*        X-CARDS USED BY THIS PROGRAM ARE :-                    * SQSCRB.2
004400*                                                               * SQSCRB.2
004500*            X-63   FIRST  SQRETN SEQUENTIAL ARCHIVE FILE       * SQSCRB.2
004600*            X-13   SECOND SQRETN ARCHIVE (OPTIONAL)            * SQSCRB.2
004700*            X-79   REPORT ARCHIVE TIER (SEQUENTIAL)            * SQSCRB.2
004800*            X-80   REPORT ARCHIVE INDEX                        * SQSCRB.2
004900*            X-43   ARCHIVE SCRUB HISTORY                       * SQSCRB.2
005000*            X-55   SYSTEM PRINTER                              * SQSCRB.2
005100*            X-82   SOURCE-COMPUTER                             * SQSCRB.2
005200*            X-83   OBJECT-COMPUTER                             * SQSCRB.2
005300*            X-84   LABEL RECORDS OPTION                        * SQSCRB.2
005400*                                                               * SQSCRB.2
005500***************************************************************** SQSCRB.2
005600 ENVIRONMENT DIVISION.                                            SQSCRB.2
005700 CONFIGURATION SECTION.                                           SQSCRB.2
005800 SOURCE-COMPUTER.                                                 SQSCRB.2
005900     XXXXX082.                                                    SQSCRB.2
006000 OBJECT-COMPUTER.                                                 SQSCRB.2
006100     XXXXX083.                                                    SQSCRB.2
006200 INPUT-OUTPUT SECTION.                                            SQSCRB.2
006300 FILE-CONTROL.                                                    SQSCRB.2
006400     SELECT ARCHIVE-FILE-1 ASSIGN TO                              SQSCRB.2
006500     XXXXX063                                                     SQSCRB.2
006600            ORGANIZATION IS SEQUENTIAL                            SQSCRB.2
006700            FILE STATUS IS ARCHIVE-1-STATUS.                      SQSCRB.2
006800     SELECT OPTIONAL ARCHIVE-FILE-2 ASSIGN TO                     SQSCRB.2
006900     XXXXX013                                                     SQSCRB.2
007000            ORGANIZATION IS SEQUENTIAL                            SQSCRB.2
007100            FILE STATUS IS ARCHIVE-2-STATUS.                      SQSCRB.2
007200     SELECT OPTIONAL REPO-ARCH ASSIGN TO                          SQSCRB.2
007300     XXXXX079                                                     SQSCRB.2
007400            ORGANIZATION IS SEQUENTIAL                            SQSCRB.2
007500            FILE STATUS IS REPO-ARCH-STATUS.                      SQSCRB.2
007600     SELECT OPTIONAL REPO-ARCH-INDEX ASSIGN TO                    SQSCRB.2
007700     XXXXX080                                                     SQSCRB.2
007800            ORGANIZATION IS SEQUENTIAL                            SQSCRB.2
007900            FILE STATUS IS ARCH-INDEX-STATUS.                     SQSCRB.2
008000     SELECT OPTIONAL SCRUB-HISTORY ASSIGN TO                      SQSCRB.2
008100     XXXXX043                                                     SQSCRB.2
008200            ORGANIZATION IS SEQUENTIAL                            SQSCRB.2
008300            FILE STATUS IS HISTORY-STATUS.                        SQSCRB.2
008400     SELECT PRINT-FILE ASSIGN TO                                  SQSCRB.2
008500     XXXXX055.                                                    SQSCRB.2
008600 DATA DIVISION.                                                   SQSCRB.2
008700 FILE SECTION.                                                    SQSCRB.2
008800 FD  ARCHIVE-FILE-1                                               SQSCRB.2
008900     LABEL RECORDS ARE STANDARD.                                  SQSCRB.2
009000 01  ARCH-1-REC              PIC X(100).                          SQSCRB.2
009100 FD  ARCHIVE-FILE-2                                               SQSCRB.2
009200     LABEL RECORDS ARE STANDARD.                                  SQSCRB.2
009300 01  ARCH-2-REC              PIC X(100).                          SQSCRB.2
009400 FD  REPO-ARCH                                                    SQSCRB.2
009500     LABEL RECORDS ARE STANDARD.                                  SQSCRB.2
009600 01  ARCH-REPO-REC.                                               SQSCRB.2
009700     05  ARC-KEY.                                                 SQSCRB.2
009800         10  ARC-RUN-KEY.                                         SQSCRB.2
009900             15  ARC-PGM-ID  PIC X(9).                            SQSCRB.2
010000             15  ARC-RUN-DATE PIC 9(8).                           SQSCRB.2
010100             15  ARC-RUN-TIME PIC 9(8).                           SQSCRB.2
010200         10  ARC-LINE-NO     PIC 9(5).                            SQSCRB.2
010300     05  ARC-IMAGE           PIC X(120).                          SQSCRB.2
010400 FD  REPO-ARCH-INDEX                                              SQSCRB.2
010500     LABEL RECORDS ARE STANDARD.                                  SQSCRB.2
010600 01  ARCH-INDEX-REC.                                              SQSCRB.2
010700     05  AIX-PGM-ID          PIC X(9).                            SQSCRB.2
010800     05  AIX-RUN-DATE        PIC 9(8).                            SQSCRB.2
010900     05  AIX-RUN-TIME        PIC 9(8).                            SQSCRB.2
011000     05  AIX-FIRST-RECNO     PIC 9(7).                            SQSCRB.2
011100     05  AIX-LINE-COUNT      PIC 9(5).                            SQSCRB.2
011200     05  FILLER              PIC X(43).                           SQSCRB.2
011300 FD  SCRUB-HISTORY                                                SQSCRB.2
011400     LABEL RECORDS ARE STANDARD.                                  SQSCRB.2
011500     COPY SQSCBREC.                                               SQSCRB.2
011600 FD  PRINT-FILE                                                   SQSCRB.2
011700     LABEL RECORDS                                                SQSCRB.2
011800     XXXXX084                                                     SQSCRB.2
011900     DATA RECORD IS PRINT-REC DUMMY-RECORD                        SQSCRB.2
012000               .                                                  SQSCRB.2
012100 01  PRINT-REC PICTURE X(120).                                    SQSCRB.2
012200 01  DUMMY-RECORD PICTURE X(120).                                 SQSCRB.2
012300 WORKING-STORAGE SECTION.                                         SQSCRB.2
012400 01  WS-EOF-SW              PIC X VALUE "N".                      SQSCRB.2
012500     88  WS-EOF                   VALUE "Y".                      SQSCRB.2
012600 01  WS-ARCH-EOF-SW         PIC X VALUE "N".                      SQSCRB.2
012700     88  WS-ARCH-EOF              VALUE "Y".                      SQSCRB.2
012800 01  WS-ARCH-OPEN-SW        PIC X VALUE "N".                      SQSCRB.2
012900     88  WS-ARCH-OPEN             VALUE "Y".                      SQSCRB.2
013000 01  WS-HELD-SW             PIC X VALUE "N".                      SQSCRB.2
013100     88  WS-HELD                  VALUE "Y".                      SQSCRB.2
013200 01  WS-PRESENT-SW          PIC X VALUE "Y".                      SQSCRB.2
013300     88  WS-PRESENT               VALUE "Y".                      SQSCRB.2
013400 01  WS-HISTORY-OPEN-SW     PIC X VALUE "N".                      SQSCRB.2
013500     88  WS-HISTORY-OPEN          VALUE "Y".                      SQSCRB.2
013600 01  ARCHIVE-1-STATUS       PIC XX VALUE "00".                    SQSCRB.2
013700 01  ARCHIVE-2-STATUS       PIC XX VALUE "00".                    SQSCRB.2
013800 01  REPO-ARCH-STATUS       PIC XX VALUE "00".                    SQSCRB.2
013900 01  ARCH-INDEX-STATUS      PIC XX VALUE "00".                    SQSCRB.2
014000 01  HISTORY-STATUS         PIC XX VALUE "00".                    SQSCRB.2
014100*    THE STATUS OF THE LAST READ OR OPEN BEING JUDGED; A FIRST    SQSCRB.2
014200*    BYTE OTHER THAN "0" IS AN ERROR THE FILE CANNOT BE READ      SQSCRB.2
014250*    PAST.                                                        SQSCRB.2
014300 01  WS-IO-STATUS.                                                SQSCRB.2
014400     05  WS-IO-STATUS-1     PIC X.                                SQSCRB.2
014500         88  WS-IO-SUCCESSFUL     VALUE "0".                      SQSCRB.2
014600     05  WS-IO-STATUS-2     PIC X.                                SQSCRB.2
014700 01  WS-RUN-DATE            PIC 9(8).                             SQSCRB.2
014800 01  WS-RUN-TIME            PIC 9(8).                             SQSCRB.2
014900 01  WS-FILE-NO             PIC 9 VALUE 1.                        SQSCRB.2
015000 01  WS-ARCHIVE-NAME        PIC X(8) VALUE SPACE.                 SQSCRB.2
015100*    THE SQRETN ARCHIVE RECORD LAYOUTS, OVERLAID ON THE READ      SQSCRB.2
015200*    IMAGE: HEADER, DETAIL (FULL RAW-DATA IMAGE) AND TRAILER      SQSCRB.2
015300*    WITH THE CONTROL TOTALS WRITTEN AT UNLOAD TIME.              SQSCRB.2
015400 01  ARCH-IMAGE             PIC X(100).                           SQSCRB.2
015500 01  ARCH-IMAGE-HEADER REDEFINES ARCH-IMAGE.                      SQSCRB.2
015600     05  AH-REC-TYPE         PIC X(6).                            SQSCRB.2
015700     05  AH-CUTOFF-DATE      PIC 9(8).                            SQSCRB.2
015800     05  AH-RUN-DATE         PIC 9(8).                            SQSCRB.2
015900     05  AH-RUN-TIME         PIC 9(8).                            SQSCRB.2
016000     05  FILLER              PIC X(70).                           SQSCRB.2
016100 01  ARCH-IMAGE-DETAIL REDEFINES ARCH-IMAGE.                      SQSCRB.2
016200     05  AD-REC-TYPE         PIC X(6).                            SQSCRB.2
016300     05  AD-RAW-DATA-IMAGE   PIC X(85).                           SQSCRB.2
016400     05  FILLER              PIC X(9).                            SQSCRB.2
016500 01  ARCH-IMAGE-TRAILER REDEFINES ARCH-IMAGE.                     SQSCRB.2
016600     05  AT-REC-TYPE         PIC X(6).                            SQSCRB.2
016700     05  AT-TOTALS.                                               SQSCRB.2
016800         10  AT-RECORD-COUNT PIC 9(7).                            SQSCRB.2
016900         10  AT-SUM-OK       PIC 9(7).                            SQSCRB.2
017000         10  AT-SUM-FAIL     PIC 9(7).                            SQSCRB.2
017100         10  AT-SUM-DELETED  PIC 9(7).                            SQSCRB.2
017200         10  AT-SUM-INSPECT  PIC 9(7).                            SQSCRB.2
017300     05  FILLER              PIC X(59).                           SQSCRB.2
017400*    DETAIL IMAGE BROKEN AT THE SQRAWREC POSITIONS.               SQSCRB.2
017500 01  DETAIL-VIEW.                                                 SQSCRB.2
017600     05  DV-PGM-ID           PIC X(6).                            SQSCRB.2
017700     05  DV-RUN-DATE         PIC 9(8).                            SQSCRB.2
017800     05  DV-RUN-TIME         PIC 9(8).                            SQSCRB.2
017900     05  DV-COUNTERS.                                             SQSCRB.2
018000         10  DV-NO-OF-TESTS  PIC 99.                              SQSCRB.2
018100         10  DV-OK           PIC 999.                             SQSCRB.2
018200         10  DV-ALL          PIC 999.                             SQSCRB.2
018300         10  DV-FAIL         PIC 999.                             SQSCRB.2
018400         10  DV-DELETED      PIC 999.                             SQSCRB.2
018500         10  DV-INSPECT      PIC 999.                             SQSCRB.2
018600     05  FILLER              PIC X(46).                           SQSCRB.2
018700 01  WS-RECORD-COUNT        PIC 9(7) COMP VALUE ZERO.             SQSCRB.2
018800 01  WS-DETAIL-COUNT        PIC 9(7) COMP VALUE ZERO.             SQSCRB.2
018900 01  WS-SUM-OK              PIC 9(7) COMP VALUE ZERO.             SQSCRB.2
019000 01  WS-SUM-FAIL            PIC 9(7) COMP VALUE ZERO.             SQSCRB.2
019100 01  WS-SUM-DELETED         PIC 9(7) COMP VALUE ZERO.             SQSCRB.2
019200 01  WS-SUM-INSPECT         PIC 9(7) COMP VALUE ZERO.             SQSCRB.2
019300 01  WS-HEADER-SEEN-SW      PIC X VALUE "N".                      SQSCRB.2
019400     88  WS-HEADER-SEEN           VALUE "Y".                      SQSCRB.2
019500 01  WS-TRAILER-SEEN-SW     PIC X VALUE "N".                      SQSCRB.2
019600     88  WS-TRAILER-SEEN          VALUE "Y".                      SQSCRB.2
019700 01  WS-CUTOFF-DATE         PIC 9(8) VALUE ZERO.                  SQSCRB.2
019800 01  WS-ARCHIVE-RUN-DATE    PIC 9(8) VALUE ZERO.                  SQSCRB.2
019900 01  WS-ARCHIVE-RUN-TIME    PIC 9(8) VALUE ZERO.                  SQSCRB.2
020000*    ARCHIVE TIER POSITION.  WS-ARCH-RECNO IS THE NUMBER OF THE   SQSCRB.2
020100*    LAST RECORD TAKEN; A RECORD READ AHEAD TO SEE WHETHER A RUN  SQSCRB.2
020200*    GOES ON PAST ITS INDEXED LINE COUNT IS HELD (WS-HELD) AND    SQSCRB.2
020300*    TAKEN BY THE NEXT READ-ARCHIVE-LINE.                         SQSCRB.2
020400 01  WS-TIER-RECORDS        PIC 9(7) COMP VALUE ZERO.             SQSCRB.2
020500 01  WS-ARCH-RECNO          PIC 9(7) COMP VALUE ZERO.             SQSCRB.2
020600 01  WS-EXPECTED-RECNO      PIC 9(7) COMP VALUE 1.                SQSCRB.2
020700 01  WS-ENTRY-NO            PIC 9(7) COMP VALUE ZERO.             SQSCRB.2
020800 01  WS-ENTRY-FIRST         PIC 9(7) COMP VALUE ZERO.             SQSCRB.2
020900 01  WS-ENTRY-LAST          PIC 9(7) COMP VALUE ZERO.             SQSCRB.2
021000 01  WS-ENTRY-COUNT         PIC 9(5) COMP VALUE ZERO.             SQSCRB.2
021100 01  WS-ENTRY-KEY.                                                SQSCRB.2
021200     05  WEK-PGM-ID          PIC X(9).                            SQSCRB.2
021300     05  WEK-RUN-DATE        PIC 9(8).                            SQSCRB.2
021400     05  WEK-RUN-TIME        PIC 9(8).                            SQSCRB.2
021500 01  WS-PREV-KEY            PIC X(25) VALUE SPACE.                SQSCRB.2
021600 01  WS-PREV-LINE-NO        PIC 9(5) VALUE ZERO.                  SQSCRB.2
021700 01  WS-LINES-READ          PIC 9(5) COMP VALUE ZERO.             SQSCRB.2
021800 01  WS-WRONG-RUN           PIC 9(5) COMP VALUE ZERO.             SQSCRB.2
021900 01  WS-OUT-OF-SEQUENCE     PIC 9(5) COMP VALUE ZERO.             SQSCRB.2
022000 01  WS-FIRST-BAD-RECNO     PIC 9(7) COMP VALUE ZERO.             SQSCRB.2
022100 01  WS-UNINDEXED           PIC 9(7) COMP VALUE ZERO.             SQSCRB.2
022200 01  WS-FINDINGS-BEFORE     PIC 9(5) COMP VALUE ZERO.             SQSCRB.2
022300 01  WS-ENTRIES-CHECKED     PIC 9(7) COMP VALUE ZERO.             SQSCRB.2
022400 01  WS-ENTRIES-FAILED      PIC 9(7) COMP VALUE ZERO.             SQSCRB.2
022500*    THE FINDING BEING NOTED.  THE RUN KEY AND ENTRY NUMBER ARE   SQSCRB.2
022600*    SET FOR THE RECORD OR INDEX ENTRY IN HAND AND STAY UNTIL     SQSCRB.2
022700*    THE NEXT ONE.                                                SQSCRB.2
022800 01  WS-FINDING-TEXT        PIC X(40) VALUE SPACE.                SQSCRB.2
022900 01  WS-FINDING-RECNO       PIC 9(7) COMP VALUE ZERO.             SQSCRB.2
023000 01  WS-FINDING-ENTRY       PIC 9(7) COMP VALUE ZERO.             SQSCRB.2
023100 01  WS-FINDING-KEY.                                              SQSCRB.2
023200     05  WFK-PGM-ID          PIC X(9).                            SQSCRB.2
023300     05  WFK-RUN-DATE        PIC 9(8).                            SQSCRB.2
023400     05  WFK-RUN-TIME        PIC 9(8).                            SQSCRB.2
023500 01  WS-EDIT-COUNT          PIC Z(6)9.                            SQSCRB.2
023600 01  WS-FILE-FINDINGS       PIC 9(5) COMP VALUE ZERO.             SQSCRB.2
023700 01  WS-FINDINGS-LISTED     PIC 9(5) COMP VALUE 20.               SQSCRB.2
023800 01  WS-TOTAL-FINDINGS      PIC 9(7) COMP VALUE ZERO.             SQSCRB.2
023900 01  WS-FILES-PASSED        PIC 9(3) COMP VALUE ZERO.             SQSCRB.2
024000 01  WS-FILES-FAILED        PIC 9(3) COMP VALUE ZERO.             SQSCRB.2
024100 01  WS-FILES-ABSENT        PIC 9(3) COMP VALUE ZERO.             SQSCRB.2
024200 01  HEAD-LINE-1.                                                 SQSCRB.2
024300     05  FILLER              PIC X(40) VALUE                      SQSCRB.2
024400         "ARCHIVE INTEGRITY SCRUB".                               SQSCRB.2
024500 01  HEAD-LINE-2.                                                 SQSCRB.2
024600     05  FILLER              PIC X(13) VALUE "SCRUB DATE = ".     SQSCRB.2
024700     05  HL-RUN-DATE         PIC 9(8).                            SQSCRB.2
024800     05  FILLER              PIC X(9)  VALUE "  TIME = ".         SQSCRB.2
024900     05  HL-RUN-TIME         PIC 9(8).                            SQSCRB.2
025000 01  HISTORY-ERROR-LINE.                                          SQSCRB.2
025100     05  FILLER              PIC X(45) VALUE                      SQSCRB.2
025200         "** SCRUB HISTORY WILL NOT OPEN - FILE STATUS ".         SQSCRB.2
025300     05  HEL-STATUS          PIC XX.                              SQSCRB.2
025400 01  FINDING-LINE.                                                SQSCRB.2
025500     05  FILLER              PIC X(5)  VALUE "  ** ".             SQSCRB.2
025600     05  FL-ARCHIVE          PIC X(8).                            SQSCRB.2
025700     05  FILLER              PIC X(5)  VALUE " REC ".             SQSCRB.2
025800     05  FL-RECNO            PIC Z(6)9.                           SQSCRB.2
025900     05  FILLER              PIC X(7)  VALUE " ENTRY ".           SQSCRB.2
026000     05  FL-ENTRY            PIC Z(6)9.                           SQSCRB.2
026100     05  FILLER              PIC X(1)  VALUE SPACE.               SQSCRB.2
026200     05  FL-TEXT             PIC X(40).                           SQSCRB.2
026300     05  FILLER              PIC X(1)  VALUE SPACE.               SQSCRB.2
026400     05  FL-PGM-ID           PIC X(9).                            SQSCRB.2
026500     05  FILLER              PIC X(1)  VALUE SPACE.               SQSCRB.2
026600     05  FL-RUN-DATE         PIC 9(8).                            SQSCRB.2
026700     05  FILLER              PIC X(1)  VALUE SPACE.               SQSCRB.2
026800     05  FL-RUN-TIME         PIC 9(8).                            SQSCRB.2
026900 01  FINDING-LIMIT-LINE.                                          SQSCRB.2
027000     05  FILLER              PIC X(5)  VALUE "  ** ".             SQSCRB.2
027100     05  FLL-ARCHIVE         PIC X(8).                            SQSCRB.2
027200     05  FILLER              PIC X(40) VALUE                      SQSCRB.2
027300         " - FURTHER FINDINGS COUNTED, NOT LISTED".               SQSCRB.2
027400 01  RESULT-LINE.                                                 SQSCRB.2
027500     05  RL-ARCHIVE          PIC X(8).                            SQSCRB.2
027600     05  FILLER              PIC X(16) VALUE " RECORDS READ = ".  SQSCRB.2
027700     05  RL-RECORDS          PIC Z(6)9.                           SQSCRB.2
027800     05  FILLER              PIC X(12) VALUE "  CHECKED = ".      SQSCRB.2
027900     05  RL-ENTRIES          PIC Z(6)9.                           SQSCRB.2
028000     05  FILLER              PIC X(13) VALUE "  FINDINGS = ".     SQSCRB.2
028100     05  RL-FINDINGS         PIC Z(4)9.                           SQSCRB.2
028200     05  FILLER              PIC X(2)  VALUE SPACE.               SQSCRB.2
028300     05  RL-RESULT           PIC X(11).                           SQSCRB.2
028400 01  SUMMARY-LINE.                                                SQSCRB.2
028500     05  SL-LITERAL          PIC X(30).                           SQSCRB.2
028600     05  SL-COUNT            PIC ZZZZZZ9.                         SQSCRB.2
028700 PROCEDURE DIVISION.                                              SQSCRB.2
028800 MAINLINE.                                                        SQSCRB.2
028900     PERFORM OPEN-FILES.                                          SQSCRB.2
029000     PERFORM SCRUB-RETENTION-ARCHIVE-1.                           SQSCRB.2
029100     PERFORM SCRUB-RETENTION-ARCHIVE-2.                           SQSCRB.2
029200     PERFORM SCRUB-ARCHIVE-TIER.                                  SQSCRB.2
029300     PERFORM CLOSE-FILES.                                         SQSCRB.2
029400     IF WS-FILES-FAILED GREATER THAN ZERO                         SQSCRB.2
029500         MOVE 8 TO RETURN-CODE                                    SQSCRB.2
029600     END-IF.                                                      SQSCRB.2
029700     IF NOT WS-HISTORY-OPEN                                       SQSCRB.2
029800         MOVE 12 TO RETURN-CODE                                   SQSCRB.2
029900     END-IF.                                                      SQSCRB.2
030000     STOP RUN.                                                    SQSCRB.2
030100 OPEN-FILES.                                                      SQSCRB.2
030200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       SQSCRB.2
030300     ACCEPT WS-RUN-TIME FROM TIME.                                SQSCRB.2
030400     OPEN OUTPUT PRINT-FILE.                                      SQSCRB.2
030500     MOVE WS-RUN-DATE TO HL-RUN-DATE.                             SQSCRB.2
030600     MOVE WS-RUN-TIME TO HL-RUN-TIME.                             SQSCRB.2
030700     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQSCRB.2
030800     WRITE PRINT-REC FROM HEAD-LINE-2 AFTER ADVANCING 2 LINES.    SQSCRB.2
030900     OPEN EXTEND SCRUB-HISTORY.                                   SQSCRB.2
031000     IF HISTORY-STATUS EQUAL TO "00"                              SQSCRB.2
031100        OR HISTORY-STATUS EQUAL TO "05"                           SQSCRB.2
031200         MOVE "Y" TO WS-HISTORY-OPEN-SW                           SQSCRB.2
031300     ELSE                                                         SQSCRB.2
031400         MOVE HISTORY-STATUS TO HEL-STATUS                        SQSCRB.2
031500         WRITE PRINT-REC FROM HISTORY-ERROR-LINE                  SQSCRB.2
031600             AFTER ADVANCING 2 LINES                              SQSCRB.2
031700     END-IF.                                                      SQSCRB.2
031800     MOVE SPACE TO PRINT-REC.                                     SQSCRB.2
031900     WRITE PRINT-REC AFTER ADVANCING 1 LINE.                      SQSCRB.2
032000 START-SCRUB-FILE.                                                SQSCRB.2
032100     MOVE "N" TO WS-EOF-SW.                                       SQSCRB.2
032200     MOVE "Y" TO WS-PRESENT-SW.                                   SQSCRB.2
032300     MOVE ZERO TO WS-RECORD-COUNT.                                SQSCRB.2
032400     MOVE ZERO TO WS-DETAIL-COUNT.                                SQSCRB.2
032500     MOVE ZERO TO WS-SUM-OK.                                      SQSCRB.2
032600     MOVE ZERO TO WS-SUM-FAIL.                                    SQSCRB.2
032700     MOVE ZERO TO WS-SUM-DELETED.                                 SQSCRB.2
032800     MOVE ZERO TO WS-SUM-INSPECT.                                 SQSCRB.2
032900     MOVE "N" TO WS-HEADER-SEEN-SW.                               SQSCRB.2
033000     MOVE "N" TO WS-TRAILER-SEEN-SW.                              SQSCRB.2
033100     MOVE ZERO TO WS-CUTOFF-DATE.                                 SQSCRB.2
033200     MOVE ZERO TO WS-ARCHIVE-RUN-DATE.                            SQSCRB.2
033300     MOVE ZERO TO WS-ARCHIVE-RUN-TIME.                            SQSCRB.2
033400     MOVE ZERO TO WS-FILE-FINDINGS.                               SQSCRB.2
033500     MOVE ZERO TO WS-FINDING-ENTRY.                               SQSCRB.2
033600     PERFORM CLEAR-FINDING-KEY.                                   SQSCRB.2
033700 CLEAR-FINDING-KEY.                                               SQSCRB.2
033800     MOVE SPACE TO WFK-PGM-ID.                                    SQSCRB.2
033900     MOVE ZERO TO WFK-RUN-DATE.                                   SQSCRB.2
034000     MOVE ZERO TO WFK-RUN-TIME.                                   SQSCRB.2
034100***************************************************************** SQSCRB.2
034200*                                                               * SQSCRB.2
034300*    SQRETN ARCHIVES - HEADER, DETAILS, TRAILER TOTALS          * SQSCRB.2
034400*                                                               * SQSCRB.2
034500***************************************************************** SQSCRB.2
034600 SCRUB-RETENTION-ARCHIVE-1.                                       SQSCRB.2
034700     MOVE 1 TO WS-FILE-NO.                                        SQSCRB.2
034800     MOVE "SQRETN-1" TO WS-ARCHIVE-NAME.                          SQSCRB.2
034900     PERFORM START-SCRUB-FILE.                                    SQSCRB.2
035000     OPEN INPUT ARCHIVE-FILE-1.                                   SQSCRB.2
035100     MOVE ARCHIVE-1-STATUS TO WS-IO-STATUS.                       SQSCRB.2
035200     IF ARCHIVE-1-STATUS NOT EQUAL TO "00"                        SQSCRB.2
035300         PERFORM NOTE-OPEN-ERROR                                  SQSCRB.2
035400     END-IF.                                                      SQSCRB.2
035500     PERFORM SCRUB-FROM-FILE-1                                    SQSCRB.2
035600         UNTIL WS-EOF.                                            SQSCRB.2
035700     IF WS-IO-SUCCESSFUL                                          SQSCRB.2
035800         CLOSE ARCHIVE-FILE-1                                     SQSCRB.2
035900     END-IF.                                                      SQSCRB.2
036000     PERFORM END-RETENTION-ARCHIVE.                               SQSCRB.2
036100 SCRUB-RETENTION-ARCHIVE-2.                                       SQSCRB.2
036200     MOVE 2 TO WS-FILE-NO.                                        SQSCRB.2
036300     MOVE "SQRETN-2" TO WS-ARCHIVE-NAME.                          SQSCRB.2
036400     PERFORM START-SCRUB-FILE.                                    SQSCRB.2
036500     OPEN INPUT ARCHIVE-FILE-2.                                   SQSCRB.2
036600     MOVE ARCHIVE-2-STATUS TO WS-IO-STATUS.                       SQSCRB.2
036700     IF ARCHIVE-2-STATUS EQUAL TO "05"                            SQSCRB.2
036800         MOVE "N" TO WS-PRESENT-SW                                SQSCRB.2
036900         MOVE "Y" TO WS-EOF-SW                                    SQSCRB.2
037000     ELSE                                                         SQSCRB.2
037100         IF ARCHIVE-2-STATUS NOT EQUAL TO "00"                    SQSCRB.2
037200             PERFORM NOTE-OPEN-ERROR                              SQSCRB.2
037300         END-IF                                                   SQSCRB.2
037400     END-IF.                                                      SQSCRB.2
037500     PERFORM SCRUB-FROM-FILE-2                                    SQSCRB.2
037600         UNTIL WS-EOF.                                            SQSCRB.2
037700     IF WS-IO-SUCCESSFUL                                          SQSCRB.2
037800         CLOSE ARCHIVE-FILE-2                                     SQSCRB.2
037900     END-IF.                                                      SQSCRB.2
038000     PERFORM END-RETENTION-ARCHIVE.                               SQSCRB.2
038100 SCRUB-FROM-FILE-1.                                               SQSCRB.2
038200     READ ARCHIVE-FILE-1                                          SQSCRB.2
038300         AT END                                                   SQSCRB.2
038400             MOVE "Y" TO WS-EOF-SW                                SQSCRB.2
038500         NOT AT END                                               SQSCRB.2
038600             MOVE ARCH-1-REC TO ARCH-IMAGE                        SQSCRB.2
038700             PERFORM CHECK-ONE-ARCHIVE-REC                        SQSCRB.2
038800     END-READ.                                                    SQSCRB.2
038900     IF ARCHIVE-1-STATUS NOT EQUAL TO "00"                        SQSCRB.2
039000        AND ARCHIVE-1-STATUS NOT EQUAL TO "10"                    SQSCRB.2
039100         MOVE ARCHIVE-1-STATUS TO WS-IO-STATUS                    SQSCRB.2
039200         PERFORM NOTE-RETENTION-READ-ERROR                        SQSCRB.2
039300     END-IF.                                                      SQSCRB.2
039400 SCRUB-FROM-FILE-2.                                               SQSCRB.2
039500     READ ARCHIVE-FILE-2                                          SQSCRB.2
039600         AT END                                                   SQSCRB.2
039700             MOVE "Y" TO WS-EOF-SW                                SQSCRB.2
039800         NOT AT END                                               SQSCRB.2
039900             MOVE ARCH-2-REC TO ARCH-IMAGE                        SQSCRB.2
040000             PERFORM CHECK-ONE-ARCHIVE-REC                        SQSCRB.2
040100     END-READ.                                                    SQSCRB.2
040200     IF ARCHIVE-2-STATUS NOT EQUAL TO "00"                        SQSCRB.2
040300        AND ARCHIVE-2-STATUS NOT EQUAL TO "10"                    SQSCRB.2
040400         MOVE ARCHIVE-2-STATUS TO WS-IO-STATUS                    SQSCRB.2
040500         PERFORM NOTE-RETENTION-READ-ERROR                        SQSCRB.2
040600     END-IF.                                                      SQSCRB.2
040700 NOTE-RETENTION-READ-ERROR.                                       SQSCRB.2
040800*    A RECORD THAT READ WITH A WARNING STATUS WAS TAKEN AND IS    SQSCRB.2
040900*    COUNTED; AFTER AN ERROR STATUS NOTHING MORE CAN BE READ.     SQSCRB.2
041000     PERFORM CLEAR-FINDING-KEY.                                   SQSCRB.2
041100     IF WS-IO-SUCCESSFUL                                          SQSCRB.2
041200         MOVE WS-RECORD-COUNT TO WS-FINDING-RECNO                 SQSCRB.2
041300     ELSE                                                         SQSCRB.2
041400         COMPUTE WS-FINDING-RECNO = WS-RECORD-COUNT + 1           SQSCRB.2
041500         MOVE "Y" TO WS-EOF-SW                                    SQSCRB.2
041600     END-IF.                                                      SQSCRB.2
041700     PERFORM NOTE-READ-ERROR.                                     SQSCRB.2
041800 CHECK-ONE-ARCHIVE-REC.                                           SQSCRB.2
041900     ADD 1 TO WS-RECORD-COUNT.                                    SQSCRB.2
042000     MOVE WS-RECORD-COUNT TO WS-FINDING-RECNO.                    SQSCRB.2
042100     PERFORM CLEAR-FINDING-KEY.                                   SQSCRB.2
042200     IF WS-RECORD-COUNT EQUAL TO 1                                SQSCRB.2
042300        AND AH-REC-TYPE NOT EQUAL TO "HEADER"                     SQSCRB.2
042400         MOVE "FIRST RECORD IS NOT THE HEADER"                    SQSCRB.2
042500             TO WS-FINDING-TEXT                                   SQSCRB.2
042600         PERFORM NOTE-FINDING                                     SQSCRB.2
042700     END-IF.                                                      SQSCRB.2
042800     IF WS-TRAILER-SEEN                                           SQSCRB.2
042900         MOVE "RECORD AFTER THE TRAILER" TO WS-FINDING-TEXT       SQSCRB.2
043000         PERFORM NOTE-FINDING                                     SQSCRB.2
043100     ELSE                                                         SQSCRB.2
043200         IF AH-REC-TYPE EQUAL TO "HEADER"                         SQSCRB.2
043300             PERFORM CHECK-ARCHIVE-HEADER                         SQSCRB.2
043400         ELSE                                                     SQSCRB.2
043500             IF AT-REC-TYPE EQUAL TO "TRAILR"                     SQSCRB.2
043600                 PERFORM CHECK-ARCHIVE-TRAILER                    SQSCRB.2
043700             ELSE                                                 SQSCRB.2
043800                 IF AD-REC-TYPE EQUAL TO "DETAIL"                 SQSCRB.2
043900                     PERFORM CHECK-ARCHIVE-DETAIL                 SQSCRB.2
044000                 ELSE                                             SQSCRB.2
044100                     MOVE "UNKNOWN RECORD TYPE" TO WS-FINDING-TEXTSQSCRB.2
044200                     PERFORM NOTE-FINDING                         SQSCRB.2
044300                 END-IF                                           SQSCRB.2
044400             END-IF                                               SQSCRB.2
044500         END-IF                                                   SQSCRB.2
044600     END-IF.                                                      SQSCRB.2
044700 CHECK-ARCHIVE-HEADER.                                            SQSCRB.2
044800     IF WS-RECORD-COUNT NOT EQUAL TO 1                            SQSCRB.2
044900         MOVE "HEADER NOT THE FIRST RECORD" TO WS-FINDING-TEXT    SQSCRB.2
045000         PERFORM NOTE-FINDING                                     SQSCRB.2
045100     ELSE                                                         SQSCRB.2
045200         MOVE "Y" TO WS-HEADER-SEEN-SW                            SQSCRB.2
045300         IF AH-CUTOFF-DATE NUMERIC                                SQSCRB.2
045400            AND AH-RUN-DATE NUMERIC                               SQSCRB.2
045500            AND AH-RUN-TIME NUMERIC                               SQSCRB.2
045600             MOVE AH-CUTOFF-DATE TO WS-CUTOFF-DATE                SQSCRB.2
045700             MOVE AH-RUN-DATE TO WS-ARCHIVE-RUN-DATE              SQSCRB.2
045800             MOVE AH-RUN-TIME TO WS-ARCHIVE-RUN-TIME              SQSCRB.2
045900         ELSE                                                     SQSCRB.2
046000             MOVE "HEADER DATES NOT NUMERIC" TO WS-FINDING-TEXT   SQSCRB.2
046100             PERFORM NOTE-FINDING                                 SQSCRB.2
046200         END-IF                                                   SQSCRB.2
046300     END-IF.                                                      SQSCRB.2
046400 CHECK-ARCHIVE-DETAIL.                                            SQSCRB.2
046500*    SQRETN ARCHIVES ONLY RUNS OLDER THAN ITS CUTOFF, SO A        SQSCRB.2
046600*    DETAIL THAT IS NOT WAS NEVER WRITTEN BY IT.                  SQSCRB.2
046700     ADD 1 TO WS-DETAIL-COUNT.                                    SQSCRB.2
046800     MOVE AD-RAW-DATA-IMAGE TO DETAIL-VIEW.                       SQSCRB.2
046900     MOVE DV-PGM-ID TO WFK-PGM-ID.                                SQSCRB.2
047000     IF DV-RUN-DATE NUMERIC                                       SQSCRB.2
047100        AND DV-RUN-TIME NUMERIC                                   SQSCRB.2
047200         MOVE DV-RUN-DATE TO WFK-RUN-DATE                         SQSCRB.2
047300         MOVE DV-RUN-TIME TO WFK-RUN-TIME                         SQSCRB.2
047400         IF WS-CUTOFF-DATE GREATER THAN ZERO                      SQSCRB.2
047500            AND DV-RUN-DATE NOT LESS THAN WS-CUTOFF-DATE          SQSCRB.2
047600             MOVE "DETAIL NOT OLDER THAN THE CUTOFF"              SQSCRB.2
047700                 TO WS-FINDING-TEXT                               SQSCRB.2
047800             PERFORM NOTE-FINDING                                 SQSCRB.2
047900         END-IF                                                   SQSCRB.2
048000     ELSE                                                         SQSCRB.2
048100         MOVE "DETAIL RUN KEY NOT NUMERIC" TO WS-FINDING-TEXT     SQSCRB.2
048200         PERFORM NOTE-FINDING                                     SQSCRB.2
048300     END-IF.                                                      SQSCRB.2
048400     IF DV-COUNTERS NUMERIC                                       SQSCRB.2
048500         ADD DV-OK TO WS-SUM-OK                                   SQSCRB.2
048600         ADD DV-FAIL TO WS-SUM-FAIL                               SQSCRB.2
048700         ADD DV-DELETED TO WS-SUM-DELETED                         SQSCRB.2
048800         ADD DV-INSPECT TO WS-SUM-INSPECT                         SQSCRB.2
048900     ELSE                                                         SQSCRB.2
049000         MOVE "DETAIL COUNTERS NOT NUMERIC" TO WS-FINDING-TEXT    SQSCRB.2
049100         PERFORM NOTE-FINDING                                     SQSCRB.2
049200     END-IF.                                                      SQSCRB.2
049300 CHECK-ARCHIVE-TRAILER.                                           SQSCRB.2
049400     MOVE "Y" TO WS-TRAILER-SEEN-SW.                              SQSCRB.2
049500     IF AT-TOTALS NOT NUMERIC                                     SQSCRB.2
049600         MOVE "TRAILER TOTALS NOT NUMERIC" TO WS-FINDING-TEXT     SQSCRB.2
049700         PERFORM NOTE-FINDING                                     SQSCRB.2
049800     ELSE                                                         SQSCRB.2
049900         IF AT-RECORD-COUNT NOT EQUAL TO WS-DETAIL-COUNT          SQSCRB.2
050000             MOVE "TRAILER RECORD COUNT DISAGREES"                SQSCRB.2
050100                 TO WS-FINDING-TEXT                               SQSCRB.2
050200             PERFORM NOTE-FINDING                                 SQSCRB.2
050300         END-IF                                                   SQSCRB.2
050400         IF AT-SUM-OK NOT EQUAL TO WS-SUM-OK                      SQSCRB.2
050500            OR AT-SUM-FAIL NOT EQUAL TO WS-SUM-FAIL               SQSCRB.2
050600            OR AT-SUM-DELETED NOT EQUAL TO WS-SUM-DELETED         SQSCRB.2
050700            OR AT-SUM-INSPECT NOT EQUAL TO WS-SUM-INSPECT         SQSCRB.2
050800             MOVE "TRAILER OUTCOME SUMS DISAGREE"                 SQSCRB.2
050900                 TO WS-FINDING-TEXT                               SQSCRB.2
051000             PERFORM NOTE-FINDING                                 SQSCRB.2
051100         END-IF                                                   SQSCRB.2
051200     END-IF.                                                      SQSCRB.2
051300 END-RETENTION-ARCHIVE.                                           SQSCRB.2
051400*    AN ARCHIVE THAT ENDS WITHOUT ITS TRAILER HAS LOST ITS TAIL   SQSCRB.2
051500*    OR COULD NOT BE READ TO THE END.                             SQSCRB.2
051600     PERFORM CLEAR-FINDING-KEY.                                   SQSCRB.2
051700     IF WS-PRESENT                                                SQSCRB.2
051800        AND WS-IO-STATUS NOT EQUAL TO "35"                        SQSCRB.2
051900         IF WS-RECORD-COUNT EQUAL TO ZERO                         SQSCRB.2
052000             MOVE ZERO TO WS-FINDING-RECNO                        SQSCRB.2
052100             MOVE "ARCHIVE IS EMPTY" TO WS-FINDING-TEXT           SQSCRB.2
052200             PERFORM NOTE-FINDING                                 SQSCRB.2
052300         ELSE                                                     SQSCRB.2
052400             IF NOT WS-TRAILER-SEEN                               SQSCRB.2
052500                 COMPUTE WS-FINDING-RECNO = WS-RECORD-COUNT + 1   SQSCRB.2
052600                 MOVE "NO TRAILER - ARCHIVE INCOMPLETE"           SQSCRB.2
052700                     TO WS-FINDING-TEXT                           SQSCRB.2
052800                 PERFORM NOTE-FINDING                             SQSCRB.2
052900             END-IF                                               SQSCRB.2
053000         END-IF                                                   SQSCRB.2
053100     END-IF.                                                      SQSCRB.2
053200     MOVE "SQRETN" TO WFK-PGM-ID.                                 SQSCRB.2
053300     MOVE WS-ARCHIVE-RUN-DATE TO WFK-RUN-DATE.                    SQSCRB.2
053400     MOVE WS-ARCHIVE-RUN-TIME TO WFK-RUN-TIME.                    SQSCRB.2
053500     MOVE WS-DETAIL-COUNT TO SCH-ENTRIES.                         SQSCRB.2
053600     PERFORM WRITE-ARCHIVE-RESULT.                                SQSCRB.2
053700***************************************************************** SQSCRB.2
053800*                                                               * SQSCRB.2
053900*    SQRAGE ARCHIVE TIER AND INDEX - EVERY ENTRY'S POSITION     * SQSCRB.2
054000*                                                               * SQSCRB.2
054100***************************************************************** SQSCRB.2
054200 SCRUB-ARCHIVE-TIER.                                              SQSCRB.2
054300*    THE TIER IS READ END TO END FIRST, FOR ITS READABILITY AND   SQSCRB.2
054400*    ITS SIZE; THE INDEX IS THEN CHECKED AGAINST IT ENTRY BY      SQSCRB.2
054500*    ENTRY IN THE ORDER SQRAGE APPENDED THE RUNS, READING THE     SQSCRB.2
054600*    TIER FORWARD AGAIN.                                          SQSCRB.2
054700     MOVE 3 TO WS-FILE-NO.                                        SQSCRB.2
054800     MOVE "SQRAGE" TO WS-ARCHIVE-NAME.                            SQSCRB.2
054900     PERFORM START-SCRUB-FILE.                                    SQSCRB.2
055000     MOVE ZERO TO WS-TIER-RECORDS.                                SQSCRB.2
055100     MOVE 1 TO WS-EXPECTED-RECNO.                                 SQSCRB.2
055200     MOVE ZERO TO WS-ENTRY-NO.                                    SQSCRB.2
055300     OPEN INPUT REPO-ARCH.                                        SQSCRB.2
055400     MOVE REPO-ARCH-STATUS TO WS-IO-STATUS.                       SQSCRB.2
055500     IF REPO-ARCH-STATUS EQUAL TO "05"                            SQSCRB.2
055600         MOVE "N" TO WS-PRESENT-SW                                SQSCRB.2
055700     ELSE                                                         SQSCRB.2
055800         IF REPO-ARCH-STATUS NOT EQUAL TO "00"                    SQSCRB.2
055900             PERFORM NOTE-OPEN-ERROR                              SQSCRB.2
056000         END-IF                                                   SQSCRB.2
056100     END-IF.                                                      SQSCRB.2
056200     PERFORM COUNT-ONE-TIER-RECORD                                SQSCRB.2
056300         UNTIL WS-EOF.                                            SQSCRB.2
056400     IF WS-IO-SUCCESSFUL                                          SQSCRB.2
056500         CLOSE REPO-ARCH                                          SQSCRB.2
056600     END-IF.                                                      SQSCRB.2
056700     MOVE WS-TIER-RECORDS TO WS-RECORD-COUNT.                     SQSCRB.2
056800     MOVE "N" TO WS-EOF-SW.                                       SQSCRB.2
056900     MOVE "N" TO WS-ARCH-OPEN-SW.                                 SQSCRB.2
057000     OPEN INPUT REPO-ARCH-INDEX.                                  SQSCRB.2
057100     MOVE ARCH-INDEX-STATUS TO WS-IO-STATUS.                      SQSCRB.2
057200     IF ARCH-INDEX-STATUS EQUAL TO "05"                           SQSCRB.2
057300         MOVE "Y" TO WS-EOF-SW                                    SQSCRB.2
057400         IF WS-TIER-RECORDS GREATER THAN ZERO                     SQSCRB.2
057500             MOVE "Y" TO WS-PRESENT-SW                            SQSCRB.2
057600         END-IF                                                   SQSCRB.2
057700     ELSE                                                         SQSCRB.2
057800         MOVE "Y" TO WS-PRESENT-SW                                SQSCRB.2
057900         IF ARCH-INDEX-STATUS NOT EQUAL TO "00"                   SQSCRB.2
058000             MOVE "INDEX" TO WS-ARCHIVE-NAME                      SQSCRB.2
058100             PERFORM NOTE-OPEN-ERROR                              SQSCRB.2
058200             MOVE "SQRAGE" TO WS-ARCHIVE-NAME                     SQSCRB.2
058300         END-IF                                                   SQSCRB.2
058400     END-IF.                                                      SQSCRB.2
058500     PERFORM CHECK-ONE-INDEX-ENTRY                                SQSCRB.2
058600         UNTIL WS-EOF.                                            SQSCRB.2
058700     IF WS-IO-SUCCESSFUL                                          SQSCRB.2
058800         CLOSE REPO-ARCH-INDEX                                    SQSCRB.2
058900     END-IF.                                                      SQSCRB.2
059000     IF WS-ARCH-OPEN                                              SQSCRB.2
059100         CLOSE REPO-ARCH                                          SQSCRB.2
059200     END-IF.                                                      SQSCRB.2
059300     MOVE ZERO TO WS-FINDING-ENTRY.                               SQSCRB.2
059400     PERFORM CLEAR-FINDING-KEY.                                   SQSCRB.2
059500     IF WS-TIER-RECORDS NOT LESS THAN WS-EXPECTED-RECNO           SQSCRB.2
059600         COMPUTE WS-UNINDEXED =                                   SQSCRB.2
059700             WS-TIER-RECORDS - WS-EXPECTED-RECNO + 1              SQSCRB.2
059800         MOVE WS-EXPECTED-RECNO TO WS-FINDING-RECNO               SQSCRB.2
059900         MOVE WS-UNINDEXED TO WS-EDIT-COUNT                       SQSCRB.2
060000         MOVE SPACE TO WS-FINDING-TEXT                            SQSCRB.2
060100         STRING "LINES AFTER LAST INDEX ENTRY -" WS-EDIT-COUNT    SQSCRB.2
060200             DELIMITED BY SIZE INTO WS-FINDING-TEXT               SQSCRB.2
060300         PERFORM NOTE-FINDING                                     SQSCRB.2
060400     END-IF.                                                      SQSCRB.2
060500     MOVE SPACE TO WFK-PGM-ID.                                    SQSCRB.2
060600     MOVE WS-ENTRY-NO TO SCH-ENTRIES.                             SQSCRB.2
060700     PERFORM WRITE-ARCHIVE-RESULT.                                SQSCRB.2
060800 COUNT-ONE-TIER-RECORD.                                           SQSCRB.2
060900     READ REPO-ARCH                                               SQSCRB.2
061000         AT END                                                   SQSCRB.2
061100             MOVE "Y" TO WS-EOF-SW                                SQSCRB.2
061200         NOT AT END                                               SQSCRB.2
061300             ADD 1 TO WS-TIER-RECORDS                             SQSCRB.2
061400     END-READ.                                                    SQSCRB.2
061500     IF REPO-ARCH-STATUS NOT EQUAL TO "00"                        SQSCRB.2
061600        AND REPO-ARCH-STATUS NOT EQUAL TO "10"                    SQSCRB.2
061700         MOVE REPO-ARCH-STATUS TO WS-IO-STATUS                    SQSCRB.2
061800         IF WS-IO-SUCCESSFUL                                      SQSCRB.2
061900             MOVE WS-TIER-RECORDS TO WS-FINDING-RECNO             SQSCRB.2
062000         ELSE                                                     SQSCRB.2
062100             COMPUTE WS-FINDING-RECNO = WS-TIER-RECORDS + 1       SQSCRB.2
062200             MOVE "Y" TO WS-EOF-SW                                SQSCRB.2
062300         END-IF                                                   SQSCRB.2
062400         PERFORM NOTE-READ-ERROR                                  SQSCRB.2
062500     END-IF.                                                      SQSCRB.2
062600 CHECK-ONE-INDEX-ENTRY.                                           SQSCRB.2
062700     READ REPO-ARCH-INDEX                                         SQSCRB.2
062800         AT END                                                   SQSCRB.2
062900             MOVE "Y" TO WS-EOF-SW                                SQSCRB.2
063000     END-READ.                                                    SQSCRB.2
063100     IF ARCH-INDEX-STATUS NOT EQUAL TO "00"                       SQSCRB.2
063200        AND ARCH-INDEX-STATUS NOT EQUAL TO "10"                   SQSCRB.2
063300         MOVE ARCH-INDEX-STATUS TO WS-IO-STATUS                   SQSCRB.2
063400         PERFORM CLEAR-FINDING-KEY                                SQSCRB.2
063500         MOVE ZERO TO WS-FINDING-RECNO                            SQSCRB.2
063600         COMPUTE WS-FINDING-ENTRY = WS-ENTRY-NO + 1               SQSCRB.2
063700         IF NOT WS-IO-SUCCESSFUL                                  SQSCRB.2
063800             MOVE "Y" TO WS-EOF-SW                                SQSCRB.2
063900         END-IF                                                   SQSCRB.2
064000         MOVE "INDEX" TO WS-ARCHIVE-NAME                          SQSCRB.2
064100         PERFORM NOTE-READ-ERROR                                  SQSCRB.2
064200         MOVE "SQRAGE" TO WS-ARCHIVE-NAME                         SQSCRB.2
064300     END-IF.                                                      SQSCRB.2
064400     IF NOT WS-EOF                                                SQSCRB.2
064500         ADD 1 TO WS-ENTRY-NO                                     SQSCRB.2
064600         ADD 1 TO WS-ENTRIES-CHECKED                              SQSCRB.2
064700         PERFORM CHECK-INDEX-ENTRY                                SQSCRB.2
064800     END-IF.                                                      SQSCRB.2
064900 CHECK-INDEX-ENTRY.                                               SQSCRB.2
065000     MOVE WS-FILE-FINDINGS TO WS-FINDINGS-BEFORE.                 SQSCRB.2
065100     MOVE WS-ENTRY-NO TO WS-FINDING-ENTRY.                        SQSCRB.2
065200     MOVE AIX-PGM-ID TO WEK-PGM-ID.                               SQSCRB.2
065300     MOVE AIX-RUN-DATE TO WEK-RUN-DATE.                           SQSCRB.2
065400     MOVE AIX-RUN-TIME TO WEK-RUN-TIME.                           SQSCRB.2
065500     MOVE WS-ENTRY-KEY TO WS-FINDING-KEY.                         SQSCRB.2
065600     MOVE ZERO TO WS-FINDING-RECNO.                               SQSCRB.2
065700     IF AIX-FIRST-RECNO NOT NUMERIC                               SQSCRB.2
065800        OR AIX-LINE-COUNT NOT NUMERIC                             SQSCRB.2
065900         MOVE "INDEX POSITION NOT NUMERIC" TO WS-FINDING-TEXT     SQSCRB.2
066000         PERFORM NOTE-FINDING                                     SQSCRB.2
066100     ELSE                                                         SQSCRB.2
066200         IF AIX-FIRST-RECNO EQUAL TO ZERO                         SQSCRB.2
066300            OR AIX-LINE-COUNT EQUAL TO ZERO                       SQSCRB.2
066400             MOVE "INDEX POSITION OR LINE COUNT ZERO"             SQSCRB.2
066500                 TO WS-FINDING-TEXT                               SQSCRB.2
066600             PERFORM NOTE-FINDING                                 SQSCRB.2
066700         ELSE                                                     SQSCRB.2
066800             PERFORM CHECK-ENTRY-POSITION                         SQSCRB.2
066900         END-IF                                                   SQSCRB.2
067000     END-IF.                                                      SQSCRB.2
067100     IF WS-FILE-FINDINGS GREATER THAN WS-FINDINGS-BEFORE          SQSCRB.2
067200         ADD 1 TO WS-ENTRIES-FAILED                               SQSCRB.2
067300     END-IF.                                                      SQSCRB.2
067400 CHECK-ENTRY-POSITION.                                            SQSCRB.2
067500     MOVE AIX-FIRST-RECNO TO WS-ENTRY-FIRST.                      SQSCRB.2
067600     MOVE AIX-LINE-COUNT TO WS-ENTRY-COUNT.                       SQSCRB.2
067700     COMPUTE WS-ENTRY-LAST = WS-ENTRY-FIRST + WS-ENTRY-COUNT - 1. SQSCRB.2
067800     MOVE WS-ENTRY-FIRST TO WS-FINDING-RECNO.                     SQSCRB.2
067900     IF WS-ENTRY-FIRST GREATER THAN WS-EXPECTED-RECNO             SQSCRB.2
068000         MOVE "GAP BEFORE ENTRY - LINES NOT INDEXED"              SQSCRB.2
068100             TO WS-FINDING-TEXT                                   SQSCRB.2
068200         PERFORM NOTE-FINDING                                     SQSCRB.2
068300     END-IF.                                                      SQSCRB.2
068400     IF WS-ENTRY-FIRST LESS THAN WS-EXPECTED-RECNO                SQSCRB.2
068500         MOVE "ENTRY OVERLAPS AN EARLIER ENTRY" TO WS-FINDING-TEXTSQSCRB.2
068600         PERFORM NOTE-FINDING                                     SQSCRB.2
068700     END-IF.                                                      SQSCRB.2
068800     IF WS-ENTRY-LAST GREATER THAN WS-TIER-RECORDS                SQSCRB.2
068900         MOVE WS-ENTRY-LAST TO WS-FINDING-RECNO                   SQSCRB.2
069000         MOVE "ENTRY RUNS PAST THE END OF THE ARCHIVE"            SQSCRB.2
069100             TO WS-FINDING-TEXT                                   SQSCRB.2
069200         PERFORM NOTE-FINDING                                     SQSCRB.2
069300     END-IF.                                                      SQSCRB.2
069400     IF WS-ENTRY-LAST NOT LESS THAN WS-EXPECTED-RECNO             SQSCRB.2
069500         COMPUTE WS-EXPECTED-RECNO = WS-ENTRY-LAST + 1            SQSCRB.2
069600     END-IF.                                                      SQSCRB.2
069700     PERFORM POSITION-ARCHIVE-TIER.                               SQSCRB.2
069800     IF WS-ENTRY-FIRST GREATER THAN 1                             SQSCRB.2
069900        AND WS-ARCH-RECNO EQUAL TO WS-ENTRY-FIRST - 1             SQSCRB.2
070000        AND WS-PREV-KEY EQUAL TO WS-ENTRY-KEY                     SQSCRB.2
070100         MOVE WS-ARCH-RECNO TO WS-FINDING-RECNO                   SQSCRB.2
070200         MOVE "RUN STARTS BEFORE ITS INDEXED POSITION"            SQSCRB.2
070300             TO WS-FINDING-TEXT                                   SQSCRB.2
070400         PERFORM NOTE-FINDING                                     SQSCRB.2
070500     END-IF.                                                      SQSCRB.2
070600     MOVE ZERO TO WS-LINES-READ.                                  SQSCRB.2
070700     MOVE ZERO TO WS-WRONG-RUN.                                   SQSCRB.2
070800     MOVE ZERO TO WS-OUT-OF-SEQUENCE.                             SQSCRB.2
070900     MOVE ZERO TO WS-FIRST-BAD-RECNO.                             SQSCRB.2
071000     MOVE ZERO TO WS-PREV-LINE-NO.                                SQSCRB.2
071100     PERFORM CHECK-ONE-RUN-LINE                                   SQSCRB.2
071200         UNTIL WS-ARCH-EOF                                        SQSCRB.2
071300            OR WS-LINES-READ NOT LESS THAN WS-ENTRY-COUNT.        SQSCRB.2
071400     IF WS-WRONG-RUN GREATER THAN ZERO                            SQSCRB.2
071500         MOVE WS-FIRST-BAD-RECNO TO WS-FINDING-RECNO              SQSCRB.2
071600         MOVE WS-WRONG-RUN TO WS-EDIT-COUNT                       SQSCRB.2
071700         MOVE SPACE TO WS-FINDING-TEXT                            SQSCRB.2
071800         STRING "LINES NOT OF THIS RUN -" WS-EDIT-COUNT           SQSCRB.2
071900             DELIMITED BY SIZE INTO WS-FINDING-TEXT               SQSCRB.2
072000         PERFORM NOTE-FINDING                                     SQSCRB.2
072100     END-IF.                                                      SQSCRB.2
072200     IF WS-OUT-OF-SEQUENCE GREATER THAN ZERO                      SQSCRB.2
072300         MOVE WS-ENTRY-FIRST TO WS-FINDING-RECNO                  SQSCRB.2
072400         MOVE "RUN LINES OUT OF LINE-NUMBER ORDER"                SQSCRB.2
072500             TO WS-FINDING-TEXT                                   SQSCRB.2
072600         PERFORM NOTE-FINDING                                     SQSCRB.2
072700     END-IF.                                                      SQSCRB.2
072800     IF WS-LINES-READ EQUAL TO WS-ENTRY-COUNT                     SQSCRB.2
072900         PERFORM PEEK-NEXT-ARCHIVE-LINE                           SQSCRB.2
073000     END-IF.                                                      SQSCRB.2
073100 POSITION-ARCHIVE-TIER.                                           SQSCRB.2
073200*    AN ENTRY AT OR BEHIND THE CURRENT POSITION HAS ALREADY BEEN  SQSCRB.2
073300*    REPORTED AS AN OVERLAP; THE TIER IS REREAD FROM THE START    SQSCRB.2
073400*    SO ITS LINES ARE STILL CHECKED.                              SQSCRB.2
073500     IF WS-ARCH-OPEN                                              SQSCRB.2
073600        AND WS-ARCH-RECNO NOT LESS THAN WS-ENTRY-FIRST            SQSCRB.2
073700         CLOSE REPO-ARCH                                          SQSCRB.2
073800         MOVE "N" TO WS-ARCH-OPEN-SW                              SQSCRB.2
073900     END-IF.                                                      SQSCRB.2
074000     IF NOT WS-ARCH-OPEN                                          SQSCRB.2
074100         OPEN INPUT REPO-ARCH                                     SQSCRB.2
074200         MOVE "Y" TO WS-ARCH-OPEN-SW                              SQSCRB.2
074300         MOVE "N" TO WS-ARCH-EOF-SW                               SQSCRB.2
074400         MOVE "N" TO WS-HELD-SW                                   SQSCRB.2
074500         MOVE ZERO TO WS-ARCH-RECNO                               SQSCRB.2
074600         MOVE SPACE TO WS-PREV-KEY                                SQSCRB.2
074700     END-IF.                                                      SQSCRB.2
074800     PERFORM SKIP-ONE-ARCHIVE-LINE                                SQSCRB.2
074900         UNTIL WS-ARCH-EOF                                        SQSCRB.2
075000            OR WS-ARCH-RECNO NOT LESS THAN WS-ENTRY-FIRST - 1.    SQSCRB.2
075100 SKIP-ONE-ARCHIVE-LINE.                                           SQSCRB.2
075200     PERFORM READ-ARCHIVE-LINE.                                   SQSCRB.2
075300     IF NOT WS-ARCH-EOF                                           SQSCRB.2
075400         MOVE ARC-RUN-KEY TO WS-PREV-KEY                          SQSCRB.2
075500     END-IF.                                                      SQSCRB.2
075600 CHECK-ONE-RUN-LINE.                                              SQSCRB.2
075700     PERFORM READ-ARCHIVE-LINE.                                   SQSCRB.2
075800     IF NOT WS-ARCH-EOF                                           SQSCRB.2
075900         ADD 1 TO WS-LINES-READ                                   SQSCRB.2
076000         IF ARC-RUN-KEY NOT EQUAL TO WS-ENTRY-KEY                 SQSCRB.2
076100             ADD 1 TO WS-WRONG-RUN                                SQSCRB.2
076200             IF WS-FIRST-BAD-RECNO EQUAL TO ZERO                  SQSCRB.2
076300                 MOVE WS-ARCH-RECNO TO WS-FIRST-BAD-RECNO         SQSCRB.2
076400             END-IF                                               SQSCRB.2
076500         ELSE                                                     SQSCRB.2
076600             IF ARC-LINE-NO NOT GREATER THAN WS-PREV-LINE-NO      SQSCRB.2
076700                 ADD 1 TO WS-OUT-OF-SEQUENCE                      SQSCRB.2
076800             END-IF                                               SQSCRB.2
076900             MOVE ARC-LINE-NO TO WS-PREV-LINE-NO                  SQSCRB.2
077000         END-IF                                                   SQSCRB.2
077100         MOVE ARC-RUN-KEY TO WS-PREV-KEY                          SQSCRB.2
077200     END-IF.                                                      SQSCRB.2
077300 READ-ARCHIVE-LINE.                                               SQSCRB.2
077400*    A READ ERROR HERE WAS ALREADY REPORTED BY THE FIRST PASS     SQSCRB.2
077500*    AND ENDS THE TIER.                                           SQSCRB.2
077600     IF WS-HELD                                                   SQSCRB.2
077700         MOVE "N" TO WS-HELD-SW                                   SQSCRB.2
077800         ADD 1 TO WS-ARCH-RECNO                                   SQSCRB.2
077900     ELSE                                                         SQSCRB.2
078000         READ REPO-ARCH                                           SQSCRB.2
078100             AT END                                               SQSCRB.2
078200                 MOVE "Y" TO WS-ARCH-EOF-SW                       SQSCRB.2
078300             NOT AT END                                           SQSCRB.2
078400                 ADD 1 TO WS-ARCH-RECNO                           SQSCRB.2
078500         END-READ                                                 SQSCRB.2
078600         IF REPO-ARCH-STATUS NOT EQUAL TO "00"                    SQSCRB.2
078700            AND REPO-ARCH-STATUS NOT EQUAL TO "04"                SQSCRB.2
078800             MOVE "Y" TO WS-ARCH-EOF-SW                           SQSCRB.2
078900         END-IF                                                   SQSCRB.2
079000     END-IF.                                                      SQSCRB.2
079100 PEEK-NEXT-ARCHIVE-LINE.                                          SQSCRB.2
079200*    THE LINE AFTER THE RUN'S LAST INDEXED LINE IS READ AHEAD     SQSCRB.2
079300*    AND HELD; IF IT IS STILL THE SAME RUN THE LINE COUNT IS      SQSCRB.2
079350*    SHORT.                                                       SQSCRB.2
079400     READ REPO-ARCH                                               SQSCRB.2
079500         AT END                                                   SQSCRB.2
079600             MOVE "Y" TO WS-ARCH-EOF-SW                           SQSCRB.2
079700         NOT AT END                                               SQSCRB.2
079800             MOVE "Y" TO WS-HELD-SW                               SQSCRB.2
079900     END-READ.                                                    SQSCRB.2
080000     IF REPO-ARCH-STATUS NOT EQUAL TO "00"                        SQSCRB.2
080100        AND REPO-ARCH-STATUS NOT EQUAL TO "04"                    SQSCRB.2
080200         MOVE "Y" TO WS-ARCH-EOF-SW                               SQSCRB.2
080300         MOVE "N" TO WS-HELD-SW                                   SQSCRB.2
080400     END-IF.                                                      SQSCRB.2
080500     IF WS-HELD                                                   SQSCRB.2
080600        AND ARC-RUN-KEY EQUAL TO WS-ENTRY-KEY                     SQSCRB.2
080700         COMPUTE WS-FINDING-RECNO = WS-ARCH-RECNO + 1             SQSCRB.2
080800         MOVE "RUN HAS MORE LINES THAN INDEXED"                   SQSCRB.2
080900             TO WS-FINDING-TEXT                                   SQSCRB.2
081000         PERFORM NOTE-FINDING                                     SQSCRB.2
081100     END-IF.                                                      SQSCRB.2
081200***************************************************************** SQSCRB.2
081300*                                                               * SQSCRB.2
081400*    FINDINGS, RESULTS AND THE SCRUB HISTORY                    * SQSCRB.2
081500*                                                               * SQSCRB.2
081600***************************************************************** SQSCRB.2
081700 NOTE-OPEN-ERROR.                                                 SQSCRB.2
081800     MOVE "Y" TO WS-EOF-SW.                                       SQSCRB.2
081900     MOVE ZERO TO WS-FINDING-RECNO.                               SQSCRB.2
082000     MOVE SPACE TO WS-FINDING-TEXT.                               SQSCRB.2
082100     STRING "WILL NOT OPEN - FILE STATUS " WS-IO-STATUS           SQSCRB.2
082200         DELIMITED BY SIZE INTO WS-FINDING-TEXT.                  SQSCRB.2
082300     PERFORM NOTE-FINDING.                                        SQSCRB.2
082400 NOTE-READ-ERROR.                                                 SQSCRB.2
082500     MOVE SPACE TO WS-FINDING-TEXT.                               SQSCRB.2
082600     STRING "READ ERROR - FILE STATUS " WS-IO-STATUS              SQSCRB.2
082700         DELIMITED BY SIZE INTO WS-FINDING-TEXT.                  SQSCRB.2
082800     PERFORM NOTE-FINDING.                                        SQSCRB.2
082900 NOTE-FINDING.                                                    SQSCRB.2
083000     ADD 1 TO WS-FILE-FINDINGS.                                   SQSCRB.2
083100     ADD 1 TO WS-TOTAL-FINDINGS.                                  SQSCRB.2
083200     IF WS-FILE-FINDINGS NOT GREATER THAN WS-FINDINGS-LISTED      SQSCRB.2
083300         PERFORM LIST-FINDING                                     SQSCRB.2
083400     ELSE                                                         SQSCRB.2
083500         IF WS-FILE-FINDINGS EQUAL TO WS-FINDINGS-LISTED + 1      SQSCRB.2
083600             MOVE WS-ARCHIVE-NAME TO FLL-ARCHIVE                  SQSCRB.2
083700             WRITE PRINT-REC FROM FINDING-LIMIT-LINE              SQSCRB.2
083800                 AFTER ADVANCING 1 LINE                           SQSCRB.2
083900         END-IF                                                   SQSCRB.2
084000     END-IF.                                                      SQSCRB.2
084100 LIST-FINDING.                                                    SQSCRB.2
084200     MOVE WS-ARCHIVE-NAME TO FL-ARCHIVE.                          SQSCRB.2
084300     MOVE WS-FINDING-RECNO TO FL-RECNO.                           SQSCRB.2
084400     MOVE WS-FINDING-ENTRY TO FL-ENTRY.                           SQSCRB.2
084500     MOVE WS-FINDING-TEXT TO FL-TEXT.                             SQSCRB.2
084600     MOVE WFK-PGM-ID TO FL-PGM-ID.                                SQSCRB.2
084700     MOVE WFK-RUN-DATE TO FL-RUN-DATE.                            SQSCRB.2
084800     MOVE WFK-RUN-TIME TO FL-RUN-TIME.                            SQSCRB.2
084900     WRITE PRINT-REC FROM FINDING-LINE                            SQSCRB.2
085000         AFTER ADVANCING 1 LINE.                                  SQSCRB.2
085100     MOVE SPACE TO SCRUB-HISTORY-REC.                             SQSCRB.2
085200     MOVE "D" TO SCH-ROW-TYPE.                                    SQSCRB.2
085300     MOVE "F" TO SCH-RESULT.                                      SQSCRB.2
085400     MOVE ZERO TO SCH-RECORDS.                                    SQSCRB.2
085500     MOVE WS-FINDING-ENTRY TO SCH-ENTRIES.                        SQSCRB.2
085600     MOVE ZERO TO SCH-FINDINGS.                                   SQSCRB.2
085700     MOVE WS-FINDING-RECNO TO SCH-RECNO.                          SQSCRB.2
085800     MOVE WS-FINDING-TEXT TO SCH-TEXT.                            SQSCRB.2
085900     PERFORM WRITE-SCRUB-HISTORY.                                 SQSCRB.2
086000 WRITE-ARCHIVE-RESULT.                                            SQSCRB.2
086100*    SCH-ENTRIES IS SET BY THE CALLER.  THE FINDING KEY HOLDS     SQSCRB.2
086200*    THE RUN KEY FOR THE ROW.                                     SQSCRB.2
086300     MOVE SCH-ENTRIES TO RL-ENTRIES.                              SQSCRB.2
086400     MOVE WS-ARCHIVE-NAME TO RL-ARCHIVE.                          SQSCRB.2
086500     MOVE WS-RECORD-COUNT TO RL-RECORDS.                          SQSCRB.2
086600     MOVE WS-FILE-FINDINGS TO RL-FINDINGS.                        SQSCRB.2
086700     IF NOT WS-PRESENT                                            SQSCRB.2
086800         MOVE "A" TO SCH-RESULT                                   SQSCRB.2
086900         MOVE "NOT PRESENT" TO RL-RESULT                          SQSCRB.2
087000         ADD 1 TO WS-FILES-ABSENT                                 SQSCRB.2
087100     ELSE                                                         SQSCRB.2
087200         IF WS-FILE-FINDINGS GREATER THAN ZERO                    SQSCRB.2
087300             MOVE "F" TO SCH-RESULT                               SQSCRB.2
087400             MOVE "FAILED" TO RL-RESULT                           SQSCRB.2
087500             ADD 1 TO WS-FILES-FAILED                             SQSCRB.2
087600         ELSE                                                     SQSCRB.2
087700             MOVE "P" TO SCH-RESULT                               SQSCRB.2
087800             MOVE "PASSED" TO RL-RESULT                           SQSCRB.2
087900             ADD 1 TO WS-FILES-PASSED                             SQSCRB.2
088000         END-IF                                                   SQSCRB.2
088100     END-IF.                                                      SQSCRB.2
088200     WRITE PRINT-REC FROM RESULT-LINE                             SQSCRB.2
088300         AFTER ADVANCING 1 LINE.                                  SQSCRB.2
088400     MOVE SPACE TO PRINT-REC.                                     SQSCRB.2
088500     WRITE PRINT-REC AFTER ADVANCING 1 LINE.                      SQSCRB.2
088600     MOVE "S" TO SCH-ROW-TYPE.                                    SQSCRB.2
088700     MOVE WS-RECORD-COUNT TO SCH-RECORDS.                         SQSCRB.2
088800     MOVE WS-FILE-FINDINGS TO SCH-FINDINGS.                       SQSCRB.2
088900     MOVE ZERO TO SCH-RECNO.                                      SQSCRB.2
089000     MOVE SPACE TO SCH-TEXT.                                      SQSCRB.2
089100     PERFORM WRITE-SCRUB-HISTORY.                                 SQSCRB.2
089200 WRITE-SCRUB-HISTORY.                                             SQSCRB.2
089300*    THE ROW TYPE, RESULT, COUNTS AND TEXT ARE ALREADY IN PLACE;  SQSCRB.2
089400*    THE STAMP, ARCHIVE AND RUN KEY ARE FILLED IN HERE.           SQSCRB.2
089500     MOVE WS-RUN-DATE TO SCH-SCRUB-DATE.                          SQSCRB.2
089600     MOVE WS-RUN-TIME TO SCH-SCRUB-TIME.                          SQSCRB.2
089700     MOVE WS-ARCHIVE-NAME TO SCH-ARCHIVE.                         SQSCRB.2
089800     MOVE WFK-PGM-ID TO SCH-PGM-ID.                               SQSCRB.2
089900     MOVE WFK-RUN-DATE TO SCH-RUN-DATE.                           SQSCRB.2
090000     MOVE WFK-RUN-TIME TO SCH-RUN-TIME.                           SQSCRB.2
090100     IF WS-HISTORY-OPEN                                           SQSCRB.2
090200         WRITE SCRUB-HISTORY-REC                                  SQSCRB.2
090300     END-IF.                                                      SQSCRB.2
090400 CLOSE-FILES.                                                     SQSCRB.2
090500     MOVE "ARCHIVES PASSED =" TO SL-LITERAL.                      SQSCRB.2
090600     MOVE WS-FILES-PASSED TO SL-COUNT.                            SQSCRB.2
090700     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.   SQSCRB.2
090800     MOVE "ARCHIVES FAILED =" TO SL-LITERAL.                      SQSCRB.2
090900     MOVE WS-FILES-FAILED TO SL-COUNT.                            SQSCRB.2
091000     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQSCRB.2
091100     MOVE "ARCHIVES NOT PRESENT =" TO SL-LITERAL.                 SQSCRB.2
091200     MOVE WS-FILES-ABSENT TO SL-COUNT.                            SQSCRB.2
091300     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQSCRB.2
091400     MOVE "INDEX ENTRIES CHECKED =" TO SL-LITERAL.                SQSCRB.2
091500     MOVE WS-ENTRIES-CHECKED TO SL-COUNT.                         SQSCRB.2
091600     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQSCRB.2
091700     MOVE "INDEX ENTRIES FAILED =" TO SL-LITERAL.                 SQSCRB.2
091800     MOVE WS-ENTRIES-FAILED TO SL-COUNT.                          SQSCRB.2
091900     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQSCRB.2
092000     MOVE "FINDINGS =" TO SL-LITERAL.                             SQSCRB.2
092100     MOVE WS-TOTAL-FINDINGS TO SL-COUNT.                          SQSCRB.2
092200     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQSCRB.2
092300     IF WS-HISTORY-OPEN                                           SQSCRB.2
092400         CLOSE SCRUB-HISTORY                                      SQSCRB.2
092500     END-IF.                                                      SQSCRB.2
092600     CLOSE PRINT-FILE.                                            SQSCRB.2
