000100 IDENTIFICATION DIVISION.                                         SQCNVL.2
000200 PROGRAM-ID.                                                      SQCNVL.2
000300     SQCNVL.                                                      SQCNVL.2
000400***************************************************************** SQCNVL.2
000500*                                                               * SQCNVL.2
000600*    ONE-TIME CONVERSION OF THE AUDIT MASTER (IN THE SQCNVT     * SQCNVL.2
000700*    MOLD) TO THE LAYOUT CARRYING AM-COMPILER-LEVEL.  EVERY     * SQCNVL.2
000800*    OUTCOME IS RELOADED INTO A NEW CLUSTER WITH THE COMPILER / * SQCNVL.2
000900*    RUNTIME LEVEL OF ITS RUN, TAKEN FROM THE RUN'S RAW-DATA    * SQCNVL.2
001000*    RECORD WHERE THE RUN WAS STAMPED; HISTORY FROM BEFORE THE  * SQCNVL.2
001100*    STAMP CARRIES NO LEVEL ON RAW-DATA, AND IS GIVEN THE LEVEL * SQCNVL.2
001200*    NAMED ON THE HISTLVL CARD - THE LEVEL PRODUCTION RAN       * SQCNVL.2
001300*    UNDER - SO SQACPT HAS A BASELINE TO COMPARE A NEW LEVEL    * SQCNVL.2
001400*    AGAINST FROM THE FIRST NIGHT.  OPERATIONS THEN SWAP THE    * SQCNVL.2
001500*    CLUSTERS.                                                  * SQCNVL.2
001600*                                                               * SQCNVL.2
001700*    CARD (OPTIONAL) :-                                         * SQCNVL.2
001800*      COLS  1-8   "HISTLVL " WITH COLS 10-17 = LEVEL FOR       * SQCNVL.2
001900*                  UNSTAMPED HISTORY (DEFAULT SPACES)           * SQCNVL.2
002000*                                                               * SQCNVL.2
002100***************************************************************** SQCNVL.2
002200*                                                               * SQCNVL.2
002300*      X-CARDS USED BY THIS PROGRAM ARE :-                      * SQCNVL.2
002400*                                                               * SQCNVL.2
002500*            X-59   CONVERSION CARD READER FILE                 * SQCNVL.2
002600*            X-72   AUDIT MASTER FILE, LAYOUT WITHOUT LEVEL     * SQCNVL.2
002700*            X-62   RAW-DATA HISTORY FILE (INDEXED)             * SQCNVL.2
002800*            X-23   NEW AUDIT MASTER CLUSTER                    * SQCNVL.2
002900*            X-55   SYSTEM PRINTER                              * SQCNVL.2
003000*            X-82   SOURCE-COMPUTER                             * SQCNVL.2
003100*            X-83   OBJECT-COMPUTER                             * SQCNVL.2
003200*            X-84   LABEL RECORDS OPTION                        * SQCNVL.2
003300*                                                               * SQCNVL.2
003400***************************************************************** SQCNVL.2
003500 ENVIRONMENT DIVISION.                                            SQCNVL.2
003600 CONFIGURATION SECTION.                                           SQCNVL.2
003700 SOURCE-COMPUTER.                                                 SQCNVL.2
003800     XXXXX082.                                                    SQCNVL.2
003900 OBJECT-COMPUTER.                                                 SQCNVL.2
004000     XXXXX083.                                                    SQCNVL.2
004100 INPUT-OUTPUT SECTION.                                            SQCNVL.2
004200 FILE-CONTROL.                                                    SQCNVL.2
004300     SELECT OPTIONAL CONV-CARD ASSIGN TO                          SQCNVL.2
004400     XXXXX059.                                                    SQCNVL.2
004500     SELECT OLD-AUDIT-MASTER ASSIGN TO                            SQCNVL.2
004600     XXXXX072                                                     SQCNVL.2
004700            ORGANIZATION IS INDEXED                               SQCNVL.2
004800            ACCESS MODE IS SEQUENTIAL                             SQCNVL.2
004900            RECORD KEY IS OAM-KEY                                 SQCNVL.2
005000            FILE STATUS IS OLD-AM-STATUS.                         SQCNVL.2
005100     SELECT RAW-DATA   ASSIGN TO                                  SQCNVL.2
005200     XXXXX062                                                     SQCNVL.2
005300            ORGANIZATION IS INDEXED                               SQCNVL.2
005400            ACCESS MODE IS RANDOM                                 SQCNVL.2
005500            RECORD KEY IS RAW-DATA-KEY                            SQCNVL.2
005600            ALTERNATE RECORD KEY IS RAW-DATA-RUN-DATE             SQCNVL.2
005700            WITH DUPLICATES                                       SQCNVL.2
005800            FILE STATUS IS RAW-DATA-STATUS.                       SQCNVL.2
005900     SELECT NEW-AUDIT-MASTER ASSIGN TO                            SQCNVL.2
006000     XXXXX023                                                     SQCNVL.2
006100            ORGANIZATION IS INDEXED                               SQCNVL.2
006200            ACCESS MODE IS SEQUENTIAL                             SQCNVL.2
006300            RECORD KEY IS AM-KEY                                  SQCNVL.2
006400            FILE STATUS IS NEW-AM-STATUS.                         SQCNVL.2
006500     SELECT PRINT-FILE ASSIGN TO                                  SQCNVL.2
006600     XXXXX055.                                                    SQCNVL.2
006700 DATA DIVISION.                                                   SQCNVL.2
006800 FILE SECTION.                                                    SQCNVL.2
006900 FD  CONV-CARD                                                    SQCNVL.2
007000     LABEL RECORDS                                                SQCNVL.2
007100     XXXXX084                                                     SQCNVL.2
007200     DATA RECORD IS CONV-CARD-REC                                 SQCNVL.2
007300               .                                                  SQCNVL.2
007400 01  CONV-CARD-REC.                                               SQCNVL.2
007500     05  CC-NAME             PIC X(8).                            SQCNVL.2
007600     05  FILLER              PIC X(1).                            SQCNVL.2
007700     05  CC-LEVEL            PIC X(8).                            SQCNVL.2
007800     05  FILLER              PIC X(63).                           SQCNVL.2
007900 FD  OLD-AUDIT-MASTER.                                            SQCNVL.2
008000 01  OLD-AUDIT-MASTER-SATZ.                                       SQCNVL.2
008100     02  OAM-KEY.                                                 SQCNVL.2
008200         03  OAM-FEATURE    PIC X(24).                            SQCNVL.2
008300         03  OAM-PAR-NAME   PIC X(20).                            SQCNVL.2
008400         03  OAM-RUN-DATE   PIC 9(8).                             SQCNVL.2
008500         03  OAM-RUN-TIME   PIC 9(8).                             SQCNVL.2
008600         03  OAM-SEQ        PIC 9(3).                             SQCNVL.2
008700     02  OAM-PGM-ID         PIC X(9).                             SQCNVL.2
008800     02  OAM-OUTCOME        PIC X(5).                             SQCNVL.2
008900     02  OAM-RE-MARK        PIC X(61).                            SQCNVL.2
009000 FD  RAW-DATA.                                                    SQCNVL.2
009100     COPY SQRAWREC.                                               SQCNVL.2
009200 FD  NEW-AUDIT-MASTER.                                            SQCNVL.2
009300 01  AUDIT-MASTER-SATZ.                                           SQCNVL.2
009400     02  AM-KEY.                                                  SQCNVL.2
009500         03  AM-FEATURE     PIC X(24).                            SQCNVL.2
009600         03  AM-PAR-NAME    PIC X(20).                            SQCNVL.2
009700         03  AM-RUN-DATE    PIC 9(8).                             SQCNVL.2
009800         03  AM-RUN-TIME    PIC 9(8).                             SQCNVL.2
009900         03  AM-SEQ         PIC 9(3).                             SQCNVL.2
010000     02  AM-PGM-ID          PIC X(9).                             SQCNVL.2
010100     02  AM-OUTCOME         PIC X(5).                             SQCNVL.2
010200     02  AM-RE-MARK         PIC X(61).                            SQCNVL.2
010300     02  AM-COMPILER-LEVEL  PIC X(8).                             SQCNVL.2
010400 FD  PRINT-FILE                                                   SQCNVL.2
010500     LABEL RECORDS                                                SQCNVL.2
010600     XXXXX084                                                     SQCNVL.2
010700     DATA RECORD IS PRINT-REC DUMMY-RECORD                        SQCNVL.2
010800               .                                                  SQCNVL.2
010900 01  PRINT-REC PICTURE X(120).                                    SQCNVL.2
011000 01  DUMMY-RECORD PICTURE X(120).                                 SQCNVL.2
011100 WORKING-STORAGE SECTION.                                         SQCNVL.2
011200 01  WS-EOF-SW              PIC X VALUE "N".                      SQCNVL.2
011300     88  WS-EOF                   VALUE "Y".                      SQCNVL.2
011400 01  OLD-AM-STATUS          PIC XX VALUE "00".                    SQCNVL.2
011500 01  NEW-AM-STATUS          PIC XX VALUE "00".                    SQCNVL.2
011600 01  RAW-DATA-STATUS        PIC XX VALUE "00".                    SQCNVL.2
011700 01  WS-RAW-DATA-SW         PIC X VALUE "N".                      SQCNVL.2
011800     88  WS-RAW-DATA-OK           VALUE "Y".                      SQCNVL.2
011900 01  WS-HIST-LEVEL          PIC X(8) VALUE SPACE.                 SQCNVL.2
012000 01  WS-CONVERTED-COUNT     PIC 9(7) COMP VALUE ZERO.             SQCNVL.2
012100 01  WS-STAMPED-COUNT       PIC 9(7) COMP VALUE ZERO.             SQCNVL.2
012200 01  WS-HISTORY-COUNT       PIC 9(7) COMP VALUE ZERO.             SQCNVL.2
012300 01  WS-DROPPED-COUNT       PIC 9(5) COMP VALUE ZERO.             SQCNVL.2
012400 01  WS-LOOKUP-KEY.                                               SQCNVL.2
012500     05  WS-LOOKUP-PGM-ID    PIC X(6).                            SQCNVL.2
012600     05  WS-LOOKUP-RUN-DATE  PIC 9(8).                            SQCNVL.2
012700     05  WS-LOOKUP-RUN-TIME  PIC 9(8).                            SQCNVL.2
012800 01  HEAD-LINE-1.                                                 SQCNVL.2
012900     05  FILLER              PIC X(45) VALUE                      SQCNVL.2
013000         "AUDIT MASTER COMPILER-LEVEL CONVERSION".                SQCNVL.2
013100 01  HEAD-LINE-2.                                                 SQCNVL.2
013200     05  FILLER              PIC X(30) VALUE                      SQCNVL.2
013300         "LEVEL FOR UNSTAMPED HISTORY = ".                        SQCNVL.2
013400     05  HL-HIST-LEVEL       PIC X(8).                            SQCNVL.2
013500 01  SUMMARY-LINE.                                                SQCNVL.2
013600     05  SL-LITERAL          PIC X(30).                           SQCNVL.2
013700     05  SL-COUNT            PIC ZZZZZZ9.                         SQCNVL.2
013710 01  RAW-DATA-ERROR-LINE.                                         SQCNVL.2
013720     05  FILLER              PIC X(40) VALUE                      SQCNVL.2
013730         "** RAW-DATA WILL NOT OPEN - FILE STATUS ".              SQCNVL.2
013740     05  RDE-STATUS          PIC XX.                              SQCNVL.2
013800 PROCEDURE DIVISION.                                              SQCNVL.2
013900 MAINLINE.                                                        SQCNVL.2
014000     PERFORM OPEN-FILES.                                          SQCNVL.2
014100     PERFORM CONVERT-ONE-RECORD                                   SQCNVL.2
014200         UNTIL WS-EOF.                                            SQCNVL.2
014300     PERFORM CLOSE-FILES.                                         SQCNVL.2
014400     STOP RUN.                                                    SQCNVL.2
014500 OPEN-FILES.                                                      SQCNVL.2
014600     OPEN OUTPUT PRINT-FILE.                                      SQCNVL.2
014700     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQCNVL.2
014800     OPEN INPUT CONV-CARD.                                        SQCNVL.2
014900     READ CONV-CARD                                               SQCNVL.2
015000         AT END                                                   SQCNVL.2
015100             MOVE SPACE TO CONV-CARD-REC                          SQCNVL.2
015200     END-READ.                                                    SQCNVL.2
015300     IF CC-NAME EQUAL TO "HISTLVL "                               SQCNVL.2
015400         MOVE CC-LEVEL TO WS-HIST-LEVEL                           SQCNVL.2
015500     END-IF.                                                      SQCNVL.2
015600     CLOSE CONV-CARD.                                             SQCNVL.2
015700     MOVE WS-HIST-LEVEL TO HL-HIST-LEVEL.                         SQCNVL.2
015800     WRITE PRINT-REC FROM HEAD-LINE-2 AFTER ADVANCING 1 LINE.     SQCNVL.2
015810*    WITHOUT RAW-DATA EVERY OUTCOME WOULD BE GIVEN THE HISTORY    SQCNVL.2
015820*    LEVEL, SO NOTHING IS CONVERTED AND THE RUN ENDS RC 12.       SQCNVL.2
015900     OPEN INPUT RAW-DATA.                                         SQCNVL.2
016000     IF RAW-DATA-STATUS EQUAL TO "00"                             SQCNVL.2
016100         MOVE "Y" TO WS-RAW-DATA-SW                               SQCNVL.2
016110     ELSE                                                         SQCNVL.2
016120         MOVE RAW-DATA-STATUS TO RDE-STATUS                       SQCNVL.2
016130         WRITE PRINT-REC FROM RAW-DATA-ERROR-LINE                 SQCNVL.2
016140             AFTER ADVANCING 2 LINES                              SQCNVL.2
016150         MOVE "Y" TO WS-EOF-SW                                    SQCNVL.2
016160         MOVE 12 TO RETURN-CODE                                   SQCNVL.2
016200     END-IF.                                                      SQCNVL.2
016300     OPEN INPUT OLD-AUDIT-MASTER.                                 SQCNVL.2
016400     OPEN OUTPUT NEW-AUDIT-MASTER.                                SQCNVL.2
016500     IF OLD-AM-STATUS NOT EQUAL TO "00"                           SQCNVL.2
016600        AND OLD-AM-STATUS NOT EQUAL TO "05"                       SQCNVL.2
016700         MOVE "Y" TO WS-EOF-SW                                    SQCNVL.2
016800         MOVE 12 TO RETURN-CODE                                   SQCNVL.2
016900     END-IF.                                                      SQCNVL.2
017000     IF NEW-AM-STATUS NOT EQUAL TO "00"                           SQCNVL.2
017100        AND NEW-AM-STATUS NOT EQUAL TO "05"                       SQCNVL.2
017200         MOVE "Y" TO WS-EOF-SW                                    SQCNVL.2
017300         MOVE 12 TO RETURN-CODE                                   SQCNVL.2
017400     END-IF.                                                      SQCNVL.2
017500 CONVERT-ONE-RECORD.                                              SQCNVL.2
017600*    THE KEY IS UNCHANGED, SO THE NEW CLUSTER IS LOADED IN        SQCNVL.2
017700*    ASCENDING KEY ORDER.                                         SQCNVL.2
017800     READ OLD-AUDIT-MASTER NEXT RECORD                            SQCNVL.2
017900         AT END                                                   SQCNVL.2
018000             MOVE "Y" TO WS-EOF-SW                                SQCNVL.2
018100     END-READ.                                                    SQCNVL.2
018200     IF NOT WS-EOF                                                SQCNVL.2
018300         MOVE OAM-KEY TO AM-KEY                                   SQCNVL.2
018400         MOVE OAM-PGM-ID TO AM-PGM-ID                             SQCNVL.2
018500         MOVE OAM-OUTCOME TO AM-OUTCOME                           SQCNVL.2
018600         MOVE OAM-RE-MARK TO AM-RE-MARK                           SQCNVL.2
018700         PERFORM FIND-RUN-LEVEL                                   SQCNVL.2
018800         WRITE AUDIT-MASTER-SATZ                                  SQCNVL.2
018900             INVALID KEY                                          SQCNVL.2
019000                 ADD 1 TO WS-DROPPED-COUNT                        SQCNVL.2
019100             NOT INVALID KEY                                      SQCNVL.2
019200                 ADD 1 TO WS-CONVERTED-COUNT                      SQCNVL.2
019300         END-WRITE                                                SQCNVL.2
019400     END-IF.                                                      SQCNVL.2
019500 FIND-RUN-LEVEL.                                                  SQCNVL.2
019600     MOVE WS-HIST-LEVEL TO AM-COMPILER-LEVEL.                     SQCNVL.2
019700     IF WS-RAW-DATA-OK                                            SQCNVL.2
019800         MOVE OAM-PGM-ID TO WS-LOOKUP-PGM-ID                      SQCNVL.2
019900         MOVE OAM-RUN-DATE TO WS-LOOKUP-RUN-DATE                  SQCNVL.2
020000         MOVE OAM-RUN-TIME TO WS-LOOKUP-RUN-TIME                  SQCNVL.2
020100         MOVE WS-LOOKUP-KEY TO RAW-DATA-KEY                       SQCNVL.2
020200         READ RAW-DATA                                            SQCNVL.2
020300             INVALID KEY                                          SQCNVL.2
020400                 CONTINUE                                         SQCNVL.2
020500             NOT INVALID KEY                                      SQCNVL.2
020600                 IF C-COMPILER-LEVEL NOT EQUAL TO SPACE           SQCNVL.2
020700                     MOVE C-COMPILER-LEVEL TO AM-COMPILER-LEVEL   SQCNVL.2
020800                 END-IF                                           SQCNVL.2
020900         END-READ                                                 SQCNVL.2
021000     END-IF.                                                      SQCNVL.2
021100     IF AM-COMPILER-LEVEL EQUAL TO WS-HIST-LEVEL                  SQCNVL.2
021200         ADD 1 TO WS-HISTORY-COUNT                                SQCNVL.2
021300     ELSE                                                         SQCNVL.2
021400         ADD 1 TO WS-STAMPED-COUNT                                SQCNVL.2
021500     END-IF.                                                      SQCNVL.2
021600 CLOSE-FILES.                                                     SQCNVL.2
021700     MOVE "OUTCOMES CONVERTED =" TO SL-LITERAL.                   SQCNVL.2
021800     MOVE WS-CONVERTED-COUNT TO SL-COUNT.                         SQCNVL.2
021900     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.   SQCNVL.2
022000     MOVE "LEVEL TAKEN FROM RAW-DATA =" TO SL-LITERAL.            SQCNVL.2
022100     MOVE WS-STAMPED-COUNT TO SL-COUNT.                           SQCNVL.2
022200     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQCNVL.2
022300     MOVE "GIVEN THE HISTORY LEVEL =" TO SL-LITERAL.              SQCNVL.2
022400     MOVE WS-HISTORY-COUNT TO SL-COUNT.                           SQCNVL.2
022500     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQCNVL.2
022600     MOVE "RECORDS NOT LOADED (KEY) =" TO SL-LITERAL.             SQCNVL.2
022700     MOVE WS-DROPPED-COUNT TO SL-COUNT.                           SQCNVL.2
022800     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQCNVL.2
022900     IF WS-DROPPED-COUNT GREATER THAN ZERO                        SQCNVL.2
023000         MOVE 8 TO RETURN-CODE                                    SQCNVL.2
023100     END-IF.                                                      SQCNVL.2
023200     IF WS-RAW-DATA-OK                                            SQCNVL.2
023300         CLOSE RAW-DATA                                           SQCNVL.2
023400     END-IF.                                                      SQCNVL.2
023500     CLOSE OLD-AUDIT-MASTER.                                      SQCNVL.2
023600     CLOSE NEW-AUDIT-MASTER.                                      SQCNVL.2
023700     CLOSE PRINT-FILE.                                            SQCNVL.2
