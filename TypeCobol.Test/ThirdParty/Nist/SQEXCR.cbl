000100 IDENTIFICATION DIVISION.                                         SQEXCR.2
000200 PROGRAM-ID.                                                      SQEXCR.2
000300     SQEXCR.                                                      SQEXCR.2
000400***************************************************************** SQEXCR.2
000500*                                                               * SQEXCR.2
000600*    MORNING SUITE EXCEPTION REPORT.  SQXCHK, SQCENS, SQPACKA,  * SQEXCR.2
000700*    SQQSTA, SQ218A, SQDRVR, SQMISS AND SQBRST EACH ADD A       * SQEXCR.2
000800*    STANDARD RECORD (COPYBOOK SQEXCREC) TO THE SHARED SUITE    * SQEXCR.2
000900*    EXCEPTION FILE FOR EVERY CONDITION THE MORNING SHIFT MUST  * SQEXCR.2
001000*    ACT ON - RUN KEY ORPHANS, FILES DUE FOR PURGE OR REORG,    * SQEXCR.2
001100*    OVERDUE OR MISMATCHED QUALITY PACKS, FLAKY TESTS, HELD     * SQEXCR.2
001200*    SQ-VS6 GENERATIONS, MISSED BATCH DEADLINES, MISSED OR      * SQEXCR.2
001250*    UNSCHEDULED RUNS AND UNDELIVERED REPORT LISTINGS.  EACH    * SQEXCR.2
001300*    MORNING THIS PROGRAM:                                      * SQEXCR.2
001400*                                                               * SQEXCR.2
001500*      1. LOADS THE EXCEPTION QUEUE - EVERYTHING STILL          * SQEXCR.2
001600*         UNACKNOWLEDGED FROM EARLIER MORNINGS,                 * SQEXCR.2
001700*      2. APPLIES THE OPERATORS' ACKNOWLEDGMENT CARDS TO IT,    * SQEXCR.2
001800*      3. TAKES THE NIGHT'S EXCEPTIONS ONTO THE QUEUE, GIVING   * SQEXCR.2
001900*         EACH A REFERENCE NUMBER (TODAY'S DATE AND A           * SQEXCR.2
002000*         SEQUENCE) FOR THE OPERATOR TO QUOTE,                  * SQEXCR.2
002100*      4. PRINTS ONE CONSOLIDATED REPORT, MOST SEVERE FIRST,    * SQEXCR.2
002200*         WITH THE AGE IN DAYS OF EVERY OPEN EXCEPTION, AND     * SQEXCR.2
002300*      5. REWRITES THE QUEUE WITH WHAT IS STILL OPEN AND        * SQEXCR.2
002400*         EMPTIES THE NIGHTLY EXCEPTION FILE.                   * SQEXCR.2
002500*                                                               * SQEXCR.2
002600*    NOTHING LEAVES THE QUEUE EXCEPT BY ACKNOWLEDGMENT, SO AN   * SQEXCR.2
002700*    EXCEPTION NOBODY ACTS ON IS REPORTED AGAIN, OLDER, EVERY   * SQEXCR.2
002800*    MORNING UNTIL SOMEONE DOES.                                * SQEXCR.2
002900*                                                               * SQEXCR.2
003000*    ACKNOWLEDGMENT CARDS (OPTIONAL, ONE PER EXCEPTION) :-      * SQEXCR.2
003100*      COLS  1-3   "ACK"                                        * SQEXCR.2
003200*      COLS  5-12  REFERENCE DATE  } AS PRINTED ON THE REPORT   * SQEXCR.2
003300*      COLS 14-17  REFERENCE SEQ   } (YYYYMMDD-NNNN)            * SQEXCR.2
003400*      COLS 19-26  OPERATOR ID                                  * SQEXCR.2
003500*                                                               * SQEXCR.2
003600*    RETURN CODE 8 WHILE ANY SEVERITY 1 EXCEPTION IS OPEN OR    * SQEXCR.2
003700*    THE QUEUE OVERFLOWS, OTHERWISE 4 WHILE ANY EXCEPTION IS    * SQEXCR.2
003800*    OPEN OR AN ACKNOWLEDGMENT CARD IS REJECTED.                * SQEXCR.2
003900*                                                               * SQEXCR.2
004000***************************************************************** SQEXCR.2
004100*                                                               * SQEXCR.2
004200*      X-CARDS USED BY THIS PROGRAM ARE :-                      * SQEXCR.2
004300*                                                               * SQEXCR.2
004400*            X-59   ACKNOWLEDGMENT CARD READER FILE             * SQEXCR.2
004500*            X-27   SUITE EXCEPTION FILE                        * SQEXCR.2
004600*            X-28   EXCEPTION QUEUE (CARRIED FORWARD)           * SQEXCR.2
004700*            X-55   SYSTEM PRINTER                              * SQEXCR.2
004800*            X-82   SOURCE-COMPUTER                             * SQEXCR.2
004900*            X-83   OBJECT-COMPUTER                             * SQEXCR.2
005000*            X-84   LABEL RECORDS OPTION                        * SQEXCR.2
005100*                                                               * SQEXCR.2
005200***************************************************************** SQEXCR.2
005300 ENVIRONMENT DIVISION.                                            SQEXCR.2
005400 CONFIGURATION SECTION.                                           SQEXCR.2
005500 SOURCE-COMPUTER.                                                 SQEXCR.2
005600     XXXXX082.                                                    SQEXCR.2
005700 OBJECT-COMPUTER.                                                 SQEXCR.2
005800     XXXXX083.                                                    SQEXCR.2
005900 INPUT-OUTPUT SECTION.                                            SQEXCR.2
006000 FILE-CONTROL.                                                    SQEXCR.2
006100     SELECT ACK-CARD ASSIGN TO                                    SQEXCR.2
006200     XXXXX059.                                                    SQEXCR.2
006300     SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO                     SQEXCR.2
006400     XXXXX027                                                     SQEXCR.2
006500            ORGANIZATION IS SEQUENTIAL                            SQEXCR.2
006600            FILE STATUS IS EXCEPTION-STATUS.                      SQEXCR.2
006700     SELECT OPTIONAL EXCEPTION-QUEUE ASSIGN TO                    SQEXCR.2
006800     XXXXX028                                                     SQEXCR.2
006900            ORGANIZATION IS SEQUENTIAL                            SQEXCR.2
007000            FILE STATUS IS QUEUE-STATUS.                          SQEXCR.2
007100     SELECT PRINT-FILE ASSIGN TO                                  SQEXCR.2
007200     XXXXX055.                                                    SQEXCR.2
007300 DATA DIVISION.                                                   SQEXCR.2
007400 FILE SECTION.                                                    SQEXCR.2
007500 FD  ACK-CARD                                                     SQEXCR.2
007600     LABEL RECORDS                                                SQEXCR.2
007700     XXXXX084                                                     SQEXCR.2
007800     DATA RECORD IS ACK-CARD-REC                                  SQEXCR.2
007900               .                                                  SQEXCR.2
008000 01  ACK-CARD-REC.                                                SQEXCR.2
008100     05  ACK-KEYWORD         PIC X(3).                            SQEXCR.2
008200     05  FILLER              PIC X(1).                            SQEXCR.2
008300     05  ACK-REF-DATE        PIC 9(8).                            SQEXCR.2
008400     05  FILLER              PIC X(1).                            SQEXCR.2
008500     05  ACK-REF-SEQ         PIC 9(4).                            SQEXCR.2
008600     05  FILLER              PIC X(1).                            SQEXCR.2
008700     05  ACK-OPERATOR        PIC X(8).                            SQEXCR.2
008800     05  FILLER              PIC X(54).                           SQEXCR.2
008900 FD  EXCEPTION-FILE                                               SQEXCR.2
009000     LABEL RECORDS ARE STANDARD.                                  SQEXCR.2
009100     COPY SQEXCREC.                                               SQEXCR.2
009200*    THE QUEUE HOLDS SQEXCREC IMAGES, REFERENCE NUMBER ASSIGNED.  SQEXCR.2
009300 FD  EXCEPTION-QUEUE                                              SQEXCR.2
009400     LABEL RECORDS ARE STANDARD.                                  SQEXCR.2
009500 01  QUEUE-REC               PIC X(130).                          SQEXCR.2
009600 FD  PRINT-FILE                                                   SQEXCR.2
009700     LABEL RECORDS                                                SQEXCR.2
009800     XXXXX084                                                     SQEXCR.2
009900     DATA RECORD IS PRINT-REC DUMMY-RECORD                        SQEXCR.2
010000               .                                                  SQEXCR.2
010100 01  PRINT-REC PICTURE X(120).                                    SQEXCR.2
010200 01  DUMMY-RECORD PICTURE X(120).                                 SQEXCR.2
010300 WORKING-STORAGE SECTION.                                         SQEXCR.2
010400 01  WS-EOF-SW              PIC X VALUE "N".                      SQEXCR.2
010500     88  WS-EOF                   VALUE "Y".                      SQEXCR.2
010600 01  EXCEPTION-STATUS       PIC XX VALUE "00".                    SQEXCR.2
010700 01  QUEUE-STATUS           PIC XX VALUE "00".                    SQEXCR.2
010800 01  WS-TODAY               PIC 9(8).                             SQEXCR.2
010900 01  WS-NEXT-SEQ            PIC 9(4) VALUE 1.                     SQEXCR.2
011000 01  WS-QUEUE-COUNT         PIC 9(3) COMP VALUE ZERO.             SQEXCR.2
011100 01  WS-QUEUE-SUB           PIC 9(3) COMP VALUE ZERO.             SQEXCR.2
011200 01  WS-MATCH-SUB           PIC 9(3) COMP VALUE ZERO.             SQEXCR.2
011300 01  WS-SEV-SUB             PIC 9(1) COMP VALUE ZERO.             SQEXCR.2
011400 01  WS-SEV-LISTED          PIC 9(3) COMP VALUE ZERO.             SQEXCR.2
011500 01  WS-CARRIED-COUNT       PIC 9(3) COMP VALUE ZERO.             SQEXCR.2
011600 01  WS-NEW-COUNT           PIC 9(3) COMP VALUE ZERO.             SQEXCR.2
011700 01  WS-ACKED-COUNT         PIC 9(3) COMP VALUE ZERO.             SQEXCR.2
011800 01  WS-REJECT-COUNT        PIC 9(3) COMP VALUE ZERO.             SQEXCR.2
011900 01  WS-OPEN-COUNT          PIC 9(3) COMP VALUE ZERO.             SQEXCR.2
012000 01  WS-OPEN-SEV1           PIC 9(3) COMP VALUE ZERO.             SQEXCR.2
012100 01  WS-AGE-0-1             PIC 9(3) COMP VALUE ZERO.             SQEXCR.2
012200 01  WS-AGE-2-7             PIC 9(3) COMP VALUE ZERO.             SQEXCR.2
012300 01  WS-AGE-OVER-7          PIC 9(3) COMP VALUE ZERO.             SQEXCR.2
012400 01  WS-TABLE-FULL-SW       PIC X VALUE "N".                      SQEXCR.2
012500     88  WS-TABLE-FULL            VALUE "Y".                      SQEXCR.2
012600*    DAY-SERIAL ARITHMETIC FOR THE AGE OF AN OPEN EXCEPTION -     SQEXCR.2
012700*    CUMULATIVE DAYS TO EACH MONTH OF A COMMON YEAR, WITH THE     SQEXCR.2
012800*    GREGORIAN LEAP RULE APPLIED (AS IN SQCENS).                  SQEXCR.2
012900 01  CUM-DAYS-VALUES.                                             SQEXCR.2
013000     05  FILLER              PIC X(36) VALUE                      SQEXCR.2
013100         "000031059090120151181212243273304334".                  SQEXCR.2
013200 01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-VALUES.                    SQEXCR.2
013300     05  CUM-DAYS            PIC 9(3) OCCURS 12 TIMES.            SQEXCR.2
013400 01  WS-SERIAL-DATE         PIC 9(8).                             SQEXCR.2
013500 01  WS-SERIAL-DATE-R REDEFINES WS-SERIAL-DATE.                   SQEXCR.2
013600     05  WSD-YYYY            PIC 9(4).                            SQEXCR.2
013700     05  WSD-MM              PIC 9(2).                            SQEXCR.2
013800     05  WSD-DD              PIC 9(2).                            SQEXCR.2
013900 01  WS-DAY-SERIAL          PIC S9(9) COMP VALUE ZERO.            SQEXCR.2
014000 01  WS-LEAP-YEARS          PIC S9(7) COMP VALUE ZERO.            SQEXCR.2
014100 01  WS-YEAR-PRIOR          PIC S9(7) COMP VALUE ZERO.            SQEXCR.2
014200 01  WS-LEAP-REM            PIC S9(5) COMP VALUE ZERO.            SQEXCR.2
014300 01  WS-LEAP-QUOT           PIC S9(7) COMP VALUE ZERO.            SQEXCR.2
014400 01  WS-SERIAL-TODAY        PIC S9(9) COMP VALUE ZERO.            SQEXCR.2
014500 01  WS-AGE-DAYS            PIC S9(7) COMP VALUE ZERO.            SQEXCR.2
014600*    THE WHOLE QUEUE IS HELD IN STORAGE - CARRIED ENTRIES FIRST,  SQEXCR.2
014700*    THEN THE NIGHT'S - ACKNOWLEDGED FROM THE CARDS, PRINTED BY   SQEXCR.2
014800*    SEVERITY, THEN REWRITTEN IN ONE PASS.  QT-IMAGE IS THE       SQEXCR.2
014900*    SQEXCREC IMAGE; QT-FIELDS IS THE SAME LAYOUT FIELD BY        SQEXCR.2
014950*    FIELD.                                                       SQEXCR.2
015000 01  QUEUE-TABLE.                                                 SQEXCR.2
015100     05  QUEUE-ENTRY OCCURS 500 TIMES.                            SQEXCR.2
015200         10  QT-IMAGE            PIC X(130).                      SQEXCR.2
015300         10  QT-FIELDS REDEFINES QT-IMAGE.                        SQEXCR.2
015400             15  QT-SEVERITY     PIC 9(1).                        SQEXCR.2
015500             15  FILLER          PIC X(1).                        SQEXCR.2
015600             15  QT-SOURCE-PGM   PIC X(8).                        SQEXCR.2
015700             15  FILLER          PIC X(1).                        SQEXCR.2
015800             15  QT-RK-PGM-ID    PIC X(6).                        SQEXCR.2
015900             15  QT-RK-RUN-DATE  PIC 9(8).                        SQEXCR.2
016000             15  QT-RK-RUN-TIME  PIC 9(8).                        SQEXCR.2
016100             15  FILLER          PIC X(1).                        SQEXCR.2
016200             15  QT-RAISED-DATE  PIC 9(8).                        SQEXCR.2
016300             15  FILLER          PIC X(1).                        SQEXCR.2
016400             15  QT-RAISED-TIME  PIC 9(8).                        SQEXCR.2
016500             15  FILLER          PIC X(1).                        SQEXCR.2
016600             15  QT-TEXT         PIC X(60).                       SQEXCR.2
016700             15  FILLER          PIC X(1).                        SQEXCR.2
016800             15  QT-REF-DATE     PIC 9(8).                        SQEXCR.2
016900             15  QT-REF-SEQ      PIC 9(4).                        SQEXCR.2
017000             15  FILLER          PIC X(5).                        SQEXCR.2
017100         10  QT-ACK-BY           PIC X(8).                        SQEXCR.2
017200         10  QT-AGE-DAYS         PIC S9(7) COMP.                  SQEXCR.2
017300 01  HEAD-LINE-1.                                                 SQEXCR.2
017400     05  FILLER              PIC X(40) VALUE                      SQEXCR.2
017500         "MORNING SUITE EXCEPTION REPORT".                        SQEXCR.2
017600 01  HEAD-LINE-2.                                                 SQEXCR.2
017700     05  FILLER              PIC X(11) VALUE "RUN DATE = ".       SQEXCR.2
017800     05  HL-TODAY            PIC 9(8).                            SQEXCR.2
017900 01  HEAD-LINE-3.                                                 SQEXCR.2
018000     05  FILLER              PIC X(15) VALUE "REFERENCE".         SQEXCR.2
018100     05  FILLER              PIC X(4)  VALUE "SEV".               SQEXCR.2
018200     05  FILLER              PIC X(9)  VALUE "SOURCE".            SQEXCR.2
018300     05  FILLER              PIC X(25) VALUE "RUN KEY".           SQEXCR.2
018400     05  FILLER              PIC X(6)  VALUE " AGE".              SQEXCR.2
018500     05  FILLER              PIC X(7)  VALUE "MESSAGE".           SQEXCR.2
018600 01  SEVERITY-LINE.                                               SQEXCR.2
018700     05  FILLER              PIC X(11) VALUE "SEVERITY = ".       SQEXCR.2
018800     05  SVL-SEVERITY        PIC 9(1).                            SQEXCR.2
018900     05  FILLER              PIC X(3)  VALUE " - ".               SQEXCR.2
019000     05  SVL-TEXT            PIC X(30).                           SQEXCR.2
019100 01  EXCEPTION-LINE.                                              SQEXCR.2
019200     05  XL-REF-DATE         PIC 9(8).                            SQEXCR.2
019300     05  FILLER              PIC X(1)  VALUE "-".                 SQEXCR.2
019400     05  XL-REF-SEQ          PIC 9(4).                            SQEXCR.2
019500     05  FILLER              PIC X(3)  VALUE SPACE.               SQEXCR.2
019600     05  XL-SEVERITY         PIC 9(1).                            SQEXCR.2
019700     05  FILLER              PIC X(2)  VALUE SPACE.               SQEXCR.2
019800     05  XL-SOURCE-PGM       PIC X(8).                            SQEXCR.2
019900     05  FILLER              PIC X(1)  VALUE SPACE.               SQEXCR.2
020000     05  XL-RK-PGM-ID        PIC X(6).                            SQEXCR.2
020100     05  FILLER              PIC X(1)  VALUE SPACE.               SQEXCR.2
020200     05  XL-RK-RUN-DATE      PIC 9(8).                            SQEXCR.2
020300     05  FILLER              PIC X(1)  VALUE SPACE.               SQEXCR.2
020400     05  XL-RK-RUN-TIME      PIC 9(8).                            SQEXCR.2
020500     05  FILLER              PIC X(1)  VALUE SPACE.               SQEXCR.2
020600     05  XL-AGE-DAYS         PIC ZZZ9.                            SQEXCR.2
020700     05  FILLER              PIC X(2)  VALUE SPACE.               SQEXCR.2
020800     05  XL-TEXT             PIC X(60).                           SQEXCR.2
020900 01  ACKED-LINE.                                                  SQEXCR.2
021000     05  AL-REF-DATE         PIC 9(8).                            SQEXCR.2
021100     05  FILLER              PIC X(1)  VALUE "-".                 SQEXCR.2
021200     05  AL-REF-SEQ          PIC 9(4).                            SQEXCR.2
021300     05  FILLER              PIC X(3)  VALUE SPACE.               SQEXCR.2
021400     05  AL-SEVERITY         PIC 9(1).                            SQEXCR.2
021500     05  FILLER              PIC X(2)  VALUE SPACE.               SQEXCR.2
021600     05  AL-SOURCE-PGM       PIC X(8).                            SQEXCR.2
021700     05  FILLER              PIC X(8)  VALUE " ACK BY ".          SQEXCR.2
021800     05  AL-ACK-BY           PIC X(8).                            SQEXCR.2
021900     05  FILLER              PIC X(2)  VALUE SPACE.               SQEXCR.2
022000     05  AL-TEXT             PIC X(60).                           SQEXCR.2
022100 01  REJECT-LINE.                                                 SQEXCR.2
022200     05  FILLER              PIC X(23) VALUE                      SQEXCR.2
022300         "** ACK CARD REJECTED - ".                               SQEXCR.2
022400     05  RJL-REASON          PIC X(30).                           SQEXCR.2
022500     05  FILLER              PIC X(8)  VALUE " CARD = ".          SQEXCR.2
022600     05  RJL-CARD            PIC X(26).                           SQEXCR.2
022700 01  SECTION-LINE.                                                SQEXCR.2
022800     05  SEC-TEXT            PIC X(60).                           SQEXCR.2
022900 01  SUMMARY-LINE.                                                SQEXCR.2
023000     05  SL-LITERAL          PIC X(30).                           SQEXCR.2
023100     05  SL-COUNT            PIC ZZZZ9.                           SQEXCR.2
023200 PROCEDURE DIVISION.                                              SQEXCR.2
023300 MAINLINE.                                                        SQEXCR.2
023400     PERFORM OPEN-FILES.                                          SQEXCR.2
023500     PERFORM LOAD-ONE-QUEUE-REC                                   SQEXCR.2
023600         UNTIL WS-EOF.                                            SQEXCR.2
023700     CLOSE EXCEPTION-QUEUE.                                       SQEXCR.2
023800     PERFORM APPLY-ACK-CARDS.                                     SQEXCR.2
023900     PERFORM ABSORB-NIGHTLY-EXCEPTIONS.                           SQEXCR.2
024000     PERFORM PRINT-OPEN-EXCEPTIONS.                               SQEXCR.2
024100     PERFORM PRINT-ACKED-EXCEPTIONS.                              SQEXCR.2
024200*    REWRITING FROM A FULL TABLE WOULD LOSE EXCEPTIONS - LEAVE    SQEXCR.2
024300*    THE QUEUE AND THE NIGHTLY FILE UNTOUCHED, SAY SO AND RAISE   SQEXCR.2
024400*    THE RETURN CODE.  THE ACKNOWLEDGMENTS ARE RE-READ TOMORROW.  SQEXCR.2
024500     IF WS-TABLE-FULL                                             SQEXCR.2
024600         MOVE "** QUEUE OVER 500 ENTRIES - NOT REWRITTEN **"      SQEXCR.2
024700             TO PRINT-REC                                         SQEXCR.2
024800         WRITE PRINT-REC AFTER ADVANCING 2 LINES                  SQEXCR.2
024900     ELSE                                                         SQEXCR.2
025000         PERFORM REWRITE-QUEUE                                    SQEXCR.2
025100     END-IF.                                                      SQEXCR.2
025200     PERFORM CLOSE-FILES.                                         SQEXCR.2
025300     IF WS-OPEN-SEV1 GREATER THAN ZERO                            SQEXCR.2
025400        OR WS-TABLE-FULL                                          SQEXCR.2
025500         MOVE 8 TO RETURN-CODE                                    SQEXCR.2
025600     ELSE                                                         SQEXCR.2
025700         IF WS-OPEN-COUNT GREATER THAN ZERO                       SQEXCR.2
025800            OR WS-REJECT-COUNT GREATER THAN ZERO                  SQEXCR.2
025900             MOVE 4 TO RETURN-CODE                                SQEXCR.2
026000         END-IF                                                   SQEXCR.2
026100     END-IF.                                                      SQEXCR.2
026200     STOP RUN.                                                    SQEXCR.2
026300 OPEN-FILES.                                                      SQEXCR.2
026400     ACCEPT WS-TODAY FROM DATE YYYYMMDD.                          SQEXCR.2
026500     MOVE WS-TODAY TO WS-SERIAL-DATE.                             SQEXCR.2
026600     PERFORM COMPUTE-DAY-SERIAL.                                  SQEXCR.2
026700     MOVE WS-DAY-SERIAL TO WS-SERIAL-TODAY.                       SQEXCR.2
026800     OPEN OUTPUT PRINT-FILE.                                      SQEXCR.2
026900     MOVE WS-TODAY TO HL-TODAY.                                   SQEXCR.2
027000     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQEXCR.2
027100     WRITE PRINT-REC FROM HEAD-LINE-2 AFTER ADVANCING 1 LINE.     SQEXCR.2
027200     OPEN INPUT EXCEPTION-QUEUE.                                  SQEXCR.2
027300     IF QUEUE-STATUS NOT EQUAL TO "00"                            SQEXCR.2
027400        AND QUEUE-STATUS NOT EQUAL TO "05"                        SQEXCR.2
027500         MOVE "Y" TO WS-EOF-SW                                    SQEXCR.2
027600     END-IF.                                                      SQEXCR.2
027700 LOAD-ONE-QUEUE-REC.                                              SQEXCR.2
027800     READ EXCEPTION-QUEUE                                         SQEXCR.2
027900         AT END                                                   SQEXCR.2
028000             MOVE "Y" TO WS-EOF-SW                                SQEXCR.2
028100     END-READ.                                                    SQEXCR.2
028200     IF NOT WS-EOF                                                SQEXCR.2
028300         IF WS-QUEUE-COUNT LESS THAN 500                          SQEXCR.2
028400             ADD 1 TO WS-QUEUE-COUNT                              SQEXCR.2
028500             ADD 1 TO WS-CARRIED-COUNT                            SQEXCR.2
028600             MOVE QUEUE-REC TO QT-IMAGE (WS-QUEUE-COUNT)          SQEXCR.2
028700             MOVE SPACE TO QT-ACK-BY (WS-QUEUE-COUNT)             SQEXCR.2
028800             IF QT-REF-DATE (WS-QUEUE-COUNT) EQUAL TO WS-TODAY    SQEXCR.2
028900                AND QT-REF-SEQ (WS-QUEUE-COUNT) NOT LESS THAN     SQEXCR.2
029000                    WS-NEXT-SEQ                                   SQEXCR.2
029100                 COMPUTE WS-NEXT-SEQ =                            SQEXCR.2
029200                     QT-REF-SEQ (WS-QUEUE-COUNT) + 1              SQEXCR.2
029300             END-IF                                               SQEXCR.2
029400         ELSE                                                     SQEXCR.2
029500             MOVE "Y" TO WS-TABLE-FULL-SW                         SQEXCR.2
029600         END-IF                                                   SQEXCR.2
029700     END-IF.                                                      SQEXCR.2
029800 APPLY-ACK-CARDS.                                                 SQEXCR.2
029900*    AN ACKNOWLEDGMENT ONLY MATCHES AN EXCEPTION ALREADY ON THE   SQEXCR.2
030000*    QUEUE - ONE THE OPERATOR HAS SEEN ON AN EARLIER REPORT.      SQEXCR.2
030100     MOVE "N" TO WS-EOF-SW.                                       SQEXCR.2
030200     OPEN INPUT ACK-CARD.                                         SQEXCR.2
030300     PERFORM APPLY-ONE-ACK-CARD                                   SQEXCR.2
030400         UNTIL WS-EOF.                                            SQEXCR.2
030500     CLOSE ACK-CARD.                                              SQEXCR.2
030600 APPLY-ONE-ACK-CARD.                                              SQEXCR.2
030700     READ ACK-CARD                                                SQEXCR.2
030800         AT END                                                   SQEXCR.2
030900             MOVE "Y" TO WS-EOF-SW                                SQEXCR.2
031000     END-READ.                                                    SQEXCR.2
031100     IF NOT WS-EOF                                                SQEXCR.2
031200         IF ACK-KEYWORD NOT EQUAL TO "ACK"                        SQEXCR.2
031300            OR ACK-REF-DATE NOT NUMERIC                           SQEXCR.2
031400            OR ACK-REF-SEQ NOT NUMERIC                            SQEXCR.2
031500            OR ACK-OPERATOR EQUAL TO SPACE                        SQEXCR.2
031600             MOVE "INVALID ACKNOWLEDGMENT CARD" TO RJL-REASON     SQEXCR.2
031700             PERFORM REJECT-ACK-CARD                              SQEXCR.2
031800         ELSE                                                     SQEXCR.2
031900             PERFORM MATCH-ONE-ACK-CARD                           SQEXCR.2
032000         END-IF                                                   SQEXCR.2
032100     END-IF.                                                      SQEXCR.2
032200 MATCH-ONE-ACK-CARD.                                              SQEXCR.2
032300     MOVE ZERO TO WS-MATCH-SUB.                                   SQEXCR.2
032400     PERFORM TEST-ONE-QUEUE-ENTRY                                 SQEXCR.2
032500         VARYING WS-QUEUE-SUB FROM 1 BY 1                         SQEXCR.2
032600         UNTIL WS-QUEUE-SUB GREATER THAN WS-QUEUE-COUNT           SQEXCR.2
032700            OR WS-MATCH-SUB GREATER THAN ZERO.                    SQEXCR.2
032800     IF WS-MATCH-SUB EQUAL TO ZERO                                SQEXCR.2
032900         MOVE "NO SUCH EXCEPTION ON QUEUE" TO RJL-REASON          SQEXCR.2
033000         PERFORM REJECT-ACK-CARD                                  SQEXCR.2
033100     ELSE                                                         SQEXCR.2
033200         IF QT-ACK-BY (WS-MATCH-SUB) NOT EQUAL TO SPACE           SQEXCR.2
033300             MOVE "EXCEPTION ALREADY ACKNOWLEDGED" TO RJL-REASON  SQEXCR.2
033400             PERFORM REJECT-ACK-CARD                              SQEXCR.2
033500         ELSE                                                     SQEXCR.2
033600             MOVE ACK-OPERATOR TO QT-ACK-BY (WS-MATCH-SUB)        SQEXCR.2
033700             ADD 1 TO WS-ACKED-COUNT                              SQEXCR.2
033800         END-IF                                                   SQEXCR.2
033900     END-IF.                                                      SQEXCR.2
034000 TEST-ONE-QUEUE-ENTRY.                                            SQEXCR.2
034100     IF QT-REF-DATE (WS-QUEUE-SUB) EQUAL TO ACK-REF-DATE          SQEXCR.2
034200        AND QT-REF-SEQ (WS-QUEUE-SUB) EQUAL TO ACK-REF-SEQ        SQEXCR.2
034300         MOVE WS-QUEUE-SUB TO WS-MATCH-SUB                        SQEXCR.2
034400     END-IF.                                                      SQEXCR.2
034500 REJECT-ACK-CARD.                                                 SQEXCR.2
034600     ADD 1 TO WS-REJECT-COUNT.                                    SQEXCR.2
034700     MOVE ACK-CARD-REC TO RJL-CARD.                               SQEXCR.2
034800     WRITE PRINT-REC FROM REJECT-LINE AFTER ADVANCING 1 LINE.     SQEXCR.2
034900 ABSORB-NIGHTLY-EXCEPTIONS.                                       SQEXCR.2
035000     MOVE "N" TO WS-EOF-SW.                                       SQEXCR.2
035100     OPEN INPUT EXCEPTION-FILE.                                   SQEXCR.2
035200     IF EXCEPTION-STATUS NOT EQUAL TO "00"                        SQEXCR.2
035300        AND EXCEPTION-STATUS NOT EQUAL TO "05"                    SQEXCR.2
035400         MOVE "Y" TO WS-EOF-SW                                    SQEXCR.2
035500     END-IF.                                                      SQEXCR.2
035600     PERFORM ABSORB-ONE-EXCEPTION                                 SQEXCR.2
035700         UNTIL WS-EOF.                                            SQEXCR.2
035800     CLOSE EXCEPTION-FILE.                                        SQEXCR.2
035900 ABSORB-ONE-EXCEPTION.                                            SQEXCR.2
036000     READ EXCEPTION-FILE                                          SQEXCR.2
036100         AT END                                                   SQEXCR.2
036200             MOVE "Y" TO WS-EOF-SW                                SQEXCR.2
036300     END-READ.                                                    SQEXCR.2
036400     IF NOT WS-EOF                                                SQEXCR.2
036500         IF WS-QUEUE-COUNT LESS THAN 500                          SQEXCR.2
036600             PERFORM QUEUE-ONE-EXCEPTION                          SQEXCR.2
036700         ELSE                                                     SQEXCR.2
036800             MOVE "Y" TO WS-TABLE-FULL-SW                         SQEXCR.2
036900         END-IF                                                   SQEXCR.2
037000     END-IF.                                                      SQEXCR.2
037100 QUEUE-ONE-EXCEPTION.                                             SQEXCR.2
037200*    A SEVERITY OUTSIDE 1-3 IS REPORTED AS 1 RATHER THAN LOST.    SQEXCR.2
037300     ADD 1 TO WS-QUEUE-COUNT.                                     SQEXCR.2
037400     ADD 1 TO WS-NEW-COUNT.                                       SQEXCR.2
037500     IF EXC-SEVERITY NOT NUMERIC                                  SQEXCR.2
037600        OR EXC-SEVERITY LESS THAN 1                               SQEXCR.2
037700        OR EXC-SEVERITY GREATER THAN 3                            SQEXCR.2
037800         MOVE 1 TO EXC-SEVERITY                                   SQEXCR.2
037900     END-IF.                                                      SQEXCR.2
038000     IF EXC-RAISED-DATE NOT NUMERIC                               SQEXCR.2
038100         MOVE WS-TODAY TO EXC-RAISED-DATE                         SQEXCR.2
038200     END-IF.                                                      SQEXCR.2
038300     MOVE WS-TODAY TO EXC-REF-DATE.                               SQEXCR.2
038400     MOVE WS-NEXT-SEQ TO EXC-REF-SEQ.                             SQEXCR.2
038500     ADD 1 TO WS-NEXT-SEQ.                                        SQEXCR.2
038600     MOVE EXCEPTION-REC TO QT-IMAGE (WS-QUEUE-COUNT).             SQEXCR.2
038700     MOVE SPACE TO QT-ACK-BY (WS-QUEUE-COUNT).                    SQEXCR.2
038800 PRINT-OPEN-EXCEPTIONS.                                           SQEXCR.2
038900     MOVE "OPEN EXCEPTIONS, MOST SEVERE FIRST:" TO SEC-TEXT.      SQEXCR.2
039000     WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.   SQEXCR.2
039100     WRITE PRINT-REC FROM HEAD-LINE-3 AFTER ADVANCING 1 LINE.     SQEXCR.2
039200     PERFORM PRINT-ONE-SEVERITY                                   SQEXCR.2
039300         VARYING WS-SEV-SUB FROM 1 BY 1                           SQEXCR.2
039400         UNTIL WS-SEV-SUB GREATER THAN 3.                         SQEXCR.2
039500 PRINT-ONE-SEVERITY.                                              SQEXCR.2
039600     MOVE WS-SEV-SUB TO SVL-SEVERITY.                             SQEXCR.2
039700     IF WS-SEV-SUB EQUAL TO 1                                     SQEXCR.2
039800         MOVE "ACTION BEFORE THE NEXT RUN" TO SVL-TEXT            SQEXCR.2
039900     END-IF.                                                      SQEXCR.2
040000     IF WS-SEV-SUB EQUAL TO 2                                     SQEXCR.2
040100         MOVE "WARNING" TO SVL-TEXT                               SQEXCR.2
040200     END-IF.                                                      SQEXCR.2
040300     IF WS-SEV-SUB EQUAL TO 3                                     SQEXCR.2
040400         MOVE "FOR NOTICE" TO SVL-TEXT                            SQEXCR.2
040500     END-IF.                                                      SQEXCR.2
040600     WRITE PRINT-REC FROM SEVERITY-LINE AFTER ADVANCING 2 LINES.  SQEXCR.2
040700     MOVE ZERO TO WS-SEV-LISTED.                                  SQEXCR.2
040800     PERFORM PRINT-ONE-OPEN-EXCEPTION                             SQEXCR.2
040900         VARYING WS-QUEUE-SUB FROM 1 BY 1                         SQEXCR.2
041000         UNTIL WS-QUEUE-SUB GREATER THAN WS-QUEUE-COUNT.          SQEXCR.2
041100     IF WS-SEV-LISTED EQUAL TO ZERO                               SQEXCR.2
041200         MOVE "  NONE" TO PRINT-REC                               SQEXCR.2
041300         WRITE PRINT-REC AFTER ADVANCING 1 LINE                   SQEXCR.2
041400     END-IF.                                                      SQEXCR.2
041500 PRINT-ONE-OPEN-EXCEPTION.                                        SQEXCR.2
041600     IF QT-SEVERITY (WS-QUEUE-SUB) EQUAL TO WS-SEV-SUB            SQEXCR.2
041700        AND QT-ACK-BY (WS-QUEUE-SUB) EQUAL TO SPACE               SQEXCR.2
041800         PERFORM AGE-ONE-EXCEPTION                                SQEXCR.2
041900         ADD 1 TO WS-SEV-LISTED                                   SQEXCR.2
042000         ADD 1 TO WS-OPEN-COUNT                                   SQEXCR.2
042100         IF WS-SEV-SUB EQUAL TO 1                                 SQEXCR.2
042200             ADD 1 TO WS-OPEN-SEV1                                SQEXCR.2
042300         END-IF                                                   SQEXCR.2
042400         MOVE QT-REF-DATE (WS-QUEUE-SUB) TO XL-REF-DATE           SQEXCR.2
042500         MOVE QT-REF-SEQ (WS-QUEUE-SUB) TO XL-REF-SEQ             SQEXCR.2
042600         MOVE QT-SEVERITY (WS-QUEUE-SUB) TO XL-SEVERITY           SQEXCR.2
042700         MOVE QT-SOURCE-PGM (WS-QUEUE-SUB) TO XL-SOURCE-PGM       SQEXCR.2
042800         MOVE QT-RK-PGM-ID (WS-QUEUE-SUB) TO XL-RK-PGM-ID         SQEXCR.2
042900         MOVE QT-RK-RUN-DATE (WS-QUEUE-SUB) TO XL-RK-RUN-DATE     SQEXCR.2
043000         MOVE QT-RK-RUN-TIME (WS-QUEUE-SUB) TO XL-RK-RUN-TIME     SQEXCR.2
043100         MOVE QT-AGE-DAYS (WS-QUEUE-SUB) TO XL-AGE-DAYS           SQEXCR.2
043200         MOVE QT-TEXT (WS-QUEUE-SUB) TO XL-TEXT                   SQEXCR.2
043300         WRITE PRINT-REC FROM EXCEPTION-LINE                      SQEXCR.2
043400             AFTER ADVANCING 1 LINE                               SQEXCR.2
043500     END-IF.                                                      SQEXCR.2
043600 AGE-ONE-EXCEPTION.                                               SQEXCR.2
043700*    AGE IN DAYS SINCE THE EXCEPTION WAS RAISED, CAPPED AT 9999.  SQEXCR.2
043800     MOVE QT-RAISED-DATE (WS-QUEUE-SUB) TO WS-SERIAL-DATE.        SQEXCR.2
043900     IF WSD-MM LESS THAN 1                                        SQEXCR.2
044000        OR WSD-MM GREATER THAN 12                                 SQEXCR.2
044100         MOVE ZERO TO WS-AGE-DAYS                                 SQEXCR.2
044200     ELSE                                                         SQEXCR.2
044300         PERFORM COMPUTE-DAY-SERIAL                               SQEXCR.2
044400         COMPUTE WS-AGE-DAYS = WS-SERIAL-TODAY - WS-DAY-SERIAL    SQEXCR.2
044500     END-IF.                                                      SQEXCR.2
044600     IF WS-AGE-DAYS LESS THAN ZERO                                SQEXCR.2
044700         MOVE ZERO TO WS-AGE-DAYS                                 SQEXCR.2
044800     END-IF.                                                      SQEXCR.2
044900     IF WS-AGE-DAYS GREATER THAN 9999                             SQEXCR.2
045000         MOVE 9999 TO WS-AGE-DAYS                                 SQEXCR.2
045100     END-IF.                                                      SQEXCR.2
045200     MOVE WS-AGE-DAYS TO QT-AGE-DAYS (WS-QUEUE-SUB).              SQEXCR.2
045300     IF WS-AGE-DAYS GREATER THAN 7                                SQEXCR.2
045400         ADD 1 TO WS-AGE-OVER-7                                   SQEXCR.2
045500     ELSE                                                         SQEXCR.2
045600         IF WS-AGE-DAYS GREATER THAN 1                            SQEXCR.2
045700             ADD 1 TO WS-AGE-2-7                                  SQEXCR.2
045800         ELSE                                                     SQEXCR.2
045900             ADD 1 TO WS-AGE-0-1                                  SQEXCR.2
046000         END-IF                                                   SQEXCR.2
046100     END-IF.                                                      SQEXCR.2
046200 COMPUTE-DAY-SERIAL.                                              SQEXCR.2
046300*    GREGORIAN DAY SERIAL OF WS-SERIAL-DATE: WHOLE YEARS          SQEXCR.2
046400*    BEFORE IT (WITH THE 4/100/400 LEAP RULE), CUMULATIVE         SQEXCR.2
046500*    DAYS TO THE MONTH, THE DAY, AND ONE MORE WHEN THE DATE       SQEXCR.2
046600*    SITS PAST FEBRUARY OF A LEAP YEAR.                           SQEXCR.2
046700     COMPUTE WS-YEAR-PRIOR = WSD-YYYY - 1.                        SQEXCR.2
046800     COMPUTE WS-LEAP-YEARS =                                      SQEXCR.2
046900         (WS-YEAR-PRIOR / 4) - (WS-YEAR-PRIOR / 100)              SQEXCR.2
047000       + (WS-YEAR-PRIOR / 400).                                   SQEXCR.2
047100     COMPUTE WS-DAY-SERIAL =                                      SQEXCR.2
047200         (WS-YEAR-PRIOR * 365) + WS-LEAP-YEARS                    SQEXCR.2
047300       + CUM-DAYS (WSD-MM) + WSD-DD.                              SQEXCR.2
047400     IF WSD-MM GREATER THAN 2                                     SQEXCR.2
047500         PERFORM CHECK-LEAP-YEAR                                  SQEXCR.2
047600         IF WS-LEAP-REM EQUAL TO ZERO                             SQEXCR.2
047700             ADD 1 TO WS-DAY-SERIAL                               SQEXCR.2
047800         END-IF                                                   SQEXCR.2
047900     END-IF.                                                      SQEXCR.2
048000 CHECK-LEAP-YEAR.                                                 SQEXCR.2
048100*    WS-LEAP-REM COMES BACK ZERO FOR A LEAP YEAR.                 SQEXCR.2
048200     DIVIDE WSD-YYYY BY 4                                         SQEXCR.2
048300         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.               SQEXCR.2
048400     IF WS-LEAP-REM EQUAL TO ZERO                                 SQEXCR.2
048500         DIVIDE WSD-YYYY BY 100                                   SQEXCR.2
048600             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM            SQEXCR.2
048700         IF WS-LEAP-REM EQUAL TO ZERO                             SQEXCR.2
048800             DIVIDE WSD-YYYY BY 400                               SQEXCR.2
048900                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM        SQEXCR.2
049000         ELSE                                                     SQEXCR.2
049100             MOVE ZERO TO WS-LEAP-REM                             SQEXCR.2
049200         END-IF                                                   SQEXCR.2
049300     ELSE                                                         SQEXCR.2
049400         MOVE 1 TO WS-LEAP-REM                                    SQEXCR.2
049500     END-IF.                                                      SQEXCR.2
049600 PRINT-ACKED-EXCEPTIONS.                                          SQEXCR.2
049700     MOVE "ACKNOWLEDGED THIS MORNING (REMOVED FROM THE QUEUE):"   SQEXCR.2
049800         TO SEC-TEXT.                                             SQEXCR.2
049900     WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.   SQEXCR.2
050000     PERFORM PRINT-ONE-ACKED-EXCEPTION                            SQEXCR.2
050100         VARYING WS-QUEUE-SUB FROM 1 BY 1                         SQEXCR.2
050200         UNTIL WS-QUEUE-SUB GREATER THAN WS-QUEUE-COUNT.          SQEXCR.2
050300     IF WS-ACKED-COUNT EQUAL TO ZERO                              SQEXCR.2
050400         MOVE "  NONE" TO PRINT-REC                               SQEXCR.2
050500         WRITE PRINT-REC AFTER ADVANCING 1 LINE                   SQEXCR.2
050600     END-IF.                                                      SQEXCR.2
050700 PRINT-ONE-ACKED-EXCEPTION.                                       SQEXCR.2
050800     IF QT-ACK-BY (WS-QUEUE-SUB) NOT EQUAL TO SPACE               SQEXCR.2
050900         MOVE QT-REF-DATE (WS-QUEUE-SUB) TO AL-REF-DATE           SQEXCR.2
051000         MOVE QT-REF-SEQ (WS-QUEUE-SUB) TO AL-REF-SEQ             SQEXCR.2
051100         MOVE QT-SEVERITY (WS-QUEUE-SUB) TO AL-SEVERITY           SQEXCR.2
051200         MOVE QT-SOURCE-PGM (WS-QUEUE-SUB) TO AL-SOURCE-PGM       SQEXCR.2
051300         MOVE QT-ACK-BY (WS-QUEUE-SUB) TO AL-ACK-BY               SQEXCR.2
051400         MOVE QT-TEXT (WS-QUEUE-SUB) TO AL-TEXT                   SQEXCR.2
051500         WRITE PRINT-REC FROM ACKED-LINE AFTER ADVANCING 1 LINE   SQEXCR.2
051600     END-IF.                                                      SQEXCR.2
051700 REWRITE-QUEUE.                                                   SQEXCR.2
051800*    THE QUEUE GOES BACK WITHOUT THE ACKNOWLEDGED ENTRIES, AND    SQEXCR.2
051900*    THE NIGHTLY FILE IS EMPTIED NOW ITS CONTENTS ARE QUEUED.     SQEXCR.2
052000     OPEN OUTPUT EXCEPTION-QUEUE.                                 SQEXCR.2
052100     PERFORM REWRITE-ONE-QUEUE-REC                                SQEXCR.2
052200         VARYING WS-QUEUE-SUB FROM 1 BY 1                         SQEXCR.2
052300         UNTIL WS-QUEUE-SUB GREATER THAN WS-QUEUE-COUNT.          SQEXCR.2
052400     CLOSE EXCEPTION-QUEUE.                                       SQEXCR.2
052500     OPEN OUTPUT EXCEPTION-FILE.                                  SQEXCR.2
052600     CLOSE EXCEPTION-FILE.                                        SQEXCR.2
052700 REWRITE-ONE-QUEUE-REC.                                           SQEXCR.2
052800     IF QT-ACK-BY (WS-QUEUE-SUB) EQUAL TO SPACE                   SQEXCR.2
052900         MOVE QT-IMAGE (WS-QUEUE-SUB) TO QUEUE-REC                SQEXCR.2
053000         WRITE QUEUE-REC                                          SQEXCR.2
053100     END-IF.                                                      SQEXCR.2
053200 CLOSE-FILES.                                                     SQEXCR.2
053300     MOVE "CARRIED FROM EARLIER REPORTS =" TO SL-LITERAL.         SQEXCR.2
053400     MOVE WS-CARRIED-COUNT TO SL-COUNT.                           SQEXCR.2
053500     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.   SQEXCR.2
053600     MOVE "NEW EXCEPTIONS OVERNIGHT =" TO SL-LITERAL.             SQEXCR.2
053700     MOVE WS-NEW-COUNT TO SL-COUNT.                               SQEXCR.2
053800     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQEXCR.2
053900     MOVE "ACKNOWLEDGED THIS MORNING =" TO SL-LITERAL.            SQEXCR.2
054000     MOVE WS-ACKED-COUNT TO SL-COUNT.                             SQEXCR.2
054100     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQEXCR.2
054200     MOVE "ACK CARDS REJECTED =" TO SL-LITERAL.                   SQEXCR.2
054300     MOVE WS-REJECT-COUNT TO SL-COUNT.                            SQEXCR.2
054400     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQEXCR.2
054500     MOVE "STILL OPEN =" TO SL-LITERAL.                           SQEXCR.2
054600     MOVE WS-OPEN-COUNT TO SL-COUNT.                              SQEXCR.2
054700     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQEXCR.2
054800     MOVE "  OPEN 0-1 DAYS =" TO SL-LITERAL.                      SQEXCR.2
054900     MOVE WS-AGE-0-1 TO SL-COUNT.                                 SQEXCR.2
055000     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQEXCR.2
055100     MOVE "  OPEN 2-7 DAYS =" TO SL-LITERAL.                      SQEXCR.2
055200     MOVE WS-AGE-2-7 TO SL-COUNT.                                 SQEXCR.2
055300     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQEXCR.2
055400     MOVE "  OPEN OVER 7 DAYS =" TO SL-LITERAL.                   SQEXCR.2
055500     MOVE WS-AGE-OVER-7 TO SL-COUNT.                              SQEXCR.2
055600     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQEXCR.2
055700     CLOSE PRINT-FILE.                                            SQEXCR.2
