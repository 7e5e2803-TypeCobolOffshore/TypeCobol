000100 IDENTIFICATION DIVISION.                                         SQVOLT.2
000200 PROGRAM-ID.                                                      SQVOLT.2
000300     SQVOLT.                                                      SQVOLT.2
000400***************************************************************** SQVOLT.2
000500*                                                               * SQVOLT.2
000600*    TAPE VOLUME INVENTORY AND OFFSITE VAULT ROTATION FOR THE   * SQVOLT.2
000700*    SQ-VS6 GENERATIONS.  GEN-CATALOG SAYS WHAT EACH BUILD IS;  * SQVOLT.2
000800*    THE VOLUME INVENTORY (COPYBOOK SQVOLREC) SAYS WHICH        * SQVOLT.2
000900*    VOLUME SERIALS HOLD WHICH REEL OF WHICH GENERATION AND     * SQVOLT.2
001000*    WHERE EACH VOLUME IS - IN THE TAPE LIBRARY OR IN THE       * SQVOLT.2
001100*    OFFSITE VAULT.  EACH NIGHT THIS PROGRAM:                   * SQVOLT.2
001200*                                                               * SQVOLT.2
001300*      1. DECIDES WHICH GENERATIONS ARE RETAINED - THE LAST N   * SQVOLT.2
001400*         GENERATIONS ON THE CATALOG (KEEPGENS ON THE CENTRAL   * SQVOLT.2
001500*         SUITE OPTIONS FILE, DEFAULT 5), PLUS THE CURRENT      * SQVOLT.2
001600*         CERTIFIED BASELINE AND ANY HELD GENERATION WHATEVER   * SQVOLT.2
001700*         THEIR AGE.  BOTH COPIES OF A BUILD GO TOGETHER.       * SQVOLT.2
001800*      2. APPLIES THE LIBRARIAN'S AND COURIER'S CARDS TO THE    * SQVOLT.2
001900*         INVENTORY.                                            * SQVOLT.2
002000*      3. LISTS THE INVENTORY, THE VAULT ROTATION PULL LIST     * SQVOLT.2
002100*         FOR THE COURIER (DUPLEX COPY-B REELS OF RETAINED      * SQVOLT.2
002200*         GENERATIONS STILL IN THE LIBRARY GO OUT; REELS NO     * SQVOLT.2
002300*         LONGER RETAINED COME BACK), THE SCRATCH-ELIGIBLE      * SQVOLT.2
002400*         VOLUMES, AND ANY RETAINED GENERATION WITH REELS NOT   * SQVOLT.2
002500*         RECORDED ON A VOLUME.                                 * SQVOLT.2
002600*      4. REWRITES THE INVENTORY.                               * SQVOLT.2
002700*                                                               * SQVOLT.2
002800*    A VOLUME OF A RETAINED GENERATION IS NEVER LISTED AS       * SQVOLT.2
002900*    SCRATCH-ELIGIBLE AND CANNOT BE SCRATCHED OR REASSIGNED.    * SQVOLT.2
003000*                                                               * SQVOLT.2
003100*    VOLUME CARDS :-                                            * SQVOLT.2
003200*      COLS  1-8   "ASSIGN  " - VOLUME NOW HOLDS A REEL OF A    * SQVOLT.2
003300*                               GENERATION (ADDED TO THE        * SQVOLT.2
003400*                               INVENTORY IF NEW, IN LIBRARY),  * SQVOLT.2
003500*                  "VAULTED " - VOLUME RECEIVED AT THE VAULT,   * SQVOLT.2
003600*                  "ONSITE  " - VOLUME BACK IN THE LIBRARY,     * SQVOLT.2
003700*                  "SCRATCH " - VOLUME RELEASED FOR REUSE.      * SQVOLT.2
003800*      COLS 10-15  VOLUME SERIAL                                * SQVOLT.2
003900*      COLS 17-20  GENERATION NUMBER  } ASSIGN ONLY; THE        * SQVOLT.2
004000*      COL  22     COPY "A" OR "B"    } GENERATION NUMBER IS    * SQVOLT.2
004100*      COLS 24-25  REEL NUMBER        } AS SQGCMP AND SQCERT    * SQVOLT.2
004200*                                       COUNT THEM              * SQVOLT.2
004300*                                                               * SQVOLT.2
004400*    RETURN CODE 8 IF A CARD IS REJECTED, THE INVENTORY         * SQVOLT.2
004500*    OVERFLOWS (IT IS THEN NOT REWRITTEN) OR THE CATALOG HOLDS  * SQVOLT.2
004510*    OVER 500 ENTRIES (SCRATCH AND ASSIGN CARDS ARE THEN        * SQVOLT.2
004512*    REFUSED, AND NEITHER THE SCRATCH LIST NOR THE INVENTORY    * SQVOLT.2
004514*    IS WRITTEN),                                               * SQVOLT.2
004520*    OTHERWISE 4 IF A RETAINED GENERATION HAS REELS NOT         * SQVOLT.2
004600*    RECORDED ON A VOLUME.                                      * SQVOLT.2
004700*                                                               * SQVOLT.2
004800***************************************************************** SQVOLT.2
004900*                                                               * SQVOLT.2
005000*      X-CARDS USED BY THIS PROGRAM ARE :-                      * SQVOLT.2
005100*                                                               * SQVOLT.2
005200*            X-59   VOLUME CARD READER FILE                     * SQVOLT.2
005300*            X-65   GENERATION CATALOG FILE                     * SQVOLT.2
005400*            X-30   TAPE VOLUME INVENTORY FILE                  * SQVOLT.2
005500*            X-50   CENTRAL SUITE OPTIONS FILE                  * SQVOLT.2
005600*            X-55   SYSTEM PRINTER                              * SQVOLT.2
005700*            X-82   SOURCE-COMPUTER                             * SQVOLT.2
005800*            X-83   OBJECT-COMPUTER                             * SQVOLT.2
005900*            X-84   LABEL RECORDS OPTION                        * SQVOLT.2
006000*                                                               * SQVOLT.2
006100***************************************************************** SQVOLT.2
006200 ENVIRONMENT DIVISION.                                            SQVOLT.2
006300 CONFIGURATION SECTION.                                           SQVOLT.2
006400 SOURCE-COMPUTER.                                                 SQVOLT.2
006500     XXXXX082.                                                    SQVOLT.2
006600 OBJECT-COMPUTER.                                                 SQVOLT.2
006700     XXXXX083.                                                    SQVOLT.2
006800 INPUT-OUTPUT SECTION.                                            SQVOLT.2
006900 FILE-CONTROL.                                                    SQVOLT.2
007000     SELECT VOLUME-CARD ASSIGN TO                                 SQVOLT.2
007100     XXXXX059.                                                    SQVOLT.2
007200     SELECT OPTIONAL GEN-CATALOG ASSIGN TO                        SQVOLT.2
007300     XXXXX065                                                     SQVOLT.2
007400            ORGANIZATION IS SEQUENTIAL                            SQVOLT.2
007500            FILE STATUS IS GEN-CATALOG-STATUS.                    SQVOLT.2
007600     SELECT OPTIONAL VOLUME-FILE ASSIGN TO                        SQVOLT.2
007700     XXXXX030                                                     SQVOLT.2
007800            ORGANIZATION IS SEQUENTIAL                            SQVOLT.2
007900            FILE STATUS IS VOLUME-STATUS.                         SQVOLT.2
008000     SELECT OPTIONAL OPTIONS-FILE ASSIGN TO                       SQVOLT.2
008100     XXXXX050                                                     SQVOLT.2
008200            ORGANIZATION IS SEQUENTIAL                            SQVOLT.2
008300            FILE STATUS IS OPTIONS-STATUS.                        SQVOLT.2
008400     SELECT PRINT-FILE ASSIGN TO                                  SQVOLT.2
008500     XXXXX055.                                                    SQVOLT.2
008600 DATA DIVISION.                                                   SQVOLT.2
008700 FILE SECTION.                                                    SQVOLT.2
008800 FD  VOLUME-CARD                                                  SQVOLT.2
008900     LABEL RECORDS                                                SQVOLT.2
009000     XXXXX084                                                     SQVOLT.2
009100     DATA RECORD IS VOLUME-CARD-REC                               SQVOLT.2
009200               .                                                  SQVOLT.2
009300 01  VOLUME-CARD-REC.                                             SQVOLT.2
009400     05  VC-ACTION           PIC X(8).                            SQVOLT.2
009500     05  FILLER              PIC X(1).                            SQVOLT.2
009600     05  VC-SERIAL           PIC X(6).                            SQVOLT.2
009700     05  FILLER              PIC X(1).                            SQVOLT.2
009800     05  VC-GEN-NO           PIC 9(4).                            SQVOLT.2
009900     05  FILLER              PIC X(1).                            SQVOLT.2
010000     05  VC-COPY-ID          PIC X(1).                            SQVOLT.2
010100     05  FILLER              PIC X(1).                            SQVOLT.2
010200     05  VC-REEL-NO          PIC 9(2).                            SQVOLT.2
010300     05  FILLER              PIC X(55).                           SQVOLT.2
010400 FD  GEN-CATALOG                                                  SQVOLT.2
010500     LABEL RECORDS ARE STANDARD.                                  SQVOLT.2
010600     COPY SQGCATRC.                                               SQVOLT.2
010700 FD  VOLUME-FILE                                                  SQVOLT.2
010800     LABEL RECORDS ARE STANDARD.                                  SQVOLT.2
010900     COPY SQVOLREC.                                               SQVOLT.2
011000 FD  OPTIONS-FILE                                                 SQVOLT.2
011100     LABEL RECORDS ARE STANDARD.                                  SQVOLT.2
011200 01  OPTION-REC.                                                  SQVOLT.2
011300     05  OPT-KEYWORD         PIC X(8).                            SQVOLT.2
011400     05  FILLER              PIC X(1).                            SQVOLT.2
011500     05  OPT-VALUE           PIC X(8).                            SQVOLT.2
011600     05  FILLER              PIC X(63).                           SQVOLT.2
011700 FD  PRINT-FILE                                                   SQVOLT.2
011800     LABEL RECORDS                                                SQVOLT.2
011900     XXXXX084                                                     SQVOLT.2
012000     DATA RECORD IS PRINT-REC DUMMY-RECORD                        SQVOLT.2
012100               .                                                  SQVOLT.2
012200 01  PRINT-REC PICTURE X(120).                                    SQVOLT.2
012300 01  DUMMY-RECORD PICTURE X(120).                                 SQVOLT.2
012400 WORKING-STORAGE SECTION.                                         SQVOLT.2
012500 01  WS-EOF-SW              PIC X VALUE "N".                      SQVOLT.2
012600     88  WS-EOF                   VALUE "Y".                      SQVOLT.2
012700 01  GEN-CATALOG-STATUS     PIC XX VALUE "00".                    SQVOLT.2
012800 01  VOLUME-STATUS          PIC XX VALUE "00".                    SQVOLT.2
012900 01  OPTIONS-STATUS         PIC XX VALUE "00".                    SQVOLT.2
013000 01  WS-OPTIONS-EOF         PIC 9 VALUE ZERO.                     SQVOLT.2
013100 01  WS-OPT-VALUE-X.                                              SQVOLT.2
013200     05  WS-OPT-VALUE-9     PIC 9(4).                             SQVOLT.2
013300     05  FILLER              PIC X(4).                            SQVOLT.2
013400 01  WS-RUN-DATE            PIC 9(8).                             SQVOLT.2
013500 01  WS-KEEP-GENS           PIC 9(4) VALUE 5.                     SQVOLT.2
013600 01  WS-KEEP-FROM           PIC S9(5) COMP VALUE ZERO.            SQVOLT.2
013700 01  WS-GEN-COUNT           PIC 9(4) COMP VALUE ZERO.             SQVOLT.2
013800 01  WS-ORD-COUNT           PIC 9(4) COMP VALUE ZERO.             SQVOLT.2
013900 01  WS-GEN-SUB             PIC 9(4) COMP VALUE ZERO.             SQVOLT.2
014000 01  WS-PRI-SUB             PIC 9(4) COMP VALUE ZERO.             SQVOLT.2
014100 01  WS-TARGET-SUB          PIC 9(4) COMP VALUE ZERO.             SQVOLT.2
014200 01  WS-VOL-COUNT           PIC 9(4) COMP VALUE ZERO.             SQVOLT.2
014300 01  WS-VOL-SUB             PIC 9(4) COMP VALUE ZERO.             SQVOLT.2
014400 01  WS-MATCH-SUB           PIC 9(4) COMP VALUE ZERO.             SQVOLT.2
014500 01  WS-DUP-SUB             PIC 9(4) COMP VALUE ZERO.             SQVOLT.2
014600 01  WS-REEL-LIMIT          PIC 9(2) VALUE ZERO.                  SQVOLT.2
014700 01  WS-ROW-COPY            PIC X(1).                             SQVOLT.2
014800 01  WS-CARDS-APPLIED       PIC 9(3) COMP VALUE ZERO.             SQVOLT.2
014900 01  WS-CARDS-REJECTED      PIC 9(3) COMP VALUE ZERO.             SQVOLT.2
015000 01  WS-CARD-ERROR-TEXT     PIC X(40).                            SQVOLT.2
015100 01  WS-RETAINED-GENS       PIC 9(4) COMP VALUE ZERO.             SQVOLT.2
015200 01  WS-PULL-COUNT          PIC 9(4) COMP VALUE ZERO.             SQVOLT.2
015300 01  WS-ELIGIBLE-COUNT      PIC 9(4) COMP VALUE ZERO.             SQVOLT.2
015400 01  WS-POOL-COUNT          PIC 9(4) COMP VALUE ZERO.             SQVOLT.2
015500 01  WS-MISSING-COUNT       PIC 9(4) COMP VALUE ZERO.             SQVOLT.2
015600 01  WS-LISTED              PIC 9(4) COMP VALUE ZERO.             SQVOLT.2
015700 01  WS-TABLE-FULL-SW       PIC X VALUE "N".                      SQVOLT.2
015800     88  WS-TABLE-FULL            VALUE "Y".                      SQVOLT.2
015810 01  WS-CATALOG-FULL-SW     PIC X VALUE "N".                      SQVOLT.2
015820     88  WS-CATALOG-FULL          VALUE "Y".                      SQVOLT.2
015900*    THE CATALOG AS SQCERT HOLDS IT, WITH THE GENERATION NUMBER   SQVOLT.2
016000*    CARRIED ONTO THE DUPLEX COPY-B ROW OF THE SAME BUILD, THE    SQVOLT.2
016100*    RETENTION DECISION AND THE COUNT OF REELS ON A VOLUME.       SQVOLT.2
016200 01  GEN-WORK-TABLE.                                              SQVOLT.2
016300     05  GEN-WORK-ENTRY OCCURS 500 TIMES.                         SQVOLT.2
016400         10  GW-PGM-ID           PIC X(6).                        SQVOLT.2
016500         10  GW-BUILD-DATE       PIC 9(8).                        SQVOLT.2
016600         10  GW-BUILD-TIME       PIC 9(8).                        SQVOLT.2
016700         10  GW-REC-COUNT        PIC 9(6).                        SQVOLT.2
016800         10  GW-CHECKSUM         PIC 9(9).                        SQVOLT.2
016900         10  GW-COPY-ID          PIC X(1).                        SQVOLT.2
017000         10  GW-REEL-COUNT       PIC 9(2).                        SQVOLT.2
017100         10  GW-CERT-STATUS      PIC X(1).                        SQVOLT.2
017200         10  GW-CERT-BY          PIC X(8).                        SQVOLT.2
017300         10  GW-CERT-DATE        PIC 9(8).                        SQVOLT.2
017400         10  FILLER              PIC X(23).                       SQVOLT.2
017500         10  GW-GEN-NO           PIC 9(4).                        SQVOLT.2
017600         10  GW-KEEP-WHY         PIC X(8).                        SQVOLT.2
017700         10  GW-REELS-ON-VOL     PIC 9(2).                        SQVOLT.2
017800*    THE INVENTORY IS HELD IN STORAGE AND REWRITTEN IN ONE PASS.  SQVOLT.2
017900*    VT-IMAGE IS THE SQVOLREC IMAGE; VT-FIELDS THE SAME LAYOUT.   SQVOLT.2
018000 01  VOLUME-TABLE.                                                SQVOLT.2
018100     05  VOLUME-ENTRY OCCURS 1000 TIMES.                          SQVOLT.2
018200         10  VT-IMAGE            PIC X(80).                       SQVOLT.2
018300         10  VT-FIELDS REDEFINES VT-IMAGE.                        SQVOLT.2
018400             15  VT-SERIAL       PIC X(6).                        SQVOLT.2
018500             15  VT-STATUS       PIC X(1).                        SQVOLT.2
018600             15  VT-LOCATION     PIC X(1).                        SQVOLT.2
018700             15  VT-PGM-ID       PIC X(6).                        SQVOLT.2
018800             15  VT-BUILD-DATE   PIC 9(8).                        SQVOLT.2
018900             15  VT-BUILD-TIME   PIC 9(8).                        SQVOLT.2
019000             15  VT-COPY-ID      PIC X(1).                        SQVOLT.2
019100             15  VT-REEL-NO      PIC 9(2).                        SQVOLT.2
019200             15  VT-ASSIGN-DATE  PIC 9(8).                        SQVOLT.2
019300             15  VT-MOVE-DATE    PIC 9(8).                        SQVOLT.2
019400             15  FILLER          PIC X(31).                       SQVOLT.2
019500         10  VT-GEN-SUB          PIC 9(4) COMP.                   SQVOLT.2
019600         10  VT-NOTE             PIC X(30).                       SQVOLT.2
019700         10  VT-PULL             PIC X(18).                       SQVOLT.2
019800 01  HEAD-LINE-1.                                                 SQVOLT.2
019900     05  FILLER              PIC X(50) VALUE                      SQVOLT.2
020000         "SQ-VS6 TAPE VOLUME INVENTORY AND VAULT ROTATION".       SQVOLT.2
020100 01  HEAD-LINE-2.                                                 SQVOLT.2
020200     05  FILLER              PIC X(11) VALUE "RUN DATE = ".       SQVOLT.2
020300     05  HL-RUN-DATE         PIC 9(8).                            SQVOLT.2
020400     05  FILLER              PIC X(24) VALUE                      SQVOLT.2
020500         "   GENERATIONS KEPT  = ".                               SQVOLT.2
020600     05  HL-KEEP-GENS        PIC ZZZ9.                            SQVOLT.2
020700     05  FILLER              PIC X(40) VALUE                      SQVOLT.2
020800         "  (PLUS CERTIFIED BASELINE AND HELD)".                  SQVOLT.2
020900 01  SECTION-LINE.                                                SQVOLT.2
021000     05  SEC-TEXT            PIC X(60).                           SQVOLT.2
021100 01  INVENTORY-HEAD.                                              SQVOLT.2
021200     05  FILLER              PIC X(8)  VALUE "VOLSER".            SQVOLT.2
021300     05  FILLER              PIC X(4)  VALUE "ST".                SQVOLT.2
021400     05  FILLER              PIC X(4)  VALUE "LOC".               SQVOLT.2
021500     05  FILLER              PIC X(6)  VALUE "  GEN".             SQVOLT.2
021600     05  FILLER              PIC X(2)  VALUE SPACE.               SQVOLT.2
021700     05  FILLER              PIC X(18) VALUE "BUILD DATE/TIME".   SQVOLT.2
021800     05  FILLER              PIC X(5)  VALUE "COPY".              SQVOLT.2
021900     05  FILLER              PIC X(5)  VALUE "REEL".              SQVOLT.2
022000     05  FILLER              PIC X(30) VALUE "NOTE".              SQVOLT.2
022100 01  VOLUME-LINE.                                                 SQVOLT.2
022200     05  VL-SERIAL           PIC X(6).                            SQVOLT.2
022300     05  FILLER              PIC X(3)  VALUE SPACE.               SQVOLT.2
022400     05  VL-STATUS           PIC X(1).                            SQVOLT.2
022500     05  FILLER              PIC X(3)  VALUE SPACE.               SQVOLT.2
022600     05  VL-LOCATION         PIC X(1).                            SQVOLT.2
022700     05  FILLER              PIC X(3)  VALUE SPACE.               SQVOLT.2
022800     05  VL-GEN-NO           PIC ZZZZ.                            SQVOLT.2
022900     05  FILLER              PIC X(3)  VALUE SPACE.               SQVOLT.2
023000     05  VL-BUILD-DATE       PIC 9(8).                            SQVOLT.2
023100     05  FILLER              PIC X(1)  VALUE SPACE.               SQVOLT.2
023200     05  VL-BUILD-TIME       PIC 9(8).                            SQVOLT.2
023300     05  FILLER              PIC X(2)  VALUE SPACE.               SQVOLT.2
023400     05  VL-COPY-ID          PIC X(1).                            SQVOLT.2
023500     05  FILLER              PIC X(3)  VALUE SPACE.               SQVOLT.2
023600     05  VL-REEL-NO          PIC Z9.                              SQVOLT.2
023700     05  FILLER              PIC X(3)  VALUE SPACE.               SQVOLT.2
023800     05  VL-NOTE             PIC X(30).                           SQVOLT.2
023900 01  PULL-LINE.                                                   SQVOLT.2
024000     05  PL-ACTION           PIC X(18).                           SQVOLT.2
024100     05  FILLER              PIC X(2)  VALUE SPACE.               SQVOLT.2
024200     05  PL-SERIAL           PIC X(6).                            SQVOLT.2
024300     05  FILLER              PIC X(6)  VALUE "  GEN ".            SQVOLT.2
024400     05  PL-GEN-NO           PIC ZZZZ.                            SQVOLT.2
024500     05  FILLER              PIC X(7)  VALUE "  COPY ".           SQVOLT.2
024600     05  PL-COPY-ID          PIC X(1).                            SQVOLT.2
024700     05  FILLER              PIC X(7)  VALUE "  REEL ".           SQVOLT.2
024800     05  PL-REEL-NO          PIC Z9.                              SQVOLT.2
024900     05  FILLER              PIC X(8)  VALUE "  BUILT ".          SQVOLT.2
025000     05  PL-BUILD-DATE       PIC 9(8).                            SQVOLT.2
025100 01  MISSING-LINE.                                                SQVOLT.2
025200     05  FILLER              PIC X(11) VALUE "GENERATION ".       SQVOLT.2
025300     05  ML-GEN-NO           PIC ZZZ9.                            SQVOLT.2
025400     05  FILLER              PIC X(6)  VALUE " COPY ".            SQVOLT.2
025500     05  ML-COPY-ID          PIC X(1).                            SQVOLT.2
025600     05  FILLER              PIC X(8)  VALUE " BUILT  ".          SQVOLT.2
025700     05  ML-BUILD-DATE       PIC 9(8).                            SQVOLT.2
025800     05  FILLER              PIC X(2)  VALUE " (".                SQVOLT.2
025900     05  ML-KEEP-WHY         PIC X(8).                            SQVOLT.2
026000     05  FILLER              PIC X(4)  VALUE ") - ".              SQVOLT.2
026100     05  ML-REELS-ON-VOL     PIC Z9.                              SQVOLT.2
026200     05  FILLER              PIC X(4)  VALUE " OF ".              SQVOLT.2
026300     05  ML-REEL-COUNT       PIC Z9.                              SQVOLT.2
026400     05  FILLER              PIC X(30) VALUE                      SQVOLT.2
026500         " REELS RECORDED ON A VOLUME".                           SQVOLT.2
026600 01  CARD-ERROR-LINE.                                             SQVOLT.2
026700     05  FILLER              PIC X(16) VALUE "CARD REJECTED - ".  SQVOLT.2
026800     05  CEL-REASON          PIC X(40).                           SQVOLT.2
026900     05  FILLER              PIC X(2)  VALUE SPACE.               SQVOLT.2
027000     05  CEL-CARD-IMAGE      PIC X(25).                           SQVOLT.2
027100 01  SUMMARY-LINE.                                                SQVOLT.2
027200     05  SL-LITERAL          PIC X(30).                           SQVOLT.2
027300     05  SL-COUNT            PIC ZZZZ9.                           SQVOLT.2
027400 PROCEDURE DIVISION.                                              SQVOLT.2
027500 MAINLINE.                                                        SQVOLT.2
027600     PERFORM OPEN-FILES.                                          SQVOLT.2
027700     PERFORM LOAD-ONE-GENERATION                                  SQVOLT.2
027800         UNTIL WS-EOF.                                            SQVOLT.2
027900     CLOSE GEN-CATALOG.                                           SQVOLT.2
028000     PERFORM NUMBER-COPY-B-ROWS                                   SQVOLT.2
028100         VARYING WS-GEN-SUB FROM 1 BY 1                           SQVOLT.2
028200         UNTIL WS-GEN-SUB GREATER THAN WS-GEN-COUNT.              SQVOLT.2
028300     PERFORM MARK-RETAINED-GENERATIONS.                           SQVOLT.2
028400     PERFORM LOAD-VOLUMES.                                        SQVOLT.2
028500     MOVE "N" TO WS-EOF-SW.                                       SQVOLT.2
028600     PERFORM APPLY-ONE-CARD                                       SQVOLT.2
028700         UNTIL WS-EOF.                                            SQVOLT.2
028800     PERFORM CLASSIFY-ONE-VOLUME                                  SQVOLT.2
028900         VARYING WS-VOL-SUB FROM 1 BY 1                           SQVOLT.2
029000         UNTIL WS-VOL-SUB GREATER THAN WS-VOL-COUNT.              SQVOLT.2
029100     PERFORM LIST-INVENTORY.                                      SQVOLT.2
029200     PERFORM LIST-PULL-LIST.                                      SQVOLT.2
029210*    WITH GENERATIONS LEFT OFF THE TABLE THE RETENTION MARKS      SQVOLT.2
029220*    CANNOT BE TRUSTED, SO NO VOLUME IS OFFERED FOR SCRATCH.      SQVOLT.2
029300     IF WS-CATALOG-FULL                                           SQVOLT.2
029310         MOVE "** CATALOG OVER 500 ENTRIES - NO SCRATCH LIST **"  SQVOLT.2
029320             TO PRINT-REC                                         SQVOLT.2
029330         WRITE PRINT-REC AFTER ADVANCING 2 LINES                  SQVOLT.2
029340     ELSE                                                         SQVOLT.2
029350         PERFORM LIST-SCRATCH-ELIGIBLE                            SQVOLT.2
029360     END-IF.                                                      SQVOLT.2
029400     PERFORM LIST-MISSING-REELS.                                  SQVOLT.2
029500*    REWRITING FROM A FULL TABLE WOULD DROP VOLUMES FROM THE      SQVOLT.2
029600*    INVENTORY, AND A FULL CATALOG LEAVES SCRATCH AND ASSIGN      SQVOLT.2
029650*    CARDS UNCHECKED, SO THE FILE IS THEN LEFT UNTOUCHED, THE     SQVOLT.2
029700*    RUN SAYS SO AND ENDS WITH RETURN CODE 8.                     SQVOLT.2
029800     IF WS-TABLE-FULL                                             SQVOLT.2
029900         MOVE "** INVENTORY OVER 1000 VOLUMES - NOT REWRITTEN **" SQVOLT.2
030000             TO PRINT-REC                                         SQVOLT.2
030100         WRITE PRINT-REC AFTER ADVANCING 2 LINES                  SQVOLT.2
030200     ELSE                                                         SQVOLT.2
030210         IF WS-CATALOG-FULL                                       SQVOLT.2
030220             MOVE "** CATALOG FULL - INVENTORY NOT REWRITTEN **"  SQVOLT.2
030230                 TO PRINT-REC                                     SQVOLT.2
030240             WRITE PRINT-REC AFTER ADVANCING 2 LINES              SQVOLT.2
030250         ELSE                                                     SQVOLT.2
030300             PERFORM REWRITE-INVENTORY                            SQVOLT.2
030350         END-IF                                                   SQVOLT.2
030400     END-IF.                                                      SQVOLT.2
030500     PERFORM CLOSE-FILES.                                         SQVOLT.2
030600     IF WS-MISSING-COUNT GREATER THAN ZERO                        SQVOLT.2
030700         MOVE 4 TO RETURN-CODE                                    SQVOLT.2
030800     END-IF.                                                      SQVOLT.2
030900     IF WS-CARDS-REJECTED GREATER THAN ZERO                       SQVOLT.2
031000        OR WS-TABLE-FULL                                          SQVOLT.2
031050        OR WS-CATALOG-FULL                                        SQVOLT.2
031100         MOVE 8 TO RETURN-CODE                                    SQVOLT.2
031200     END-IF.                                                      SQVOLT.2
031300     STOP RUN.                                                    SQVOLT.2
031400 OPEN-FILES.                                                      SQVOLT.2
031500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       SQVOLT.2
031600     PERFORM LOAD-SUITE-OPTIONS.                                  SQVOLT.2
031700     OPEN INPUT GEN-CATALOG.                                      SQVOLT.2
031800     IF GEN-CATALOG-STATUS NOT EQUAL TO "00"                      SQVOLT.2
031900        AND GEN-CATALOG-STATUS NOT EQUAL TO "05"                  SQVOLT.2
032000         MOVE "Y" TO WS-EOF-SW                                    SQVOLT.2
032100     END-IF.                                                      SQVOLT.2
032200     OPEN INPUT VOLUME-CARD.                                      SQVOLT.2
032300     OPEN OUTPUT PRINT-FILE.                                      SQVOLT.2
032400     MOVE WS-RUN-DATE TO HL-RUN-DATE.                             SQVOLT.2
032500     MOVE WS-KEEP-GENS TO HL-KEEP-GENS.                           SQVOLT.2
032600     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQVOLT.2
032700     WRITE PRINT-REC FROM HEAD-LINE-2 AFTER ADVANCING 1 LINE.     SQVOLT.2
032800 LOAD-SUITE-OPTIONS.                                              SQVOLT.2
032900*    KEEPGENS ON THE CENTRAL SUITE OPTIONS FILE SETS HOW MANY OF  SQVOLT.2
033000*    THE LATEST GENERATIONS ARE RETAINED; ABSENT, ZERO OR NOT     SQVOLT.2
033100*    NUMERIC LEAVES THE DEFAULT OF 5.                             SQVOLT.2
033200     MOVE ZERO TO WS-OPTIONS-EOF.                                 SQVOLT.2
033300     OPEN INPUT OPTIONS-FILE.                                     SQVOLT.2
033400     IF OPTIONS-STATUS NOT EQUAL TO "00"                          SQVOLT.2
033500         MOVE 1 TO WS-OPTIONS-EOF                                 SQVOLT.2
033600     END-IF.                                                      SQVOLT.2
033700     PERFORM LOAD-ONE-OPTION                                      SQVOLT.2
033800         UNTIL WS-OPTIONS-EOF EQUAL TO 1.                         SQVOLT.2
033900     CLOSE OPTIONS-FILE.                                          SQVOLT.2
034000 LOAD-ONE-OPTION.                                                 SQVOLT.2
034100     READ OPTIONS-FILE                                            SQVOLT.2
034200         AT END                                                   SQVOLT.2
034300             MOVE 1 TO WS-OPTIONS-EOF                             SQVOLT.2
034400         NOT AT END                                               SQVOLT.2
034500             PERFORM APPLY-ONE-OPTION                             SQVOLT.2
034600     END-READ.                                                    SQVOLT.2
034700 APPLY-ONE-OPTION.                                                SQVOLT.2
034800     MOVE OPT-VALUE TO WS-OPT-VALUE-X.                            SQVOLT.2
034900     IF OPT-KEYWORD EQUAL TO "KEEPGENS"                           SQVOLT.2
035000        AND WS-OPT-VALUE-9 NUMERIC                                SQVOLT.2
035100        AND WS-OPT-VALUE-9 GREATER THAN ZERO                      SQVOLT.2
035200         MOVE WS-OPT-VALUE-9 TO WS-KEEP-GENS                      SQVOLT.2
035300     END-IF.                                                      SQVOLT.2
035400 LOAD-ONE-GENERATION.                                             SQVOLT.2
035500     READ GEN-CATALOG                                             SQVOLT.2
035600         AT END                                                   SQVOLT.2
035700             MOVE "Y" TO WS-EOF-SW                                SQVOLT.2
035800     END-READ.                                                    SQVOLT.2
035900     IF NOT WS-EOF                                                SQVOLT.2
036000         IF WS-GEN-COUNT LESS THAN 500                            SQVOLT.2
036100             ADD 1 TO WS-GEN-COUNT                                SQVOLT.2
036200             MOVE GEN-CATALOG-REC                                 SQVOLT.2
036300                 TO GEN-WORK-ENTRY (WS-GEN-COUNT)                 SQVOLT.2
036400             MOVE SPACE TO GW-KEEP-WHY (WS-GEN-COUNT)             SQVOLT.2
036500             MOVE ZERO TO GW-REELS-ON-VOL (WS-GEN-COUNT)          SQVOLT.2
036600             IF GC-COPY-ID EQUAL TO "B"                           SQVOLT.2
036700                 MOVE ZERO TO GW-GEN-NO (WS-GEN-COUNT)            SQVOLT.2
036800             ELSE                                                 SQVOLT.2
036900                 ADD 1 TO WS-ORD-COUNT                            SQVOLT.2
037000                 MOVE WS-ORD-COUNT TO GW-GEN-NO (WS-GEN-COUNT)    SQVOLT.2
037100             END-IF                                               SQVOLT.2
037200         ELSE                                                     SQVOLT.2
037300             MOVE "Y" TO WS-CATALOG-FULL-SW                       SQVOLT.2
037400         END-IF                                                   SQVOLT.2
037500     END-IF.                                                      SQVOLT.2
037600 NUMBER-COPY-B-ROWS.                                              SQVOLT.2
037700*    A DUPLEX COPY-B ROW TAKES THE GENERATION NUMBER OF THE       SQVOLT.2
037800*    PRIMARY ROW OF THE SAME BUILD, SO BOTH COPIES ARE ADDRESSED  SQVOLT.2
037900*    AND RETAINED AS ONE GENERATION.                              SQVOLT.2
038000     IF GW-COPY-ID (WS-GEN-SUB) EQUAL TO "B"                      SQVOLT.2
038100         MOVE ZERO TO WS-PRI-SUB                                  SQVOLT.2
038200         PERFORM FIND-PRIMARY-ROW                                 SQVOLT.2
038300             VARYING WS-MATCH-SUB FROM 1 BY 1                     SQVOLT.2
038400             UNTIL WS-MATCH-SUB GREATER THAN WS-GEN-COUNT         SQVOLT.2
038500                OR WS-PRI-SUB GREATER THAN ZERO                   SQVOLT.2
038600         IF WS-PRI-SUB GREATER THAN ZERO                          SQVOLT.2
038700             MOVE GW-GEN-NO (WS-PRI-SUB)                          SQVOLT.2
038800                 TO GW-GEN-NO (WS-GEN-SUB)                        SQVOLT.2
038900         END-IF                                                   SQVOLT.2
039000     END-IF.                                                      SQVOLT.2
039100 FIND-PRIMARY-ROW.                                                SQVOLT.2
039200     IF GW-COPY-ID (WS-MATCH-SUB) NOT EQUAL TO "B"                SQVOLT.2
039300        AND GW-PGM-ID (WS-MATCH-SUB)                              SQVOLT.2
039400            EQUAL TO GW-PGM-ID (WS-GEN-SUB)                       SQVOLT.2
039500        AND GW-BUILD-DATE (WS-MATCH-SUB)                          SQVOLT.2
039600            EQUAL TO GW-BUILD-DATE (WS-GEN-SUB)                   SQVOLT.2
039700        AND GW-BUILD-TIME (WS-MATCH-SUB)                          SQVOLT.2
039800            EQUAL TO GW-BUILD-TIME (WS-GEN-SUB)                   SQVOLT.2
039900         MOVE WS-MATCH-SUB TO WS-PRI-SUB                          SQVOLT.2
040000     END-IF.                                                      SQVOLT.2
040100 MARK-RETAINED-GENERATIONS.                                       SQVOLT.2
040200*    THE LAST N GENERATIONS ARE KEPT, AND THE CERTIFIED BASELINE  SQVOLT.2
040300*    AND HELD GENERATIONS ARE KEPT HOWEVER OLD THEY ARE.  A       SQVOLT.2
040400*    COPY-B ROW WHOSE PRIMARY IS NOT ON THE CATALOG IS KEPT       SQVOLT.2
040500*    RATHER THAN RISK SCRATCHING THE ONLY COPY OF A BUILD.        SQVOLT.2
040600     COMPUTE WS-KEEP-FROM = WS-ORD-COUNT - WS-KEEP-GENS + 1.      SQVOLT.2
040700     PERFORM MARK-ONE-PRIMARY                                     SQVOLT.2
040800         VARYING WS-GEN-SUB FROM 1 BY 1                           SQVOLT.2
040900         UNTIL WS-GEN-SUB GREATER THAN WS-GEN-COUNT.              SQVOLT.2
041000     PERFORM MARK-ONE-COPY-B                                      SQVOLT.2
041100         VARYING WS-GEN-SUB FROM 1 BY 1                           SQVOLT.2
041200         UNTIL WS-GEN-SUB GREATER THAN WS-GEN-COUNT.              SQVOLT.2
041300 MARK-ONE-PRIMARY.                                                SQVOLT.2
041400     IF GW-COPY-ID (WS-GEN-SUB) NOT EQUAL TO "B"                  SQVOLT.2
041500         IF GW-GEN-NO (WS-GEN-SUB) NOT LESS THAN WS-KEEP-FROM     SQVOLT.2
041600             MOVE "LATEST" TO GW-KEEP-WHY (WS-GEN-SUB)            SQVOLT.2
041700         END-IF                                                   SQVOLT.2
041800         IF GW-CERT-STATUS (WS-GEN-SUB) EQUAL TO "H"              SQVOLT.2
041900             MOVE "HELD" TO GW-KEEP-WHY (WS-GEN-SUB)              SQVOLT.2
042000         END-IF                                                   SQVOLT.2
042100         IF GW-CERT-STATUS (WS-GEN-SUB) EQUAL TO "C"              SQVOLT.2
042200             MOVE "BASELINE" TO GW-KEEP-WHY (WS-GEN-SUB)          SQVOLT.2
042300         END-IF                                                   SQVOLT.2
042400         IF GW-KEEP-WHY (WS-GEN-SUB) NOT EQUAL TO SPACE           SQVOLT.2
042500             ADD 1 TO WS-RETAINED-GENS                            SQVOLT.2
042600         END-IF                                                   SQVOLT.2
042700     END-IF.                                                      SQVOLT.2
042800 MARK-ONE-COPY-B.                                                 SQVOLT.2
042900     IF GW-COPY-ID (WS-GEN-SUB) EQUAL TO "B"                      SQVOLT.2
043000         IF GW-GEN-NO (WS-GEN-SUB) EQUAL TO ZERO                  SQVOLT.2
043100             MOVE "ORPHAN" TO GW-KEEP-WHY (WS-GEN-SUB)            SQVOLT.2
043200         ELSE                                                     SQVOLT.2
043300             MOVE ZERO TO WS-PRI-SUB                              SQVOLT.2
043400             PERFORM FIND-PRIMARY-ROW                             SQVOLT.2
043500                 VARYING WS-MATCH-SUB FROM 1 BY 1                 SQVOLT.2
043600                 UNTIL WS-MATCH-SUB GREATER THAN WS-GEN-COUNT     SQVOLT.2
043700                    OR WS-PRI-SUB GREATER THAN ZERO               SQVOLT.2
043800             MOVE GW-KEEP-WHY (WS-PRI-SUB)                        SQVOLT.2
043900                 TO GW-KEEP-WHY (WS-GEN-SUB)                      SQVOLT.2
044000         END-IF                                                   SQVOLT.2
044100     END-IF.                                                      SQVOLT.2
044200 LOAD-VOLUMES.                                                    SQVOLT.2
044300     MOVE "N" TO WS-EOF-SW.                                       SQVOLT.2
044400     OPEN INPUT VOLUME-FILE.                                      SQVOLT.2
044500     IF VOLUME-STATUS NOT EQUAL TO "00"                           SQVOLT.2
044600        AND VOLUME-STATUS NOT EQUAL TO "05"                       SQVOLT.2
044700         MOVE "Y" TO WS-EOF-SW                                    SQVOLT.2
044800     END-IF.                                                      SQVOLT.2
044900     PERFORM LOAD-ONE-VOLUME                                      SQVOLT.2
045000         UNTIL WS-EOF.                                            SQVOLT.2
045100     CLOSE VOLUME-FILE.                                           SQVOLT.2
045200 LOAD-ONE-VOLUME.                                                 SQVOLT.2
045300     READ VOLUME-FILE                                             SQVOLT.2
045400         AT END                                                   SQVOLT.2
045500             MOVE "Y" TO WS-EOF-SW                                SQVOLT.2
045600     END-READ.                                                    SQVOLT.2
045700     IF NOT WS-EOF                                                SQVOLT.2
045800         IF WS-VOL-COUNT LESS THAN 1000                           SQVOLT.2
045900             ADD 1 TO WS-VOL-COUNT                                SQVOLT.2
046000             MOVE VOLUME-REC TO VT-IMAGE (WS-VOL-COUNT)           SQVOLT.2
046100             MOVE WS-VOL-COUNT TO WS-VOL-SUB                      SQVOLT.2
046200             PERFORM LINK-VOLUME-GENERATION                       SQVOLT.2
046300         ELSE                                                     SQVOLT.2
046400             MOVE "Y" TO WS-TABLE-FULL-SW                         SQVOLT.2
046500         END-IF                                                   SQVOLT.2
046600     END-IF.                                                      SQVOLT.2
046700 LINK-VOLUME-GENERATION.                                          SQVOLT.2
046800*    AN ASSIGNED VOLUME IS LINKED TO ITS CATALOG ROW BY BUILD     SQVOLT.2
046900*    KEY AND COPY; A PRE-DUPLEX ROW (COPY SPACE) IS COPY "A".     SQVOLT.2
047000     MOVE ZERO TO VT-GEN-SUB (WS-VOL-SUB).                        SQVOLT.2
047100     IF VT-STATUS (WS-VOL-SUB) EQUAL TO "A"                       SQVOLT.2
047200         PERFORM FIND-VOLUME-ROW                                  SQVOLT.2
047300             VARYING WS-GEN-SUB FROM 1 BY 1                       SQVOLT.2
047400             UNTIL WS-GEN-SUB GREATER THAN WS-GEN-COUNT           SQVOLT.2
047500                OR VT-GEN-SUB (WS-VOL-SUB) GREATER THAN ZERO      SQVOLT.2
047600     END-IF.                                                      SQVOLT.2
047700 FIND-VOLUME-ROW.                                                 SQVOLT.2
047800     MOVE GW-COPY-ID (WS-GEN-SUB) TO WS-ROW-COPY.                 SQVOLT.2
047900     IF WS-ROW-COPY EQUAL TO SPACE                                SQVOLT.2
048000         MOVE "A" TO WS-ROW-COPY                                  SQVOLT.2
048100     END-IF.                                                      SQVOLT.2
048200     IF GW-PGM-ID (WS-GEN-SUB) EQUAL TO VT-PGM-ID (WS-VOL-SUB)    SQVOLT.2
048300        AND GW-BUILD-DATE (WS-GEN-SUB)                            SQVOLT.2
048400            EQUAL TO VT-BUILD-DATE (WS-VOL-SUB)                   SQVOLT.2
048500        AND GW-BUILD-TIME (WS-GEN-SUB)                            SQVOLT.2
048600            EQUAL TO VT-BUILD-TIME (WS-VOL-SUB)                   SQVOLT.2
048700        AND WS-ROW-COPY EQUAL TO VT-COPY-ID (WS-VOL-SUB)          SQVOLT.2
048800         MOVE WS-GEN-SUB TO VT-GEN-SUB (WS-VOL-SUB)               SQVOLT.2
048900     END-IF.                                                      SQVOLT.2
049000 APPLY-ONE-CARD.                                                  SQVOLT.2
049100     READ VOLUME-CARD                                             SQVOLT.2
049200         AT END                                                   SQVOLT.2
049300             MOVE "Y" TO WS-EOF-SW                                SQVOLT.2
049400     END-READ.                                                    SQVOLT.2
049500     IF NOT WS-EOF                                                SQVOLT.2
049600         PERFORM APPLY-THIS-CARD                                  SQVOLT.2
049700     END-IF.                                                      SQVOLT.2
049800 APPLY-THIS-CARD.                                                 SQVOLT.2
049900     MOVE SPACE TO WS-CARD-ERROR-TEXT.                            SQVOLT.2
050000     IF VC-ACTION NOT EQUAL TO "ASSIGN  "                         SQVOLT.2
050100        AND VC-ACTION NOT EQUAL TO "VAULTED "                     SQVOLT.2
050200        AND VC-ACTION NOT EQUAL TO "ONSITE  "                     SQVOLT.2
050300        AND VC-ACTION NOT EQUAL TO "SCRATCH "                     SQVOLT.2
050400         MOVE "UNKNOWN ACTION" TO WS-CARD-ERROR-TEXT              SQVOLT.2
050500     END-IF.                                                      SQVOLT.2
050600     IF WS-CARD-ERROR-TEXT EQUAL TO SPACE                         SQVOLT.2
050700        AND VC-SERIAL EQUAL TO SPACE                              SQVOLT.2
050800         MOVE "VOLUME SERIAL IS MISSING" TO WS-CARD-ERROR-TEXT    SQVOLT.2
050900     END-IF.                                                      SQVOLT.2
050910*    WITH GENERATIONS LEFT OFF THE CATALOG TABLE A VOLUME IN      SQVOLT.2
050920*    USE CAN LOOK UNUSED, SO NONE IS SCRATCHED OR ASSIGNED.       SQVOLT.2
050930     IF WS-CARD-ERROR-TEXT EQUAL TO SPACE                         SQVOLT.2
050940        AND WS-CATALOG-FULL                                       SQVOLT.2
050950        AND VC-ACTION NOT EQUAL TO "VAULTED "                     SQVOLT.2
050960        AND VC-ACTION NOT EQUAL TO "ONSITE  "                     SQVOLT.2
050970         MOVE "CATALOG OVER 500 ENTRIES - NOT APPLIED"            SQVOLT.2
050980             TO WS-CARD-ERROR-TEXT                                SQVOLT.2
050990     END-IF.                                                      SQVOLT.2
051000     IF WS-CARD-ERROR-TEXT EQUAL TO SPACE                         SQVOLT.2
051100         MOVE ZERO TO WS-MATCH-SUB                                SQVOLT.2
051200         PERFORM FIND-CARD-VOLUME                                 SQVOLT.2
051300             VARYING WS-VOL-SUB FROM 1 BY 1                       SQVOLT.2
051400             UNTIL WS-VOL-SUB GREATER THAN WS-VOL-COUNT           SQVOLT.2
051500                OR WS-MATCH-SUB GREATER THAN ZERO                 SQVOLT.2
051600         IF WS-MATCH-SUB EQUAL TO ZERO                            SQVOLT.2
051700            AND VC-ACTION NOT EQUAL TO "ASSIGN  "                 SQVOLT.2
051800             MOVE "VOLUME NOT IN INVENTORY" TO WS-CARD-ERROR-TEXT SQVOLT.2
051900         END-IF                                                   SQVOLT.2
052000     END-IF.                                                      SQVOLT.2
052100     IF WS-CARD-ERROR-TEXT EQUAL TO SPACE                         SQVOLT.2
052200        AND VC-ACTION EQUAL TO "ASSIGN  "                         SQVOLT.2
052300         PERFORM CHECK-ASSIGN-CARD                                SQVOLT.2
052400     END-IF.                                                      SQVOLT.2
052500     IF WS-CARD-ERROR-TEXT EQUAL TO SPACE                         SQVOLT.2
052600        AND VC-ACTION EQUAL TO "SCRATCH "                         SQVOLT.2
052700        AND WS-MATCH-SUB GREATER THAN ZERO                        SQVOLT.2
052800         IF VT-GEN-SUB (WS-MATCH-SUB) GREATER THAN ZERO           SQVOLT.2
052900             IF GW-KEEP-WHY (VT-GEN-SUB (WS-MATCH-SUB))           SQVOLT.2
053000                NOT EQUAL TO SPACE                                SQVOLT.2
053100                 MOVE "VOLUME HOLDS A RETAINED GENERATION"        SQVOLT.2
053200                     TO WS-CARD-ERROR-TEXT                        SQVOLT.2
053300             END-IF                                               SQVOLT.2
053400         END-IF                                                   SQVOLT.2
053500     END-IF.                                                      SQVOLT.2
053600     IF WS-CARD-ERROR-TEXT NOT EQUAL TO SPACE                     SQVOLT.2
053700         ADD 1 TO WS-CARDS-REJECTED                               SQVOLT.2
053800         MOVE WS-CARD-ERROR-TEXT TO CEL-REASON                    SQVOLT.2
053900         MOVE VOLUME-CARD-REC TO CEL-CARD-IMAGE                   SQVOLT.2
054000         WRITE PRINT-REC FROM CARD-ERROR-LINE                     SQVOLT.2
054100             AFTER ADVANCING 1 LINE                               SQVOLT.2
054200     ELSE                                                         SQVOLT.2
054300         PERFORM APPLY-VALID-CARD                                 SQVOLT.2
054400         ADD 1 TO WS-CARDS-APPLIED                                SQVOLT.2
054500     END-IF.                                                      SQVOLT.2
054600 FIND-CARD-VOLUME.                                                SQVOLT.2
054700     IF VT-SERIAL (WS-VOL-SUB) EQUAL TO VC-SERIAL                 SQVOLT.2
054800         MOVE WS-VOL-SUB TO WS-MATCH-SUB                          SQVOLT.2
054900     END-IF.                                                      SQVOLT.2
055000 CHECK-ASSIGN-CARD.                                               SQVOLT.2
055100*    THE GENERATION AND COPY MUST BE ON THE CATALOG, THE REEL     SQVOLT.2
055200*    WITHIN THE GENERATION'S REEL COUNT AND NOT ALREADY ON        SQVOLT.2
055300*    ANOTHER VOLUME, AND THE VOLUME MUST NOT STILL HOLD A         SQVOLT.2
055400*    DIFFERENT RETAINED GENERATION.                               SQVOLT.2
055500     IF VC-COPY-ID NOT EQUAL TO "A"                               SQVOLT.2
055600        AND VC-COPY-ID NOT EQUAL TO "B"                           SQVOLT.2
055700         MOVE "COPY IS NOT A OR B" TO WS-CARD-ERROR-TEXT          SQVOLT.2
055800     END-IF.                                                      SQVOLT.2
055900     IF WS-CARD-ERROR-TEXT EQUAL TO SPACE                         SQVOLT.2
056000        AND (VC-GEN-NO NOT NUMERIC                                SQVOLT.2
056100             OR VC-GEN-NO LESS THAN 1                             SQVOLT.2
056200             OR VC-GEN-NO GREATER THAN WS-ORD-COUNT)              SQVOLT.2
056300         MOVE "GENERATION NOT ON CATALOG" TO WS-CARD-ERROR-TEXT   SQVOLT.2
056400     END-IF.                                                      SQVOLT.2
056500     IF WS-CARD-ERROR-TEXT EQUAL TO SPACE                         SQVOLT.2
056600         MOVE ZERO TO WS-TARGET-SUB                               SQVOLT.2
056700         PERFORM FIND-CARD-GENERATION                             SQVOLT.2
056800             VARYING WS-GEN-SUB FROM 1 BY 1                       SQVOLT.2
056900             UNTIL WS-GEN-SUB GREATER THAN WS-GEN-COUNT           SQVOLT.2
057000                OR WS-TARGET-SUB GREATER THAN ZERO                SQVOLT.2
057100         IF WS-TARGET-SUB EQUAL TO ZERO                           SQVOLT.2
057200             MOVE "COPY NOT ON CATALOG FOR GENERATION"            SQVOLT.2
057300                 TO WS-CARD-ERROR-TEXT                            SQVOLT.2
057400         END-IF                                                   SQVOLT.2
057500     END-IF.                                                      SQVOLT.2
057600     IF WS-CARD-ERROR-TEXT EQUAL TO SPACE                         SQVOLT.2
057700         MOVE GW-REEL-COUNT (WS-TARGET-SUB) TO WS-REEL-LIMIT      SQVOLT.2
057800         IF WS-REEL-LIMIT NOT NUMERIC                             SQVOLT.2
057900            OR WS-REEL-LIMIT EQUAL TO ZERO                        SQVOLT.2
058000             MOVE 1 TO WS-REEL-LIMIT                              SQVOLT.2
058100         END-IF                                                   SQVOLT.2
058200         IF VC-REEL-NO NOT NUMERIC                                SQVOLT.2
058300            OR VC-REEL-NO LESS THAN 1                             SQVOLT.2
058400            OR VC-REEL-NO GREATER THAN WS-REEL-LIMIT              SQVOLT.2
058500             MOVE "REEL NOT IN GENERATION" TO WS-CARD-ERROR-TEXT  SQVOLT.2
058600         END-IF                                                   SQVOLT.2
058700     END-IF.                                                      SQVOLT.2
058800     IF WS-CARD-ERROR-TEXT EQUAL TO SPACE                         SQVOLT.2
058900         MOVE ZERO TO WS-DUP-SUB                                  SQVOLT.2
059000         PERFORM FIND-REEL-ON-VOLUME                              SQVOLT.2
059100             VARYING WS-VOL-SUB FROM 1 BY 1                       SQVOLT.2
059200             UNTIL WS-VOL-SUB GREATER THAN WS-VOL-COUNT           SQVOLT.2
059300                OR WS-DUP-SUB GREATER THAN ZERO                   SQVOLT.2
059400         IF WS-DUP-SUB GREATER THAN ZERO                          SQVOLT.2
059500             MOVE "REEL ALREADY ON ANOTHER VOLUME"                SQVOLT.2
059600                 TO WS-CARD-ERROR-TEXT                            SQVOLT.2
059700         END-IF                                                   SQVOLT.2
059800     END-IF.                                                      SQVOLT.2
059900     IF WS-CARD-ERROR-TEXT EQUAL TO SPACE                         SQVOLT.2
060000        AND WS-MATCH-SUB GREATER THAN ZERO                        SQVOLT.2
060100         IF VT-GEN-SUB (WS-MATCH-SUB) GREATER THAN ZERO           SQVOLT.2
060200            AND VT-GEN-SUB (WS-MATCH-SUB)                         SQVOLT.2
060300                NOT EQUAL TO WS-TARGET-SUB                        SQVOLT.2
060400             IF GW-KEEP-WHY (VT-GEN-SUB (WS-MATCH-SUB))           SQVOLT.2
060500                NOT EQUAL TO SPACE                                SQVOLT.2
060600                 MOVE "VOLUME HOLDS A RETAINED GENERATION"        SQVOLT.2
060700                     TO WS-CARD-ERROR-TEXT                        SQVOLT.2
060800             END-IF                                               SQVOLT.2
060900         END-IF                                                   SQVOLT.2
061000     END-IF.                                                      SQVOLT.2
061100     IF WS-CARD-ERROR-TEXT EQUAL TO SPACE                         SQVOLT.2
061200        AND WS-MATCH-SUB EQUAL TO ZERO                            SQVOLT.2
061300        AND WS-VOL-COUNT NOT LESS THAN 1000                       SQVOLT.2
061400         MOVE "INVENTORY FULL" TO WS-CARD-ERROR-TEXT              SQVOLT.2
061500     END-IF.                                                      SQVOLT.2
061600 FIND-CARD-GENERATION.                                            SQVOLT.2
061700     MOVE GW-COPY-ID (WS-GEN-SUB) TO WS-ROW-COPY.                 SQVOLT.2
061800     IF WS-ROW-COPY EQUAL TO SPACE                                SQVOLT.2
061900         MOVE "A" TO WS-ROW-COPY                                  SQVOLT.2
062000     END-IF.                                                      SQVOLT.2
062100     IF GW-GEN-NO (WS-GEN-SUB) EQUAL TO VC-GEN-NO                 SQVOLT.2
062200        AND WS-ROW-COPY EQUAL TO VC-COPY-ID                       SQVOLT.2
062300         MOVE WS-GEN-SUB TO WS-TARGET-SUB                         SQVOLT.2
062400     END-IF.                                                      SQVOLT.2
062500 FIND-REEL-ON-VOLUME.                                             SQVOLT.2
062600     IF VT-STATUS (WS-VOL-SUB) EQUAL TO "A"                       SQVOLT.2
062700        AND VT-GEN-SUB (WS-VOL-SUB) EQUAL TO WS-TARGET-SUB        SQVOLT.2
062800        AND VT-REEL-NO (WS-VOL-SUB) EQUAL TO VC-REEL-NO           SQVOLT.2
062900        AND VT-SERIAL (WS-VOL-SUB) NOT EQUAL TO VC-SERIAL         SQVOLT.2
063000         MOVE WS-VOL-SUB TO WS-DUP-SUB                            SQVOLT.2
063100     END-IF.                                                      SQVOLT.2
063200 APPLY-VALID-CARD.                                                SQVOLT.2
063300     IF WS-MATCH-SUB EQUAL TO ZERO                                SQVOLT.2
063400         ADD 1 TO WS-VOL-COUNT                                    SQVOLT.2
063500         MOVE WS-VOL-COUNT TO WS-MATCH-SUB                        SQVOLT.2
063600         MOVE SPACE TO VT-IMAGE (WS-MATCH-SUB)                    SQVOLT.2
063700         MOVE VC-SERIAL TO VT-SERIAL (WS-MATCH-SUB)               SQVOLT.2
063800         MOVE "L" TO VT-LOCATION (WS-MATCH-SUB)                   SQVOLT.2
063900         MOVE WS-RUN-DATE TO VT-MOVE-DATE (WS-MATCH-SUB)          SQVOLT.2
064000     END-IF.                                                      SQVOLT.2
064100     IF VC-ACTION EQUAL TO "ASSIGN  "                             SQVOLT.2
064200         MOVE "A" TO VT-STATUS (WS-MATCH-SUB)                     SQVOLT.2
064300         MOVE GW-PGM-ID (WS-TARGET-SUB)                           SQVOLT.2
064400             TO VT-PGM-ID (WS-MATCH-SUB)                          SQVOLT.2
064500         MOVE GW-BUILD-DATE (WS-TARGET-SUB)                       SQVOLT.2
064600             TO VT-BUILD-DATE (WS-MATCH-SUB)                      SQVOLT.2
064700         MOVE GW-BUILD-TIME (WS-TARGET-SUB)                       SQVOLT.2
064800             TO VT-BUILD-TIME (WS-MATCH-SUB)                      SQVOLT.2
064900         MOVE VC-COPY-ID TO VT-COPY-ID (WS-MATCH-SUB)             SQVOLT.2
065000         MOVE VC-REEL-NO TO VT-REEL-NO (WS-MATCH-SUB)             SQVOLT.2
065100         MOVE WS-RUN-DATE TO VT-ASSIGN-DATE (WS-MATCH-SUB)        SQVOLT.2
065200         MOVE WS-TARGET-SUB TO VT-GEN-SUB (WS-MATCH-SUB)          SQVOLT.2
065300     END-IF.                                                      SQVOLT.2
065400     IF VC-ACTION EQUAL TO "VAULTED "                             SQVOLT.2
065500         MOVE "V" TO VT-LOCATION (WS-MATCH-SUB)                   SQVOLT.2
065600         MOVE WS-RUN-DATE TO VT-MOVE-DATE (WS-MATCH-SUB)          SQVOLT.2
065700     END-IF.                                                      SQVOLT.2
065800     IF VC-ACTION EQUAL TO "ONSITE  "                             SQVOLT.2
065900         MOVE "L" TO VT-LOCATION (WS-MATCH-SUB)                   SQVOLT.2
066000         MOVE WS-RUN-DATE TO VT-MOVE-DATE (WS-MATCH-SUB)          SQVOLT.2
066100     END-IF.                                                      SQVOLT.2
066200     IF VC-ACTION EQUAL TO "SCRATCH "                             SQVOLT.2
066300         MOVE "S" TO VT-STATUS (WS-MATCH-SUB)                     SQVOLT.2
066400         MOVE SPACE TO VT-PGM-ID (WS-MATCH-SUB)                   SQVOLT.2
066500         MOVE ZERO TO VT-BUILD-DATE (WS-MATCH-SUB)                SQVOLT.2
066600         MOVE ZERO TO VT-BUILD-TIME (WS-MATCH-SUB)                SQVOLT.2
066700         MOVE SPACE TO VT-COPY-ID (WS-MATCH-SUB)                  SQVOLT.2
066800         MOVE ZERO TO VT-REEL-NO (WS-MATCH-SUB)                   SQVOLT.2
066900         MOVE ZERO TO VT-GEN-SUB (WS-MATCH-SUB)                   SQVOLT.2
067000     END-IF.                                                      SQVOLT.2
067100 CLASSIFY-ONE-VOLUME.                                             SQVOLT.2
067200*    A SCRATCH VOLUME OR ONE WHOSE GENERATION IS NO LONGER        SQVOLT.2
067300*    RETAINED COMES BACK FROM THE VAULT FOR REUSE; A DUPLEX       SQVOLT.2
067400*    COPY-B REEL OF A RETAINED GENERATION STILL IN THE LIBRARY    SQVOLT.2
067500*    GOES OUT TO IT.                                              SQVOLT.2
067600     MOVE SPACE TO VT-NOTE (WS-VOL-SUB).                          SQVOLT.2
067700     MOVE SPACE TO VT-PULL (WS-VOL-SUB).                          SQVOLT.2
067800     MOVE VT-GEN-SUB (WS-VOL-SUB) TO WS-GEN-SUB.                  SQVOLT.2
067900     IF VT-STATUS (WS-VOL-SUB) NOT EQUAL TO "A"                   SQVOLT.2
068000         ADD 1 TO WS-POOL-COUNT                                   SQVOLT.2
068100         MOVE "SCRATCH POOL" TO VT-NOTE (WS-VOL-SUB)              SQVOLT.2
068200     ELSE                                                         SQVOLT.2
068300         IF WS-GEN-SUB EQUAL TO ZERO                              SQVOLT.2
068400             MOVE "ELIGIBLE - NOT ON CATALOG"                     SQVOLT.2
068500                 TO VT-NOTE (WS-VOL-SUB)                          SQVOLT.2
068600         ELSE                                                     SQVOLT.2
068700             IF GW-KEEP-WHY (WS-GEN-SUB) EQUAL TO SPACE           SQVOLT.2
068800                 MOVE "ELIGIBLE - BEYOND RETENTION"               SQVOLT.2
068900                     TO VT-NOTE (WS-VOL-SUB)                      SQVOLT.2
069000             ELSE                                                 SQVOLT.2
069100                 ADD 1 TO GW-REELS-ON-VOL (WS-GEN-SUB)            SQVOLT.2
069200                 STRING "RETAINED - " GW-KEEP-WHY (WS-GEN-SUB)    SQVOLT.2
069300                     DELIMITED BY SIZE INTO VT-NOTE (WS-VOL-SUB)  SQVOLT.2
069400             END-IF                                               SQVOLT.2
069500         END-IF                                                   SQVOLT.2
069600     END-IF.                                                      SQVOLT.2
069700     IF VT-NOTE (WS-VOL-SUB) (1:8) EQUAL TO "ELIGIBLE"            SQVOLT.2
069800         ADD 1 TO WS-ELIGIBLE-COUNT                               SQVOLT.2
069900     END-IF.                                                      SQVOLT.2
070000     IF VT-LOCATION (WS-VOL-SUB) EQUAL TO "V"                     SQVOLT.2
070100        AND VT-NOTE (WS-VOL-SUB) (1:8) NOT EQUAL TO "RETAINED"    SQVOLT.2
070200         MOVE "RETURN FROM VAULT" TO VT-PULL (WS-VOL-SUB)         SQVOLT.2
070300     END-IF.                                                      SQVOLT.2
070400     IF VT-LOCATION (WS-VOL-SUB) NOT EQUAL TO "V"                 SQVOLT.2
070500        AND VT-NOTE (WS-VOL-SUB) (1:8) EQUAL TO "RETAINED"        SQVOLT.2
070600        AND VT-COPY-ID (WS-VOL-SUB) EQUAL TO "B"                  SQVOLT.2
070700         MOVE "SEND TO VAULT" TO VT-PULL (WS-VOL-SUB)             SQVOLT.2
070800     END-IF.                                                      SQVOLT.2
070900     IF VT-PULL (WS-VOL-SUB) NOT EQUAL TO SPACE                   SQVOLT.2
071000         ADD 1 TO WS-PULL-COUNT                                   SQVOLT.2
071100     END-IF.                                                      SQVOLT.2
071200 LIST-INVENTORY.                                                  SQVOLT.2
071300     MOVE "TAPE VOLUME INVENTORY" TO SEC-TEXT.                    SQVOLT.2
071400     WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.   SQVOLT.2
071500     WRITE PRINT-REC FROM INVENTORY-HEAD AFTER ADVANCING 1 LINE.  SQVOLT.2
071600     PERFORM LIST-ONE-VOLUME                                      SQVOLT.2
071700         VARYING WS-VOL-SUB FROM 1 BY 1                           SQVOLT.2
071800         UNTIL WS-VOL-SUB GREATER THAN WS-VOL-COUNT.              SQVOLT.2
071900 LIST-ONE-VOLUME.                                                 SQVOLT.2
072000     MOVE VT-SERIAL (WS-VOL-SUB) TO VL-SERIAL.                    SQVOLT.2
072100     MOVE VT-STATUS (WS-VOL-SUB) TO VL-STATUS.                    SQVOLT.2
072200     MOVE VT-LOCATION (WS-VOL-SUB) TO VL-LOCATION.                SQVOLT.2
072300     MOVE VT-BUILD-DATE (WS-VOL-SUB) TO VL-BUILD-DATE.            SQVOLT.2
072400     MOVE VT-BUILD-TIME (WS-VOL-SUB) TO VL-BUILD-TIME.            SQVOLT.2
072500     MOVE VT-COPY-ID (WS-VOL-SUB) TO VL-COPY-ID.                  SQVOLT.2
072600     MOVE VT-REEL-NO (WS-VOL-SUB) TO VL-REEL-NO.                  SQVOLT.2
072700     MOVE VT-NOTE (WS-VOL-SUB) TO VL-NOTE.                        SQVOLT.2
072800     MOVE ZERO TO VL-GEN-NO.                                      SQVOLT.2
072900     IF VT-GEN-SUB (WS-VOL-SUB) GREATER THAN ZERO                 SQVOLT.2
073000         MOVE GW-GEN-NO (VT-GEN-SUB (WS-VOL-SUB)) TO VL-GEN-NO    SQVOLT.2
073100     END-IF.                                                      SQVOLT.2
073200     WRITE PRINT-REC FROM VOLUME-LINE AFTER ADVANCING 1 LINE.     SQVOLT.2
073300 LIST-PULL-LIST.                                                  SQVOLT.2
073400     MOVE "VAULT ROTATION PULL LIST (COURIER)" TO SEC-TEXT.       SQVOLT.2
073500     WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING PAGE.      SQVOLT.2
073600     MOVE ZERO TO WS-LISTED.                                      SQVOLT.2
073700     PERFORM LIST-ONE-PULL                                        SQVOLT.2
073800         VARYING WS-VOL-SUB FROM 1 BY 1                           SQVOLT.2
073900         UNTIL WS-VOL-SUB GREATER THAN WS-VOL-COUNT.              SQVOLT.2
074000     IF WS-LISTED EQUAL TO ZERO                                   SQVOLT.2
074100         MOVE "  NO VOLUMES TO MOVE TONIGHT" TO PRINT-REC         SQVOLT.2
074200         WRITE PRINT-REC AFTER ADVANCING 1 LINE                   SQVOLT.2
074300     END-IF.                                                      SQVOLT.2
074400 LIST-ONE-PULL.                                                   SQVOLT.2
074500     IF VT-PULL (WS-VOL-SUB) NOT EQUAL TO SPACE                   SQVOLT.2
074600         ADD 1 TO WS-LISTED                                       SQVOLT.2
074700         MOVE VT-PULL (WS-VOL-SUB) TO PL-ACTION                   SQVOLT.2
074800         PERFORM FORMAT-PULL-LINE                                 SQVOLT.2
074900         WRITE PRINT-REC FROM PULL-LINE AFTER ADVANCING 1 LINE    SQVOLT.2
075000     END-IF.                                                      SQVOLT.2
075100 FORMAT-PULL-LINE.                                                SQVOLT.2
075200     MOVE VT-SERIAL (WS-VOL-SUB) TO PL-SERIAL.                    SQVOLT.2
075300     MOVE VT-COPY-ID (WS-VOL-SUB) TO PL-COPY-ID.                  SQVOLT.2
075400     MOVE VT-REEL-NO (WS-VOL-SUB) TO PL-REEL-NO.                  SQVOLT.2
075500     MOVE VT-BUILD-DATE (WS-VOL-SUB) TO PL-BUILD-DATE.            SQVOLT.2
075600     MOVE ZERO TO PL-GEN-NO.                                      SQVOLT.2
075700     IF VT-GEN-SUB (WS-VOL-SUB) GREATER THAN ZERO                 SQVOLT.2
075800         MOVE GW-GEN-NO (VT-GEN-SUB (WS-VOL-SUB)) TO PL-GEN-NO    SQVOLT.2
075900     END-IF.                                                      SQVOLT.2
076000 LIST-SCRATCH-ELIGIBLE.                                           SQVOLT.2
076100     MOVE "SCRATCH-ELIGIBLE VOLUMES" TO SEC-TEXT.                 SQVOLT.2
076200     WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.   SQVOLT.2
076300     MOVE ZERO TO WS-LISTED.                                      SQVOLT.2
076400     PERFORM LIST-ONE-ELIGIBLE                                    SQVOLT.2
076500         VARYING WS-VOL-SUB FROM 1 BY 1                           SQVOLT.2
076600         UNTIL WS-VOL-SUB GREATER THAN WS-VOL-COUNT.              SQVOLT.2
076700     IF WS-LISTED EQUAL TO ZERO                                   SQVOLT.2
076800         MOVE "  NONE" TO PRINT-REC                               SQVOLT.2
076900         WRITE PRINT-REC AFTER ADVANCING 1 LINE                   SQVOLT.2
077000     END-IF.                                                      SQVOLT.2
077100 LIST-ONE-ELIGIBLE.                                               SQVOLT.2
077200     IF VT-NOTE (WS-VOL-SUB) (1:8) EQUAL TO "ELIGIBLE"            SQVOLT.2
077300         ADD 1 TO WS-LISTED                                       SQVOLT.2
077400         MOVE VT-NOTE (WS-VOL-SUB) (12:18) TO PL-ACTION           SQVOLT.2
077500         PERFORM FORMAT-PULL-LINE                                 SQVOLT.2
077600         WRITE PRINT-REC FROM PULL-LINE AFTER ADVANCING 1 LINE    SQVOLT.2
077700     END-IF.                                                      SQVOLT.2
077800 LIST-MISSING-REELS.                                              SQVOLT.2
077900     MOVE "RETAINED GENERATIONS WITH REELS NOT ON A VOLUME"       SQVOLT.2
078000         TO SEC-TEXT.                                             SQVOLT.2
078100     WRITE PRINT-REC FROM SECTION-LINE AFTER ADVANCING 2 LINES.   SQVOLT.2
078200     PERFORM CHECK-ONE-GENERATION                                 SQVOLT.2
078300         VARYING WS-GEN-SUB FROM 1 BY 1                           SQVOLT.2
078400         UNTIL WS-GEN-SUB GREATER THAN WS-GEN-COUNT.              SQVOLT.2
078500     IF WS-MISSING-COUNT EQUAL TO ZERO                            SQVOLT.2
078600         MOVE "  NONE" TO PRINT-REC                               SQVOLT.2
078700         WRITE PRINT-REC AFTER ADVANCING 1 LINE                   SQVOLT.2
078800     END-IF.                                                      SQVOLT.2
078900 CHECK-ONE-GENERATION.                                            SQVOLT.2
079000     IF GW-KEEP-WHY (WS-GEN-SUB) NOT EQUAL TO SPACE               SQVOLT.2
079100         MOVE GW-REEL-COUNT (WS-GEN-SUB) TO WS-REEL-LIMIT         SQVOLT.2
079200         IF WS-REEL-LIMIT NOT NUMERIC                             SQVOLT.2
079300            OR WS-REEL-LIMIT EQUAL TO ZERO                        SQVOLT.2
079400             MOVE 1 TO WS-REEL-LIMIT                              SQVOLT.2
079500         END-IF                                                   SQVOLT.2
079600         IF GW-REELS-ON-VOL (WS-GEN-SUB) LESS THAN WS-REEL-LIMIT  SQVOLT.2
079700             ADD 1 TO WS-MISSING-COUNT                            SQVOLT.2
079800             MOVE GW-GEN-NO (WS-GEN-SUB) TO ML-GEN-NO             SQVOLT.2
079900             MOVE GW-COPY-ID (WS-GEN-SUB) TO ML-COPY-ID           SQVOLT.2
080000             IF ML-COPY-ID EQUAL TO SPACE                         SQVOLT.2
080100                 MOVE "A" TO ML-COPY-ID                           SQVOLT.2
080200             END-IF                                               SQVOLT.2
080300             MOVE GW-BUILD-DATE (WS-GEN-SUB) TO ML-BUILD-DATE     SQVOLT.2
080400             MOVE GW-KEEP-WHY (WS-GEN-SUB) TO ML-KEEP-WHY         SQVOLT.2
080500             MOVE GW-REELS-ON-VOL (WS-GEN-SUB) TO ML-REELS-ON-VOL SQVOLT.2
080600             MOVE WS-REEL-LIMIT TO ML-REEL-COUNT                  SQVOLT.2
080700             WRITE PRINT-REC FROM MISSING-LINE                    SQVOLT.2
080800                 AFTER ADVANCING 1 LINE                           SQVOLT.2
080900         END-IF                                                   SQVOLT.2
081000     END-IF.                                                      SQVOLT.2
081100 REWRITE-INVENTORY.                                               SQVOLT.2
081200     OPEN OUTPUT VOLUME-FILE.                                     SQVOLT.2
081300     PERFORM REWRITE-ONE-VOLUME                                   SQVOLT.2
081400         VARYING WS-VOL-SUB FROM 1 BY 1                           SQVOLT.2
081500         UNTIL WS-VOL-SUB GREATER THAN WS-VOL-COUNT.              SQVOLT.2
081600     CLOSE VOLUME-FILE.                                           SQVOLT.2
081700 REWRITE-ONE-VOLUME.                                              SQVOLT.2
081800     MOVE VT-IMAGE (WS-VOL-SUB) TO VOLUME-REC.                    SQVOLT.2
081900     WRITE VOLUME-REC.                                            SQVOLT.2
082000 CLOSE-FILES.                                                     SQVOLT.2
082100     MOVE "VOLUME CARDS APPLIED =" TO SL-LITERAL.                 SQVOLT.2
082200     MOVE WS-CARDS-APPLIED TO SL-COUNT.                           SQVOLT.2
082300     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.   SQVOLT.2
082400     MOVE "CARDS REJECTED =" TO SL-LITERAL.                       SQVOLT.2
082500     MOVE WS-CARDS-REJECTED TO SL-COUNT.                          SQVOLT.2
082600     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQVOLT.2
082700     MOVE "VOLUMES IN INVENTORY =" TO SL-LITERAL.                 SQVOLT.2
082800     MOVE WS-VOL-COUNT TO SL-COUNT.                               SQVOLT.2
082900     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQVOLT.2
083000     MOVE "GENERATIONS RETAINED =" TO SL-LITERAL.                 SQVOLT.2
083100     MOVE WS-RETAINED-GENS TO SL-COUNT.                           SQVOLT.2
083200     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQVOLT.2
083300     MOVE "VOLUMES TO MOVE (PULL LIST) =" TO SL-LITERAL.          SQVOLT.2
083400     MOVE WS-PULL-COUNT TO SL-COUNT.                              SQVOLT.2
083500     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQVOLT.2
083600     MOVE "SCRATCH-ELIGIBLE VOLUMES =" TO SL-LITERAL.             SQVOLT.2
083700     MOVE WS-ELIGIBLE-COUNT TO SL-COUNT.                          SQVOLT.2
083800     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQVOLT.2
083900     MOVE "VOLUMES IN SCRATCH POOL =" TO SL-LITERAL.              SQVOLT.2
084000     MOVE WS-POOL-COUNT TO SL-COUNT.                              SQVOLT.2
084100     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQVOLT.2
084200     CLOSE VOLUME-CARD.                                           SQVOLT.2
084300     CLOSE PRINT-FILE.                                            SQVOLT.2
