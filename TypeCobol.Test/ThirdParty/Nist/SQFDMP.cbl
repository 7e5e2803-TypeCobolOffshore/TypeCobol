000100 IDENTIFICATION DIVISION.                                         SQFDMP.2
000200 PROGRAM-ID.                                                      SQFDMP.2
000300     SQFDMP.                                                      SQFDMP.2
000400***************************************************************** SQFDMP.2
000500*                                                               * SQFDMP.2
000600*    FORMATTED DUMP AND STRUCTURAL CHECK OF SQ-VS6 RECORDS.     * SQFDMP.2
000700*    EVERY SQ-VS6 DATA RECORD BEGINS WITH THE 120-CHARACTER     * SQFDMP.2
000800*    FILE-RECORD-INFO-P1-120 AREA OF COPYBOOK SQFILREC; A LONG  * SQFDMP.2
000900*    RECORD CARRIES LONG-OR-SHORT, SQ-VS6-RECNO AND A FILLER IN * SQFDMP.2
001000*    POSITIONS 121-151.  THIS PROGRAM READS A TAPE GENERATION   * SQFDMP.2
001100*    OR THE REPAIR FILE BUILT BY SQREPR AND PRINTS EACH         * SQFDMP.2
001200*    SELECTED RECORD BROKEN OUT BY THOSE NAMED FIELDS, WITH ITS * SQFDMP.2
001300*    CHARACTER IMAGE, SO NOBODY HAS TO COUNT COLUMNS IN A RAW   * SQFDMP.2
001400*    151-CHARACTER IMAGE.                                       * SQFDMP.2
001500*                                                               * SQFDMP.2
001600*    EVERY DATA RECORD READ, SELECTED OR NOT, IS CHECKED :-     * SQFDMP.2
001700*      - XRECORD-NUMBER NUMERIC AND IN SEQUENCE - ON THE TAPE   * SQFDMP.2
001800*        EQUAL TO THE RECORD'S POSITION, ON THE REPAIR FILE     * SQFDMP.2
001900*        EQUAL TO RPR-RECORD-NUMBER, WHICH MUST ASCEND          * SQFDMP.2
002000*      - XRECORD-LENGTH EQUAL TO THE PHYSICAL LENGTH (120 OR    * SQFDMP.2
002100*        151), AND XRECORD-NAME R1-M-G OR R2-M-G TO MATCH       * SQFDMP.2
002200*      - ON A LONG RECORD, LONG-OR-SHORT "LONG" AND             * SQFDMP.2
002300*        SQ-VS6-RECNO EQUAL TO THE RECORD NUMBER (LOW FIVE      * SQFDMP.2
002400*        DIGITS, AS SQ218A WRITES IT)                           * SQFDMP.2
002500*      - XPROGRAM-NAME AND XFILE-NAME AS EXPECTED               * SQFDMP.2
002600*    AND EVERY VIOLATION IS LISTED BY RECORD NUMBER AFTER THE   * SQFDMP.2
002700*    DUMP.  REEL AND FILE TRAILERS ON THE TAPE ARE COUNTED AND  * SQFDMP.2
002800*    PASSED OVER, AS THE SQ218A VERIFY PASS DOES.  THE PHYSICAL * SQFDMP.2
002900*    LENGTH OF A TAPE RECORD IS 151 WHEN POSITIONS 121-151 HOLD * SQFDMP.2
003000*    ANYTHING BUT SPACES; ON THE REPAIR FILE RPR-RECORD-TYPE    * SQFDMP.2
003100*    GIVES IT.                                                  * SQFDMP.2
003200*                                                               * SQFDMP.2
003300*    CARDS (OPTIONAL, ANY ORDER) :-                             * SQFDMP.2
003400*      SOURCE   TAPE        READ THE TAPE GENERATION (DEFAULT)  * SQFDMP.2
003500*      SOURCE   REPAIR      READ THE REPAIR FILE                * SQFDMP.2
003600*      SELECT   ALL         DUMP EVERY RECORD                   * SQFDMP.2
003700*      SELECT   ERRORS      DUMP THE RECORDS WITH VIOLATIONS    * SQFDMP.2
003800*      SELECT   NNNNNN MMMMMM  DUMP RECORD NUMBERS NNNNNN TO    * SQFDMP.2
003900*                           MMMMMM (COLS 10-15, 17-22; MMMMMM   * SQFDMP.2
004000*                           BLANK FOR ONE RECORD), UP TO 20     * SQFDMP.2
004100*      PROGRAM  XXXXX       EXPECTED XPROGRAM-NAME (DEFAULT     * SQFDMP.2
004200*                           SQ218)                              * SQFDMP.2
004300*      FILENAME XXXXXX      EXPECTED XFILE-NAME (DEFAULT        * SQFDMP.2
004400*                           SQ-VS6)                             * SQFDMP.2
004500*    SELECT CARDS COMBINE.  WITHOUT ONE, A TAPE IS DUMPED FOR   * SQFDMP.2
004600*    ITS RECORDS WITH VIOLATIONS AND THE REPAIR FILE IN FULL.   * SQFDMP.2
004700*                                                               * SQFDMP.2
004800*    RETURN CODE 8 IF ANY VIOLATION IS FOUND OR THE INPUT WILL  * SQFDMP.2
004900*    NOT OPEN, OTHERWISE 4 IF A CARD WAS REJECTED.              * SQFDMP.2
005000*                                                               * SQFDMP.2
005100***************************************************************** SQFDMP.2
005200*                                                               * SQFDMP.2
005300*      X-CARDS USED BY THIS PROGRAM ARE :-                      * SQFDMP.2
005400*                                                               * SQFDMP.2
005500*            X-59   DUMP OPTION CARD READER FILE                * SQFDMP.2
005600*            X-01   SEQUENTIAL MAGNETIC TAPE FILE (SQ-VS6)      * SQFDMP.2
005700*            X-67   REPAIR FILE FROM SQREPR                     * SQFDMP.2
005800*            X-55   SYSTEM PRINTER                              * SQFDMP.2
005900*            X-82   SOURCE-COMPUTER                             * SQFDMP.2
006000*            X-83   OBJECT-COMPUTER                             * SQFDMP.2
006100*            X-84   LABEL RECORDS OPTION                        * SQFDMP.2
006200*                                                               * SQFDMP.2
006300***************************************************************** SQFDMP.2
006400 ENVIRONMENT DIVISION.                                            SQFDMP.2
006500 CONFIGURATION SECTION.                                           SQFDMP.2
006600 SOURCE-COMPUTER.                                                 SQFDMP.2
006700     XXXXX082.                                                    SQFDMP.2
006800 OBJECT-COMPUTER.                                                 SQFDMP.2
006900     XXXXX083.                                                    SQFDMP.2
007000 INPUT-OUTPUT SECTION.                                            SQFDMP.2
007100 FILE-CONTROL.                                                    SQFDMP.2
007200     SELECT OPTIONAL DUMP-CARD ASSIGN TO                          SQFDMP.2
007300     XXXXX059.                                                    SQFDMP.2
007400     SELECT SQ-VS6 ASSIGN                                         SQFDMP.2
007500     XXXXX001                                                     SQFDMP.2
007600     ORGANIZATION IS SEQUENTIAL                                   SQFDMP.2
007700     RECORD DELIMITER IS STANDARD-1                               SQFDMP.2
007800     FILE STATUS IS SQ-VS6-STATUS.                                SQFDMP.2
007900     SELECT REPAIR-FILE ASSIGN TO                                 SQFDMP.2
008000     XXXXX067                                                     SQFDMP.2
008100            ORGANIZATION IS SEQUENTIAL                            SQFDMP.2
008200            FILE STATUS IS REPAIR-STATUS.                         SQFDMP.2
008300     SELECT PRINT-FILE ASSIGN TO                                  SQFDMP.2
008400     XXXXX055.                                                    SQFDMP.2
008500 DATA DIVISION.                                                   SQFDMP.2
008600 FILE SECTION.                                                    SQFDMP.2
008700 FD  DUMP-CARD                                                    SQFDMP.2
008800     LABEL RECORDS                                                SQFDMP.2
008900     XXXXX084                                                     SQFDMP.2
009000     DATA RECORD IS DUMP-CARD-REC                                 SQFDMP.2
009100               .                                                  SQFDMP.2
009200 01  DUMP-CARD-REC.                                               SQFDMP.2
009300     05  DC-NAME             PIC X(8).                            SQFDMP.2
009400     05  FILLER              PIC X(1).                            SQFDMP.2
009500     05  DC-VALUE            PIC X(6).                            SQFDMP.2
009600     05  DC-VALUE-9 REDEFINES DC-VALUE                            SQFDMP.2
009700                             PIC 9(6).                            SQFDMP.2
009800     05  FILLER              PIC X(1).                            SQFDMP.2
009900     05  DC-VALUE-2          PIC X(6).                            SQFDMP.2
010000     05  DC-VALUE-2-9 REDEFINES DC-VALUE-2                        SQFDMP.2
010100                             PIC 9(6).                            SQFDMP.2
010200     05  FILLER              PIC X(58).                           SQFDMP.2
010300 FD  SQ-VS6                                                       SQFDMP.2
010400     RECORD CONTAINS 120 TO 151 CHARACTERS                        SQFDMP.2
010500     LABEL RECORDS ARE STANDARD                                   SQFDMP.2
010600     DATA RECORDS ARE SQ-VS6R1-M-G-120  SQ-VS6R2-M-G-151          SQFDMP.2
010700     .                                                            SQFDMP.2
010800 01  SQ-VS6R1-M-G-120.                                            SQFDMP.2
010900     02  SQ-VS6R1-FIRST PIC X(120).                               SQFDMP.2
011000 01  SQ-VS6R2-M-G-151.                                            SQFDMP.2
011100     02  SQ-VS6R2-FIRST  PIC X(120).                              SQFDMP.2
011200     02  LONG-OR-SHORT  PIC X(5).                                 SQFDMP.2
011300     02  SQ-VS6-RECNO  PIC X(5).                                  SQFDMP.2
011400     02  SQ-VS6-FILLER  PIC X(21).                                SQFDMP.2
011500 FD  REPAIR-FILE                                                  SQFDMP.2
011600     LABEL RECORDS ARE STANDARD.                                  SQFDMP.2
011700 01  REPAIR-REC.                                                  SQFDMP.2
011800     02  RPR-RECORD-NUMBER      PIC 9(6).                         SQFDMP.2
011900     02  FILLER                 PIC X(1).                         SQFDMP.2
012000     02  RPR-RECORD-TYPE        PIC X(5).                         SQFDMP.2
012100     02  FILLER                 PIC X(1).                         SQFDMP.2
012200     02  RPR-IMAGE              PIC X(151).                       SQFDMP.2
012300 FD  PRINT-FILE                                                   SQFDMP.2
012400     LABEL RECORDS                                                SQFDMP.2
012500     XXXXX084                                                     SQFDMP.2
012600     DATA RECORD IS PRINT-REC DUMMY-RECORD                        SQFDMP.2
012700               .                                                  SQFDMP.2
012800 01  PRINT-REC PICTURE X(120).                                    SQFDMP.2
012900 01  DUMMY-RECORD PICTURE X(120).                                 SQFDMP.2
013000 WORKING-STORAGE SECTION.                                         SQFDMP.2
013100 01  WS-EOF-SW              PIC X VALUE "N".                      SQFDMP.2
013200     88  WS-EOF                   VALUE "Y".                      SQFDMP.2
013300 01  WS-SOURCE-SW           PIC X VALUE "T".                      SQFDMP.2
013400     88  WS-SOURCE-TAPE           VALUE "T".                      SQFDMP.2
013500     88  WS-SOURCE-REPAIR         VALUE "R".                      SQFDMP.2
013600 01  WS-INPUT-OPEN-SW       PIC X VALUE "Y".                      SQFDMP.2
013700     88  WS-INPUT-OPEN            VALUE "Y".                      SQFDMP.2
013800 01  WS-SELECT-CARD-SW      PIC X VALUE "N".                      SQFDMP.2
013900     88  WS-SELECT-CARD-SEEN      VALUE "Y".                      SQFDMP.2
014000 01  WS-SELECT-ALL-SW       PIC X VALUE "N".                      SQFDMP.2
014100     88  WS-SELECT-ALL            VALUE "Y".                      SQFDMP.2
014200 01  WS-SELECT-ERRORS-SW    PIC X VALUE "N".                      SQFDMP.2
014300     88  WS-SELECT-ERRORS         VALUE "Y".                      SQFDMP.2
014400 01  WS-SELECTED-SW         PIC X VALUE "N".                      SQFDMP.2
014500     88  WS-SELECTED              VALUE "Y".                      SQFDMP.2
014600 01  SQ-VS6-STATUS          PIC XX VALUE "00".                    SQFDMP.2
014700 01  REPAIR-STATUS          PIC XX VALUE "00".                    SQFDMP.2
014800 01  WS-EXPECTED-PROGRAM    PIC X(5) VALUE "SQ218".               SQFDMP.2
014900 01  WS-EXPECTED-FILE       PIC X(6) VALUE "SQ-VS6".              SQFDMP.2
015000 01  WS-CARDS-REJECTED      PIC 9(4) COMP VALUE ZERO.             SQFDMP.2
015100 01  WS-DATA-RECORDS        PIC 9(7) COMP VALUE ZERO.             SQFDMP.2
015200 01  WS-TRAILERS-SKIPPED    PIC 9(7) COMP VALUE ZERO.             SQFDMP.2
015300 01  WS-RECORDS-DUMPED      PIC 9(7) COMP VALUE ZERO.             SQFDMP.2
015400 01  WS-RECORDS-IN-ERROR    PIC 9(7) COMP VALUE ZERO.             SQFDMP.2
015500 01  WS-VIOLATIONS-FOUND    PIC 9(7) COMP VALUE ZERO.             SQFDMP.2
015600 01  WS-VIOLATIONS-UNLISTED PIC 9(7) COMP VALUE ZERO.             SQFDMP.2
015700 01  WS-EXPECTED-NUMBER     PIC 9(6) VALUE ZERO.                  SQFDMP.2
015800 01  WS-PREV-REPAIR-NUMBER  PIC 9(6) VALUE ZERO.                  SQFDMP.2
015900 01  WS-PHYSICAL-LENGTH     PIC 9(6) VALUE ZERO.                  SQFDMP.2
016000 01  WS-RECNO-QUOT          PIC 9(6) VALUE ZERO.                  SQFDMP.2
016100 01  WS-RECNO-DISPLAY       PIC 9(5) VALUE ZERO.                  SQFDMP.2
016200 01  WS-RANGE-COUNT         PIC 9(4) COMP VALUE ZERO.             SQFDMP.2
016300 01  WS-RANGE-SUB           PIC 9(4) COMP VALUE ZERO.             SQFDMP.2
016400 01  WS-REC-VIOL-COUNT      PIC 9(4) COMP VALUE ZERO.             SQFDMP.2
016500 01  WS-REC-VIOL-SUB        PIC 9(4) COMP VALUE ZERO.             SQFDMP.2
016600 01  WS-VIOL-COUNT          PIC 9(4) COMP VALUE ZERO.             SQFDMP.2
016700 01  WS-VIOL-SUB            PIC 9(4) COMP VALUE ZERO.             SQFDMP.2
016800 01  WS-VIOL-REASON         PIC X(36).                            SQFDMP.2
016900 01  WS-VIOL-FOUND          PIC X(20).                            SQFDMP.2
017000 01  WS-VIOL-EXPECTED       PIC X(20).                            SQFDMP.2
017100 01  DUMP-IMAGE.                                                  SQFDMP.2
017200     05  DI-FIRST            PIC X(120).                          SQFDMP.2
017300     05  DI-TAIL.                                                 SQFDMP.2
017400         10  DI-LONG-OR-SHORT    PIC X(5).                        SQFDMP.2
017500         10  DI-RECNO            PIC X(5).                        SQFDMP.2
017600         10  DI-FILLER           PIC X(21).                       SQFDMP.2
017700     COPY SQFILREC.                                               SQFDMP.2
017800*    THE RECORD NUMBER RANGES OF THE SELECT CARDS.                SQFDMP.2
017900 01  RANGE-TABLE.                                                 SQFDMP.2
018000     05  RANGE-ENTRY OCCURS 20 TIMES.                             SQFDMP.2
018100         10  RT-FROM             PIC 9(6).                        SQFDMP.2
018200         10  RT-TO               PIC 9(6).                        SQFDMP.2
018300*    THE VIOLATIONS OF THE RECORD IN HAND, PRINTED UNDER ITS      SQFDMP.2
018400*    DUMP, AND OF THE WHOLE RUN, LISTED AFTER THE DUMP.           SQFDMP.2
018500 01  REC-VIOL-TABLE.                                              SQFDMP.2
018600     05  REC-VIOL-ENTRY OCCURS 12 TIMES.                          SQFDMP.2
018700         10  RV-REASON           PIC X(36).                       SQFDMP.2
018800         10  RV-FOUND            PIC X(20).                       SQFDMP.2
018900         10  RV-EXPECTED         PIC X(20).                       SQFDMP.2
019000 01  VIOL-TABLE.                                                  SQFDMP.2
019100     05  VIOL-ENTRY OCCURS 500 TIMES.                             SQFDMP.2
019200         10  VT-RECORD-NUMBER    PIC 9(6).                        SQFDMP.2
019300         10  VT-READ-NUMBER      PIC 9(7) COMP.                   SQFDMP.2
019400         10  VT-REASON           PIC X(36).                       SQFDMP.2
019500         10  VT-FOUND            PIC X(20).                       SQFDMP.2
019600         10  VT-EXPECTED         PIC X(20).                       SQFDMP.2
019700 01  HEAD-LINE-1.                                                 SQFDMP.2
019800     05  FILLER              PIC X(50) VALUE                      SQFDMP.2
019900         "SQ-VS6 FORMATTED RECORD DUMP AND STRUCTURE CHECK".      SQFDMP.2
020000 01  OPTION-LINE.                                                 SQFDMP.2
020100     05  OL-LITERAL          PIC X(22).                           SQFDMP.2
020200     05  OL-VALUE            PIC X(60).                           SQFDMP.2
020300 01  RANGE-LINE.                                                  SQFDMP.2
020400     05  FILLER              PIC X(22) VALUE                      SQFDMP.2
020500         "  RECORD NUMBERS".                                      SQFDMP.2
020600     05  RL-FROM             PIC 9(6).                            SQFDMP.2
020700     05  FILLER              PIC X(4)  VALUE " TO ".              SQFDMP.2
020800     05  RL-TO               PIC 9(6).                            SQFDMP.2
020900 01  DUMP-HEAD-LINE.                                              SQFDMP.2
021000     05  FILLER              PIC X(7)  VALUE "RECORD ".           SQFDMP.2
021100     05  DHL-RECORD-NUMBER   PIC 9(6).                            SQFDMP.2
021200     05  FILLER              PIC X(12) VALUE "   READ NO. ".      SQFDMP.2
021300     05  DHL-READ-NUMBER     PIC ZZZZZZ9.                         SQFDMP.2
021400     05  FILLER              PIC X(19) VALUE                      SQFDMP.2
021500         "   PHYSICAL LENGTH ".                                   SQFDMP.2
021600     05  DHL-LENGTH          PIC ZZ9.                             SQFDMP.2
021700     05  FILLER              PIC X(3)  VALUE SPACE.               SQFDMP.2
021800     05  DHL-NOTE            PIC X(40).                           SQFDMP.2
021900 01  FIELD-PAIR-LINE.                                             SQFDMP.2
022000     05  FILLER              PIC X(2)  VALUE SPACE.               SQFDMP.2
022100     05  FPL-NAME-1          PIC X(19).                           SQFDMP.2
022200     05  FPL-VALUE-1         PIC X(21).                           SQFDMP.2
022300     05  FILLER              PIC X(2)  VALUE SPACE.               SQFDMP.2
022400     05  FPL-NAME-2          PIC X(19).                           SQFDMP.2
022500     05  FPL-VALUE-2         PIC X(21).                           SQFDMP.2
022600 01  IMAGE-LINE.                                                  SQFDMP.2
022700     05  FILLER              PIC X(2)  VALUE SPACE.               SQFDMP.2
022800     05  FILLER              PIC X(6)  VALUE "IMAGE ".            SQFDMP.2
022900     05  IL-FROM             PIC ZZ9.                             SQFDMP.2
023000     05  FILLER              PIC X(1)  VALUE "-".                 SQFDMP.2
023100     05  IL-TO               PIC ZZ9.                             SQFDMP.2
023200     05  FILLER              PIC X(2)  VALUE " :".                SQFDMP.2
023300     05  IL-TEXT             PIC X(60).                           SQFDMP.2
023400     05  FILLER              PIC X(1)  VALUE ":".                 SQFDMP.2
023500 01  REC-VIOL-LINE.                                               SQFDMP.2
023600     05  FILLER              PIC X(6)  VALUE "  *** ".            SQFDMP.2
023700     05  RVL-REASON          PIC X(36).                           SQFDMP.2
023800     05  FILLER              PIC X(7)  VALUE " FOUND ".           SQFDMP.2
023900     05  RVL-FOUND           PIC X(20).                           SQFDMP.2
024000     05  FILLER              PIC X(10) VALUE " EXPECTED ".        SQFDMP.2
024100     05  RVL-EXPECTED        PIC X(20).                           SQFDMP.2
024200 01  VIOL-HEAD-LINE.                                              SQFDMP.2
024300     05  FILLER              PIC X(2)  VALUE SPACE.               SQFDMP.2
024400     05  FILLER              PIC X(8)  VALUE "RECORD".            SQFDMP.2
024500     05  FILLER              PIC X(10) VALUE "READ NO.".          SQFDMP.2
024600     05  FILLER              PIC X(38) VALUE "VIOLATION".         SQFDMP.2
024700     05  FILLER              PIC X(21) VALUE "FOUND".             SQFDMP.2
024800     05  FILLER              PIC X(8)  VALUE "EXPECTED".          SQFDMP.2
024900 01  VIOL-LINE.                                                   SQFDMP.2
025000     05  FILLER              PIC X(2)  VALUE SPACE.               SQFDMP.2
025100     05  VL-RECORD-NUMBER    PIC 9(6).                            SQFDMP.2
025200     05  FILLER              PIC X(2)  VALUE SPACE.               SQFDMP.2
025300     05  VL-READ-NUMBER      PIC ZZZZZZ9.                         SQFDMP.2
025400     05  FILLER              PIC X(3)  VALUE SPACE.               SQFDMP.2
025500     05  VL-REASON           PIC X(36).                           SQFDMP.2
025600     05  FILLER              PIC X(2)  VALUE SPACE.               SQFDMP.2
025700     05  VL-FOUND            PIC X(20).                           SQFDMP.2
025800     05  FILLER              PIC X(1)  VALUE SPACE.               SQFDMP.2
025900     05  VL-EXPECTED         PIC X(20).                           SQFDMP.2
026000 01  CARD-ERROR-LINE.                                             SQFDMP.2
026100     05  CEL-PREFIX          PIC X(16).                           SQFDMP.2
026200     05  CEL-REASON          PIC X(40).                           SQFDMP.2
026300     05  FILLER              PIC X(2)  VALUE SPACE.               SQFDMP.2
026400     05  CEL-CARD-IMAGE      PIC X(62).                           SQFDMP.2
026500 01  SUMMARY-LINE.                                                SQFDMP.2
026600     05  SL-LITERAL          PIC X(30).                           SQFDMP.2
026700     05  SL-COUNT            PIC ZZZZZZ9.                         SQFDMP.2
026800 PROCEDURE DIVISION.                                              SQFDMP.2
026900 MAINLINE.                                                        SQFDMP.2
027000     PERFORM OPEN-FILES.                                          SQFDMP.2
027100     PERFORM LOAD-ONE-CARD                                        SQFDMP.2
027200         UNTIL WS-EOF.                                            SQFDMP.2
027300     CLOSE DUMP-CARD.                                             SQFDMP.2
027400     IF NOT WS-SELECT-CARD-SEEN                                   SQFDMP.2
027500         IF WS-SOURCE-REPAIR                                      SQFDMP.2
027600             MOVE "Y" TO WS-SELECT-ALL-SW                         SQFDMP.2
027700         ELSE                                                     SQFDMP.2
027800             MOVE "Y" TO WS-SELECT-ERRORS-SW                      SQFDMP.2
027900         END-IF                                                   SQFDMP.2
028000     END-IF.                                                      SQFDMP.2
028100     PERFORM PRINT-OPTIONS.                                       SQFDMP.2
028200     MOVE "N" TO WS-EOF-SW.                                       SQFDMP.2
028300     IF WS-SOURCE-REPAIR                                          SQFDMP.2
028400         OPEN INPUT REPAIR-FILE                                   SQFDMP.2
028500         IF REPAIR-STATUS NOT EQUAL TO "00"                       SQFDMP.2
028600             MOVE "N" TO WS-INPUT-OPEN-SW                         SQFDMP.2
028700         ELSE                                                     SQFDMP.2
028800             PERFORM READ-REPAIR-RECORD                           SQFDMP.2
028900                 UNTIL WS-EOF                                     SQFDMP.2
029000             CLOSE REPAIR-FILE                                    SQFDMP.2
029100         END-IF                                                   SQFDMP.2
029200     ELSE                                                         SQFDMP.2
029300         OPEN INPUT SQ-VS6                                        SQFDMP.2
029400         IF SQ-VS6-STATUS NOT EQUAL TO "00"                       SQFDMP.2
029500             MOVE "N" TO WS-INPUT-OPEN-SW                         SQFDMP.2
029600         ELSE                                                     SQFDMP.2
029700             PERFORM READ-TAPE-RECORD                             SQFDMP.2
029800                 UNTIL WS-EOF                                     SQFDMP.2
029900             CLOSE SQ-VS6                                         SQFDMP.2
030000         END-IF                                                   SQFDMP.2
030100     END-IF.                                                      SQFDMP.2
030200     IF WS-INPUT-OPEN                                             SQFDMP.2
030300         PERFORM PRINT-VIOLATION-LIST                             SQFDMP.2
030400     ELSE                                                         SQFDMP.2
030500         MOVE "** INPUT FILE WILL NOT OPEN - NOTHING CHECKED **"  SQFDMP.2
030600             TO PRINT-REC                                         SQFDMP.2
030700         WRITE PRINT-REC AFTER ADVANCING 2 LINES                  SQFDMP.2
030800     END-IF.                                                      SQFDMP.2
030900     PERFORM PRINT-SUMMARY.                                       SQFDMP.2
031000     CLOSE PRINT-FILE.                                            SQFDMP.2
031100     IF WS-CARDS-REJECTED GREATER THAN ZERO                       SQFDMP.2
031200         MOVE 4 TO RETURN-CODE                                    SQFDMP.2
031300     END-IF.                                                      SQFDMP.2
031400     IF WS-VIOLATIONS-FOUND GREATER THAN ZERO                     SQFDMP.2
031500        OR NOT WS-INPUT-OPEN                                      SQFDMP.2
031600         MOVE 8 TO RETURN-CODE                                    SQFDMP.2
031700     END-IF.                                                      SQFDMP.2
031800     STOP RUN.                                                    SQFDMP.2
031900 OPEN-FILES.                                                      SQFDMP.2
032000     OPEN INPUT DUMP-CARD.                                        SQFDMP.2
032100     OPEN OUTPUT PRINT-FILE.                                      SQFDMP.2
032200     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQFDMP.2
032300     MOVE SPACE TO PRINT-REC.                                     SQFDMP.2
032400     WRITE PRINT-REC AFTER ADVANCING 1 LINE.                      SQFDMP.2
032500 LOAD-ONE-CARD.                                                   SQFDMP.2
032600     READ DUMP-CARD                                               SQFDMP.2
032700         AT END                                                   SQFDMP.2
032800             MOVE "Y" TO WS-EOF-SW                                SQFDMP.2
032900     END-READ.                                                    SQFDMP.2
033000     IF NOT WS-EOF                                                SQFDMP.2
033100         MOVE SPACE TO CEL-REASON                                 SQFDMP.2
033200         IF DC-NAME EQUAL TO "SOURCE"                             SQFDMP.2
033300             PERFORM CHECK-SOURCE-CARD                            SQFDMP.2
033400         ELSE                                                     SQFDMP.2
033500             IF DC-NAME EQUAL TO "SELECT"                         SQFDMP.2
033600                 PERFORM CHECK-SELECT-CARD                        SQFDMP.2
033700             ELSE                                                 SQFDMP.2
033800                 IF DC-NAME EQUAL TO "PROGRAM"                    SQFDMP.2
033900                    AND DC-VALUE NOT EQUAL TO SPACE               SQFDMP.2
034000                     MOVE DC-VALUE TO WS-EXPECTED-PROGRAM         SQFDMP.2
034100                 ELSE                                             SQFDMP.2
034200                     IF DC-NAME EQUAL TO "FILENAME"               SQFDMP.2
034300                        AND DC-VALUE NOT EQUAL TO SPACE           SQFDMP.2
034400                         MOVE DC-VALUE TO WS-EXPECTED-FILE        SQFDMP.2
034500                     ELSE                                         SQFDMP.2
034600                         MOVE "NOT A DUMP OPTION CARD"            SQFDMP.2
034700                             TO CEL-REASON                        SQFDMP.2
034800                     END-IF                                       SQFDMP.2
034900                 END-IF                                           SQFDMP.2
035000             END-IF                                               SQFDMP.2
035100         END-IF                                                   SQFDMP.2
035200         IF CEL-REASON NOT EQUAL TO SPACE                         SQFDMP.2
035300             MOVE "CARD REJECTED - " TO CEL-PREFIX                SQFDMP.2
035400             MOVE DUMP-CARD-REC TO CEL-CARD-IMAGE                 SQFDMP.2
035500             ADD 1 TO WS-CARDS-REJECTED                           SQFDMP.2
035600             WRITE PRINT-REC FROM CARD-ERROR-LINE                 SQFDMP.2
035700                 AFTER ADVANCING 1 LINE                           SQFDMP.2
035800         END-IF                                                   SQFDMP.2
035900     END-IF.                                                      SQFDMP.2
036000 CHECK-SOURCE-CARD.                                               SQFDMP.2
036100     IF DC-VALUE EQUAL TO "TAPE"                                  SQFDMP.2
036200         MOVE "T" TO WS-SOURCE-SW                                 SQFDMP.2
036300     ELSE                                                         SQFDMP.2
036400         IF DC-VALUE EQUAL TO "REPAIR"                            SQFDMP.2
036500             MOVE "R" TO WS-SOURCE-SW                             SQFDMP.2
036600         ELSE                                                     SQFDMP.2
036700             MOVE "SOURCE IS NOT TAPE OR REPAIR" TO CEL-REASON    SQFDMP.2
036800         END-IF                                                   SQFDMP.2
036900     END-IF.                                                      SQFDMP.2
037000 CHECK-SELECT-CARD.                                               SQFDMP.2
037100     IF DC-VALUE EQUAL TO "ALL"                                   SQFDMP.2
037200         MOVE "Y" TO WS-SELECT-ALL-SW                             SQFDMP.2
037300         MOVE "Y" TO WS-SELECT-CARD-SW                            SQFDMP.2
037400     ELSE                                                         SQFDMP.2
037500         IF DC-VALUE EQUAL TO "ERRORS"                            SQFDMP.2
037600             MOVE "Y" TO WS-SELECT-ERRORS-SW                      SQFDMP.2
037700             MOVE "Y" TO WS-SELECT-CARD-SW                        SQFDMP.2
037800         ELSE                                                     SQFDMP.2
037900             PERFORM CHECK-SELECT-RANGE                           SQFDMP.2
038000         END-IF                                                   SQFDMP.2
038100     END-IF.                                                      SQFDMP.2
038200 CHECK-SELECT-RANGE.                                              SQFDMP.2
038300     IF DC-VALUE-2 EQUAL TO SPACE                                 SQFDMP.2
038400         MOVE DC-VALUE TO DC-VALUE-2                              SQFDMP.2
038500     END-IF.                                                      SQFDMP.2
038600     IF DC-VALUE-9 NOT NUMERIC                                    SQFDMP.2
038700        OR DC-VALUE-2-9 NOT NUMERIC                               SQFDMP.2
038800         MOVE "RECORD NUMBERS ARE NOT NUMERIC" TO CEL-REASON      SQFDMP.2
038900     ELSE                                                         SQFDMP.2
039000         IF DC-VALUE-9 GREATER THAN DC-VALUE-2-9                  SQFDMP.2
039100             MOVE "FIRST RECORD NUMBER AFTER THE LAST"            SQFDMP.2
039200                 TO CEL-REASON                                    SQFDMP.2
039300         ELSE                                                     SQFDMP.2
039400             IF WS-RANGE-COUNT NOT LESS THAN 20                   SQFDMP.2
039500                 MOVE "MORE THAN 20 RANGES" TO CEL-REASON         SQFDMP.2
039600             ELSE                                                 SQFDMP.2
039700                 ADD 1 TO WS-RANGE-COUNT                          SQFDMP.2
039800                 MOVE DC-VALUE-9 TO RT-FROM (WS-RANGE-COUNT)      SQFDMP.2
039900                 MOVE DC-VALUE-2-9 TO RT-TO (WS-RANGE-COUNT)      SQFDMP.2
040000                 MOVE "Y" TO WS-SELECT-CARD-SW                    SQFDMP.2
040100             END-IF                                               SQFDMP.2
040200         END-IF                                                   SQFDMP.2
040300     END-IF.                                                      SQFDMP.2
040400 PRINT-OPTIONS.                                                   SQFDMP.2
040500     MOVE "INPUT =" TO OL-LITERAL.                                SQFDMP.2
040600     IF WS-SOURCE-REPAIR                                          SQFDMP.2
040700         MOVE "REPAIR FILE (X-67)" TO OL-VALUE                    SQFDMP.2
040800     ELSE                                                         SQFDMP.2
040900         MOVE "SQ-VS6 TAPE GENERATION (X-01)" TO OL-VALUE         SQFDMP.2
041000     END-IF.                                                      SQFDMP.2
041100     WRITE PRINT-REC FROM OPTION-LINE AFTER ADVANCING 1 LINE.     SQFDMP.2
041200     MOVE "EXPECTED PROGRAM =" TO OL-LITERAL.                     SQFDMP.2
041300     MOVE WS-EXPECTED-PROGRAM TO OL-VALUE.                        SQFDMP.2
041400     WRITE PRINT-REC FROM OPTION-LINE AFTER ADVANCING 1 LINE.     SQFDMP.2
041500     MOVE "EXPECTED FILE NAME =" TO OL-LITERAL.                   SQFDMP.2
041600     MOVE WS-EXPECTED-FILE TO OL-VALUE.                           SQFDMP.2
041700     WRITE PRINT-REC FROM OPTION-LINE AFTER ADVANCING 1 LINE.     SQFDMP.2
041800     MOVE "RECORDS DUMPED =" TO OL-LITERAL.                       SQFDMP.2
041900     IF WS-SELECT-ALL                                             SQFDMP.2
042000         MOVE "ALL" TO OL-VALUE                                   SQFDMP.2
042100     ELSE                                                         SQFDMP.2
042200         IF WS-SELECT-ERRORS                                      SQFDMP.2
042300             MOVE "THOSE WITH VIOLATIONS" TO OL-VALUE             SQFDMP.2
042400         ELSE                                                     SQFDMP.2
042500             MOVE "THE RANGES BELOW" TO OL-VALUE                  SQFDMP.2
042600         END-IF                                                   SQFDMP.2
042700     END-IF.                                                      SQFDMP.2
042800     WRITE PRINT-REC FROM OPTION-LINE AFTER ADVANCING 1 LINE.     SQFDMP.2
042900     PERFORM PRINT-ONE-RANGE                                      SQFDMP.2
043000         VARYING WS-RANGE-SUB FROM 1 BY 1                         SQFDMP.2
043100         UNTIL WS-RANGE-SUB GREATER THAN WS-RANGE-COUNT.          SQFDMP.2
043200 PRINT-ONE-RANGE.                                                 SQFDMP.2
043300     MOVE RT-FROM (WS-RANGE-SUB) TO RL-FROM.                      SQFDMP.2
043400     MOVE RT-TO (WS-RANGE-SUB) TO RL-TO.                          SQFDMP.2
043500     WRITE PRINT-REC FROM RANGE-LINE AFTER ADVANCING 1 LINE.      SQFDMP.2
043600 READ-TAPE-RECORD.                                                SQFDMP.2
043700*    THE RECORD AREA IS CLEARED BEFORE EACH READ SO A SHORT       SQFDMP.2
043800*    RECORD FOLLOWING A LONG ONE CANNOT INHERIT RESIDUE IN        SQFDMP.2
043900*    POSITIONS 121-151 AND PASS FOR A LONG RECORD.                SQFDMP.2
044000     MOVE SPACE TO SQ-VS6R2-M-G-151.                              SQFDMP.2
044100     READ SQ-VS6                                                  SQFDMP.2
044200         AT END                                                   SQFDMP.2
044300             MOVE "Y" TO WS-EOF-SW                                SQFDMP.2
044400     END-READ.                                                    SQFDMP.2
044500     IF NOT WS-EOF                                                SQFDMP.2
044600         IF SQ-VS6R2-FIRST (1:6) EQUAL TO "REELTR"                SQFDMP.2
044700            OR SQ-VS6R2-FIRST (1:6) EQUAL TO "TRAILR"             SQFDMP.2
044800             ADD 1 TO WS-TRAILERS-SKIPPED                         SQFDMP.2
044900         ELSE                                                     SQFDMP.2
045000             ADD 1 TO WS-DATA-RECORDS                             SQFDMP.2
045100             MOVE ZERO TO WS-REC-VIOL-COUNT                       SQFDMP.2
045200             MOVE SQ-VS6R2-M-G-151 TO DUMP-IMAGE                  SQFDMP.2
045300             MOVE WS-DATA-RECORDS TO WS-EXPECTED-NUMBER           SQFDMP.2
045400             IF DI-TAIL EQUAL TO SPACE                            SQFDMP.2
045500                 MOVE 120 TO WS-PHYSICAL-LENGTH                   SQFDMP.2
045600             ELSE                                                 SQFDMP.2
045700                 MOVE 151 TO WS-PHYSICAL-LENGTH                   SQFDMP.2
045800             END-IF                                               SQFDMP.2
045900             PERFORM CHECK-DATA-RECORD                            SQFDMP.2
046000         END-IF                                                   SQFDMP.2
046100     END-IF.                                                      SQFDMP.2
046200 READ-REPAIR-RECORD.                                              SQFDMP.2
046300     MOVE SPACE TO REPAIR-REC.                                    SQFDMP.2
046400     READ REPAIR-FILE                                             SQFDMP.2
046500         AT END                                                   SQFDMP.2
046600             MOVE "Y" TO WS-EOF-SW                                SQFDMP.2
046700     END-READ.                                                    SQFDMP.2
046800     IF NOT WS-EOF                                                SQFDMP.2
046900         ADD 1 TO WS-DATA-RECORDS                                 SQFDMP.2
047000         MOVE ZERO TO WS-REC-VIOL-COUNT                           SQFDMP.2
047100         MOVE RPR-IMAGE TO DUMP-IMAGE                             SQFDMP.2
047200         PERFORM CHECK-REPAIR-HEADER                              SQFDMP.2
047300         PERFORM CHECK-DATA-RECORD                                SQFDMP.2
047400     END-IF.                                                      SQFDMP.2
047500 CHECK-REPAIR-HEADER.                                             SQFDMP.2
047600*    THE REPAIR FILE CARRIES EACH IMAGE'S RECORD NUMBER AND TYPE  SQFDMP.2
047700*    AHEAD OF IT; THEY STAND IN FOR THE TAPE POSITION AND THE     SQFDMP.2
047800*    PHYSICAL LENGTH.                                             SQFDMP.2
047900     IF RPR-RECORD-NUMBER NOT NUMERIC                             SQFDMP.2
048000         MOVE ZERO TO WS-EXPECTED-NUMBER                          SQFDMP.2
048100         MOVE "RPR-RECORD-NUMBER NOT NUMERIC" TO WS-VIOL-REASON   SQFDMP.2
048200         MOVE RPR-RECORD-NUMBER TO WS-VIOL-FOUND                  SQFDMP.2
048300         MOVE SPACE TO WS-VIOL-EXPECTED                           SQFDMP.2
048400         PERFORM ADD-VIOLATION                                    SQFDMP.2
048500     ELSE                                                         SQFDMP.2
048600         MOVE RPR-RECORD-NUMBER TO WS-EXPECTED-NUMBER             SQFDMP.2
048700         IF RPR-RECORD-NUMBER                                     SQFDMP.2
048800                NOT GREATER THAN WS-PREV-REPAIR-NUMBER            SQFDMP.2
048900             MOVE "RPR-RECORD-NUMBER NOT ASCENDING"               SQFDMP.2
049000                 TO WS-VIOL-REASON                                SQFDMP.2
049100             MOVE RPR-RECORD-NUMBER TO WS-VIOL-FOUND              SQFDMP.2
049200             MOVE SPACE TO WS-VIOL-EXPECTED                       SQFDMP.2
049300             MOVE "AFTER " TO WS-VIOL-EXPECTED (1:6)              SQFDMP.2
049400             MOVE WS-PREV-REPAIR-NUMBER TO WS-VIOL-EXPECTED (7:6) SQFDMP.2
049500             PERFORM ADD-VIOLATION                                SQFDMP.2
049600         END-IF                                                   SQFDMP.2
049700         MOVE RPR-RECORD-NUMBER TO WS-PREV-REPAIR-NUMBER          SQFDMP.2
049800     END-IF.                                                      SQFDMP.2
049900     IF RPR-RECORD-TYPE EQUAL TO "SHORT"                          SQFDMP.2
050000         MOVE 120 TO WS-PHYSICAL-LENGTH                           SQFDMP.2
050100         IF DI-TAIL NOT EQUAL TO SPACE                            SQFDMP.2
050200             MOVE "SHORT RECORD HAS DATA PAST 120"                SQFDMP.2
050300                 TO WS-VIOL-REASON                                SQFDMP.2
050400             MOVE DI-TAIL TO WS-VIOL-FOUND                        SQFDMP.2
050500             MOVE SPACE TO WS-VIOL-EXPECTED                       SQFDMP.2
050600             PERFORM ADD-VIOLATION                                SQFDMP.2
050700         END-IF                                                   SQFDMP.2
050800     ELSE                                                         SQFDMP.2
050900         MOVE 151 TO WS-PHYSICAL-LENGTH                           SQFDMP.2
051000         IF RPR-RECORD-TYPE NOT EQUAL TO "LONG"                   SQFDMP.2
051100             MOVE "RPR-RECORD-TYPE NOT SHORT OR LONG"             SQFDMP.2
051200                 TO WS-VIOL-REASON                                SQFDMP.2
051300             MOVE RPR-RECORD-TYPE TO WS-VIOL-FOUND                SQFDMP.2
051400             MOVE "SHORT OR LONG" TO WS-VIOL-EXPECTED             SQFDMP.2
051500             PERFORM ADD-VIOLATION                                SQFDMP.2
051600             IF DI-TAIL EQUAL TO SPACE                            SQFDMP.2
051700                 MOVE 120 TO WS-PHYSICAL-LENGTH                   SQFDMP.2
051800             END-IF                                               SQFDMP.2
051900         END-IF                                                   SQFDMP.2
052000     END-IF.                                                      SQFDMP.2
052100 CHECK-DATA-RECORD.                                               SQFDMP.2
052200     MOVE DI-FIRST TO FILE-RECORD-INFO-P1-120 (1).                SQFDMP.2
052300     PERFORM CHECK-RECORD-NUMBER.                                 SQFDMP.2
052400     PERFORM CHECK-RECORD-LENGTH.                                 SQFDMP.2
052500     IF WS-PHYSICAL-LENGTH EQUAL TO 151                           SQFDMP.2
052600         PERFORM CHECK-LONG-FIELDS                                SQFDMP.2
052700     END-IF.                                                      SQFDMP.2
052800     IF XPROGRAM-NAME (1) NOT EQUAL TO WS-EXPECTED-PROGRAM        SQFDMP.2
052900         MOVE "XPROGRAM-NAME NOT AS EXPECTED" TO WS-VIOL-REASON   SQFDMP.2
053000         MOVE XPROGRAM-NAME (1) TO WS-VIOL-FOUND                  SQFDMP.2
053100         MOVE WS-EXPECTED-PROGRAM TO WS-VIOL-EXPECTED             SQFDMP.2
053200         PERFORM ADD-VIOLATION                                    SQFDMP.2
053300     END-IF.                                                      SQFDMP.2
053400     IF XFILE-NAME (1) NOT EQUAL TO WS-EXPECTED-FILE              SQFDMP.2
053500         MOVE "XFILE-NAME NOT AS EXPECTED" TO WS-VIOL-REASON      SQFDMP.2
053600         MOVE XFILE-NAME (1) TO WS-VIOL-FOUND                     SQFDMP.2
053700         MOVE WS-EXPECTED-FILE TO WS-VIOL-EXPECTED                SQFDMP.2
053800         PERFORM ADD-VIOLATION                                    SQFDMP.2
053900     END-IF.                                                      SQFDMP.2
054000     IF WS-REC-VIOL-COUNT GREATER THAN ZERO                       SQFDMP.2
054100         ADD 1 TO WS-RECORDS-IN-ERROR                             SQFDMP.2
054200     END-IF.                                                      SQFDMP.2
054300     PERFORM CHECK-SELECTION.                                     SQFDMP.2
054400     IF WS-SELECTED                                               SQFDMP.2
054500         PERFORM DUMP-RECORD                                      SQFDMP.2
054600     END-IF.                                                      SQFDMP.2
054700 CHECK-RECORD-NUMBER.                                             SQFDMP.2
054800     IF XRECORD-NUMBER (1) NOT NUMERIC                            SQFDMP.2
054900         MOVE "XRECORD-NUMBER NOT NUMERIC" TO WS-VIOL-REASON      SQFDMP.2
055000         MOVE XRECORD-NUMBER (1) TO WS-VIOL-FOUND                 SQFDMP.2
055100         MOVE WS-EXPECTED-NUMBER TO WS-VIOL-EXPECTED              SQFDMP.2
055200         PERFORM ADD-VIOLATION                                    SQFDMP.2
055300     ELSE                                                         SQFDMP.2
055400         IF XRECORD-NUMBER (1) NOT EQUAL TO WS-EXPECTED-NUMBER    SQFDMP.2
055500             IF WS-SOURCE-REPAIR                                  SQFDMP.2
055600                 MOVE "XRECORD-NUMBER NOT RPR-RECORD-NUMBER"      SQFDMP.2
055700                     TO WS-VIOL-REASON                            SQFDMP.2
055800             ELSE                                                 SQFDMP.2
055900                 MOVE "XRECORD-NUMBER OUT OF SEQUENCE"            SQFDMP.2
056000                     TO WS-VIOL-REASON                            SQFDMP.2
056100             END-IF                                               SQFDMP.2
056200             MOVE XRECORD-NUMBER (1) TO WS-VIOL-FOUND             SQFDMP.2
056300             MOVE WS-EXPECTED-NUMBER TO WS-VIOL-EXPECTED          SQFDMP.2
056400             PERFORM ADD-VIOLATION                                SQFDMP.2
056500         END-IF                                                   SQFDMP.2
056600     END-IF.                                                      SQFDMP.2
056700 CHECK-RECORD-LENGTH.                                             SQFDMP.2
056800     IF XRECORD-LENGTH (1) NOT NUMERIC                            SQFDMP.2
056900         MOVE "XRECORD-LENGTH NOT NUMERIC" TO WS-VIOL-REASON      SQFDMP.2
057000         MOVE XRECORD-LENGTH (1) TO WS-VIOL-FOUND                 SQFDMP.2
057100         MOVE WS-PHYSICAL-LENGTH TO WS-VIOL-EXPECTED              SQFDMP.2
057200         PERFORM ADD-VIOLATION                                    SQFDMP.2
057300     ELSE                                                         SQFDMP.2
057400         IF XRECORD-LENGTH (1) NOT EQUAL TO WS-PHYSICAL-LENGTH    SQFDMP.2
057500             MOVE "XRECORD-LENGTH NOT PHYSICAL LENGTH"            SQFDMP.2
057600                 TO WS-VIOL-REASON                                SQFDMP.2
057700             MOVE XRECORD-LENGTH (1) TO WS-VIOL-FOUND             SQFDMP.2
057800             MOVE WS-PHYSICAL-LENGTH TO WS-VIOL-EXPECTED          SQFDMP.2
057900             PERFORM ADD-VIOLATION                                SQFDMP.2
058000         END-IF                                                   SQFDMP.2
058100     END-IF.                                                      SQFDMP.2
058200     IF WS-PHYSICAL-LENGTH EQUAL TO 120                           SQFDMP.2
058300         MOVE "R1-M-G" TO WS-VIOL-EXPECTED                        SQFDMP.2
058400     ELSE                                                         SQFDMP.2
058500         MOVE "R2-M-G" TO WS-VIOL-EXPECTED                        SQFDMP.2
058600     END-IF.                                                      SQFDMP.2
058700     IF XRECORD-NAME (1) NOT EQUAL TO WS-VIOL-EXPECTED            SQFDMP.2
058800         MOVE "XRECORD-NAME WRONG FOR THE LENGTH"                 SQFDMP.2
058900             TO WS-VIOL-REASON                                    SQFDMP.2
059000         MOVE XRECORD-NAME (1) TO WS-VIOL-FOUND                   SQFDMP.2
059100         PERFORM ADD-VIOLATION                                    SQFDMP.2
059200     END-IF.                                                      SQFDMP.2
059300 CHECK-LONG-FIELDS.                                               SQFDMP.2
059400     IF DI-LONG-OR-SHORT NOT EQUAL TO "LONG"                      SQFDMP.2
059500         MOVE "LONG-OR-SHORT NOT LONG" TO WS-VIOL-REASON          SQFDMP.2
059600         MOVE DI-LONG-OR-SHORT TO WS-VIOL-FOUND                   SQFDMP.2
059700         MOVE "LONG" TO WS-VIOL-EXPECTED                          SQFDMP.2
059800         PERFORM ADD-VIOLATION                                    SQFDMP.2
059900     END-IF.                                                      SQFDMP.2
060000     DIVIDE WS-EXPECTED-NUMBER BY 100000                          SQFDMP.2
060100         GIVING WS-RECNO-QUOT REMAINDER WS-RECNO-DISPLAY.         SQFDMP.2
060200     IF DI-RECNO NOT EQUAL TO WS-RECNO-DISPLAY                    SQFDMP.2
060300         MOVE "SQ-VS6-RECNO NOT THE RECORD NUMBER"                SQFDMP.2
060400             TO WS-VIOL-REASON                                    SQFDMP.2
060500         MOVE DI-RECNO TO WS-VIOL-FOUND                           SQFDMP.2
060600         MOVE WS-RECNO-DISPLAY TO WS-VIOL-EXPECTED                SQFDMP.2
060700         PERFORM ADD-VIOLATION                                    SQFDMP.2
060800     END-IF.                                                      SQFDMP.2
060900 ADD-VIOLATION.                                                   SQFDMP.2
061000     ADD 1 TO WS-VIOLATIONS-FOUND.                                SQFDMP.2
061100     IF WS-REC-VIOL-COUNT LESS THAN 12                            SQFDMP.2
061200         ADD 1 TO WS-REC-VIOL-COUNT                               SQFDMP.2
061300         MOVE WS-VIOL-REASON TO RV-REASON (WS-REC-VIOL-COUNT)     SQFDMP.2
061400         MOVE WS-VIOL-FOUND TO RV-FOUND (WS-REC-VIOL-COUNT)       SQFDMP.2
061500         MOVE WS-VIOL-EXPECTED TO RV-EXPECTED (WS-REC-VIOL-COUNT) SQFDMP.2
061600     END-IF.                                                      SQFDMP.2
061700     IF WS-VIOL-COUNT LESS THAN 500                               SQFDMP.2
061800         ADD 1 TO WS-VIOL-COUNT                                   SQFDMP.2
061900         MOVE WS-EXPECTED-NUMBER                                  SQFDMP.2
062000             TO VT-RECORD-NUMBER (WS-VIOL-COUNT)                  SQFDMP.2
062100         MOVE WS-DATA-RECORDS TO VT-READ-NUMBER (WS-VIOL-COUNT)   SQFDMP.2
062200         MOVE WS-VIOL-REASON TO VT-REASON (WS-VIOL-COUNT)         SQFDMP.2
062300         MOVE WS-VIOL-FOUND TO VT-FOUND (WS-VIOL-COUNT)           SQFDMP.2
062400         MOVE WS-VIOL-EXPECTED TO VT-EXPECTED (WS-VIOL-COUNT)     SQFDMP.2
062500     ELSE                                                         SQFDMP.2
062600         ADD 1 TO WS-VIOLATIONS-UNLISTED                          SQFDMP.2
062700     END-IF.                                                      SQFDMP.2
062800 CHECK-SELECTION.                                                 SQFDMP.2
062900     MOVE "N" TO WS-SELECTED-SW.                                  SQFDMP.2
063000     IF WS-SELECT-ALL                                             SQFDMP.2
063100         MOVE "Y" TO WS-SELECTED-SW                               SQFDMP.2
063200     END-IF.                                                      SQFDMP.2
063300     IF WS-SELECT-ERRORS                                          SQFDMP.2
063400        AND WS-REC-VIOL-COUNT GREATER THAN ZERO                   SQFDMP.2
063500         MOVE "Y" TO WS-SELECTED-SW                               SQFDMP.2
063600     END-IF.                                                      SQFDMP.2
063700     PERFORM CHECK-ONE-RANGE                                      SQFDMP.2
063800         VARYING WS-RANGE-SUB FROM 1 BY 1                         SQFDMP.2
063900         UNTIL WS-RANGE-SUB GREATER THAN WS-RANGE-COUNT           SQFDMP.2
064000            OR WS-SELECTED.                                       SQFDMP.2
064100 CHECK-ONE-RANGE.                                                 SQFDMP.2
064200     IF WS-EXPECTED-NUMBER NOT LESS THAN RT-FROM (WS-RANGE-SUB)   SQFDMP.2
064300        AND WS-EXPECTED-NUMBER                                    SQFDMP.2
064400                NOT GREATER THAN RT-TO (WS-RANGE-SUB)             SQFDMP.2
064500         MOVE "Y" TO WS-SELECTED-SW                               SQFDMP.2
064600     END-IF.                                                      SQFDMP.2
064700 DUMP-RECORD.                                                     SQFDMP.2
064800     ADD 1 TO WS-RECORDS-DUMPED.                                  SQFDMP.2
064900     MOVE WS-EXPECTED-NUMBER TO DHL-RECORD-NUMBER.                SQFDMP.2
065000     MOVE WS-DATA-RECORDS TO DHL-READ-NUMBER.                     SQFDMP.2
065100     MOVE WS-PHYSICAL-LENGTH TO DHL-LENGTH.                       SQFDMP.2
065200     IF WS-REC-VIOL-COUNT EQUAL TO ZERO                           SQFDMP.2
065300         MOVE "STRUCTURE OK" TO DHL-NOTE                          SQFDMP.2
065400     ELSE                                                         SQFDMP.2
065500         MOVE "** STRUCTURE VIOLATIONS BELOW **" TO DHL-NOTE      SQFDMP.2
065600     END-IF.                                                      SQFDMP.2
065700     WRITE PRINT-REC FROM DUMP-HEAD-LINE AFTER ADVANCING 2 LINES. SQFDMP.2
065800     MOVE "XFILE-NAME" TO FPL-NAME-1.                             SQFDMP.2
065900     MOVE XFILE-NAME (1) TO FPL-VALUE-1.                          SQFDMP.2
066000     MOVE "XRECORD-NAME" TO FPL-NAME-2.                           SQFDMP.2
066100     MOVE XRECORD-NAME (1) TO FPL-VALUE-2.                        SQFDMP.2
066200     PERFORM WRITE-FIELD-PAIR.                                    SQFDMP.2
066300     MOVE "REELUNIT-NUMBER" TO FPL-NAME-1.                        SQFDMP.2
066400     MOVE REELUNIT-NUMBER (1) TO FPL-VALUE-1.                     SQFDMP.2
066500     MOVE "XRECORD-NUMBER" TO FPL-NAME-2.                         SQFDMP.2
066600     MOVE XRECORD-NUMBER (1) TO FPL-VALUE-2.                      SQFDMP.2
066700     PERFORM WRITE-FIELD-PAIR.                                    SQFDMP.2
066800     MOVE "UPDATE-NUMBER" TO FPL-NAME-1.                          SQFDMP.2
066900     MOVE UPDATE-NUMBER (1) TO FPL-VALUE-1.                       SQFDMP.2
067000     MOVE "ODO-NUMBER" TO FPL-NAME-2.                             SQFDMP.2
067100     MOVE ODO-NUMBER (1) TO FPL-VALUE-2.                          SQFDMP.2
067200     PERFORM WRITE-FIELD-PAIR.                                    SQFDMP.2
067300     MOVE "XPROGRAM-NAME" TO FPL-NAME-1.                          SQFDMP.2
067400     MOVE XPROGRAM-NAME (1) TO FPL-VALUE-1.                       SQFDMP.2
067500     MOVE "XRECORD-LENGTH" TO FPL-NAME-2.                         SQFDMP.2
067600     MOVE XRECORD-LENGTH (1) TO FPL-VALUE-2.                      SQFDMP.2
067700     PERFORM WRITE-FIELD-PAIR.                                    SQFDMP.2
067800     MOVE "CHARS-OR-RECORDS" TO FPL-NAME-1.                       SQFDMP.2
067900     MOVE CHARS-OR-RECORDS (1) TO FPL-VALUE-1.                    SQFDMP.2
068000     MOVE "XBLOCK-SIZE" TO FPL-NAME-2.                            SQFDMP.2
068100     MOVE XBLOCK-SIZE (1) TO FPL-VALUE-2.                         SQFDMP.2
068200     PERFORM WRITE-FIELD-PAIR.                                    SQFDMP.2
068300     MOVE "RECORDS-IN-FILE" TO FPL-NAME-1.                        SQFDMP.2
068400     MOVE RECORDS-IN-FILE (1) TO FPL-VALUE-1.                     SQFDMP.2
068500     MOVE "XFILE-ORGANIZATION" TO FPL-NAME-2.                     SQFDMP.2
068600     MOVE XFILE-ORGANIZATION (1) TO FPL-VALUE-2.                  SQFDMP.2
068700     PERFORM WRITE-FIELD-PAIR.                                    SQFDMP.2
068800     MOVE "XLABEL-TYPE" TO FPL-NAME-1.                            SQFDMP.2
068900     MOVE XLABEL-TYPE (1) TO FPL-VALUE-1.                         SQFDMP.2
069000     IF WS-PHYSICAL-LENGTH EQUAL TO 151                           SQFDMP.2
069100         MOVE "LONG-OR-SHORT" TO FPL-NAME-2                       SQFDMP.2
069200         MOVE DI-LONG-OR-SHORT TO FPL-VALUE-2                     SQFDMP.2
069300         PERFORM WRITE-FIELD-PAIR                                 SQFDMP.2
069400         MOVE "SQ-VS6-RECNO" TO FPL-NAME-1                        SQFDMP.2
069500         MOVE DI-RECNO TO FPL-VALUE-1                             SQFDMP.2
069600         MOVE "SQ-VS6-FILLER" TO FPL-NAME-2                       SQFDMP.2
069700         MOVE DI-FILLER TO FPL-VALUE-2                            SQFDMP.2
069800     END-IF.                                                      SQFDMP.2
069900     PERFORM WRITE-FIELD-PAIR.                                    SQFDMP.2
070000     MOVE 1 TO IL-FROM.                                           SQFDMP.2
070100     MOVE 60 TO IL-TO.                                            SQFDMP.2
070200     MOVE DUMP-IMAGE (1:60) TO IL-TEXT.                           SQFDMP.2
070300     WRITE PRINT-REC FROM IMAGE-LINE AFTER ADVANCING 1 LINE.      SQFDMP.2
070400     MOVE 61 TO IL-FROM.                                          SQFDMP.2
070500     MOVE 120 TO IL-TO.                                           SQFDMP.2
070600     MOVE DUMP-IMAGE (61:60) TO IL-TEXT.                          SQFDMP.2
070700     WRITE PRINT-REC FROM IMAGE-LINE AFTER ADVANCING 1 LINE.      SQFDMP.2
070800     IF WS-PHYSICAL-LENGTH EQUAL TO 151                           SQFDMP.2
070900         MOVE 121 TO IL-FROM                                      SQFDMP.2
071000         MOVE 151 TO IL-TO                                        SQFDMP.2
071100         MOVE DUMP-IMAGE (121:31) TO IL-TEXT                      SQFDMP.2
071200         WRITE PRINT-REC FROM IMAGE-LINE AFTER ADVANCING 1 LINE   SQFDMP.2
071300     END-IF.                                                      SQFDMP.2
071400     PERFORM PRINT-REC-VIOLATION                                  SQFDMP.2
071500         VARYING WS-REC-VIOL-SUB FROM 1 BY 1                      SQFDMP.2
071600         UNTIL WS-REC-VIOL-SUB GREATER THAN WS-REC-VIOL-COUNT.    SQFDMP.2
071700 WRITE-FIELD-PAIR.                                                SQFDMP.2
071800     WRITE PRINT-REC FROM FIELD-PAIR-LINE AFTER ADVANCING 1 LINE. SQFDMP.2
071900     MOVE SPACE TO FPL-NAME-1 FPL-VALUE-1 FPL-NAME-2 FPL-VALUE-2. SQFDMP.2
072000 PRINT-REC-VIOLATION.                                             SQFDMP.2
072100     MOVE RV-REASON (WS-REC-VIOL-SUB) TO RVL-REASON.              SQFDMP.2
072200     MOVE RV-FOUND (WS-REC-VIOL-SUB) TO RVL-FOUND.                SQFDMP.2
072300     MOVE RV-EXPECTED (WS-REC-VIOL-SUB) TO RVL-EXPECTED.          SQFDMP.2
072400     WRITE PRINT-REC FROM REC-VIOL-LINE AFTER ADVANCING 1 LINE.   SQFDMP.2
072500 PRINT-VIOLATION-LIST.                                            SQFDMP.2
072600     IF WS-VIOL-COUNT EQUAL TO ZERO                               SQFDMP.2
072700         MOVE "NO STRUCTURE VIOLATIONS FOUND." TO PRINT-REC       SQFDMP.2
072800         WRITE PRINT-REC AFTER ADVANCING 3 LINES                  SQFDMP.2
072900     ELSE                                                         SQFDMP.2
073000         MOVE "STRUCTURE VIOLATIONS BY RECORD NUMBER:"            SQFDMP.2
073100             TO PRINT-REC                                         SQFDMP.2
073200         WRITE PRINT-REC AFTER ADVANCING 3 LINES                  SQFDMP.2
073300         WRITE PRINT-REC FROM VIOL-HEAD-LINE                      SQFDMP.2
073400             AFTER ADVANCING 1 LINE                               SQFDMP.2
073500         PERFORM PRINT-ONE-VIOLATION                              SQFDMP.2
073600             VARYING WS-VIOL-SUB FROM 1 BY 1                      SQFDMP.2
073700             UNTIL WS-VIOL-SUB GREATER THAN WS-VIOL-COUNT         SQFDMP.2
073800     END-IF.                                                      SQFDMP.2
073900 PRINT-ONE-VIOLATION.                                             SQFDMP.2
074000     MOVE VT-RECORD-NUMBER (WS-VIOL-SUB) TO VL-RECORD-NUMBER.     SQFDMP.2
074100     MOVE VT-READ-NUMBER (WS-VIOL-SUB) TO VL-READ-NUMBER.         SQFDMP.2
074200     MOVE VT-REASON (WS-VIOL-SUB) TO VL-REASON.                   SQFDMP.2
074300     MOVE VT-FOUND (WS-VIOL-SUB) TO VL-FOUND.                     SQFDMP.2
074400     MOVE VT-EXPECTED (WS-VIOL-SUB) TO VL-EXPECTED.               SQFDMP.2
074500     WRITE PRINT-REC FROM VIOL-LINE AFTER ADVANCING 1 LINE.       SQFDMP.2
074600 PRINT-SUMMARY.                                                   SQFDMP.2
074700     MOVE "DATA RECORDS CHECKED =" TO SL-LITERAL.                 SQFDMP.2
074800     MOVE WS-DATA-RECORDS TO SL-COUNT.                            SQFDMP.2
074900     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.   SQFDMP.2
075000     MOVE "TRAILER RECORDS PASSED OVER =" TO SL-LITERAL.          SQFDMP.2
075100     MOVE WS-TRAILERS-SKIPPED TO SL-COUNT.                        SQFDMP.2
075200     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQFDMP.2
075300     MOVE "RECORDS DUMPED =" TO SL-LITERAL.                       SQFDMP.2
075400     MOVE WS-RECORDS-DUMPED TO SL-COUNT.                          SQFDMP.2
075500     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQFDMP.2
075600     MOVE "RECORDS WITH VIOLATIONS =" TO SL-LITERAL.              SQFDMP.2
075700     MOVE WS-RECORDS-IN-ERROR TO SL-COUNT.                        SQFDMP.2
075800     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQFDMP.2
075900     MOVE "VIOLATIONS FOUND =" TO SL-LITERAL.                     SQFDMP.2
076000     MOVE WS-VIOLATIONS-FOUND TO SL-COUNT.                        SQFDMP.2
076100     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQFDMP.2
076200     IF WS-VIOLATIONS-UNLISTED GREATER THAN ZERO                  SQFDMP.2
076300         MOVE "VIOLATIONS NOT LISTED =" TO SL-LITERAL             SQFDMP.2
076400         MOVE WS-VIOLATIONS-UNLISTED TO SL-COUNT                  SQFDMP.2
076500         WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE SQFDMP.2
076600     END-IF.                                                      SQFDMP.2
076700     MOVE "CARDS REJECTED =" TO SL-LITERAL.                       SQFDMP.2
076800     MOVE WS-CARDS-REJECTED TO SL-COUNT.                          SQFDMP.2
076900     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQFDMP.2
