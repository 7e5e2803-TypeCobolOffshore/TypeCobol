001700*      COLS 1-8  = "OPTION  "  WITH COLS 10-13 = "STOP"/"CONT" *  SQDRVR.2
001800*                  (ABORT HANDLING; DEFAULT IS STOP), OR        * SQDRVR.2
001900*      COLS 1-8  = NAME OF A PROGRAM TO CALL.                   * SQDRVR.2
001905*                  A PROGRAM CARD MAY MAKE ITS STEP DEPEND ON   * SQDRVR.2
001910*                  AN EARLIER STEP IN THE DECK :-               * SQDRVR.2
001915*        COLS 10-13 = "IFRJ" RUN ONLY IF THAT STEP WROTE        * SQDRVR.2
001920*                            REJECTS (ITS RUN-METRICS RECORD),  * SQDRVR.2
001925*                     "IFRC" RUN ONLY IF THAT STEP ENDED WITH   * SQDRVR.2
001930*                            THE RETURN CODE IN COLS 24-27,     * SQDRVR.2
001935*                     "IFOK" RUN ONLY IF THAT STEP DID NOT      * SQDRVR.2
001940*                            FAIL (ABORT OR RC 8 AND OVER),     * SQDRVR.2
001945*        COLS 15-22 = NAME OF THE EARLIER STEP (THE NEAREST     * SQDRVR.2
001950*                     ONE ABOVE IF IT IS IN THE DECK TWICE),    * SQDRVR.2
001955*        COLS 24-27 = RETURN CODE FOR "IFRC", 4 DIGITS,         * SQDRVR.2
001960*        COLS 29-36 = MODE TO RUN THE STEP IN (E.G. REVERIFY),  * SQDRVR.2
001965*                     LEFT FOR IT ON THE STEP PARAMETER FILE.   * SQDRVR.2
001970*                  A STEP WHOSE CONDITION IS NOT MET IS         * SQDRVR.2
001975*                  SKIPPED; THE REASON PRINTS ON THE SUMMARY    * SQDRVR.2
001980*                  AND GOES ON ITS SUITE-STATE RECORD.  A BAD   * SQDRVR.2
001985*                  CONDITION CARD SKIPS THE STEP WITH RC 8.     * SQDRVR.2
002000*                                                               * SQDRVR.2
002100***************************************************************** SQDRVR.2
002200*                                                               * SQDRVR.2
002733*            X-04   PER-PROGRAM DEADLINE FILE                   * SQDRVR.2
002766*            X-74   RUN-METRICS FILE                            * SQDRVR.2
002783*            X-50   CENTRAL SUITE OPTIONS FILE                  * SQDRVR.2
002788*            X-27   SUITE EXCEPTION FILE                        * SQDRVR.2
002793*            X-29   DRIVER STEP PARAMETER FILE                  * SQDRVR.2
002800*            X-82   SOURCE-COMPUTER                             * SQDRVR.2
002900*            X-83   OBJECT-COMPUTER                             * SQDRVR.2
003000*            X-84   LABEL RECORDS OPTION                        * SQDRVR.2
004966     XXXXX074                                                     SQDRVR.2
004977            ORGANIZATION IS SEQUENTIAL                            SQDRVR.2
004988            FILE STATUS IS METRICS-STATUS.                        SQDRVR.2
004990     SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO                     SQDRVR.2
004991     XXXXX027                                                     SQDRVR.2
004992            ORGANIZATION IS SEQUENTIAL                            SQDRVR.2
004993            FILE STATUS IS EXCEPTION-STATUS.                      SQDRVR.2
004994     SELECT OPTIONAL STEP-PARM-FILE ASSIGN TO                     SQDRVR.2
004995     XXXXX029                                                     SQDRVR.2
004996            ORGANIZATION IS SEQUENTIAL                            SQDRVR.2
004997            FILE STATUS IS STEP-PARM-STATUS.                      SQDRVR.2
005000 DATA DIVISION.                                                   SQDRVR.2
005100 FILE SECTION.                                                    SQDRVR.2
005200 FD  DRIVER-CARD                                                  SQDRVR.2
005800     05  DRV-CARD-NAME       PIC X(8).                            SQDRVR.2
005900     05  FILLER              PIC X(1).                            SQDRVR.2
006000     05  DRV-CARD-OPTION     PIC X(4).                            SQDRVR.2
006100     05  FILLER              PIC X(1).                            SQDRVR.2
006110     05  DRV-COND-STEP       PIC X(8).                            SQDRVR.2
006120     05  FILLER              PIC X(1).                            SQDRVR.2
006130     05  DRV-COND-RC         PIC X(4).                            SQDRVR.2
006140     05  FILLER              PIC X(1).                            SQDRVR.2
006150     05  DRV-STEP-MODE       PIC X(8).                            SQDRVR.2
006160     05  FILLER              PIC X(44).                           SQDRVR.2
006200 FD  RAW-DATA.                                                    SQDRVR.2
006300     COPY SQRAWREC.                                               SQDRVR.2
006304 FD  SUITE-STATE                                                  SQDRVR.2
006356     05  ST-ABORT            PIC X(8).                            SQDRVR.2
006360     05  FILLER              PIC X(1).                            SQDRVR.2
006364     05  ST-STATUS           PIC X(4).                            SQDRVR.2
006368     05  FILLER              PIC X(1).                            SQDRVR.2
006369     05  ST-REASON           PIC X(30).                           SQDRVR.2
006370     05  FILLER              PIC X(3).                            SQDRVR.2
006373 FD  DEADLINE-FILE                                                SQDRVR.2
006446     LABEL RECORDS ARE STANDARD.                                  SQDRVR.2
006519 01  DEADLINE-REC.                                                SQDRVR.2
008360     05  FILLER              PIC X(1).                            SQDRVR.2
008372     05  OPT-VALUE           PIC X(8).                            SQDRVR.2
008384     05  FILLER              PIC X(63).                           SQDRVR.2
008386 FD  EXCEPTION-FILE                                               SQDRVR.2
008388     LABEL RECORDS ARE STANDARD.                                  SQDRVR.2
008390     COPY SQEXCREC.                                               SQDRVR.2
008391 FD  STEP-PARM-FILE                                               SQDRVR.2
008392     LABEL RECORDS ARE STANDARD.                                  SQDRVR.2
008393 01  STEP-PARM-REC.                                               SQDRVR.2
008394     05  SPM-PGM-NAME        PIC X(8).                            SQDRVR.2
008395     05  FILLER              PIC X(1).                            SQDRVR.2
008396     05  SPM-KEYWORD         PIC X(8).                            SQDRVR.2
008397     05  FILLER              PIC X(1).                            SQDRVR.2
008398     05  SPM-VALUE           PIC X(8).                            SQDRVR.2
008399     05  FILLER              PIC X(54).                           SQDRVR.2
008400 WORKING-STORAGE SECTION.                                         SQDRVR.2
008500 01  WS-EOF-SW              PIC X VALUE "N".                      SQDRVR.2
008600     88  WS-EOF                   VALUE "Y".                      SQDRVR.2
009800     88  WS-RUN-FOUND             VALUE "Y".                      SQDRVR.2
009900 01  WS-SUITE-OK            PIC 9(5) COMP VALUE ZERO.             SQDRVR.2
010000 01  WS-SUITE-FAIL          PIC 9(5) COMP VALUE ZERO.             SQDRVR.2
010050 01  WS-SUITE-SKIPS         PIC 9(3) COMP VALUE ZERO.             SQDRVR.2
010060 01  WS-COND-RC             PIC 9(4) VALUE ZERO.                  SQDRVR.2
010100 01  WS-SUITE-ABORTS        PIC 9(3) COMP VALUE ZERO.             SQDRVR.2
010101 01  WS-OPTIONS-EOF         PIC 9 VALUE ZERO.                     SQDRVR.2
010102 01  OPTIONS-STATUS         PIC XX VALUE "00".                    SQDRVR.2
010186     05  FILLER              PIC X(12) VALUE " DEADLINE = ".      SQDRVR.2
010188     05  OVL-DEADLINE        PIC 9(6).                            SQDRVR.2
010190     05  FILLER              PIC X(3)  VALUE " **".               SQDRVR.2
010191 01  EXCEPTION-STATUS       PIC XX VALUE "00".                    SQDRVR.2
010192 01  WS-EXC-OPEN-SW         PIC X VALUE "N".                      SQDRVR.2
010193     88  WS-EXC-OPEN              VALUE "Y".                      SQDRVR.2
010194 01  STEP-PARM-STATUS       PIC XX VALUE "00".                    SQDRVR.2
010195 01  WS-REF-SUB             PIC 9(3) COMP VALUE ZERO.             SQDRVR.2
010196 01  WS-REF-SCAN            PIC 9(3) COMP VALUE ZERO.             SQDRVR.2
010197 01  WS-REF-REJECTS         PIC 9(5) VALUE ZERO.                  SQDRVR.2
010198 01  WS-REF-FAILED-SW       PIC X VALUE "N".                      SQDRVR.2
010199     88  WS-REF-FAILED            VALUE "Y".                      SQDRVR.2
010200 01  PGM-TABLE.                                                   SQDRVR.2
010300     05  PGM-ENTRY OCCURS 20 TIMES.                               SQDRVR.2
010400         10  PGM-NAME            PIC X(8).                        SQDRVR.2
011300         10  PGM-DELETED         PIC 999.                         SQDRVR.2
011400         10  PGM-INSPECT         PIC 999.                         SQDRVR.2
011500         10  PGM-ABORT           PIC X(8).                        SQDRVR.2
011510             88  PGM-NOT-DISPATCHED   VALUE "SKIPPED " "NOTMET  ".SQDRVR.2
011525         10  PGM-SKIP-SW         PIC X.                           SQDRVR.2
011550         10  PGM-LATE-SW         PIC X.                           SQDRVR.2
011555         10  PGM-COND            PIC X(4).                        SQDRVR.2
011560         10  PGM-COND-STEP       PIC X(8).                        SQDRVR.2
011565         10  PGM-COND-RC         PIC X(4).                        SQDRVR.2
011570         10  PGM-MODE            PIC X(8).                        SQDRVR.2
011575         10  PGM-SKIP-REASON     PIC X(30).                       SQDRVR.2
011600 01  HEAD-LINE-1.                                                 SQDRVR.2
011700     05  FILLER              PIC X(40) VALUE                      SQDRVR.2
011800         "VALIDATION SUITE DRIVER SUMMARY".                       SQDRVR.2
016800     05  TL-RC               PIC ZZZ9.                            SQDRVR.2
016833     05  FILLER              PIC X(9)  VALUE "  LATES =".         SQDRVR.2
016866     05  TL-LATES            PIC ZZ9.                             SQDRVR.2
016876     05  FILLER              PIC X(12) VALUE "  SKIPPED =".       SQDRVR.2
016886     05  TL-SKIPS            PIC ZZ9.                             SQDRVR.2
016900 PROCEDURE DIVISION.                                              SQDRVR.2
017000 MAINLINE.                                                        SQDRVR.2
017100     PERFORM OPEN-FILES.                                          SQDRVR.2
018886         WRITE PRINT-REC AFTER ADVANCING 1 LINE                   SQDRVR.2
018890     END-IF.                                                      SQDRVR.2
018894     OPEN OUTPUT SUITE-STATE.                                     SQDRVR.2
018896     PERFORM OPEN-EXCEPTION-FILE.                                 SQDRVR.2
018898     PERFORM CLEAR-STEP-PARMS.                                    SQDRVR.2
018900 READ-DRIVER-CARD.                                                SQDRVR.2
019000     READ DRIVER-CARD                                             SQDRVR.2
019100         AT END                                                   SQDRVR.2
020900             MOVE SPACE TO PGM-ABORT (WS-PGM-COUNT)               SQDRVR.2
020925             MOVE "N" TO PGM-SKIP-SW (WS-PGM-COUNT)               SQDRVR.2
020950             MOVE "N" TO PGM-LATE-SW (WS-PGM-COUNT)               SQDRVR.2
020955             MOVE DRV-CARD-OPTION TO PGM-COND (WS-PGM-COUNT)      SQDRVR.2
020960             MOVE DRV-COND-STEP TO PGM-COND-STEP (WS-PGM-COUNT)   SQDRVR.2
020965             MOVE DRV-COND-RC TO PGM-COND-RC (WS-PGM-COUNT)       SQDRVR.2
020970             MOVE DRV-STEP-MODE TO PGM-MODE (WS-PGM-COUNT)        SQDRVR.2
020971             MOVE ZERO TO PGM-RUN-DATE (WS-PGM-COUNT)             SQDRVR.2
020972             MOVE ZERO TO PGM-RUN-TIME (WS-PGM-COUNT)             SQDRVR.2
020975             MOVE SPACE TO PGM-SKIP-REASON (WS-PGM-COUNT)         SQDRVR.2
021000         END-IF                                                   SQDRVR.2
021100     END-IF.                                                      SQDRVR.2
021200 RUN-ONE-PROGRAM.                                                 SQDRVR.2
021216*    A PROGRAM ALREADY COMPLETED SUCCESSFULLY IN THE FAILED       SQDRVR.2
021232*    RUN (RESTART MODE) IS NOT DISPATCHED AGAIN.                  SQDRVR.2
021248     IF PGM-SKIP-SW (WS-PGM-SUB) EQUAL TO "Y"                     SQDRVR.2
021253         MOVE "COMPLETED IN FAILED RUN"                           SQDRVR.2
021258             TO PGM-SKIP-REASON (WS-PGM-SUB)                      SQDRVR.2
021264         PERFORM SKIP-ONE-PROGRAM                                 SQDRVR.2
021280         GO TO RUN-ONE-PROGRAM-EX.                                SQDRVR.2
021282*    A DEPENDENT STEP RUNS ONLY WHEN THE EARLIER STEP IT NAMES    SQDRVR.2
021284*    ENDED THE WAY ITS CARD ASKS; OTHERWISE IT IS SKIPPED WITH    SQDRVR.2
021286*    THE REASON AND THE SUITE GOES ON TO THE NEXT CARD.           SQDRVR.2
021288     IF PGM-COND (WS-PGM-SUB) NOT EQUAL TO SPACE                  SQDRVR.2
021290         PERFORM TEST-STEP-CONDITION THRU TEST-STEP-CONDITION-EX  SQDRVR.2
021292         IF PGM-SKIP-REASON (WS-PGM-SUB) NOT EQUAL TO SPACE       SQDRVR.2
021294             PERFORM SKIP-ON-CONDITION                            SQDRVR.2
021296             GO TO RUN-ONE-PROGRAM-EX.                            SQDRVR.2
021300     MOVE PGM-NAME (WS-PGM-SUB) TO WS-CALL-NAME.                  SQDRVR.2
021320*    BATCH-WINDOW DEADLINE MONITORING: PROJECT THE END TIME       SQDRVR.2
021340*    BEFORE THE CALL AND FLAG A MISSED DEADLINE AFTER IT.         SQDRVR.2
021400     MOVE ZERO TO RETURN-CODE.                                    SQDRVR.2
021433     ACCEPT WS-STATE-START-DATE FROM DATE YYYYMMDD.               SQDRVR.2
021466     ACCEPT WS-STATE-START-TIME FROM TIME.                        SQDRVR.2
021471     IF PGM-MODE (WS-PGM-SUB) NOT EQUAL TO SPACE                  SQDRVR.2
021476         PERFORM WRITE-STEP-PARM                                  SQDRVR.2
021481     END-IF.                                                      SQDRVR.2
021500     CALL WS-CALL-NAME                                            SQDRVR.2
021600         ON EXCEPTION                                             SQDRVR.2
021700             MOVE "NOCALL  " TO PGM-ABORT (WS-PGM-SUB)            SQDRVR.2
021800     END-CALL.                                                    SQDRVR.2
021825     IF PGM-MODE (WS-PGM-SUB) NOT EQUAL TO SPACE                  SQDRVR.2
021850         PERFORM CLEAR-STEP-PARMS                                 SQDRVR.2
021875     END-IF.                                                      SQDRVR.2
021900     MOVE RETURN-CODE TO WS-CALL-RC.                              SQDRVR.2
022000     MOVE "Y" TO PGM-CALLED-SW (WS-PGM-SUB).                      SQDRVR.2
022100     MOVE WS-CALL-RC TO PGM-RC (WS-PGM-SUB).                      SQDRVR.2
022500     IF PGM-ABORT (WS-PGM-SUB) NOT EQUAL TO "NOCALL  "            SQDRVR.2
022600         PERFORM CAPTURE-OUTCOME                                  SQDRVR.2
022700     END-IF.                                                      SQDRVR.2
022725     IF PGM-LATE-SW (WS-PGM-SUB) EQUAL TO "Y"                     SQDRVR.2
022750         PERFORM RAISE-LATE-EXCEPTION                             SQDRVR.2
022760             THRU RAISE-LATE-EXCEPTION-EX                         SQDRVR.2
022775     END-IF.                                                      SQDRVR.2
022800     IF PGM-ABORT (WS-PGM-SUB) EQUAL TO "ABORTED "                SQDRVR.2
022900        OR PGM-ABORT (WS-PGM-SUB) EQUAL TO "NOCALL  "             SQDRVR.2
023000        OR WS-CALL-RC GREATER THAN OR EQUAL TO 12                 SQDRVR.2
029100     MOVE WS-SUITE-ABORTS TO TL-ABORTS.                           SQDRVR.2
029200     MOVE WS-MAX-RC TO TL-RC.                                     SQDRVR.2
029250     MOVE WS-SUITE-LATES TO TL-LATES.                             SQDRVR.2
029275     MOVE WS-SUITE-SKIPS TO TL-SKIPS.                             SQDRVR.2
029300     WRITE PRINT-REC FROM TOTAL-LINE AFTER ADVANCING 2 LINES.     SQDRVR.2
029400 PRINT-ONE-PROGRAM.                                               SQDRVR.2
029500     IF NOT PGM-CALLED (WS-PGM-SUB)                               SQDRVR.2
029800         WRITE PRINT-REC FROM NOT-RUN-LINE                        SQDRVR.2
029900             AFTER ADVANCING 1 LINE                               SQDRVR.2
030000     ELSE                                                         SQDRVR.2
030100         IF PGM-NOT-DISPATCHED (WS-PGM-SUB)                       SQDRVR.2
030101             MOVE PGM-NAME (WS-PGM-SUB) TO NR-PGM-NAME            SQDRVR.2
030102             STRING "SKIPPED - " PGM-SKIP-REASON (WS-PGM-SUB)     SQDRVR.2
030103                 DELIMITED BY SIZE INTO NR-REASON                 SQDRVR.2
030104             WRITE PRINT-REC FROM NOT-RUN-LINE                    SQDRVR.2
030105                 AFTER ADVANCING 1 LINE                           SQDRVR.2
030106         ELSE                                                     SQDRVR.2
032500     ADD PGM-OK (WS-PGM-SUB)        TO WS-SUITE-OK.               SQDRVR.2
032600     ADD PGM-FAIL (WS-PGM-SUB)      TO WS-SUITE-FAIL.             SQDRVR.2
032700     WRITE PRINT-REC FROM DETAIL-LINE AFTER ADVANCING 1 LINE.     SQDRVR.2
032710     IF PGM-MODE (WS-PGM-SUB) NOT EQUAL TO SPACE                  SQDRVR.2
032720         MOVE SPACE TO NR-PGM-NAME                                SQDRVR.2
032730         MOVE SPACE TO NR-REASON                                  SQDRVR.2
032740         STRING "RUN WITH MODE " PGM-MODE (WS-PGM-SUB)            SQDRVR.2
032750             DELIMITED BY SIZE INTO NR-REASON                     SQDRVR.2
032760         WRITE PRINT-REC FROM NOT-RUN-LINE                        SQDRVR.2
032770             AFTER ADVANCING 1 LINE                               SQDRVR.2
032780     END-IF.                                                      SQDRVR.2
032800 CLOSE-FILES.                                                     SQDRVR.2
032850     CLOSE SUITE-STATE.                                           SQDRVR.2
032860     IF WS-EXC-OPEN                                               SQDRVR.2
032870         CLOSE EXCEPTION-FILE                                     SQDRVR.2
032880     END-IF.                                                      SQDRVR.2
032900     CLOSE PRINT-FILE.                                            SQDRVR.2
032901 LOAD-PRIOR-STATE.                                                SQDRVR.2
032902*    RESTART MODE: THE STATE FILE OF THE FAILED RUN IS READ       SQDRVR.2
032955     MOVE PGM-ABORT (WS-PGM-SUB) TO ST-ABORT.                     SQDRVR.2
032956     IF ST-ABORT EQUAL TO "SKIPPED "                              SQDRVR.2
032957         MOVE "OK.     " TO ST-ABORT                              SQDRVR.2
032958     END-IF.  MOVE PGM-SKIP-REASON (WS-PGM-SUB) TO ST-REASON.     SQDRVR.2
032959     MOVE WS-STATE-STATUS TO ST-STATUS.                           SQDRVR.2
032960     WRITE STATE-REC.                                             SQDRVR.2
033003 LOAD-SUITE-OPTIONS.                                              SQDRVR.2
047416             ADD 1 TO WS-SUITE-LATES                              SQDRVR.2
047417         END-IF                                                   SQDRVR.2
047418     END-IF.                                                      SQDRVR.2
047518 OPEN-EXCEPTION-FILE.                                             SQDRVR.2
047618*    EVERY MISSED DEADLINE ALSO GOES ON THE SHARED SUITE          SQDRVR.2
047718*    EXCEPTION FILE FOR THE MORNING EXCEPTION REPORT (SQEXCR).    SQDRVR.2
047818*    THE FILE IS EXTENDED, NEVER REPLACED - SQEXCR EMPTIES IT     SQDRVR.2
047918*    WHEN IT TAKES THE NIGHT'S EXCEPTIONS ONTO ITS QUEUE.         SQDRVR.2
048018     MOVE "N" TO WS-EXC-OPEN-SW.                                  SQDRVR.2
048118     OPEN EXTEND EXCEPTION-FILE.                                  SQDRVR.2
048218     IF EXCEPTION-STATUS EQUAL TO "00"                            SQDRVR.2
048318        OR EXCEPTION-STATUS EQUAL TO "05"                         SQDRVR.2
048418         MOVE "Y" TO WS-EXC-OPEN-SW                               SQDRVR.2
048518     END-IF.                                                      SQDRVR.2
048618 RAISE-LATE-EXCEPTION.                                            SQDRVR.2
048718*    THE RUN KEY IS THE RUN THE PROGRAM STAMPED ON RAW-DATA, OR   SQDRVR.2
048818*    THE DISPATCH TIME WHEN IT LEFT NO RUN RECORD.                SQDRVR.2
048918     IF NOT WS-EXC-OPEN                                           SQDRVR.2
049018         GO TO RAISE-LATE-EXCEPTION-EX.                           SQDRVR.2
049118     MOVE SPACE TO EXCEPTION-REC.                                 SQDRVR.2
049218     MOVE 2 TO EXC-SEVERITY.                                      SQDRVR.2
049318     MOVE "SQDRVR" TO EXC-SOURCE-PGM.                             SQDRVR.2
049418     MOVE PGM-NAME (WS-PGM-SUB) TO EXC-RK-PGM-ID.                 SQDRVR.2
049518     IF PGM-ABORT (WS-PGM-SUB) EQUAL TO "NOCALL  "                SQDRVR.2
049618        OR PGM-ABORT (WS-PGM-SUB) EQUAL TO "NORECORD"             SQDRVR.2
049718         MOVE WS-STATE-START-DATE TO EXC-RK-RUN-DATE              SQDRVR.2
049818         MOVE WS-STATE-START-TIME TO EXC-RK-RUN-TIME              SQDRVR.2
049918     ELSE                                                         SQDRVR.2
050018         MOVE PGM-RUN-DATE (WS-PGM-SUB) TO EXC-RK-RUN-DATE        SQDRVR.2
050118         MOVE PGM-RUN-TIME (WS-PGM-SUB) TO EXC-RK-RUN-TIME        SQDRVR.2
050218     END-IF.                                                      SQDRVR.2
050318     ACCEPT EXC-RAISED-DATE FROM DATE YYYYMMDD.                   SQDRVR.2
050418     ACCEPT EXC-RAISED-TIME FROM TIME.                            SQDRVR.2
050518     STRING "MISSED DEADLINE " PGM-NAME (WS-PGM-SUB)              SQDRVR.2
050618            " ENDED " WS-NOW-TIME (1:6)                           SQDRVR.2
050718            " DEADLINE " DLT-END-TIME (WS-DL-MATCH-SUB)           SQDRVR.2
050818         DELIMITED BY SIZE INTO EXC-TEXT.                         SQDRVR.2
050918     MOVE ZERO TO EXC-REF-NO.                                     SQDRVR.2
051018     WRITE EXCEPTION-REC.                                         SQDRVR.2
051118 RAISE-LATE-EXCEPTION-EX.                                         SQDRVR.2
051218     EXIT.                                                        SQDRVR.2
051318 TEST-STEP-CONDITION.                                             SQDRVR.2
051418*    THE STEP NAMED ON THE CARD IS THE NEAREST ONE ABOVE THIS     SQDRVR.2
051518*    ONE IN THE DECK.  A STEP LEFT OUT BY ITS OWN CONDITION       SQDRVR.2
051618*    COUNTS AS NOT RUN, SO A CHAIN OF DEPENDENT STEPS FALLS       SQDRVR.2
051718*    AWAY TOGETHER.  A STEP SKIPPED ON RESTART COMPLETED IN THE   SQDRVR.2
051818*    FAILED RUN AND COUNTS AS RUN WITH RETURN CODE ZERO.          SQDRVR.2
051918     MOVE SPACE TO PGM-SKIP-REASON (WS-PGM-SUB).                  SQDRVR.2
052018     MOVE ZERO TO WS-REF-SUB.                                     SQDRVR.2
052118     PERFORM FIND-COND-STEP                                       SQDRVR.2
052218         VARYING WS-REF-SCAN FROM 1 BY 1                          SQDRVR.2
052318         UNTIL WS-REF-SCAN NOT LESS THAN WS-PGM-SUB.              SQDRVR.2
052418     IF WS-REF-SUB EQUAL TO ZERO                                  SQDRVR.2
052518         STRING "NO EARLIER STEP " PGM-COND-STEP (WS-PGM-SUB)     SQDRVR.2
052618             DELIMITED BY SIZE INTO PGM-SKIP-REASON (WS-PGM-SUB)  SQDRVR.2
052718         PERFORM NOTE-CONDITION-ERROR                             SQDRVR.2
052818         GO TO TEST-STEP-CONDITION-EX.                            SQDRVR.2
052918     IF NOT PGM-CALLED (WS-REF-SUB)                               SQDRVR.2
053018        OR PGM-ABORT (WS-REF-SUB) EQUAL TO "NOTMET  "             SQDRVR.2
053118         STRING PGM-NAME (WS-REF-SUB) DELIMITED BY SPACE          SQDRVR.2
053218                " NOT RUN" DELIMITED BY SIZE                      SQDRVR.2
053318             INTO PGM-SKIP-REASON (WS-PGM-SUB)                    SQDRVR.2
053418         GO TO TEST-STEP-CONDITION-EX.                            SQDRVR.2
053518     MOVE "N" TO WS-REF-FAILED-SW.                                SQDRVR.2
053618     IF PGM-ABORT (WS-REF-SUB) EQUAL TO "ABORTED "                SQDRVR.2
053718        OR PGM-ABORT (WS-REF-SUB) EQUAL TO "NOCALL  "             SQDRVR.2
053818        OR PGM-ABORT (WS-REF-SUB) EQUAL TO "NORECORD"             SQDRVR.2
053918        OR PGM-RC (WS-REF-SUB) GREATER THAN OR EQUAL TO 8         SQDRVR.2
054018         MOVE "Y" TO WS-REF-FAILED-SW.                            SQDRVR.2
054118     IF PGM-COND (WS-PGM-SUB) EQUAL TO "IFOK"                     SQDRVR.2
054218         IF WS-REF-FAILED                                         SQDRVR.2
054318             STRING PGM-NAME (WS-REF-SUB) DELIMITED BY SPACE      SQDRVR.2
054418                    " FAILED" DELIMITED BY SIZE                   SQDRVR.2
054518                 INTO PGM-SKIP-REASON (WS-PGM-SUB)                SQDRVR.2
054618         END-IF                                                   SQDRVR.2
054718         GO TO TEST-STEP-CONDITION-EX.                            SQDRVR.2
054818     IF PGM-COND (WS-PGM-SUB) EQUAL TO "IFRC"                     SQDRVR.2
054918         IF PGM-COND-RC (WS-PGM-SUB) NOT NUMERIC                  SQDRVR.2
055018             MOVE "BAD RETURN CODE ON IFRC CARD"                  SQDRVR.2
055118                 TO PGM-SKIP-REASON (WS-PGM-SUB)                  SQDRVR.2
055218             PERFORM NOTE-CONDITION-ERROR                         SQDRVR.2
055318         ELSE                                                     SQDRVR.2
055418             MOVE PGM-COND-RC (WS-PGM-SUB) TO WS-COND-RC          SQDRVR.2
055518             IF PGM-RC (WS-REF-SUB) NOT EQUAL TO WS-COND-RC       SQDRVR.2
055618                 STRING PGM-NAME (WS-REF-SUB) DELIMITED BY SPACE  SQDRVR.2
055718                        " RC " PGM-RC (WS-REF-SUB)                SQDRVR.2
055818                        ", NOT " WS-COND-RC DELIMITED BY SIZE     SQDRVR.2
055918                     INTO PGM-SKIP-REASON (WS-PGM-SUB)            SQDRVR.2
056018             END-IF                                               SQDRVR.2
056118         END-IF                                                   SQDRVR.2
056218         GO TO TEST-STEP-CONDITION-EX.                            SQDRVR.2
056318     IF PGM-COND (WS-PGM-SUB) EQUAL TO "IFRJ"                     SQDRVR.2
056418         PERFORM FIND-STEP-REJECTS                                SQDRVR.2
056518         IF WS-REF-REJECTS EQUAL TO ZERO                          SQDRVR.2
056618             STRING PGM-NAME (WS-REF-SUB) DELIMITED BY SPACE      SQDRVR.2
056718                    " WROTE NO REJECTS" DELIMITED BY SIZE         SQDRVR.2
056818                 INTO PGM-SKIP-REASON (WS-PGM-SUB)                SQDRVR.2
056918         END-IF                                                   SQDRVR.2
057018         GO TO TEST-STEP-CONDITION-EX.                            SQDRVR.2
057118     STRING "UNKNOWN CONDITION " PGM-COND (WS-PGM-SUB)            SQDRVR.2
057218         DELIMITED BY SIZE INTO PGM-SKIP-REASON (WS-PGM-SUB).     SQDRVR.2
057318     PERFORM NOTE-CONDITION-ERROR.                                SQDRVR.2
057418 TEST-STEP-CONDITION-EX.                                          SQDRVR.2
057518     EXIT.                                                        SQDRVR.2
057618 FIND-COND-STEP.                                                  SQDRVR.2
057718     IF PGM-NAME (WS-REF-SCAN) EQUAL TO PGM-COND-STEP (WS-PGM-SUB)SQDRVR.2
057818         MOVE WS-REF-SCAN TO WS-REF-SUB                           SQDRVR.2
057918     END-IF.                                                      SQDRVR.2
058018 NOTE-CONDITION-ERROR.                                            SQDRVR.2
058118*    A CARD THE DRIVER CANNOT EVALUATE NEVER RUNS ITS STEP BY     SQDRVR.2
058218*    DEFAULT - THE STEP IS SKIPPED AND THE SUITE ENDS RC 8.       SQDRVR.2
058318     IF WS-MAX-RC LESS THAN 8                                     SQDRVR.2
058418         MOVE 8 TO WS-MAX-RC                                      SQDRVR.2
058518     END-IF.                                                      SQDRVR.2
058618 FIND-STEP-REJECTS.                                               SQDRVR.2
058718*    THE REJECT COUNT COMES FROM THE RUN-METRICS RECORD OF THE    SQDRVR.2
058818*    EARLIER STEP'S RUN (SAME RUN KEY AS ITS RAW-DATA RECORD);    SQDRVR.2
058918*    FOR A STEP SKIPPED ON RESTART IT IS THE LAST ONE ON FILE.    SQDRVR.2
059018     MOVE ZERO TO WS-REF-REJECTS.                                 SQDRVR.2
059118     MOVE "N" TO WS-AUX-EOF-SW.                                   SQDRVR.2
059218     OPEN INPUT METRICS-FILE.                                     SQDRVR.2
059318     IF METRICS-STATUS NOT EQUAL TO "00"                          SQDRVR.2
059418        AND METRICS-STATUS NOT EQUAL TO "05"                      SQDRVR.2
059518         MOVE "Y" TO WS-AUX-EOF-SW                                SQDRVR.2
059618     END-IF.                                                      SQDRVR.2
059718     PERFORM TEST-ONE-STEP-METRIC                                 SQDRVR.2
059818         UNTIL WS-AUX-EOF.                                        SQDRVR.2
059918     CLOSE METRICS-FILE.                                          SQDRVR.2
060018 TEST-ONE-STEP-METRIC.                                            SQDRVR.2
060118     READ METRICS-FILE                                            SQDRVR.2
060218         AT END                                                   SQDRVR.2
060318             MOVE "Y" TO WS-AUX-EOF-SW                            SQDRVR.2
060418     END-READ.                                                    SQDRVR.2
060518     IF NOT WS-AUX-EOF                                            SQDRVR.2
060618        AND MET-PGM-ID (1:8) EQUAL TO PGM-NAME (WS-REF-SUB)       SQDRVR.2
060718         IF PGM-ABORT (WS-REF-SUB) EQUAL TO "SKIPPED "            SQDRVR.2
060818            OR (MET-RUN-DATE EQUAL TO PGM-RUN-DATE (WS-REF-SUB)   SQDRVR.2
060918              AND MET-RUN-TIME EQUAL TO PGM-RUN-TIME (WS-REF-SUB))SQDRVR.2
061018             MOVE MET-REJECT-COUNT TO WS-REF-REJECTS              SQDRVR.2
061118         END-IF                                                   SQDRVR.2
061218     END-IF.                                                      SQDRVR.2
061318 SKIP-ON-CONDITION.                                               SQDRVR.2
061418*    RECORDED AS NOTMET, NOT OK, SO A RESTART EVALUATES THE       SQDRVR.2
061518*    CONDITION AGAIN RATHER THAN TREATING THE STEP AS DONE.       SQDRVR.2
061618     MOVE "Y" TO PGM-CALLED-SW (WS-PGM-SUB).                      SQDRVR.2
061718     MOVE "NOTMET  " TO PGM-ABORT (WS-PGM-SUB).                   SQDRVR.2
061818     MOVE ZERO TO PGM-RC (WS-PGM-SUB).                            SQDRVR.2
061918     ADD 1 TO WS-SUITE-SKIPS.                                     SQDRVR.2
062018     ACCEPT WS-STATE-START-DATE FROM DATE YYYYMMDD.               SQDRVR.2
062118     ACCEPT WS-STATE-START-TIME FROM TIME.                        SQDRVR.2
062218     MOVE "SKIP" TO WS-STATE-STATUS.                              SQDRVR.2
062318     PERFORM WRITE-STATE-RECORD.                                  SQDRVR.2
062418 WRITE-STEP-PARM.                                                 SQDRVR.2
062518*    THE STEP'S MODE IS LEFT ON THE STEP PARAMETER FILE FOR THE   SQDRVR.2
062618*    CALLED PROGRAM TO PICK UP AS IT OPENS, AND CLEARED AGAIN     SQDRVR.2
062718*    WHEN IT RETURNS SO IT CANNOT LEAK INTO A LATER STEP.         SQDRVR.2
062818     OPEN OUTPUT STEP-PARM-FILE.                                  SQDRVR.2
062918     MOVE SPACE TO STEP-PARM-REC.                                 SQDRVR.2
063018     MOVE PGM-NAME (WS-PGM-SUB) TO SPM-PGM-NAME.                  SQDRVR.2
063118     MOVE "MODE" TO SPM-KEYWORD.                                  SQDRVR.2
063218     MOVE PGM-MODE (WS-PGM-SUB) TO SPM-VALUE.                     SQDRVR.2
063318     WRITE STEP-PARM-REC.                                         SQDRVR.2
063418     CLOSE STEP-PARM-FILE.                                        SQDRVR.2
063518 CLEAR-STEP-PARMS.                                                SQDRVR.2
063618     OPEN OUTPUT STEP-PARM-FILE.                                  SQDRVR.2
063718     CLOSE STEP-PARM-FILE.                                        SQDRVR.2
