002500*    RAW-DATA'S OWN RUNNING-COUNT CONTROL RECORD ALREADY       *  SQINQR.2
002600*    USES, SO THAT CONTROL RECORD IS ALWAYS EXCLUDED FROM      *  SQINQR.2
002700*    THE LISTING RATHER THAN TREATED AS A REAL RUN.            *  SQINQR.2
002710*                                                               * SQINQR.2
002720*    EITHER DATE MAY INSTEAD BE GIVEN AS A DATE EXPRESSION -    * SQINQR.2
002730*    COLS 41-60 FOR FROM AND 61-80 FOR TO, WITH THE DATE'S OWN  * SQINQR.2
002740*    COLUMNS BLANK (TODAY-90, BDAYS-5, MONTHEND-3, PERIOD-1;    * SQINQR.2
002750*    SEE SQDEXPRC).  IT IS RESOLVED AGAINST THE RUN DATE AND    * SQINQR.2
002760*    THE SECTION HEADING SHOWS THE DATE IT RESOLVED TO.  A      * SQINQR.2
002770*    PERIOD EXPRESSION GIVES THE PERIOD START FOR FROM, ITS     * SQINQR.2
002780*    END FOR TO.  A REJECTED EXPRESSION REJECTS THE CARD.       * SQINQR.2
002800*                                                               * SQINQR.2
002900***************************************************************** SQINQR.2
003000*                                                               * SQINQR.2
006700 01  SEL-CARD-REC.                                                SQINQR.2
006800     05  SEL-PGM-ID          PIC X(6).                            SQINQR.2
006900     05  SEL-DATE-FROM       PIC 9(8).                            SQINQR.2
006950     05  SEL-DATE-FROM-X REDEFINES SEL-DATE-FROM PIC X(8).        SQINQR.2
007000     05  SEL-DATE-TO         PIC 9(8).                            SQINQR.2
007050     05  SEL-DATE-TO-X   REDEFINES SEL-DATE-TO   PIC X(8).        SQINQR.2
007100     05  SEL-REQ-TYPE        PIC X(5).                            SQINQR.2
007200     05  FILLER              PIC X(13).                           SQINQR.2
007225     05  SEL-FROM-EXPRESSION PIC X(20).                           SQINQR.2
007250     05  SEL-TO-EXPRESSION   PIC X(20).                           SQINQR.2
007300 FD  RAW-DATA.                                                    SQINQR.2
007400     COPY SQRAWREC.                                               SQINQR.2
008800 FD  PRINT-FILE                                                   SQINQR.2
010800 01  WS-REQ-FAIL-SUM        PIC 9(7) COMP VALUE ZERO.             SQINQR.2
010900 01  WS-LINES-LISTED        PIC 9(5) COMP VALUE ZERO.             SQINQR.2
011000 01  WS-CARD-ERROR-TEXT     PIC X(40).                            SQINQR.2
011025 01  WS-EXPRESSION-ERROR-TEXT PIC X(40).                          SQINQR.2
011050 01  WS-RUN-DATE            PIC 9(8).                             SQINQR.2
011075     COPY SQDEXPRC.                                               SQINQR.2
011100 01  HEAD-LINE-1.                                                 SQINQR.2
011200     05  FILLER              PIC X(30) VALUE                      SQINQR.2
011300         "RAW-DATA INQUIRY/BROWSE LIST".                          SQINQR.2
018550 TERMINATE-CALL.                                                  SQINQR.2
018575     STOP RUN.                                                    SQINQR.2
018600 OPEN-FILES.                                                      SQINQR.2
018650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       SQINQR.2
018700     OPEN INPUT SEL-CARD.                                         SQINQR.2
018800     OPEN INPUT RAW-DATA.                                         SQINQR.2
018900     OPEN OUTPUT PRINT-FILE.                                      SQINQR.2
021600     ELSE                                                         SQINQR.2
021700         MOVE SEL-REQ-TYPE TO WS-REQ-TYPE                         SQINQR.2
021800     END-IF.                                                      SQINQR.2
021805     MOVE SPACE TO WS-EXPRESSION-ERROR-TEXT.                      SQINQR.2
021810     IF SEL-DATE-FROM-X EQUAL TO SPACE                            SQINQR.2
021815        AND SEL-FROM-EXPRESSION NOT EQUAL TO SPACE                SQINQR.2
021820         MOVE SEL-FROM-EXPRESSION TO DX-EXPRESSION                SQINQR.2
021825         MOVE "S" TO DX-BOUNDARY                                  SQINQR.2
021830         PERFORM RESOLVE-DATE-EXPRESSION                          SQINQR.2
021835         MOVE DX-RESULT TO SEL-DATE-FROM                          SQINQR.2
021840     END-IF.                                                      SQINQR.2
021845     IF SEL-DATE-TO-X EQUAL TO SPACE                              SQINQR.2
021850        AND SEL-TO-EXPRESSION NOT EQUAL TO SPACE                  SQINQR.2
021855         MOVE SEL-TO-EXPRESSION TO DX-EXPRESSION                  SQINQR.2
021860         MOVE "E" TO DX-BOUNDARY                                  SQINQR.2
021865         PERFORM RESOLVE-DATE-EXPRESSION                          SQINQR.2
021870         MOVE DX-RESULT TO SEL-DATE-TO                            SQINQR.2
021875     END-IF.                                                      SQINQR.2
021900     IF SEL-DATE-FROM NOT NUMERIC                                 SQINQR.2
022000        OR SEL-DATE-TO NOT NUMERIC                                SQINQR.2
022100         MOVE "NON-NUMERIC SELECTION DATE" TO WS-CARD-ERROR-TEXT  SQINQR.2
023400         MOVE "UNKNOWN REQUEST TYPE" TO WS-CARD-ERROR-TEXT        SQINQR.2
023500         MOVE "N" TO WS-CARD-VALID-SW                             SQINQR.2
023600     END-IF.                                                      SQINQR.2
023605*    A REJECTED EXPRESSION OUTRANKS THE DATE CHECKS ABOVE, WHICH  SQINQR.2
023610*    ONLY SAW THE ALL-NINES RESULT IT LEFT BEHIND.                SQINQR.2
023615     IF WS-EXPRESSION-ERROR-TEXT NOT EQUAL TO SPACE               SQINQR.2
023620         MOVE WS-EXPRESSION-ERROR-TEXT TO WS-CARD-ERROR-TEXT      SQINQR.2
023625         MOVE "N" TO WS-CARD-VALID-SW                             SQINQR.2
023630     END-IF.                                                      SQINQR.2
023635 RESOLVE-DATE-EXPRESSION.                                         SQINQR.2
023640     MOVE WS-RUN-DATE TO DX-BASE-DATE.                            SQINQR.2
023645     CALL "4e9d0c72" USING DX-EXPRESSION DX-BASE-DATE DX-BOUNDARY SQINQR.2
023650                           DX-RC DX-MESSAGE DX-RESULT.            SQINQR.2
023655     IF DX-RC NOT EQUAL TO ZERO                                   SQINQR.2
023660        AND WS-EXPRESSION-ERROR-TEXT EQUAL TO SPACE               SQINQR.2
023665         STRING "BAD DATE EXPRESSION " DX-EXPRESSION              SQINQR.2
023670             DELIMITED BY SIZE INTO WS-EXPRESSION-ERROR-TEXT      SQINQR.2
023675     END-IF.                                                      SQINQR.2
023700 REPORT-BAD-CARD.                                                 SQINQR.2
023800     ADD 1 TO WS-CARD-ERRORS.                                     SQINQR.2
023900     MOVE WS-CARD-ERROR-TEXT TO CEL-REASON.                       SQINQR.2
