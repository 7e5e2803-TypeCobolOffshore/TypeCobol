002000*                                                               * SQRAGE.2
002100*    CUTOFF CARD :-                                             * SQRAGE.2
002200*      COLS 1-8   RUN-DATE; LINES OLDER THAN THIS ARE MOVED     * SQRAGE.2
002210*      COLS 41-60 OR, WITH COLS 1-8 BLANK, A DATE EXPRESSION    * SQRAGE.2
002220*                 RESOLVED AGAINST THE RUN DATE THROUGH         * SQRAGE.2
002230*                 DVZZDATE - TODAY-90, BDAYS-5, MONTHEND-3,     * SQRAGE.2
002240*                 PERIOD-1 (START OF THE PREVIOUS FISCAL        * SQRAGE.2
002250*                 PERIOD); SEE SQDEXPRC.  THE HEADING PRINTS    * SQRAGE.2
002260*                 THE DATE IT RESOLVED TO.  A REJECTED          * SQRAGE.2
002270*                 EXPRESSION MOVES NOTHING AND SETS RETURN      * SQRAGE.2
002280*                 CODE 8.                                       * SQRAGE.2
002300*                                                               * SQRAGE.2
002400***************************************************************** SQRAGE.2
002500*                                                               * SQRAGE.2
006900               .                                                  SQRAGE.2
007000 01  CUTOFF-CARD-REC.                                             SQRAGE.2
007100     05  CUT-DATE            PIC 9(8).                            SQRAGE.2
007200     05  CUT-DATE-X REDEFINES CUT-DATE PIC X(8).                  SQRAGE.2
007225     05  FILLER              PIC X(32).                           SQRAGE.2
007250     05  CUT-EXPRESSION      PIC X(20).                           SQRAGE.2
007275     05  FILLER              PIC X(20).                           SQRAGE.2
007300 FD  REPORT-REPO.                                                 SQRAGE.2
007400 01  REPO-SATZ.                                                   SQRAGE.2
007500     02  REPO-KEY.                                                SQRAGE.2
011100 01  REPORT-REPO-STATUS     PIC XX VALUE "00".                    SQRAGE.2
011200 01  ARCH-INDEX-STATUS      PIC XX VALUE "00".                    SQRAGE.2
011300 01  WS-CUTOFF-DATE         PIC 9(8) VALUE ZERO.                  SQRAGE.2
011325 01  WS-RUN-DATE            PIC 9(8).                             SQRAGE.2
011350     COPY SQDEXPRC.                                               SQRAGE.2
011400 01  WS-ARCH-POSITION       PIC 9(7) COMP VALUE ZERO.             SQRAGE.2
011500 01  WS-RUN-FIRST-RECNO     PIC 9(7) COMP VALUE ZERO.             SQRAGE.2
011600 01  WS-RUN-LINE-COUNT      PIC 9(5) COMP VALUE ZERO.             SQRAGE.2
012500 01  HEAD-LINE-2.                                                 SQRAGE.2
012600     05  FILLER              PIC X(14) VALUE "CUTOFF DATE = ".    SQRAGE.2
012700     05  HL-CUTOFF-DATE      PIC 9(8).                            SQRAGE.2
012710     05  FILLER              PIC X(2)  VALUE SPACE.               SQRAGE.2
012720     05  HL-CUTOFF-NOTE      PIC X(50) VALUE SPACE.               SQRAGE.2
012730 01  EXPRESSION-ERROR-LINE.                                       SQRAGE.2
012740     05  FILLER              PIC X(2)  VALUE SPACE.               SQRAGE.2
012750     05  EEL-MESSAGE         PIC X(80).                           SQRAGE.2
012800 01  SUMMARY-LINE.                                                SQRAGE.2
012900     05  SL-LITERAL          PIC X(30).                           SQRAGE.2
013000     05  SL-COUNT            PIC ZZZZZZ9.                         SQRAGE.2
014400     READ CUTOFF-CARD                                             SQRAGE.2
014500         AT END                                                   SQRAGE.2
014600             MOVE ZERO TO CUT-DATE                                SQRAGE.2
014650             MOVE SPACE TO CUT-EXPRESSION                         SQRAGE.2
014700     END-READ.                                                    SQRAGE.2
014800     CLOSE CUTOFF-CARD.                                           SQRAGE.2
014900     MOVE CUT-DATE TO WS-CUTOFF-DATE.                             SQRAGE.2
014910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       SQRAGE.2
014920     IF CUT-DATE-X EQUAL TO SPACE                                 SQRAGE.2
014930        AND CUT-EXPRESSION NOT EQUAL TO SPACE                     SQRAGE.2
014940         PERFORM RESOLVE-CUTOFF-EXPRESSION                        SQRAGE.2
014950     END-IF.                                                      SQRAGE.2
015000     OPEN OUTPUT PRINT-FILE.                                      SQRAGE.2
015100     MOVE WS-CUTOFF-DATE TO HL-CUTOFF-DATE.                       SQRAGE.2
015200     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQRAGE.2
015300     WRITE PRINT-REC FROM HEAD-LINE-2 AFTER ADVANCING 2 LINES.    SQRAGE.2
015310     IF DX-RC NOT EQUAL TO ZERO                                   SQRAGE.2
015320         MOVE DX-MESSAGE TO EEL-MESSAGE                           SQRAGE.2
015330         WRITE PRINT-REC FROM EXPRESSION-ERROR-LINE               SQRAGE.2
015340             AFTER ADVANCING 1 LINE                               SQRAGE.2
015350     END-IF.                                                      SQRAGE.2
015400*    THE INDEX IS READ FIRST SO NEW POSITIONS CONTINUE FROM       SQRAGE.2
015500*    WHERE THE LAST AGE-OFF LEFT THE ARCHIVE.                     SQRAGE.2
015600     OPEN INPUT REPO-ARCH-INDEX.                                  SQRAGE.2
015800        AND ARCH-INDEX-STATUS NOT EQUAL TO "05"                   SQRAGE.2
015900         MOVE "Y" TO WS-EOF-SW                                    SQRAGE.2
016000     END-IF.                                                      SQRAGE.2
016005 RESOLVE-CUTOFF-EXPRESSION.                                       SQRAGE.2
016010*    A PERIOD EXPRESSION NAMES THE FIRST DAY OF THE PERIOD, SO    SQRAGE.2
016015*    PERIOD-1 KEEPS THE PREVIOUS FISCAL PERIOD IN THE             SQRAGE.2
016017*    REPOSITORY.                                                  SQRAGE.2
016020     MOVE CUT-EXPRESSION TO DX-EXPRESSION.                        SQRAGE.2
016025     MOVE WS-RUN-DATE TO DX-BASE-DATE.                            SQRAGE.2
016030     MOVE "S" TO DX-BOUNDARY.                                     SQRAGE.2
016035     CALL "4e9d0c72" USING DX-EXPRESSION DX-BASE-DATE DX-BOUNDARY SQRAGE.2
016040                           DX-RC DX-MESSAGE DX-RESULT.            SQRAGE.2
016045     IF DX-RC EQUAL TO ZERO                                       SQRAGE.2
016050         MOVE DX-RESULT TO WS-CUTOFF-DATE                         SQRAGE.2
016055         STRING "RESOLVED FROM " CUT-EXPRESSION                   SQRAGE.2
016060             DELIMITED BY SIZE INTO HL-CUTOFF-NOTE                SQRAGE.2
016065     ELSE                                                         SQRAGE.2
016070         MOVE ZERO TO WS-CUTOFF-DATE                              SQRAGE.2
016075         MOVE "** DATE EXPRESSION REJECTED - NOTHING MOVED"       SQRAGE.2
016080             TO HL-CUTOFF-NOTE                                    SQRAGE.2
016085         MOVE 8 TO RETURN-CODE                                    SQRAGE.2
016090     END-IF.                                                      SQRAGE.2
016100 LOAD-ARCHIVE-POSITION.                                           SQRAGE.2
016200     READ REPO-ARCH-INDEX                                         SQRAGE.2
016300         AT END                                                   SQRAGE.2
