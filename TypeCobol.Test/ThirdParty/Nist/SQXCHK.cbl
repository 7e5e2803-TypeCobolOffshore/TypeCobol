003500*            X-72   AUDIT MASTER FILE (INDEXED)                 * SQXCHK.2
003600*            X-75   POSTING FILE (STACKED PER-RUN FILES)        * SQXCHK.2
003700*            X-55   SYSTEM PRINTER                              * SQXCHK.2
003750*            X-27   SUITE EXCEPTION FILE                        * SQXCHK.2
003800*            X-82   SOURCE-COMPUTER                             * SQXCHK.2
003900*            X-83   OBJECT-COMPUTER                             * SQXCHK.2
004000*            X-84   LABEL RECORDS OPTION                        * SQXCHK.2
007500     XXXXX075                                                     SQXCHK.2
007600            ORGANIZATION IS SEQUENTIAL                            SQXCHK.2
007700            FILE STATUS IS POSTING-STATUS.                        SQXCHK.2
007720     SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO                     SQXCHK.2
007740     XXXXX027                                                     SQXCHK.2
007760            ORGANIZATION IS SEQUENTIAL                            SQXCHK.2
007780            FILE STATUS IS EXCEPTION-STATUS.                      SQXCHK.2
007800     SELECT PRINT-FILE ASSIGN TO                                  SQXCHK.2
007900     XXXXX055.                                                    SQXCHK.2
008000 DATA DIVISION.                                                   SQXCHK.2
011100     02  AM-PGM-ID          PIC X(9).                             SQXCHK.2
011200     02  AM-OUTCOME         PIC X(5).                             SQXCHK.2
011300     02  AM-RE-MARK         PIC X(61).                            SQXCHK.2
011350     02  AM-COMPILER-LEVEL  PIC X(8).                             SQXCHK.2
011400 FD  POSTING-FILE                                                 SQXCHK.2
011500     LABEL RECORDS ARE STANDARD.                                  SQXCHK.2
011600 01  POSTING-REC.                                                 SQXCHK.2
011700     02  POST-ACTION         PIC X(1).                            SQXCHK.2
011800     02  FILLER              PIC X(1).                            SQXCHK.2
011900     02  POST-IMAGE          PIC X(85).                           SQXCHK.2
011925 FD  EXCEPTION-FILE                                               SQXCHK.2
011950     LABEL RECORDS ARE STANDARD.                                  SQXCHK.2
011975     COPY SQEXCREC.                                               SQXCHK.2
012000 FD  PRINT-FILE                                                   SQXCHK.2
012100     LABEL RECORDS                                                SQXCHK.2
012200     XXXXX084                                                     SQXCHK.2
013500 01  METRICS-STATUS         PIC XX VALUE "00".                    SQXCHK.2
013600 01  AUDIT-MASTER-STATUS    PIC XX VALUE "00".                    SQXCHK.2
013700 01  POSTING-STATUS         PIC XX VALUE "00".                    SQXCHK.2
013710 01  EXCEPTION-STATUS       PIC XX VALUE "00".                    SQXCHK.2
013720 01  WS-EXC-OPEN-SW         PIC X VALUE "N".                      SQXCHK.2
013730     88  WS-EXC-OPEN              VALUE "Y".                      SQXCHK.2
013740 01  WS-EXC-DATE            PIC 9(8).                             SQXCHK.2
013750 01  WS-EXC-TIME            PIC 9(8).                             SQXCHK.2
013800 01  WS-RUN-COUNT           PIC 9(4) COMP VALUE ZERO.             SQXCHK.2
013900 01  WS-RUN-SUB             PIC 9(4) COMP VALUE ZERO.             SQXCHK.2
014000 01  WS-MATCH-SUB           PIC 9(4) COMP VALUE ZERO.             SQXCHK.2
020300 OPEN-FILES.                                                      SQXCHK.2
020400     OPEN INPUT RAW-DATA.                                         SQXCHK.2
020500     OPEN OUTPUT PRINT-FILE.                                      SQXCHK.2
020550     PERFORM OPEN-EXCEPTION-FILE.                                 SQXCHK.2
020600     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQXCHK.2
020700 LOAD-RUN-TABLE.                                                  SQXCHK.2
020800     READ RAW-DATA NEXT RECORD                                    SQXCHK.2
042000     MOVE WS-TK-RUN-DATE TO OL-RUN-DATE.                          SQXCHK.2
042100     MOVE WS-TK-RUN-TIME TO OL-RUN-TIME.                          SQXCHK.2
042200     WRITE PRINT-REC FROM ORPHAN-LINE AFTER ADVANCING 1 LINE.     SQXCHK.2
042210     MOVE SPACE TO EXCEPTION-REC.                                 SQXCHK.2
042220     MOVE 1 TO EXC-SEVERITY.                                      SQXCHK.2
042230     MOVE WS-TEST-KEY TO EXC-RUN-KEY.                             SQXCHK.2
042240     STRING "RUN-KEY ORPHAN - " OL-REASON                         SQXCHK.2
042250         DELIMITED BY SIZE INTO EXC-TEXT.                         SQXCHK.2
042260     PERFORM WRITE-EXCEPTION.                                     SQXCHK.2
042300 CLOSE-FILES.                                                     SQXCHK.2
042400     MOVE "RUNS ON RAW-DATA =" TO SL-LITERAL.                     SQXCHK.2
042500     MOVE WS-RUN-COUNT TO SL-COUNT.                               SQXCHK.2
044000     END-IF.                                                      SQXCHK.2
044100     WRITE PRINT-REC FROM VERDICT-LINE AFTER ADVANCING 2 LINES.   SQXCHK.2
044200     CLOSE RAW-DATA.                                              SQXCHK.2
044225     IF WS-EXC-OPEN                                               SQXCHK.2
044250         CLOSE EXCEPTION-FILE                                     SQXCHK.2
044275     END-IF.                                                      SQXCHK.2
044300     CLOSE PRINT-FILE.                                            SQXCHK.2
044400 OPEN-EXCEPTION-FILE.                                             SQXCHK.2
044500*    EVERY ORPHAN ALSO GOES ON THE SHARED SUITE EXCEPTION FILE    SQXCHK.2
044600*    FOR THE MORNING EXCEPTION REPORT (SQEXCR).  THE FILE IS      SQXCHK.2
044700*    EXTENDED, NEVER REPLACED - SQEXCR EMPTIES IT WHEN IT TAKES   SQXCHK.2
044800*    THE NIGHT'S EXCEPTIONS ONTO ITS QUEUE.  IF IT WILL NOT OPEN  SQXCHK.2
044900*    THE ORPHANS STILL PRINT AND STILL RAISE THE RETURN CODE.     SQXCHK.2
045000     ACCEPT WS-EXC-DATE FROM DATE YYYYMMDD.                       SQXCHK.2
045100     ACCEPT WS-EXC-TIME FROM TIME.                                SQXCHK.2
045200     MOVE "N" TO WS-EXC-OPEN-SW.                                  SQXCHK.2
045300     OPEN EXTEND EXCEPTION-FILE.                                  SQXCHK.2
045400     IF EXCEPTION-STATUS EQUAL TO "00"                            SQXCHK.2
045500        OR EXCEPTION-STATUS EQUAL TO "05"                         SQXCHK.2
045600         MOVE "Y" TO WS-EXC-OPEN-SW                               SQXCHK.2
045700     END-IF.                                                      SQXCHK.2
045800 WRITE-EXCEPTION.                                                 SQXCHK.2
045900     IF WS-EXC-OPEN                                               SQXCHK.2
046000         MOVE "SQXCHK" TO EXC-SOURCE-PGM                          SQXCHK.2
046100         MOVE WS-EXC-DATE TO EXC-RAISED-DATE                      SQXCHK.2
046200         MOVE WS-EXC-TIME TO EXC-RAISED-TIME                      SQXCHK.2
046300         MOVE ZERO TO EXC-REF-NO                                  SQXCHK.2
046400         WRITE EXCEPTION-REC                                      SQXCHK.2
046500     END-IF.                                                      SQXCHK.2
