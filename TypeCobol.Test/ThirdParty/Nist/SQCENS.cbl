003800*            X-74   RUN-METRICS FILE                            * SQCENS.2
003900*            X-12   CENSUS HISTORY FILE                         * SQCENS.2
004000*            X-55   SYSTEM PRINTER                              * SQCENS.2
004050*            X-27   SUITE EXCEPTION FILE                        * SQCENS.2
004100*            X-82   SOURCE-COMPUTER                             * SQCENS.2
004200*            X-83   OBJECT-COMPUTER                             * SQCENS.2
004300*            X-84   LABEL RECORDS OPTION                        * SQCENS.2
008100     XXXXX012                                                     SQCENS.2
008200            ORGANIZATION IS SEQUENTIAL                            SQCENS.2
008300            FILE STATUS IS CENSUS-STATUS.                         SQCENS.2
008320     SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO                     SQCENS.2
008340     XXXXX027                                                     SQCENS.2
008360            ORGANIZATION IS SEQUENTIAL                            SQCENS.2
008380            FILE STATUS IS EXCEPTION-STATUS.                      SQCENS.2
008400     SELECT PRINT-FILE ASSIGN TO                                  SQCENS.2
008500     XXXXX055.                                                    SQCENS.2
008600 DATA DIVISION.                                                   SQCENS.2
011600     02  AM-PGM-ID          PIC X(9).                             SQCENS.2
011700     02  AM-OUTCOME         PIC X(5).                             SQCENS.2
011800     02  AM-RE-MARK         PIC X(61).                            SQCENS.2
011850     02  AM-COMPILER-LEVEL  PIC X(8).                             SQCENS.2
011900 FD  METRICS-FILE                                                 SQCENS.2
012000     LABEL RECORDS ARE STANDARD.                                  SQCENS.2
012100 01  METRICS-REC.                                                 SQCENS.2
014000     05  FILLER              PIC X(1).                            SQCENS.2
014100     05  CEN-HIGH-WATER      PIC X(30).                           SQCENS.2
014200     05  FILLER              PIC X(11).                           SQCENS.2
014225 FD  EXCEPTION-FILE                                               SQCENS.2
014250     LABEL RECORDS ARE STANDARD.                                  SQCENS.2
014275     COPY SQEXCREC.                                               SQCENS.2
014300 FD  PRINT-FILE                                                   SQCENS.2
014400     LABEL RECORDS                                                SQCENS.2
014500     XXXXX084                                                     SQCENS.2
015500 01  AUDIT-MASTER-STATUS    PIC XX VALUE "00".                    SQCENS.2
015600 01  METRICS-STATUS         PIC XX VALUE "00".                    SQCENS.2
015700 01  CENSUS-STATUS          PIC XX VALUE "00".                    SQCENS.2
015725 01  EXCEPTION-STATUS       PIC XX VALUE "00".                    SQCENS.2
015750 01  WS-EXC-OPEN-SW         PIC X VALUE "N".                      SQCENS.2
015775     88  WS-EXC-OPEN              VALUE "Y".                      SQCENS.2
015800 01  WS-TODAY               PIC 9(8).                             SQCENS.2
015900 01  WS-NOW-TIME            PIC 9(8).                             SQCENS.2
016000 01  WS-FILE-SUB            PIC 9(1) COMP VALUE ZERO.             SQCENS.2
025100     ACCEPT WS-NOW-TIME FROM TIME.                                SQCENS.2
025200     OPEN OUTPUT PRINT-FILE.                                      SQCENS.2
025300     WRITE PRINT-REC FROM HEAD-LINE-1 AFTER ADVANCING PAGE.       SQCENS.2
025350     PERFORM OPEN-EXCEPTION-FILE.                                 SQCENS.2
025400     MOVE "RAW-DATA" TO FC-FILE-ID (1).                           SQCENS.2
025500     MOVE "REPORT-REPO" TO FC-FILE-ID (2).                        SQCENS.2
025600     MOVE "AUDIT-MASTER" TO FC-FILE-ID (3).                       SQCENS.2
051000        OR WS-DAYS-TO-FULL NOT GREATER THAN 30                    SQCENS.2
051100         MOVE "** PURGE/REORG DUE **" TO CL-FLAG                  SQCENS.2
051200         ADD 1 TO WS-ALERT-COUNT                                  SQCENS.2
051250         PERFORM RAISE-CAPACITY-EXCEPTION                         SQCENS.2
051300     ELSE                                                         SQCENS.2
051400         MOVE SPACE TO CL-FLAG                                    SQCENS.2
051500     END-IF.                                                      SQCENS.2
055000     MOVE "FILES FLAGGED FOR PURGE =" TO SL-LITERAL.              SQCENS.2
055100     MOVE WS-ALERT-COUNT TO SL-COUNT.                             SQCENS.2
055200     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.   SQCENS.2
055225     IF WS-EXC-OPEN                                               SQCENS.2
055250         CLOSE EXCEPTION-FILE                                     SQCENS.2
055275     END-IF.                                                      SQCENS.2
055300     CLOSE PRINT-FILE.                                            SQCENS.2
055400 OPEN-EXCEPTION-FILE.                                             SQCENS.2
055500*    EVERY PURGE/REORG FLAG ALSO GOES ON THE SHARED SUITE         SQCENS.2
055600*    EXCEPTION FILE FOR THE MORNING EXCEPTION REPORT (SQEXCR).    SQCENS.2
055700*    THE FILE IS EXTENDED, NEVER REPLACED - SQEXCR EMPTIES IT     SQCENS.2
055800*    WHEN IT TAKES THE NIGHT'S EXCEPTIONS ONTO ITS QUEUE.         SQCENS.2
055900     MOVE "N" TO WS-EXC-OPEN-SW.                                  SQCENS.2
056000     OPEN EXTEND EXCEPTION-FILE.                                  SQCENS.2
056100     IF EXCEPTION-STATUS EQUAL TO "00"                            SQCENS.2
056200        OR EXCEPTION-STATUS EQUAL TO "05"                         SQCENS.2
056300         MOVE "Y" TO WS-EXC-OPEN-SW                               SQCENS.2
056400     END-IF.                                                      SQCENS.2
056500 RAISE-CAPACITY-EXCEPTION.                                        SQCENS.2
056600     MOVE SPACE TO EXCEPTION-REC.                                 SQCENS.2
056700     MOVE 2 TO EXC-SEVERITY.                                      SQCENS.2
056800     MOVE "SQCENS" TO EXC-RK-PGM-ID.                              SQCENS.2
056900     MOVE WS-TODAY TO EXC-RK-RUN-DATE.                            SQCENS.2
057000     MOVE WS-NOW-TIME TO EXC-RK-RUN-TIME.                         SQCENS.2
057100     STRING "PURGE/REORG DUE - " FC-FILE-ID (WS-FILE-SUB)         SQCENS.2
057200            " " CL-PCT-USED "% USED, FULL BY " CL-PROJ-DATE       SQCENS.2
057300         DELIMITED BY SIZE INTO EXC-TEXT.                         SQCENS.2
057400     PERFORM WRITE-EXCEPTION.                                     SQCENS.2
057500 WRITE-EXCEPTION.                                                 SQCENS.2
057600     IF WS-EXC-OPEN                                               SQCENS.2
057700         MOVE "SQCENS" TO EXC-SOURCE-PGM                          SQCENS.2
057800         MOVE WS-TODAY TO EXC-RAISED-DATE                         SQCENS.2
057900         MOVE WS-NOW-TIME TO EXC-RAISED-TIME                      SQCENS.2
058000         MOVE ZERO TO EXC-REF-NO                                  SQCENS.2
058100         WRITE EXCEPTION-REC                                      SQCENS.2
058200     END-IF.                                                      SQCENS.2
