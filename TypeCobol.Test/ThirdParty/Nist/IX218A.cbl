002600*            X-75   RUN-RESULT POSTING FILE                    *  IX2184.2
002700*            X-78   RAW-DATA AFTER-IMAGE JOURNAL               *  IX2184.2
002800*            X-58   AUDIT FILE                                 *  IX2184.2
002810*            X-26   KNOWN-ISSUE WAIVER FILE                    *  IX2184.2
002900*                                                              *  IX2184.2
003000****************************************************************  IX2184.2
003100*                                                              *  IX2184.2
009900     SELECT AUDIT-FILE ASSIGN TO                                  IX2184.2
010000     XXXXX058                                                     IX2184.2
010100            ORGANIZATION IS SEQUENTIAL.                           IX2184.2
010110     SELECT OPTIONAL WAIVER-FILE ASSIGN TO                        IX2184.2
010120     XXXXX026                                                     IX2184.2
010130            ORGANIZATION IS SEQUENTIAL                            IX2184.2
010140            FILE STATUS IS WAIVER-STATUS.                         IX2184.2
010200 DATA DIVISION.                                                   IX2184.2
010300 FILE SECTION.                                                    IX2184.2
010400 FD  RAW-DATA.                                                    IX2184.2
016100     02  AUDIT-FEATURE      PIC X(24).                            IX2184.2
016200     02  AUDIT-PAR-NAME     PIC X(17).                            IX2184.2
016300     02  AUDIT-RE-MARK      PIC X(61).                            IX2184.2
016310 FD  WAIVER-FILE                                                  IX2184.2
016320     LABEL RECORDS ARE STANDARD.                                  IX2184.2
016330     COPY SQWVRREC.                                               IX2184.2
016400 WORKING-STORAGE SECTION.                                         IX2184.2
016500***************************************************************   IX2184.2
016600*                                                             *   IX2184.2
033800     05  PW-FAIL             PIC 999.                             IX2184.2
033900     05  PW-DELETED          PIC 999.                             IX2184.2
034000     05  PW-INSPECT          PIC 999.                             IX2184.2
034100     05  PW-NOTE.                                                 IX2184.2
034125         10  PW-COMPILER-LEVEL PIC X(8).                          IX2184.2
034150         10  FILLER          PIC X(5).                            IX2184.2
034200     05  PW-INDENT           PIC X.                               IX2184.2
034300     05  PW-ABORT            PIC X(8).                            IX2184.2
034400     05  PW-JOB-NAME         PIC X(8).                            IX2184.2
035700     05  FILLER           PIC X(1).                               IX2184.2
035800     05  IDC-POST-MODE    PIC X(8).                               IX2184.2
035900         88  IDC-POSTING-MODE  VALUE "POSTMODE".                  IX2184.2
036000     05  FILLER           PIC X(1).                               IX2184.2
036025     05  IDC-COMPILER-LEVEL PIC X(8).                             IX2184.2
036050     05  FILLER           PIC X(36).                              IX2184.2
036100 01  RUN-START-DATE       PIC 9(8).                               IX2184.2
036200 01  RUN-START-TIME       PIC 9(8).                               IX2184.2
036300 01  RUN-END-TIME         PIC 9(8).                               IX2184.2
037800     02 FILLER PIC X(19) VALUE "RECORDS PER SECOND=".             IX2184.2
037900     02 ETL-THROUGHPUT PIC ZZZZ9.                                 IX2184.2
038000     02 FILLER PIC X(64) VALUE SPACES.                            IX2184.2
038001*    KNOWN-ISSUE WAIVERS (SEE COPYBOOK SQWVRREC) FOR THIS         IX2184.2
038002*    ROUTINE, LOADED ONCE AT OPEN.  A FAILURE COVERED BY AN       IX2184.2
038003*    UNEXPIRED WAIVER IS REPORTED AS "WAIVD" AND KEPT OUT OF      IX2184.2
038004*    ERROR-COUNTER; A FAILURE COVERED BY AN EXPIRED WAIVER        IX2184.2
038005*    STAYS A HARD FAILURE AND THE WAIVER IS LISTED ON THE         IX2184.2
038006*    EXPIRED-WAIVER SECTION.                                      IX2184.2
038007 01  WAIVER-STATUS        PIC XX  VALUE "00".                     IX2184.2
038008 01  WAIVER-EOF-FLAG      PIC 9   VALUE ZERO.                     IX2184.2
038009 01  WAIVER-FULL-SW       PIC X   VALUE "N".                      IX2184.2
038010     88  WAIVER-TABLE-FULL       VALUE "Y".                       IX2184.2
038011 01  WAIVED-COUNTER       PIC 999 VALUE ZERO.                     IX2184.2
038012 01  WAIVER-COUNT         PIC S9(3) COMP VALUE ZERO.              IX2184.2
038013 01  WAIVER-SUB           PIC S9(3) COMP VALUE ZERO.              IX2184.2
038014 01  WAIVER-HIT-SUB       PIC S9(3) COMP VALUE ZERO.              IX2184.2
038015 01  EXPIRED-WAIVER-COUNT PIC S9(3) COMP VALUE ZERO.              IX2184.2
038016 01  WAIVER-TABLE.                                                IX2184.2
038017     02  WAIVER-ENTRY OCCURS 100 TIMES.                           IX2184.2
038018         05  WT-FEATURE      PIC X(24).                           IX2184.2
038019         05  WT-PAR-NAME     PIC X(20).                           IX2184.2
038020         05  WT-INCIDENT     PIC X(8).                            IX2184.2
038021         05  WT-APPROVED-BY  PIC X(8).                            IX2184.2
038022         05  WT-EXPIRY-DATE  PIC 9(8).                            IX2184.2
038023         05  WT-EXPIRED-HITS PIC S9(3) COMP.                      IX2184.2
038024 01  WAIVED-LINE.                                                 IX2184.2
038025     02 FILLER PIC X(23) VALUE "      *** WAIVED ***  ".          IX2184.2
038026     02 FILLER PIC X(9)  VALUE "INCIDENT=".                       IX2184.2
038027     02 WDL-INCIDENT     PIC X(8).                                IX2184.2
038028     02 FILLER PIC X(14) VALUE "  APPROVED BY=".                  IX2184.2
038029     02 WDL-APPROVED-BY  PIC X(8).                                IX2184.2
038030     02 FILLER PIC X(10) VALUE "  EXPIRES=".                      IX2184.2
038031     02 WDL-EXPIRY-DATE  PIC 9(8).                                IX2184.2
038032     02 FILLER PIC X(40) VALUE SPACE.                             IX2184.2
038033 01  EXPIRED-WAIVER-HEAD.                                         IX2184.2
038034     02 FILLER PIC X(46) VALUE                                    IX2184.2
038035        "EXPIRED WAIVERS - FAILURES COUNTED AS HARD FAI".         IX2184.2
038036     02 FILLER PIC X(74) VALUE "LURES THIS RUN".                  IX2184.2
038037 01  EXPIRED-WAIVER-LINE.                                         IX2184.2
038038     02 EWL-FEATURE      PIC X(24).                               IX2184.2
038039     02 FILLER           PIC X     VALUE SPACE.                   IX2184.2
038040     02 EWL-PAR-NAME     PIC X(20).                               IX2184.2
038041     02 FILLER           PIC X(10) VALUE " INCIDENT=".            IX2184.2
038042     02 EWL-INCIDENT     PIC X(8).                                IX2184.2
038043     02 FILLER           PIC X(4)  VALUE " BY=".                  IX2184.2
038044     02 EWL-APPROVED-BY  PIC X(8).                                IX2184.2
038045     02 FILLER           PIC X(9)  VALUE " EXPIRED=".             IX2184.2
038046     02 EWL-EXPIRY-DATE  PIC 9(8).                                IX2184.2
038047     02 FILLER           PIC X(7)  VALUE " FAILS=".               IX2184.2
038048     02 EWL-HITS         PIC ZZ9.                                 IX2184.2
038049     02 FILLER           PIC X(18) VALUE SPACE.                   IX2184.2
038050 01  WAIVER-FULL-LINE     PIC X(120) VALUE                        IX2184.2
038051     "WAIVER FILE HOLDS MORE THAN 100 WAIVERS - EXCESS IGNORED".  IX2184.2
038100 PROCEDURE DIVISION.                                              IX2184.2
038200 DECLARATIVES.                                                    IX2184.2
038300 IX218A-DECLARATIVE-001-SECT SECTION.                             IX2184.2
049700     MOVE CSV-EXPORT-HEADER TO CSV-REC.                           IX2184.2
049800     WRITE CSV-REC.                                               IX2184.2
049900     OPEN    OUTPUT AUDIT-FILE.                                   IX2184.2
049950     PERFORM LOAD-WAIVERS.                                        IX2184.2
050000     MOVE    CCVS-PGM-ID TO TEST-ID.                              IX2184.2
050100     MOVE    CCVS-PGM-ID TO ID-AGAIN.                             IX2184.2
050200     MOVE    SPACE TO TEST-RESULTS.                               IX2184.2
051000     MOVE IDC-JOB-NAME TO C-JOB-NAME.                             IX2184.2
051100     MOVE IDC-SYSTEM-ID TO C-SYSTEM-ID.                           IX2184.2
051200     MOVE IDC-OPERATOR-ID TO C-OPERATOR-ID.                       IX2184.2
051250     MOVE IDC-COMPILER-LEVEL TO C-COMPILER-LEVEL.                 IX2184.2
051300 CCVS-INIT-FILE.                                                  IX2184.2
051400     ADD     1 TO REC-SKL-SUB.                                    IX2184.2
051500     MOVE    FILE-RECORD-INFO-SKELETON TO                         IX2184.2
052900     CLOSE RAW-JOURNAL.                                           IX2184.2
053000 CLOSE-FILES.                                                     IX2184.2
053100     PERFORM END-ROUTINE THRU END-ROUTINE-13.                     IX2184.2
053150     PERFORM EXPIRED-WAIVER-TRAILER                               IX2184.2
053175         THRU EXPIRED-WAIVER-TRAILER-EX.                          IX2184.2
053200     PERFORM ELAPSED-TIME-TRAILER.                                IX2184.2
053300     PERFORM WRITE-RUN-METRICS.                                   IX2184.2
053400     CLOSE   CSV-FILE.                                            IX2184.2
061800     MOVE IDC-JOB-NAME TO PW-JOB-NAME.                            IX2184.2
061900     MOVE IDC-SYSTEM-ID TO PW-SYSTEM-ID.                          IX2184.2
062000     MOVE IDC-OPERATOR-ID TO PW-OPERATOR-ID.                      IX2184.2
062050     MOVE IDC-COMPILER-LEVEL TO PW-COMPILER-LEVEL.                IX2184.2
062100     MOVE RUN-START-DATE TO PW-RUN-DATE.                          IX2184.2
062200     MOVE RUN-START-TIME TO PW-RUN-TIME.                          IX2184.2
062300     MOVE PW-KEY TO SAVE-RUN-KEY.                                 IX2184.2
067100     IF REC-CT NOT EQUAL TO ZERO                                  IX2184.2
067200         MOVE   "." TO PARDOT-X                                   IX2184.2
067300         MOVE    REC-CT TO DOTVALUE.                              IX2184.2
067325     IF P-OR-F EQUAL TO "FAIL*"                                   IX2184.2
067350         PERFORM CHECK-WAIVER THRU CHECK-WAIVER-EX.               IX2184.2
067400     MOVE    TEST-RESULTS TO PRINT-REC.                           IX2184.2
067500     PERFORM WRITE-LINE.                                          IX2184.2
067600     PERFORM WRITE-CSV-DETAIL.                                    IX2184.2
067800*    AUDIT FILE SO SQQSTA CAN COMPUTE PASS/FAIL RATES AND SPOT    IX2184.2
067900*    FLAKY TESTS ON THE AUDIT MASTER.                             IX2184.2
068000     PERFORM AUDIT-TRAIL.                                         IX2184.2
068025     IF P-OR-F EQUAL TO "WAIVD"                                   IX2184.2
068050         PERFORM WRITE-WAIVED-LINE.                               IX2184.2
068100     IF P-OR-F EQUAL TO "FAIL*"                                   IX2184.2
068200         PERFORM WRITE-LINE                                       IX2184.2
068300         PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                IX2184.2
071800     ADD     INSPECT-COUNTER TO ERROR-HOLD.                       IX2184.2
071900     ADD     DELETE-COUNTER  TO ERROR-HOLD.                       IX2184.2
072000     ADD     PASS-COUNTER    TO ERROR-HOLD.                       IX2184.2
072050     ADD     WAIVED-COUNTER  TO ERROR-HOLD.                       IX2184.2
072100     MOVE    PASS-COUNTER    TO CCVS-E-4-1.                       IX2184.2
072200     MOVE    ERROR-HOLD      TO CCVS-E-4-2.                       IX2184.2
072300     MOVE    CCVS-E-4        TO CCVS-E-2-2.                       IX2184.2
074400         MOVE    INSPECT-COUNTER TO ERROR-TOTAL.                  IX2184.2
074500     MOVE   "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.           IX2184.2
074600     MOVE    CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.        IX2184.2
074610     IF WAIVED-COUNTER EQUAL TO ZERO                              IX2184.2
074620         MOVE   "NO " TO ERROR-TOTAL                              IX2184.2
074630     ELSE                                                         IX2184.2
074640         MOVE    WAIVED-COUNTER TO ERROR-TOTAL.                   IX2184.2
074650     MOVE   "FAILURE(S) WAIVED AS KNOWN ISSUES" TO ENDER-DESC.    IX2184.2
074660     MOVE    CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.        IX2184.2
074700     MOVE    CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.        IX2184.2
074800 WRITE-LINE.                                                      IX2184.2
074900     ADD     1 TO RECORD-COUNT.                                   IX2184.2
081900     MOVE THROUGHPUT-CT                 TO ETL-THROUGHPUT.        IX2184.2
082000     MOVE ELAPSED-TIME-LINE             TO DUMMY-RECORD.          IX2184.2
082100     PERFORM WRITE-LINE.                                          IX2184.2
082101 LOAD-WAIVERS.                                                    IX2184.2
082102*    ONLY WAIVERS FOR THIS ROUTINE, OR FOR EVERY ROUTINE WHEN     IX2184.2
082103*    THE PROGRAM-ID IS SPACE, ARE KEPT.  WITH NO WAIVER FILE THE  IX2184.2
082104*    TABLE IS EMPTY AND EVERY FAILURE COUNTS AS BEFORE.           IX2184.2
082105     MOVE    ZERO TO WAIVER-COUNT.                                IX2184.2
082106     MOVE    ZERO TO WAIVER-EOF-FLAG.                             IX2184.2
082107     OPEN    INPUT WAIVER-FILE.                                   IX2184.2
082108     IF WAIVER-STATUS NOT EQUAL TO "00"                           IX2184.2
082109         MOVE 1 TO WAIVER-EOF-FLAG.                               IX2184.2
082110     PERFORM LOAD-ONE-WAIVER                                      IX2184.2
082111         UNTIL WAIVER-EOF-FLAG EQUAL TO 1.                        IX2184.2
082112     CLOSE   WAIVER-FILE.                                         IX2184.2
082113 LOAD-ONE-WAIVER.                                                 IX2184.2
082114     READ WAIVER-FILE                                             IX2184.2
082115         AT END MOVE 1 TO WAIVER-EOF-FLAG                         IX2184.2
082116         NOT AT END PERFORM STORE-WAIVER                          IX2184.2
082117     END-READ.                                                    IX2184.2
082118 STORE-WAIVER.                                                    IX2184.2
082119     IF WVR-PGM-ID NOT EQUAL TO SPACE                             IX2184.2
082120        AND WVR-PGM-ID NOT EQUAL TO CCVS-PGM-ID                   IX2184.2
082121         NEXT SENTENCE                                            IX2184.2
082122     ELSE                                                         IX2184.2
082123     IF WAIVER-COUNT NOT LESS THAN 100                            IX2184.2
082124         MOVE "Y" TO WAIVER-FULL-SW                               IX2184.2
082125     ELSE                                                         IX2184.2
082126         ADD  1 TO WAIVER-COUNT                                   IX2184.2
082127         MOVE WVR-FEATURE     TO WT-FEATURE (WAIVER-COUNT)        IX2184.2
082128         MOVE WVR-PAR-NAME    TO WT-PAR-NAME (WAIVER-COUNT)       IX2184.2
082129         MOVE WVR-INCIDENT    TO WT-INCIDENT (WAIVER-COUNT)       IX2184.2
082130         MOVE WVR-APPROVED-BY TO WT-APPROVED-BY (WAIVER-COUNT)    IX2184.2
082131         MOVE WVR-EXPIRY-DATE TO WT-EXPIRY-DATE (WAIVER-COUNT)    IX2184.2
082132         MOVE ZERO            TO WT-EXPIRED-HITS (WAIVER-COUNT).  IX2184.2
082133 CHECK-WAIVER.                                                    IX2184.2
082134*    A FAILURE IS LOOKED UP BY FEATURE AND PARAGRAPH NAME AS IT   IX2184.2
082135*    IS ABOUT TO PRINT.  AN EXPIRED WAIVER LEAVES THE FAILURE     IX2184.2
082136*    STANDING SO A WAIVER CANNOT QUIETLY BECOME PERMANENT.        IX2184.2
082137     MOVE    ZERO TO WAIVER-HIT-SUB.                              IX2184.2
082138     PERFORM CHECK-ONE-WAIVER                                     IX2184.2
082139         VARYING WAIVER-SUB FROM 1 BY 1                           IX2184.2
082140         UNTIL WAIVER-SUB GREATER THAN WAIVER-COUNT               IX2184.2
082141            OR WAIVER-HIT-SUB GREATER THAN ZERO.                  IX2184.2
082142     IF WAIVER-HIT-SUB EQUAL TO ZERO                              IX2184.2
082143         GO TO CHECK-WAIVER-EX.                                   IX2184.2
082144     IF WT-EXPIRY-DATE (WAIVER-HIT-SUB) LESS THAN RUN-START-DATE  IX2184.2
082145         ADD 1 TO WT-EXPIRED-HITS (WAIVER-HIT-SUB)                IX2184.2
082146         IF WT-EXPIRED-HITS (WAIVER-HIT-SUB) EQUAL TO 1           IX2184.2
082147             ADD 1 TO EXPIRED-WAIVER-COUNT                        IX2184.2
082148             GO TO CHECK-WAIVER-EX                                IX2184.2
082149         ELSE                                                     IX2184.2
082150             GO TO CHECK-WAIVER-EX.                               IX2184.2
082152     MOVE   "WAIVD" TO P-OR-F.                                    IX2184.2
082153     SUBTRACT 1 FROM ERROR-COUNTER.                               IX2184.2
082154     ADD     1 TO WAIVED-COUNTER.                                 IX2184.2
082155 CHECK-WAIVER-EX.                                                 IX2184.2
082156     EXIT.                                                        IX2184.2
082157 CHECK-ONE-WAIVER.                                                IX2184.2
082158     IF WT-FEATURE (WAIVER-SUB) EQUAL TO FEATURE                  IX2184.2
082159        AND WT-PAR-NAME (WAIVER-SUB) EQUAL TO PAR-NAME            IX2184.2
082160         MOVE WAIVER-SUB TO WAIVER-HIT-SUB.                       IX2184.2
082161 WRITE-WAIVED-LINE.                                               IX2184.2
082162     MOVE    WT-INCIDENT (WAIVER-HIT-SUB)    TO WDL-INCIDENT.     IX2184.2
082163     MOVE    WT-APPROVED-BY (WAIVER-HIT-SUB) TO WDL-APPROVED-BY.  IX2184.2
082164     MOVE    WT-EXPIRY-DATE (WAIVER-HIT-SUB) TO WDL-EXPIRY-DATE.  IX2184.2
082165     MOVE    WAIVED-LINE TO DUMMY-RECORD.                         IX2184.2
082166     PERFORM WRITE-LINE.                                          IX2184.2
082167 EXPIRED-WAIVER-TRAILER.                                          IX2184.2
082168     IF WAIVER-TABLE-FULL                                         IX2184.2
082169         MOVE WAIVER-FULL-LINE TO DUMMY-RECORD                    IX2184.2
082170         PERFORM WRITE-LINE.                                      IX2184.2
082171     IF EXPIRED-WAIVER-COUNT EQUAL TO ZERO                        IX2184.2
082172         GO TO EXPIRED-WAIVER-TRAILER-EX.                         IX2184.2
082173     PERFORM BLANK-LINE-PRINT.                                    IX2184.2
082174     MOVE    EXPIRED-WAIVER-HEAD TO DUMMY-RECORD.                 IX2184.2
082175     PERFORM WRITE-LINE.                                          IX2184.2
082176     PERFORM PRINT-EXPIRED-WAIVER                                 IX2184.2
082177         VARYING WAIVER-SUB FROM 1 BY 1                           IX2184.2
082178         UNTIL WAIVER-SUB GREATER THAN WAIVER-COUNT.              IX2184.2
082179 EXPIRED-WAIVER-TRAILER-EX.                                       IX2184.2
082180     EXIT.                                                        IX2184.2
082181 PRINT-EXPIRED-WAIVER.                                            IX2184.2
082182     IF WT-EXPIRED-HITS (WAIVER-SUB) GREATER THAN ZERO            IX2184.2
082183         MOVE WT-FEATURE (WAIVER-SUB)     TO EWL-FEATURE          IX2184.2
082184         MOVE WT-PAR-NAME (WAIVER-SUB)    TO EWL-PAR-NAME         IX2184.2
082185         MOVE WT-INCIDENT (WAIVER-SUB)    TO EWL-INCIDENT         IX2184.2
082186         MOVE WT-APPROVED-BY (WAIVER-SUB) TO EWL-APPROVED-BY      IX2184.2
082187         MOVE WT-EXPIRY-DATE (WAIVER-SUB) TO EWL-EXPIRY-DATE      IX2184.2
082188         MOVE WT-EXPIRED-HITS (WAIVER-SUB) TO EWL-HITS            IX2184.2
082189         MOVE EXPIRED-WAIVER-LINE TO DUMMY-RECORD                 IX2184.2
082190         PERFORM WRITE-LINE.                                      IX2184.2
082200 CCVS1-EXIT.                                                      IX2184.2
082300     EXIT.                                                        IX2184.2
082400****************************************************************  IX2184.2
