002500*            X-75   RUN-RESULT POSTING FILE                    *  SQFVAL.2
002600*            X-78   RAW-DATA AFTER-IMAGE JOURNAL               *  SQFVAL.2
002700*            X-58   AUDIT FILE                                 *  SQFVAL.2
002750*            X-26   KNOWN-ISSUE WAIVER FILE                    *  SQFVAL.2
002800*                                                              *  SQFVAL.2
002900****************************************************************  SQFVAL.2
003000*                                                              *  SQFVAL.2
004808*                       businessDaysBetween                    *  SQFVAL.2
004809*      FV-TEST-025-029  SENTINEL PATHS FOR THE REMAINING       *  SQFVAL.2
004810*                       TIMEZONE AND FISCAL FUNCTIONS          *  SQFVAL.2
004860*      FV-TEST-030/031  convertAmount SAME-CURRENCY KNOWN      *  SQFVAL.2
004910*                       ANSWER AND UNKNOWN-PAIR SENTINEL PATH  *  SQFVAL.2
004930*      FV-TEST-032-034  dayCountFraction 30/360 AND ACT/ACT    *  SQFVAL.2
004950*                       KNOWN ANSWERS AND UNKNOWN-CONVENTION   *  SQFVAL.2
004970*                       SENTINEL PATH                          *  SQFVAL.2
004975*      FV-TEST-035-038  validateCheckDigit IBAN, LUHN AND RIB  *  SQFVAL.2
004980*                       KNOWN ANSWERS AND THE SHORT-IBAN       *  SQFVAL.2
004985*                       SENTINEL PATH                          *  SQFVAL.2
004987*      FV-TEST-039-042  resolveDateExpression TODAY, MONTHEND  *  SQFVAL.2
004989*                       AND LITERAL KNOWN ANSWERS AND THE      *  SQFVAL.2
004991*                       UNKNOWN-KEYWORD SENTINEL PATH          *  SQFVAL.2
005000*                                                              *  SQFVAL.2
005100*    FUNCTIONS THAT CALL EXTERNAL SHOP MODULES (ZBUSDATE,      *  SQFVAL.2
005200*    ZCALLPGM) ARE LEFT TO THE PRODUCTION SMOKE TESTS.  ALL    *  SQFVAL.2
009700     SELECT AUDIT-FILE ASSIGN TO                                  SQFVAL.2
009800     XXXXX058                                                     SQFVAL.2
009900            ORGANIZATION IS SEQUENTIAL.                           SQFVAL.2
009920     SELECT OPTIONAL WAIVER-FILE ASSIGN TO                        SQFVAL.2
009940     XXXXX026                                                     SQFVAL.2
009960            ORGANIZATION IS SEQUENTIAL                            SQFVAL.2
009980            FILE STATUS IS WAIVER-STATUS.                         SQFVAL.2
010000 DATA DIVISION.                                                   SQFVAL.2
010100 FILE SECTION.                                                    SQFVAL.2
010200 FD  RAW-DATA.                                                    SQFVAL.2
015200     02  AUDIT-FEATURE      PIC X(24).                            SQFVAL.2
015300     02  AUDIT-PAR-NAME     PIC X(17).                            SQFVAL.2
015400     02  AUDIT-RE-MARK      PIC X(61).                            SQFVAL.2
015425 FD  WAIVER-FILE                                                  SQFVAL.2
015450     LABEL RECORDS ARE STANDARD.                                  SQFVAL.2
015475     COPY SQWVRREC.                                               SQFVAL.2
015500 WORKING-STORAGE SECTION.                                         SQFVAL.2
015600***************************************************************   SQFVAL.2
015700*                                                             *   SQFVAL.2
022370     02  FV-CTY-2            PIC X(2).                            SQFVAL.2
022377 01  FV-FISCAL-YR         PIC 9(4) VALUE ZERO.                    SQFVAL.2
022384 01  FV-FISCAL-PD         PIC 9(2) VALUE ZERO.                    SQFVAL.2
022385 01  FV-CURR-FROM         PIC X(3).                               SQFVAL.2
022386 01  FV-CURR-TO           PIC X(3).                               SQFVAL.2
022387 01  FV-CONVENTION        PIC X(8).                               SQFVAL.2
022388 01  FV-ACCRUAL.                                                  SQFVAL.2
022389     02  FV-ACCRUAL-DAYS     PIC S9(7).                           SQFVAL.2
022390     02  FV-YEAR-FRACTION    PIC S9(3)V9(9).                      SQFVAL.2
022391 01  FV-IDENTIFIER        PIC X(34).                              SQFVAL.2
022392 01  FV-SCHEME            PIC X(8).                               SQFVAL.2
022393 01  FV-CHECK-RESULT.                                             SQFVAL.2
022394     02  FV-CHECK-VALID      PIC X(1).                            SQFVAL.2
022395     02  FV-CHECK-EXPECTED   PIC 9(2).                            SQFVAL.2
022396 01  FV-EXPRESSION        PIC X(20).                              SQFVAL.2
022397 01  FV-BOUNDARY          PIC X(1).                               SQFVAL.2
022400***************************************************************   SQFVAL.2
022500*                                                             *   SQFVAL.2
022600*    WORKING-STORAGE DATA ITEMS USED BY THE CCVS              *   SQFVAL.2
038000     05  PW-FAIL             PIC 999.                             SQFVAL.2
038100     05  PW-DELETED          PIC 999.                             SQFVAL.2
038200     05  PW-INSPECT          PIC 999.                             SQFVAL.2
038300     05  PW-NOTE.                                                 SQFVAL.2
038325         10  PW-COMPILER-LEVEL PIC X(8).                          SQFVAL.2
038350         10  FILLER          PIC X(5).                            SQFVAL.2
038400     05  PW-INDENT           PIC X.                               SQFVAL.2
038500     05  PW-ABORT            PIC X(8).                            SQFVAL.2
038600     05  PW-JOB-NAME         PIC X(8).                            SQFVAL.2
039900     05  FILLER           PIC X(1).                               SQFVAL.2
040000     05  IDC-POST-MODE    PIC X(8).                               SQFVAL.2
040100         88  IDC-POSTING-MODE  VALUE "POSTMODE".                  SQFVAL.2
040200     05  FILLER           PIC X(1).                               SQFVAL.2
040225     05  IDC-COMPILER-LEVEL PIC X(8).                             SQFVAL.2
040250     05  FILLER           PIC X(36).                              SQFVAL.2
040300 01  RUN-START-DATE       PIC 9(8).                               SQFVAL.2
040400 01  RUN-START-TIME       PIC 9(8).                               SQFVAL.2
040500 01  RUN-END-TIME         PIC 9(8).                               SQFVAL.2
042000     02 FILLER PIC X(19) VALUE "RECORDS PER SECOND=".             SQFVAL.2
042100     02 ETL-THROUGHPUT PIC ZZZZ9.                                 SQFVAL.2
042200     02 FILLER PIC X(64) VALUE SPACES.                            SQFVAL.2
042201*    KNOWN-ISSUE WAIVERS (SEE COPYBOOK SQWVRREC) FOR THIS         SQFVAL.2
042202*    ROUTINE, LOADED ONCE AT OPEN.  A FAILURE COVERED BY AN       SQFVAL.2
042203*    UNEXPIRED WAIVER IS REPORTED AS "WAIVD" AND KEPT OUT OF      SQFVAL.2
042204*    ERROR-COUNTER; A FAILURE COVERED BY AN EXPIRED WAIVER        SQFVAL.2
042205*    STAYS A HARD FAILURE AND THE WAIVER IS LISTED ON THE         SQFVAL.2
042206*    EXPIRED-WAIVER SECTION.                                      SQFVAL.2
042207 01  WAIVER-STATUS        PIC XX  VALUE "00".                     SQFVAL.2
042208 01  WAIVER-EOF-FLAG      PIC 9   VALUE ZERO.                     SQFVAL.2
042209 01  WAIVER-FULL-SW       PIC X   VALUE "N".                      SQFVAL.2
042210     88  WAIVER-TABLE-FULL       VALUE "Y".                       SQFVAL.2
042211 01  WAIVED-COUNTER       PIC 999 VALUE ZERO.                     SQFVAL.2
042212 01  WAIVER-COUNT         PIC S9(3) COMP VALUE ZERO.              SQFVAL.2
042213 01  WAIVER-SUB           PIC S9(3) COMP VALUE ZERO.              SQFVAL.2
042214 01  WAIVER-HIT-SUB       PIC S9(3) COMP VALUE ZERO.              SQFVAL.2
042215 01  EXPIRED-WAIVER-COUNT PIC S9(3) COMP VALUE ZERO.              SQFVAL.2
042216 01  WAIVER-TABLE.                                                SQFVAL.2
042217     02  WAIVER-ENTRY OCCURS 100 TIMES.                           SQFVAL.2
042218         05  WT-FEATURE      PIC X(24).                           SQFVAL.2
042219         05  WT-PAR-NAME     PIC X(20).                           SQFVAL.2
042220         05  WT-INCIDENT     PIC X(8).                            SQFVAL.2
042221         05  WT-APPROVED-BY  PIC X(8).                            SQFVAL.2
042222         05  WT-EXPIRY-DATE  PIC 9(8).                            SQFVAL.2
042223         05  WT-EXPIRED-HITS PIC S9(3) COMP.                      SQFVAL.2
042224 01  WAIVED-LINE.                                                 SQFVAL.2
042225     02 FILLER PIC X(23) VALUE "      *** WAIVED ***  ".          SQFVAL.2
042226     02 FILLER PIC X(9)  VALUE "INCIDENT=".                       SQFVAL.2
042227     02 WDL-INCIDENT     PIC X(8).                                SQFVAL.2
042228     02 FILLER PIC X(14) VALUE "  APPROVED BY=".                  SQFVAL.2
042229     02 WDL-APPROVED-BY  PIC X(8).                                SQFVAL.2
042230     02 FILLER PIC X(10) VALUE "  EXPIRES=".                      SQFVAL.2
042231     02 WDL-EXPIRY-DATE  PIC 9(8).                                SQFVAL.2
042232     02 FILLER PIC X(40) VALUE SPACE.                             SQFVAL.2
042233 01  EXPIRED-WAIVER-HEAD.                                         SQFVAL.2
042234     02 FILLER PIC X(46) VALUE                                    SQFVAL.2
042235        "EXPIRED WAIVERS - FAILURES COUNTED AS HARD FAI".         SQFVAL.2
042236     02 FILLER PIC X(74) VALUE "LURES THIS RUN".                  SQFVAL.2
042237 01  EXPIRED-WAIVER-LINE.                                         SQFVAL.2
042238     02 EWL-FEATURE      PIC X(24).                               SQFVAL.2
042239     02 FILLER           PIC X     VALUE SPACE.                   SQFVAL.2
042240     02 EWL-PAR-NAME     PIC X(20).                               SQFVAL.2
042241     02 FILLER           PIC X(10) VALUE " INCIDENT=".            SQFVAL.2
042242     02 EWL-INCIDENT     PIC X(8).                                SQFVAL.2
042243     02 FILLER           PIC X(4)  VALUE " BY=".                  SQFVAL.2
042244     02 EWL-APPROVED-BY  PIC X(8).                                SQFVAL.2
042245     02 FILLER           PIC X(9)  VALUE " EXPIRED=".             SQFVAL.2
042246     02 EWL-EXPIRY-DATE  PIC 9(8).                                SQFVAL.2
042247     02 FILLER           PIC X(7)  VALUE " FAILS=".               SQFVAL.2
042248     02 EWL-HITS         PIC ZZ9.                                 SQFVAL.2
042249     02 FILLER           PIC X(18) VALUE SPACE.                   SQFVAL.2
042250 01  WAIVER-FULL-LINE     PIC X(120) VALUE                        SQFVAL.2
042251     "WAIVER FILE HOLDS MORE THAN 100 WAIVERS - EXCESS IGNORED".  SQFVAL.2
042300 PROCEDURE DIVISION.                                              SQFVAL.2
042400 DECLARATIVES.                                                    SQFVAL.2
042500 SQFVAL-DECLARATIVE-002-SECT SECTION.                             SQFVAL.2
047700     MOVE CSV-EXPORT-HEADER TO CSV-REC.                           SQFVAL.2
047800     WRITE CSV-REC.                                               SQFVAL.2
047900     OPEN    OUTPUT AUDIT-FILE.                                   SQFVAL.2
047950     PERFORM LOAD-WAIVERS.                                        SQFVAL.2
048000     MOVE    CCVS-PGM-ID TO TEST-ID.                              SQFVAL.2
048100     MOVE    CCVS-PGM-ID TO ID-AGAIN.                             SQFVAL.2
048200     MOVE    SPACE TO TEST-RESULTS.                               SQFVAL.2
049000     MOVE IDC-JOB-NAME TO C-JOB-NAME.                             SQFVAL.2
049100     MOVE IDC-SYSTEM-ID TO C-SYSTEM-ID.                           SQFVAL.2
049200     MOVE IDC-OPERATOR-ID TO C-OPERATOR-ID.                       SQFVAL.2
049250     MOVE IDC-COMPILER-LEVEL TO C-COMPILER-LEVEL.                 SQFVAL.2
049300 CCVS-INIT-FILE.                                                  SQFVAL.2
049400     ADD     1 TO REC-SKL-SUB.                                    SQFVAL.2
049500     MOVE    FILE-RECORD-INFO-SKELETON TO                         SQFVAL.2
050900     CLOSE RAW-JOURNAL.                                           SQFVAL.2
051000 CLOSE-FILES.                                                     SQFVAL.2
051100     PERFORM END-ROUTINE THRU END-ROUTINE-13.                     SQFVAL.2
051125     PERFORM EXPIRED-WAIVER-TRAILER                               SQFVAL.2
051150         THRU EXPIRED-WAIVER-TRAILER-EX.                          SQFVAL.2
051200     PERFORM ELAPSED-TIME-TRAILER.                                SQFVAL.2
051300     PERFORM WRITE-RUN-METRICS.                                   SQFVAL.2
051400     CLOSE   CSV-FILE.                                            SQFVAL.2
059800     MOVE IDC-JOB-NAME TO PW-JOB-NAME.                            SQFVAL.2
059900     MOVE IDC-SYSTEM-ID TO PW-SYSTEM-ID.                          SQFVAL.2
060000     MOVE IDC-OPERATOR-ID TO PW-OPERATOR-ID.                      SQFVAL.2
060050     MOVE IDC-COMPILER-LEVEL TO PW-COMPILER-LEVEL.                SQFVAL.2
060100     MOVE RUN-START-DATE TO PW-RUN-DATE.                          SQFVAL.2
060200     MOVE RUN-START-TIME TO PW-RUN-TIME.                          SQFVAL.2
060300     MOVE PW-KEY TO SAVE-RUN-KEY.                                 SQFVAL.2
065100     IF REC-CT NOT EQUAL TO ZERO                                  SQFVAL.2
065200         MOVE   "." TO PARDOT-X                                   SQFVAL.2
065300         MOVE    REC-CT TO DOTVALUE.                              SQFVAL.2
065325     IF P-OR-F EQUAL TO "FAIL*"                                   SQFVAL.2
065350         PERFORM CHECK-WAIVER THRU CHECK-WAIVER-EX.               SQFVAL.2
065400     MOVE    TEST-RESULTS TO PRINT-REC.                           SQFVAL.2
065500     PERFORM WRITE-LINE.                                          SQFVAL.2
065600     PERFORM WRITE-CSV-DETAIL.                                    SQFVAL.2
065800*    AUDIT FILE SO SQQSTA CAN COMPUTE PASS/FAIL RATES AND SPOT    SQFVAL.2
065900*    FLAKY TESTS ON THE AUDIT MASTER.                             SQFVAL.2
066000     PERFORM AUDIT-TRAIL.                                         SQFVAL.2
066025     IF P-OR-F EQUAL TO "WAIVD"                                   SQFVAL.2
066050         PERFORM WRITE-WAIVED-LINE.                               SQFVAL.2
066100     IF P-OR-F EQUAL TO "FAIL*"                                   SQFVAL.2
066200         PERFORM WRITE-LINE                                       SQFVAL.2
066300         PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                SQFVAL.2
069800     ADD     INSPECT-COUNTER TO ERROR-HOLD.                       SQFVAL.2
069900     ADD     DELETE-COUNTER  TO ERROR-HOLD.                       SQFVAL.2
070000     ADD     PASS-COUNTER    TO ERROR-HOLD.                       SQFVAL.2
070050     ADD     WAIVED-COUNTER  TO ERROR-HOLD.                       SQFVAL.2
070100     MOVE    PASS-COUNTER    TO CCVS-E-4-1.                       SQFVAL.2
070200     MOVE    ERROR-HOLD      TO CCVS-E-4-2.                       SQFVAL.2
070300     MOVE    CCVS-E-4        TO CCVS-E-2-2.                       SQFVAL.2
072400         MOVE    INSPECT-COUNTER TO ERROR-TOTAL.                  SQFVAL.2
072500     MOVE   "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.           SQFVAL.2
072600     MOVE    CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.        SQFVAL.2
072610     IF WAIVED-COUNTER EQUAL TO ZERO                              SQFVAL.2
072620         MOVE   "NO " TO ERROR-TOTAL                              SQFVAL.2
072630     ELSE                                                         SQFVAL.2
072640         MOVE    WAIVED-COUNTER TO ERROR-TOTAL.                   SQFVAL.2
072650     MOVE   "FAILURE(S) WAIVED AS KNOWN ISSUES" TO ENDER-DESC.    SQFVAL.2
072660     MOVE    CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.        SQFVAL.2
072700     MOVE    CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.        SQFVAL.2
072800 WRITE-LINE.                                                      SQFVAL.2
072900     ADD     1 TO RECORD-COUNT.                                   SQFVAL.2
079900     MOVE THROUGHPUT-CT                 TO ETL-THROUGHPUT.        SQFVAL.2
080000     MOVE ELAPSED-TIME-LINE             TO DUMMY-RECORD.          SQFVAL.2
080100     PERFORM WRITE-LINE.                                          SQFVAL.2
080101 LOAD-WAIVERS.                                                    SQFVAL.2
080102*    ONLY WAIVERS FOR THIS ROUTINE, OR FOR EVERY ROUTINE WHEN     SQFVAL.2
080103*    THE PROGRAM-ID IS SPACE, ARE KEPT.  WITH NO WAIVER FILE THE  SQFVAL.2
080104*    TABLE IS EMPTY AND EVERY FAILURE COUNTS AS BEFORE.           SQFVAL.2
080105     MOVE    ZERO TO WAIVER-COUNT.                                SQFVAL.2
080106     MOVE    ZERO TO WAIVER-EOF-FLAG.                             SQFVAL.2
080107     OPEN    INPUT WAIVER-FILE.                                   SQFVAL.2
080108     IF WAIVER-STATUS NOT EQUAL TO "00"                           SQFVAL.2
080109         MOVE 1 TO WAIVER-EOF-FLAG.                               SQFVAL.2
080110     PERFORM LOAD-ONE-WAIVER                                      SQFVAL.2
080111         UNTIL WAIVER-EOF-FLAG EQUAL TO 1.                        SQFVAL.2
080112     CLOSE   WAIVER-FILE.                                         SQFVAL.2
080113 LOAD-ONE-WAIVER.                                                 SQFVAL.2
080114     READ WAIVER-FILE                                             SQFVAL.2
080115         AT END MOVE 1 TO WAIVER-EOF-FLAG                         SQFVAL.2
080116         NOT AT END PERFORM STORE-WAIVER                          SQFVAL.2
080117     END-READ.                                                    SQFVAL.2
080118 STORE-WAIVER.                                                    SQFVAL.2
080119     IF WVR-PGM-ID NOT EQUAL TO SPACE                             SQFVAL.2
080120        AND WVR-PGM-ID NOT EQUAL TO CCVS-PGM-ID                   SQFVAL.2
080121         NEXT SENTENCE                                            SQFVAL.2
080122     ELSE                                                         SQFVAL.2
080123     IF WAIVER-COUNT NOT LESS THAN 100                            SQFVAL.2
080124         MOVE "Y" TO WAIVER-FULL-SW                               SQFVAL.2
080125     ELSE                                                         SQFVAL.2
080126         ADD  1 TO WAIVER-COUNT                                   SQFVAL.2
080127         MOVE WVR-FEATURE     TO WT-FEATURE (WAIVER-COUNT)        SQFVAL.2
080128         MOVE WVR-PAR-NAME    TO WT-PAR-NAME (WAIVER-COUNT)       SQFVAL.2
080129         MOVE WVR-INCIDENT    TO WT-INCIDENT (WAIVER-COUNT)       SQFVAL.2
080130         MOVE WVR-APPROVED-BY TO WT-APPROVED-BY (WAIVER-COUNT)    SQFVAL.2
080131         MOVE WVR-EXPIRY-DATE TO WT-EXPIRY-DATE (WAIVER-COUNT)    SQFVAL.2
080132         MOVE ZERO            TO WT-EXPIRED-HITS (WAIVER-COUNT).  SQFVAL.2
080133 CHECK-WAIVER.                                                    SQFVAL.2
080134*    A FAILURE IS LOOKED UP BY FEATURE AND PARAGRAPH NAME AS IT   SQFVAL.2
080135*    IS ABOUT TO PRINT.  AN EXPIRED WAIVER LEAVES THE FAILURE     SQFVAL.2
080136*    STANDING SO A WAIVER CANNOT QUIETLY BECOME PERMANENT.        SQFVAL.2
080137     MOVE    ZERO TO WAIVER-HIT-SUB.                              SQFVAL.2
080138     PERFORM CHECK-ONE-WAIVER                                     SQFVAL.2
080139         VARYING WAIVER-SUB FROM 1 BY 1                           SQFVAL.2
080140         UNTIL WAIVER-SUB GREATER THAN WAIVER-COUNT               SQFVAL.2
080141            OR WAIVER-HIT-SUB GREATER THAN ZERO.                  SQFVAL.2
080142     IF WAIVER-HIT-SUB EQUAL TO ZERO                              SQFVAL.2
080143         GO TO CHECK-WAIVER-EX.                                   SQFVAL.2
080144     IF WT-EXPIRY-DATE (WAIVER-HIT-SUB) LESS THAN RUN-START-DATE  SQFVAL.2
080145         ADD 1 TO WT-EXPIRED-HITS (WAIVER-HIT-SUB)                SQFVAL.2
080146         IF WT-EXPIRED-HITS (WAIVER-HIT-SUB) EQUAL TO 1           SQFVAL.2
080147             ADD 1 TO EXPIRED-WAIVER-COUNT                        SQFVAL.2
080148             GO TO CHECK-WAIVER-EX                                SQFVAL.2
080149         ELSE                                                     SQFVAL.2
080150             GO TO CHECK-WAIVER-EX.                               SQFVAL.2
080151     MOVE   "WAIVD" TO P-OR-F.                                    SQFVAL.2
080152     SUBTRACT 1 FROM ERROR-COUNTER.                               SQFVAL.2
080153     ADD     1 TO WAIVED-COUNTER.                                 SQFVAL.2
080154 CHECK-WAIVER-EX.                                                 SQFVAL.2
080155     EXIT.                                                        SQFVAL.2
080156 CHECK-ONE-WAIVER.                                                SQFVAL.2
080157     IF WT-FEATURE (WAIVER-SUB) EQUAL TO FEATURE                  SQFVAL.2
080158        AND WT-PAR-NAME (WAIVER-SUB) EQUAL TO PAR-NAME            SQFVAL.2
080159         MOVE WAIVER-SUB TO WAIVER-HIT-SUB.                       SQFVAL.2
080160 WRITE-WAIVED-LINE.                                               SQFVAL.2
080161     MOVE    WT-INCIDENT (WAIVER-HIT-SUB)    TO WDL-INCIDENT.     SQFVAL.2
080162     MOVE    WT-APPROVED-BY (WAIVER-HIT-SUB) TO WDL-APPROVED-BY.  SQFVAL.2
080163     MOVE    WT-EXPIRY-DATE (WAIVER-HIT-SUB) TO WDL-EXPIRY-DATE.  SQFVAL.2
080164     MOVE    WAIVED-LINE TO DUMMY-RECORD.                         SQFVAL.2
080165     PERFORM WRITE-LINE.                                          SQFVAL.2
080166 EXPIRED-WAIVER-TRAILER.                                          SQFVAL.2
080167     IF WAIVER-TABLE-FULL                                         SQFVAL.2
080168         MOVE WAIVER-FULL-LINE TO DUMMY-RECORD                    SQFVAL.2
080169         PERFORM WRITE-LINE.                                      SQFVAL.2
080170     IF EXPIRED-WAIVER-COUNT EQUAL TO ZERO                        SQFVAL.2
080171         GO TO EXPIRED-WAIVER-TRAILER-EX.                         SQFVAL.2
080172     PERFORM BLANK-LINE-PRINT.                                    SQFVAL.2
080173     MOVE    EXPIRED-WAIVER-HEAD TO DUMMY-RECORD.                 SQFVAL.2
080174     PERFORM WRITE-LINE.                                          SQFVAL.2
080175     PERFORM PRINT-EXPIRED-WAIVER                                 SQFVAL.2
080176         VARYING WAIVER-SUB FROM 1 BY 1                           SQFVAL.2
080177         UNTIL WAIVER-SUB GREATER THAN WAIVER-COUNT.              SQFVAL.2
080178 EXPIRED-WAIVER-TRAILER-EX.                                       SQFVAL.2
080179     EXIT.                                                        SQFVAL.2
080180 PRINT-EXPIRED-WAIVER.                                            SQFVAL.2
080181     IF WT-EXPIRED-HITS (WAIVER-SUB) GREATER THAN ZERO            SQFVAL.2
080182         MOVE WT-FEATURE (WAIVER-SUB)     TO EWL-FEATURE          SQFVAL.2
080183         MOVE WT-PAR-NAME (WAIVER-SUB)    TO EWL-PAR-NAME         SQFVAL.2
080184         MOVE WT-INCIDENT (WAIVER-SUB)    TO EWL-INCIDENT         SQFVAL.2
080185         MOVE WT-APPROVED-BY (WAIVER-SUB) TO EWL-APPROVED-BY      SQFVAL.2
080186         MOVE WT-EXPIRY-DATE (WAIVER-SUB) TO EWL-EXPIRY-DATE      SQFVAL.2
080187         MOVE WT-EXPIRED-HITS (WAIVER-SUB) TO EWL-HITS            SQFVAL.2
080188         MOVE EXPIRED-WAIVER-LINE TO DUMMY-RECORD                 SQFVAL.2
080189         PERFORM WRITE-LINE.                                      SQFVAL.2
080200 CCVS1-EXIT.                                                      SQFVAL.2
080300     EXIT.                                                        SQFVAL.2
080400****************************************************************  SQFVAL.2
113223         PERFORM FAIL.                                            SQFVAL.2
113224 FV-TESTS-END.                                                    SQFVAL.2
113225     EXIT.                                                        SQFVAL.2
113250 FV-TESTS-0002.                                                   SQFVAL.2
113260     PERFORM SECT-SQFVAL-0002.                                    SQFVAL.2
113300 CCVS-EXIT SECTION.                                               SQFVAL.2
113400 CCVS-999999.                                                     SQFVAL.2
113500     GO TO   CLOSE-FILES.                                         SQFVAL.2
113600 SECT-SQFVAL-0002 SECTION.                                        SQFVAL.2
113610 FV-INIT-30.                                                      SQFVAL.2
113620*    convertAmount KNOWN ANSWER: A SAME-CURRENCY CONVERSION       SQFVAL.2
113630*    NEEDS NO RATE AND STILL GOES THROUGH roundAmount.            SQFVAL.2
113640     MOVE    1 TO REC-CT.                                         SQFVAL.2
113650     MOVE   "convertAmount SAME CCY" TO FEATURE.                  SQFVAL.2
113660     MOVE   "FV-TEST-030" TO PAR-NAME.                            SQFVAL.2
113670     MOVE    100.0050 TO FV-AMOUNT-4.                             SQFVAL.2
113680     MOVE   "EUR" TO FV-CURR-FROM.                                SQFVAL.2
113690     MOVE   "EUR" TO FV-CURR-TO.                                  SQFVAL.2
113700     MOVE    20240101 TO FV-DATE-1-N.                             SQFVAL.2
113710     MOVE   "H" TO FV-ROUND-RULE.                                 SQFVAL.2
113720     MOVE    ZERO TO FV-RC.                                       SQFVAL.2
113730     CALL   "5d83a0f7" USING FV-AMOUNT-4 FV-CURR-FROM             SQFVAL.2
113740                             FV-CURR-TO FV-DATE-1 FV-ROUND-RULE   SQFVAL.2
113750                             FV-RC FV-ERR-MSG FV-AMOUNT-2.        SQFVAL.2
113760     IF FV-RC EQUAL TO ZERO                                       SQFVAL.2
113770        AND FV-AMOUNT-2 EQUAL TO 100.01                           SQFVAL.2
113780         MOVE "SAME CURRENCY ROUNDED HALF-UP" TO RE-MARK          SQFVAL.2
113790         PERFORM PASS                                             SQFVAL.2
113800     ELSE                                                         SQFVAL.2
113810         MOVE FV-RC TO COMPUTED-18V0                              SQFVAL.2
113820         MOVE ZERO TO CORRECT-18V0                                SQFVAL.2
113830         MOVE "SAME-CURRENCY CONVERSION WRONG" TO RE-MARK         SQFVAL.2
113840         PERFORM FAIL.                                            SQFVAL.2
113850 FV-INIT-31.                                                      SQFVAL.2
113860*    convertAmount SENTINEL PATH: A PAIR NO RATE FILE COULD       SQFVAL.2
113870*    CARRY MUST COME BACK ALL NINES WITH RC 9999, NEVER ZERO.     SQFVAL.2
113880     MOVE    1 TO REC-CT.                                         SQFVAL.2
113890     MOVE   "convertAmount SENTINEL" TO FEATURE.                  SQFVAL.2
113900     MOVE   "FV-TEST-031" TO PAR-NAME.                            SQFVAL.2
113910     MOVE    100.00 TO FV-AMOUNT-4.                               SQFVAL.2
113920     MOVE   "QQQ" TO FV-CURR-FROM.                                SQFVAL.2
113930     MOVE   "ZZZ" TO FV-CURR-TO.                                  SQFVAL.2
113940     MOVE    20240101 TO FV-DATE-1-N.                             SQFVAL.2
113950     MOVE   "H" TO FV-ROUND-RULE.                                 SQFVAL.2
113960     MOVE    ZERO TO FV-RC.                                       SQFVAL.2
113970     CALL   "5d83a0f7" USING FV-AMOUNT-4 FV-CURR-FROM             SQFVAL.2
113980                             FV-CURR-TO FV-DATE-1 FV-ROUND-RULE   SQFVAL.2
113990                             FV-RC FV-ERR-MSG FV-AMOUNT-2.        SQFVAL.2
114000     IF FV-RC EQUAL TO 9999                                       SQFVAL.2
114010        AND FV-AMOUNT-2 EQUAL TO 99999999999.99                   SQFVAL.2
114020         MOVE "UNKNOWN PAIR REJECTED ALL NINES" TO RE-MARK        SQFVAL.2
114030         PERFORM PASS                                             SQFVAL.2
114040     ELSE                                                         SQFVAL.2
114050         MOVE FV-RC TO COMPUTED-18V0                              SQFVAL.2
114060         MOVE 9999 TO CORRECT-18V0                                SQFVAL.2
114070         MOVE "UNKNOWN PAIR NOT REJECTED" TO RE-MARK              SQFVAL.2
114080         PERFORM FAIL.                                            SQFVAL.2
114090 FV-INIT-32.                                                      SQFVAL.2
114100*    dayCountFraction KNOWN ANSWER: 30/360 FROM A 31ST TO A       SQFVAL.2
114110*    31ST COUNTS BOTH AS THE 30TH - TWO MONTHS, 60 DAYS.          SQFVAL.2
114120     MOVE    1 TO REC-CT.                                         SQFVAL.2
114130     MOVE   "dayCountFraction 30/360" TO FEATURE.                 SQFVAL.2
114140     MOVE   "FV-TEST-032" TO PAR-NAME.                            SQFVAL.2
114150     MOVE    20240131 TO FV-DATE-1-N.                             SQFVAL.2
114160     MOVE    20240331 TO FV-DATE-2-N.                             SQFVAL.2
114170     MOVE   "30/360" TO FV-CONVENTION.                            SQFVAL.2
114180     MOVE    ZERO TO FV-RC.                                       SQFVAL.2
114190     CALL   "1c7e4b93" USING FV-DATE-1 FV-DATE-2 FV-CONVENTION    SQFVAL.2
114200                             FV-RC FV-ERR-MSG FV-ACCRUAL.         SQFVAL.2
114210     IF FV-RC EQUAL TO ZERO                                       SQFVAL.2
114220        AND FV-ACCRUAL-DAYS EQUAL TO 60                           SQFVAL.2
114230        AND FV-YEAR-FRACTION EQUAL TO 0.166666667                 SQFVAL.2
114240         MOVE "MONTH-END 31STS COUNTED AS 30THS" TO RE-MARK       SQFVAL.2
114250         PERFORM PASS                                             SQFVAL.2
114260     ELSE                                                         SQFVAL.2
114270         MOVE FV-ACCRUAL-DAYS TO COMPUTED-18V0                    SQFVAL.2
114280         MOVE 60 TO CORRECT-18V0                                  SQFVAL.2
114290         MOVE "30/360 MONTH-END DAY COUNT WRONG" TO RE-MARK       SQFVAL.2
114300         PERFORM FAIL.                                            SQFVAL.2
114310 FV-INIT-33.                                                      SQFVAL.2
114320*    dayCountFraction KNOWN ANSWER: ACT/ACT ACROSS A YEAR END     SQFVAL.2
114330*    SPLITS 31/365 (2023) AND 60/366 (2024).                      SQFVAL.2
114340     MOVE    1 TO REC-CT.                                         SQFVAL.2
114350     MOVE   "dayCountFraction ACT/ACT" TO FEATURE.                SQFVAL.2
114360     MOVE   "FV-TEST-033" TO PAR-NAME.                            SQFVAL.2
114370     MOVE    20231201 TO FV-DATE-1-N.                             SQFVAL.2
114380     MOVE    20240301 TO FV-DATE-2-N.                             SQFVAL.2
114390     MOVE   "ACT/ACT" TO FV-CONVENTION.                           SQFVAL.2
114400     MOVE    ZERO TO FV-RC.                                       SQFVAL.2
114410     CALL   "1c7e4b93" USING FV-DATE-1 FV-DATE-2 FV-CONVENTION    SQFVAL.2
114420                             FV-RC FV-ERR-MSG FV-ACCRUAL.         SQFVAL.2
114430     IF FV-RC EQUAL TO ZERO                                       SQFVAL.2
114440        AND FV-ACCRUAL-DAYS EQUAL TO 91                           SQFVAL.2
114450        AND FV-YEAR-FRACTION EQUAL TO 0.248865933                 SQFVAL.2
114460         MOVE "YEAR-END SPLIT OVER 365 AND 366" TO RE-MARK        SQFVAL.2
114470         PERFORM PASS                                             SQFVAL.2
114480     ELSE                                                         SQFVAL.2
114490         MOVE FV-ACCRUAL-DAYS TO COMPUTED-18V0                    SQFVAL.2
114500         MOVE 91 TO CORRECT-18V0                                  SQFVAL.2
114510         MOVE "ACT/ACT YEAR FRACTION WRONG" TO RE-MARK            SQFVAL.2
114520         PERFORM FAIL.                                            SQFVAL.2
114530 FV-INIT-34.                                                      SQFVAL.2
114540*    dayCountFraction SENTINEL PATH: AN UNKNOWN CONVENTION        SQFVAL.2
114550*    MUST COME BACK ALL NINES WITH RC 9999.                       SQFVAL.2
114560     MOVE    1 TO REC-CT.                                         SQFVAL.2
114570     MOVE   "dayCountFraction SENTINEL" TO FEATURE.               SQFVAL.2
114580     MOVE   "FV-TEST-034" TO PAR-NAME.                            SQFVAL.2
114590     MOVE    20240101 TO FV-DATE-1-N.                             SQFVAL.2
114600     MOVE    20240201 TO FV-DATE-2-N.                             SQFVAL.2
114610     MOVE   "ACT/999" TO FV-CONVENTION.                           SQFVAL.2
114620     MOVE    ZERO TO FV-RC.                                       SQFVAL.2
114630     CALL   "1c7e4b93" USING FV-DATE-1 FV-DATE-2 FV-CONVENTION    SQFVAL.2
114640                             FV-RC FV-ERR-MSG FV-ACCRUAL.         SQFVAL.2
114650     IF FV-RC EQUAL TO 9999                                       SQFVAL.2
114660        AND FV-ACCRUAL-DAYS EQUAL TO 9999999                      SQFVAL.2
114670         MOVE "UNKNOWN CONVENTION REJECTED" TO RE-MARK            SQFVAL.2
114680         PERFORM PASS                                             SQFVAL.2
114690     ELSE                                                         SQFVAL.2
114700         MOVE FV-RC TO COMPUTED-18V0                              SQFVAL.2
114710         MOVE 9999 TO CORRECT-18V0                                SQFVAL.2
114720         MOVE "UNKNOWN CONVENTION NOT REJECTED" TO RE-MARK        SQFVAL.2
114730         PERFORM FAIL.                                            SQFVAL.2
114740 FV-INIT-35.                                                      SQFVAL.2
114750*    validateCheckDigit KNOWN ANSWER: A CORRECT IBAN IN ITS       SQFVAL.2
114760*    PRINTED GROUPING PASSES MOD 97 WITH ITS OWN CHECK DIGITS.    SQFVAL.2
114770     MOVE    1 TO REC-CT.                                         SQFVAL.2
114780     MOVE   "validateCheckDigit IBAN" TO FEATURE.                 SQFVAL.2
114790     MOVE   "FV-TEST-035" TO PAR-NAME.                            SQFVAL.2
114800     MOVE   "GB82 WEST 1234 5698 7654 32" TO FV-IDENTIFIER.       SQFVAL.2
114810     MOVE   "IBAN" TO FV-SCHEME.                                  SQFVAL.2
114820     MOVE    ZERO TO FV-RC.                                       SQFVAL.2
114830     CALL   "9b2f6a14" USING FV-IDENTIFIER FV-SCHEME              SQFVAL.2
114840                             FV-RC FV-ERR-MSG FV-CHECK-RESULT.    SQFVAL.2
114850     IF FV-RC EQUAL TO ZERO                                       SQFVAL.2
114860        AND FV-CHECK-VALID EQUAL TO "Y"                           SQFVAL.2
114870        AND FV-CHECK-EXPECTED EQUAL TO 82                         SQFVAL.2
114880         MOVE "GROUPED IBAN ACCEPTED" TO RE-MARK                  SQFVAL.2
114890         PERFORM PASS                                             SQFVAL.2
114900     ELSE                                                         SQFVAL.2
114910         MOVE FV-CHECK-EXPECTED TO COMPUTED-18V0                  SQFVAL.2
114920         MOVE 82 TO CORRECT-18V0                                  SQFVAL.2
114930         MOVE "VALID IBAN NOT ACCEPTED" TO RE-MARK                SQFVAL.2
114940         PERFORM FAIL.                                            SQFVAL.2
114950 FV-INIT-36.                                                      SQFVAL.2
114960*    validateCheckDigit KNOWN ANSWER: A MISKEYED LUHN NUMBER IS   SQFVAL.2
114970*    INVALID AND THE DIGIT IT SHOULD CARRY COMES BACK.            SQFVAL.2
114980     MOVE    1 TO REC-CT.                                         SQFVAL.2
114990     MOVE   "validateCheckDigit LUHN" TO FEATURE.                 SQFVAL.2
115000     MOVE   "FV-TEST-036" TO PAR-NAME.                            SQFVAL.2
115010     MOVE   "79927398710" TO FV-IDENTIFIER.                       SQFVAL.2
115020     MOVE   "LUHN" TO FV-SCHEME.                                  SQFVAL.2
115030     MOVE    ZERO TO FV-RC.                                       SQFVAL.2
115040     CALL   "9b2f6a14" USING FV-IDENTIFIER FV-SCHEME              SQFVAL.2
115050                             FV-RC FV-ERR-MSG FV-CHECK-RESULT.    SQFVAL.2
115060     IF FV-RC EQUAL TO ZERO                                       SQFVAL.2
115070        AND FV-CHECK-VALID EQUAL TO "N"                           SQFVAL.2
115080        AND FV-CHECK-EXPECTED EQUAL TO 3                          SQFVAL.2
115090         MOVE "BAD DIGIT REJECTED, 3 EXPECTED" TO RE-MARK         SQFVAL.2
115100         PERFORM PASS                                             SQFVAL.2
115110     ELSE                                                         SQFVAL.2
115120         MOVE FV-CHECK-EXPECTED TO COMPUTED-18V0                  SQFVAL.2
115130         MOVE 3 TO CORRECT-18V0                                   SQFVAL.2
115140         MOVE "LUHN EXPECTED DIGIT WRONG" TO RE-MARK              SQFVAL.2
115150         PERFORM FAIL.                                            SQFVAL.2
115160 FV-INIT-37.                                                      SQFVAL.2
115170*    validateCheckDigit KNOWN ANSWER: RIB KEY 06 FOR BANK 20041,  SQFVAL.2
115180*    BRANCH 01005, ACCOUNT 0500013M026 (LETTER M COUNTS AS 4).    SQFVAL.2
115190     MOVE    1 TO REC-CT.                                         SQFVAL.2
115200     MOVE   "validateCheckDigit RIB" TO FEATURE.                  SQFVAL.2
115210     MOVE   "FV-TEST-037" TO PAR-NAME.                            SQFVAL.2
115220     MOVE   "20041 01005 0500013M026 06" TO FV-IDENTIFIER.        SQFVAL.2
115230     MOVE   "RIB" TO FV-SCHEME.                                   SQFVAL.2
115240     MOVE    ZERO TO FV-RC.                                       SQFVAL.2
115250     CALL   "9b2f6a14" USING FV-IDENTIFIER FV-SCHEME              SQFVAL.2
115260                             FV-RC FV-ERR-MSG FV-CHECK-RESULT.    SQFVAL.2
115270     IF FV-RC EQUAL TO ZERO                                       SQFVAL.2
115280        AND FV-CHECK-VALID EQUAL TO "Y"                           SQFVAL.2
115290        AND FV-CHECK-EXPECTED EQUAL TO 6                          SQFVAL.2
115300         MOVE "RIB KEY 06 ACCEPTED" TO RE-MARK                    SQFVAL.2
115310         PERFORM PASS                                             SQFVAL.2
115320     ELSE                                                         SQFVAL.2
115330         MOVE FV-CHECK-EXPECTED TO COMPUTED-18V0                  SQFVAL.2
115340         MOVE 6 TO CORRECT-18V0                                   SQFVAL.2
115350         MOVE "RIB KEY WRONG" TO RE-MARK                          SQFVAL.2
115360         PERFORM FAIL.                                            SQFVAL.2
115370 FV-INIT-38.                                                      SQFVAL.2
115380*    validateCheckDigit SENTINEL PATH: AN IBAN TOO SHORT FOR ITS  SQFVAL.2
115390*    COUNTRY CANNOT BE CHECKED AND MUST COME BACK "9" AND 99.     SQFVAL.2
115400     MOVE    1 TO REC-CT.                                         SQFVAL.2
115410     MOVE   "validateCheckDigit SENTINEL" TO FEATURE.             SQFVAL.2
115420     MOVE   "FV-TEST-038" TO PAR-NAME.                            SQFVAL.2
115430     MOVE   "FR142004101005050013M02606" TO FV-IDENTIFIER.        SQFVAL.2
115440     MOVE   "IBAN" TO FV-SCHEME.                                  SQFVAL.2
115450     MOVE    ZERO TO FV-RC.                                       SQFVAL.2
115460     CALL   "9b2f6a14" USING FV-IDENTIFIER FV-SCHEME              SQFVAL.2
115470                             FV-RC FV-ERR-MSG FV-CHECK-RESULT.    SQFVAL.2
115480     IF FV-RC EQUAL TO 9999                                       SQFVAL.2
115490        AND FV-CHECK-VALID EQUAL TO "9"                           SQFVAL.2
115500        AND FV-CHECK-EXPECTED EQUAL TO 99                         SQFVAL.2
115510         MOVE "SHORT IBAN REJECTED ALL NINES" TO RE-MARK          SQFVAL.2
115520         PERFORM PASS                                             SQFVAL.2
115530     ELSE                                                         SQFVAL.2
115540         MOVE FV-RC TO COMPUTED-18V0                              SQFVAL.2
115550         MOVE 9999 TO CORRECT-18V0                                SQFVAL.2
115560         MOVE "SHORT IBAN NOT REJECTED" TO RE-MARK                SQFVAL.2
115570         PERFORM FAIL.                                            SQFVAL.2
115580 FV-INIT-39.                                                      SQFVAL.2
115590*    resolveDateExpression KNOWN ANSWER: TODAY-90 FROM 15 JAN     SQFVAL.2
115600*    2026 CROSSES THE YEAR END TO 17 OCT 2025.                    SQFVAL.2
115610     MOVE    1 TO REC-CT.                                         SQFVAL.2
115620     MOVE   "resolveDateExpression TODAY" TO FEATURE.             SQFVAL.2
115630     MOVE   "FV-TEST-039" TO PAR-NAME.                            SQFVAL.2
115640     MOVE   "TODAY-90" TO FV-EXPRESSION.                          SQFVAL.2
115650     MOVE    20260115 TO FV-DATE-1-N.                             SQFVAL.2
115660     MOVE   "S" TO FV-BOUNDARY.                                   SQFVAL.2
115670     MOVE    ZERO TO FV-RC.                                       SQFVAL.2
115680     CALL   "4e9d0c72" USING FV-EXPRESSION FV-DATE-1 FV-BOUNDARY  SQFVAL.2
115690                             FV-RC FV-ERR-MSG FV-DATE-3.          SQFVAL.2
115700     IF FV-RC EQUAL TO ZERO                                       SQFVAL.2
115710        AND FV-DATE-3-N EQUAL TO 20251017                         SQFVAL.2
115720         MOVE "TODAY-90 IS 20251017" TO RE-MARK                   SQFVAL.2
115730         PERFORM PASS                                             SQFVAL.2
115740     ELSE                                                         SQFVAL.2
115750         MOVE FV-DATE-3-N TO COMPUTED-18V0                        SQFVAL.2
115760         MOVE 20251017 TO CORRECT-18V0                            SQFVAL.2
115770         MOVE "TODAY-90 RESOLVED WRONG" TO RE-MARK                SQFVAL.2
115780         PERFORM FAIL.                                            SQFVAL.2
115790 FV-INIT-40.                                                      SQFVAL.2
115800*    resolveDateExpression KNOWN ANSWER: MONTHEND-3 FROM 15 JAN   SQFVAL.2
115810*    2026 IS THE LAST DAY OF OCTOBER 2025.                        SQFVAL.2
115820     MOVE    1 TO REC-CT.                                         SQFVAL.2
115830     MOVE   "resolveDateExpression MONTHEND" TO FEATURE.          SQFVAL.2
115840     MOVE   "FV-TEST-040" TO PAR-NAME.                            SQFVAL.2
115850     MOVE   "MONTHEND-3" TO FV-EXPRESSION.                        SQFVAL.2
115860     MOVE    20260115 TO FV-DATE-1-N.                             SQFVAL.2
115870     MOVE   "S" TO FV-BOUNDARY.                                   SQFVAL.2
115880     MOVE    ZERO TO FV-RC.                                       SQFVAL.2
115890     CALL   "4e9d0c72" USING FV-EXPRESSION FV-DATE-1 FV-BOUNDARY  SQFVAL.2
115900                             FV-RC FV-ERR-MSG FV-DATE-3.          SQFVAL.2
115910     IF FV-RC EQUAL TO ZERO                                       SQFVAL.2
115920        AND FV-DATE-3-N EQUAL TO 20251031                         SQFVAL.2
115930         MOVE "MONTHEND-3 IS 20251031" TO RE-MARK                 SQFVAL.2
115940         PERFORM PASS                                             SQFVAL.2
115950     ELSE                                                         SQFVAL.2
115960         MOVE FV-DATE-3-N TO COMPUTED-18V0                        SQFVAL.2
115970         MOVE 20251031 TO CORRECT-18V0                            SQFVAL.2
115980         MOVE "MONTHEND-3 RESOLVED WRONG" TO RE-MARK              SQFVAL.2
115990         PERFORM FAIL.                                            SQFVAL.2
116000 FV-INIT-41.                                                      SQFVAL.2
116010*    resolveDateExpression KNOWN ANSWER: A PLAIN DATE IS TAKEN    SQFVAL.2
116020*    AS IT STANDS ONCE VALIDATED - 29 FEB 2024 IS A LEAP DAY.     SQFVAL.2
116030     MOVE    1 TO REC-CT.                                         SQFVAL.2
116040     MOVE   "resolveDateExpression LITERAL" TO FEATURE.           SQFVAL.2
116050     MOVE   "FV-TEST-041" TO PAR-NAME.                            SQFVAL.2
116060     MOVE   "20240229" TO FV-EXPRESSION.                          SQFVAL.2
116070     MOVE    20260115 TO FV-DATE-1-N.                             SQFVAL.2
116080     MOVE   "E" TO FV-BOUNDARY.                                   SQFVAL.2
116090     MOVE    ZERO TO FV-RC.                                       SQFVAL.2
116100     CALL   "4e9d0c72" USING FV-EXPRESSION FV-DATE-1 FV-BOUNDARY  SQFVAL.2
116110                             FV-RC FV-ERR-MSG FV-DATE-3.          SQFVAL.2
116120     IF FV-RC EQUAL TO ZERO                                       SQFVAL.2
116130        AND FV-DATE-3-N EQUAL TO 20240229                         SQFVAL.2
116140         MOVE "LEAP DAY LITERAL ACCEPTED" TO RE-MARK              SQFVAL.2
116150         PERFORM PASS                                             SQFVAL.2
116160     ELSE                                                         SQFVAL.2
116170         MOVE FV-DATE-3-N TO COMPUTED-18V0                        SQFVAL.2
116180         MOVE 20240229 TO CORRECT-18V0                            SQFVAL.2
116190         MOVE "LEAP DAY LITERAL NOT ACCEPTED" TO RE-MARK          SQFVAL.2
116200         PERFORM FAIL.                                            SQFVAL.2
116210 FV-INIT-42.                                                      SQFVAL.2
116220*    resolveDateExpression SENTINEL PATH: AN UNKNOWN KEYWORD      SQFVAL.2
116230*    MUST COME BACK ALL NINES WITH RC 9999.                       SQFVAL.2
116240     MOVE    1 TO REC-CT.                                         SQFVAL.2
116250     MOVE   "resolveDateExpression SENTINEL" TO FEATURE.          SQFVAL.2
116260     MOVE   "FV-TEST-042" TO PAR-NAME.                            SQFVAL.2
116270     MOVE   "FORTNIGHT-2" TO FV-EXPRESSION.                       SQFVAL.2
116280     MOVE    20260115 TO FV-DATE-1-N.                             SQFVAL.2
116290     MOVE   "S" TO FV-BOUNDARY.                                   SQFVAL.2
116300     MOVE    ZERO TO FV-RC.                                       SQFVAL.2
116310     CALL   "4e9d0c72" USING FV-EXPRESSION FV-DATE-1 FV-BOUNDARY  SQFVAL.2
116320                             FV-RC FV-ERR-MSG FV-DATE-3.          SQFVAL.2
116330     IF FV-RC EQUAL TO 9999                                       SQFVAL.2
116340        AND FV-DATE-3-N EQUAL TO 99999999                         SQFVAL.2
116350         MOVE "UNKNOWN KEYWORD REJECTED" TO RE-MARK               SQFVAL.2
116360         PERFORM PASS                                             SQFVAL.2
116370     ELSE                                                         SQFVAL.2
116380         MOVE FV-RC TO COMPUTED-18V0                              SQFVAL.2
116390         MOVE 9999 TO CORRECT-18V0                                SQFVAL.2
116400         MOVE "UNKNOWN KEYWORD NOT REJECTED" TO RE-MARK           SQFVAL.2
116410         PERFORM FAIL.                                            SQFVAL.2
