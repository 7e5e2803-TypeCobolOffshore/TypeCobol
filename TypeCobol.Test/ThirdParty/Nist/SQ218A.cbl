004825     SELECT AUDIT-FILE ASSIGN TO                                  SQ2184.2
004830     XXXXX058                                                     SQ2184.2
004840            ORGANIZATION IS SEQUENTIAL.                           SQ2184.2
004842     SELECT OPTIONAL WAIVER-FILE ASSIGN TO                        SQ2184.2
004844     XXXXX026                                                     SQ2184.2
004846            ORGANIZATION IS SEQUENTIAL                            SQ2184.2
004848            FILE STATUS IS WAIVER-STATUS.                         SQ2184.2
004850     SELECT CSV-FILE ASSIGN TO                                    SQ2184.2
004860     XXXXX060                                                     SQ2184.2
004870            ORGANIZATION IS SEQUENTIAL.                           SQ2184.2
004924     SELECT OPTIONAL RAW-JOURNAL ASSIGN TO                        SQ2184.2
004934     XXXXX078                                                     SQ2184.2
004944            ORGANIZATION IS SEQUENTIAL.                           SQ2184.2
004946     SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO                     SQ2184.2
004948     XXXXX027                                                     SQ2184.2
004950            ORGANIZATION IS SEQUENTIAL                            SQ2184.2
004952            FILE STATUS IS EXCEPTION-STATUS.                      SQ2184.2
004953     SELECT OPTIONAL STEP-PARM-FILE ASSIGN TO                     SQ2184.2
004954     XXXXX029                                                     SQ2184.2
004955            ORGANIZATION IS SEQUENTIAL                            SQ2184.2
004956            FILE STATUS IS STEP-PARM-STATUS.                      SQ2184.2
004957 DATA DIVISION.                                                   SQ2184.2
005000 FILE SECTION.                                                    SQ2184.2
005100                                                                  SQ2184.2
005256 FD  RAW-DATA.                                                    SQ2184.2
005300                                                                  SQ2184.2
005400     COPY SQRAWREC.                                               SQ2184.2
005500 FD  WAIVER-FILE                                                  SQ2184.2
005600     LABEL RECORDS ARE STANDARD.                                  SQ2184.2
005700     COPY SQWVRREC.                                               SQ2184.2
005800 FD  EXCEPTION-FILE                                               SQ2184.2
005900     LABEL RECORDS ARE STANDARD.                                  SQ2184.2
006000     COPY SQEXCREC.                                               SQ2184.2
006050 FD  STEP-PARM-FILE                                               SQ2184.2
006100     LABEL RECORDS ARE STANDARD.                                  SQ2184.2
006150 01  STEP-PARM-REC.                                               SQ2184.2
006200     05  SPM-PGM-NAME        PIC X(8).                            SQ2184.2
006250     05  FILLER              PIC X(1).                            SQ2184.2
006300     05  SPM-KEYWORD         PIC X(8).                            SQ2184.2
006350     05  FILLER              PIC X(1).                            SQ2184.2
006400     05  SPM-VALUE           PIC X(8).                            SQ2184.2
006450     05  FILLER              PIC X(54).                           SQ2184.2
006700 FD  PRINT-FILE                                                   SQ2184.2
006800     LABEL RECORDS                                                SQ2184.2
006900     XXXXX084                                                     SQ2184.2
010210     02  PC-FIELD-2          PIC X(8).                            SQ2184.2
010220     02  FILLER              PIC X(1).                            SQ2184.2
010224     02  PC-FIELD-3          PIC X(8).                            SQ2184.2
010225     02  FILLER              PIC X(1).                            SQ2184.2
010226     02  PC-FIELD-4          PIC X(8).                            SQ2184.2
010228     02  FILLER              PIC X(36).                           SQ2184.2
010230 01  PC-COUNT-X.                                                  SQ2184.2
010240     02  PC-COUNT-9          PIC 9(6).                            SQ2184.2
010250     02  FILLER              PIC XX.                              SQ2184.2
010720 01  RUN-JOB-NAME        PIC X(8) VALUE SPACE.                    SQ2184.2
010730 01  RUN-SYSTEM-ID       PIC X(8) VALUE SPACE.                    SQ2184.2
010740 01  RUN-OPERATOR-ID     PIC X(8) VALUE SPACE.                    SQ2184.2
010745 01  RUN-COMPILER-LEVEL  PIC X(8) VALUE SPACE.                    SQ2184.2
010750 01  POST-MODE-SW        PIC X VALUE "N".                         SQ2184.2
010760     88  POST-MODE             VALUE "Y".                         SQ2184.2
010761*    KNOWN-ISSUE WAIVERS (SEE COPYBOOK SQWVRREC) FOR THIS         SQ2184.2
010762*    ROUTINE, LOADED ONCE AT OPEN.  A FAILURE COVERED BY AN       SQ2184.2
010763*    UNEXPIRED WAIVER IS REPORTED AS "WAIVD" AND KEPT OUT OF      SQ2184.2
010764*    ERROR-COUNTER; A FAILURE COVERED BY AN EXPIRED WAIVER        SQ2184.2
010765*    STAYS A HARD FAILURE AND THE WAIVER IS LISTED ON THE         SQ2184.2
010766*    EXPIRED-WAIVER SECTION.                                      SQ2184.2
010767 01  WAIVER-STATUS        PIC XX  VALUE "00".                     SQ2184.2
010768 01  WAIVER-EOF-FLAG      PIC 9   VALUE ZERO.                     SQ2184.2
010769 01  WAIVER-FULL-SW       PIC X   VALUE "N".                      SQ2184.2
010770     88  WAIVER-TABLE-FULL       VALUE "Y".                       SQ2184.2
010771 01  WAIVED-COUNTER       PIC 999 VALUE ZERO.                     SQ2184.2
010772 01  WAIVER-COUNT         PIC S9(3) COMP VALUE ZERO.              SQ2184.2
010773 01  WAIVER-SUB           PIC S9(3) COMP VALUE ZERO.              SQ2184.2
010774 01  WAIVER-HIT-SUB       PIC S9(3) COMP VALUE ZERO.              SQ2184.2
010775 01  EXPIRED-WAIVER-COUNT PIC S9(3) COMP VALUE ZERO.              SQ2184.2
010776 01  WAIVER-TABLE.                                                SQ2184.2
010777     02  WAIVER-ENTRY OCCURS 100 TIMES.                           SQ2184.2
010778         05  WT-FEATURE      PIC X(24).                           SQ2184.2
010779         05  WT-PAR-NAME     PIC X(20).                           SQ2184.2
010780         05  WT-INCIDENT     PIC X(8).                            SQ2184.2
010781         05  WT-APPROVED-BY  PIC X(8).                            SQ2184.2
010782         05  WT-EXPIRY-DATE  PIC 9(8).                            SQ2184.2
010783         05  WT-EXPIRED-HITS PIC S9(3) COMP.                      SQ2184.2
010784 01  WAIVED-LINE.                                                 SQ2184.2
010785     02 FILLER PIC X(23) VALUE "      *** WAIVED ***  ".          SQ2184.2
010786     02 FILLER PIC X(9)  VALUE "INCIDENT=".                       SQ2184.2
010787     02 WDL-INCIDENT     PIC X(8).                                SQ2184.2
010788     02 FILLER PIC X(14) VALUE "  APPROVED BY=".                  SQ2184.2
010789     02 WDL-APPROVED-BY  PIC X(8).                                SQ2184.2
010790     02 FILLER PIC X(10) VALUE "  EXPIRES=".                      SQ2184.2
010791     02 WDL-EXPIRY-DATE  PIC 9(8).                                SQ2184.2
010792     02 FILLER PIC X(40) VALUE SPACE.                             SQ2184.2
010793 01  EXPIRED-WAIVER-HEAD.                                         SQ2184.2
010794     02 FILLER PIC X(46) VALUE                                    SQ2184.2
010795        "EXPIRED WAIVERS - FAILURES COUNTED AS HARD FAI".         SQ2184.2
010796     02 FILLER PIC X(74) VALUE "LURES THIS RUN".                  SQ2184.2
010797 01  EXPIRED-WAIVER-LINE.                                         SQ2184.2
010798     02 EWL-FEATURE      PIC X(24).                               SQ2184.2
010799     02 FILLER           PIC X     VALUE SPACE.                   SQ2184.2
010800     02 EWL-PAR-NAME     PIC X(20).                               SQ2184.2
010801     02 FILLER           PIC X(10) VALUE " INCIDENT=".            SQ2184.2
010802     02 EWL-INCIDENT     PIC X(8).                                SQ2184.2
010803     02 FILLER           PIC X(4)  VALUE " BY=".                  SQ2184.2
010804     02 EWL-APPROVED-BY  PIC X(8).                                SQ2184.2
010805     02 FILLER           PIC X(9)  VALUE " EXPIRED=".             SQ2184.2
010806     02 EWL-EXPIRY-DATE  PIC 9(8).                                SQ2184.2
010807     02 FILLER           PIC X(7)  VALUE " FAILS=".               SQ2184.2
010808     02 EWL-HITS         PIC ZZ9.                                 SQ2184.2
010809     02 FILLER           PIC X(18) VALUE SPACE.                   SQ2184.2
010810 01  WAIVER-FULL-LINE     PIC X(120) VALUE                        SQ2184.2
010811     "WAIVER FILE HOLDS MORE THAN 100 WAIVERS - EXCESS IGNORED".  SQ2184.2
010821 01  EXCEPTION-STATUS     PIC XX  VALUE "00".                     SQ2184.2
010826 01  STEP-PARM-STATUS     PIC XX  VALUE "00".                     SQ2184.2
010831 01  STEP-PARM-EOF-FLAG   PIC 9   VALUE ZERO.                     SQ2184.2
010845 01  JOURNAL-ACTION-CODE PIC X VALUE SPACE.                       SQ2184.2
010862 01  DUPLEX-SW           PIC X VALUE "N".                         SQ2184.2
010879     88  DUPLEX-MODE           VALUE "Y".                         SQ2184.2
013154     05  PW-FAIL             PIC 999.                             SQ2184.2
013325     05  PW-DELETED          PIC 999.                             SQ2184.2
013496     05  PW-INSPECT          PIC 999.                             SQ2184.2
013667     05  PW-NOTE.                                                 SQ2184.2
013717         10  PW-COMPILER-LEVEL PIC X(8).                          SQ2184.2
013767         10  FILLER          PIC X(5).                            SQ2184.2
013838     05  PW-INDENT           PIC X.                               SQ2184.2
014009     05  PW-ABORT            PIC X(8).                            SQ2184.2
014180     05  PW-JOB-NAME         PIC X(8).                            SQ2184.2
020420 01  RECON-FAIL-CT PIC 999 VALUE ZERO.                            SQ2184.2
020430 01  RECON-DELETE-CT PIC 999 VALUE ZERO.                          SQ2184.2
020440 01  RECON-INSPT-CT PIC 999 VALUE ZERO.                           SQ2184.2
020441 01  RECON-WAIVED-CT PIC 999 VALUE ZERO.                          SQ2184.2
020442 01  IO-ABORT-SW PIC X VALUE "N".                                 SQ2184.2
020444     88  IO-ABORT VALUE "Y".                                      SQ2184.2
020450 01  RECON-MISMATCH-SW PIC X VALUE "N".                           SQ2184.2
027000 CCVS1 SECTION.                                                   SQ2184.2
027100 OPEN-FILES.                                                      SQ2184.2
027120     PERFORM LOAD-PARAM-CARDS.                                    SQ2184.2
027122     PERFORM LOAD-STEP-PARMS.                                     SQ2184.2
027125     IF POST-MODE                                                 SQ2184.2
027130         PERFORM OPEN-FILES-POSTING                               SQ2184.2
027135         GO TO OPEN-FILES-REST.                                   SQ2184.2
028209         MOVE "Y" TO REPO-OPEN-SW.                                SQ2184.2
028210     OPEN     OUTPUT AUDIT-FILE.                                  SQ2184.2
028215     MOVE "Y" TO AUDIT-OPEN-SW.                                   SQ2184.2
028217     PERFORM LOAD-WAIVERS.                                        SQ2184.2
028220     OPEN     OUTPUT CSV-FILE.                                    SQ2184.2
028222     MOVE CSV-EXPORT-HEADER TO CSV-REC.                           SQ2184.2
028224     WRITE CSV-REC.                                               SQ2184.2
029345     MOVE RUN-JOB-NAME TO C-JOB-NAME.                             SQ2184.2
029346     MOVE RUN-SYSTEM-ID TO C-SYSTEM-ID.                           SQ2184.2
029347     MOVE RUN-OPERATOR-ID TO C-OPERATOR-ID.                       SQ2184.2
029352     MOVE RUN-COMPILER-LEVEL TO C-COMPILER-LEVEL.                 SQ2184.2
029364     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       SQ2184.2
029381     ACCEPT WS-RUN-TIME FROM TIME.                                SQ2184.2
029382 WRITE-RAW-JOURNAL.                                               SQ2184.2
029400 CLOSE-FILES.                                                     SQ2184.2
029410     PERFORM END-ROUTINE THRU END-ROUTINE-13.                     SQ2184.2
029420     PERFORM RECONCILE-TRAILER.                                   SQ2184.2
029421     PERFORM RECONCILE-WAIVED.                                    SQ2184.2
029422     PERFORM EXPIRED-WAIVER-TRAILER                               SQ2184.2
029424         THRU EXPIRED-WAIVER-TRAILER-EX.                          SQ2184.2
029430     PERFORM ELAPSED-TIME-TRAILER.                                SQ2184.2
029435     PERFORM WRITE-RUN-METRICS                                    SQ2184.2
029437         THRU WRITE-RUN-METRICS-EX.                               SQ2184.2
031800     IF REC-CT NOT EQUAL TO ZERO                                  SQ2184.2
031900             MOVE "." TO PARDOT-X                                 SQ2184.2
032000             MOVE REC-CT TO DOTVALUE.                             SQ2184.2
032025     IF P-OR-F EQUAL TO "FAIL*"                                   SQ2184.2
032050         PERFORM CHECK-WAIVER THRU CHECK-WAIVER-EX.               SQ2184.2
032100     MOVE     TEST-RESULTS TO PRINT-REC. PERFORM WRITE-LINE.      SQ2184.2
032105     PERFORM WRITE-CSV-DETAIL.                                    SQ2184.2
032108     IF P-OR-F EQUAL TO "PASS " ADD 1 TO RECON-PASS-CT.           SQ2184.2
032112     IF P-OR-F EQUAL TO "FAIL*" ADD 1 TO RECON-FAIL-CT.           SQ2184.2
032116     IF P-OR-F EQUAL TO "*****" ADD 1 TO RECON-DELETE-CT.         SQ2184.2
032120     IF P-OR-F EQUAL TO "INSPT" ADD 1 TO RECON-INSPT-CT.          SQ2184.2
032125     IF P-OR-F EQUAL TO "WAIVD" ADD 1 TO RECON-WAIVED-CT.         SQ2184.2
032130*    EVERY OUTCOME (INCLUDING PASS AND INSPT) IS POSTED TO THE    SQ2184.2
032131*    AUDIT FILE SO SQQSTA CAN COMPUTE PASS/FAIL RATES AND SPOT    SQ2184.2
032132*    FLAKY TESTS ON THE AUDIT MASTER.                             SQ2184.2
032133     PERFORM AUDIT-TRAIL.                                         SQ2184.2
032153     IF P-OR-F EQUAL TO "WAIVD"                                   SQ2184.2
032173         PERFORM WRITE-WAIVED-LINE.                               SQ2184.2
032200     IF P-OR-F EQUAL TO "FAIL*"  PERFORM WRITE-LINE               SQ2184.2
032300        PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                 SQ2184.2
032400          ELSE PERFORM BAIL-OUT THRU BAIL-OUT-EX.                 SQ2184.2
034200      ADD ERROR-COUNTER TO ERROR-HOLD ADD INSPECT-COUNTER TO      SQ2184.2
034300      ERROR-HOLD. ADD DELETE-CNT TO ERROR-HOLD.                   SQ2184.2
034400      ADD PASS-COUNTER TO ERROR-HOLD.                             SQ2184.2
034450     ADD     WAIVED-COUNTER  TO ERROR-HOLD.                       SQ2184.2
034500*     IF PASS-COUNTER EQUAL TO ERROR-HOLD GO TO END-ROUTINE-12.   SQ2184.2
034600      MOVE PASS-COUNTER TO CCVS-E-4-1.                            SQ2184.2
034700      MOVE ERROR-HOLD TO CCVS-E-4-2.                              SQ2184.2
036560          MOVE INSPECT-COUNTER TO ERROR-TOTAL.                    SQ2184.2
036700      MOVE "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.            SQ2184.2
036800      MOVE CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.          SQ2184.2
036810     IF WAIVED-COUNTER EQUAL TO ZERO                              SQ2184.2
036820         MOVE   "NO " TO ERROR-TOTAL                              SQ2184.2
036830     ELSE                                                         SQ2184.2
036840         MOVE    WAIVED-COUNTER TO ERROR-TOTAL.                   SQ2184.2
036850     MOVE   "FAILURE(S) WAIVED AS KNOWN ISSUES" TO ENDER-DESC.    SQ2184.2
036860     MOVE    CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.        SQ2184.2
036900     MOVE CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.           SQ2184.2
036901 RECONCILE-WAIVED.                                                SQ2184.2
036902     IF RECON-WAIVED-CT NOT EQUAL TO WAIVED-COUNTER               SQ2184.2
036903         SET RECON-TRAILER-MISMATCH TO TRUE                       SQ2184.2
036904         MOVE "**RECONCILIATION: WAIVED ROWS PRINTED DO NOT" TO   SQ2184.2
036905             DUMMY-RECORD                                         SQ2184.2
036906         PERFORM WRITE-LINE                                       SQ2184.2
036907         MOVE "  MATCH WAIVED-COUNTER - CHECK PRINT-FILE**" TO    SQ2184.2
036908             DUMMY-RECORD                                         SQ2184.2
036909         PERFORM WRITE-LINE.                                      SQ2184.2
036910 RECONCILE-TRAILER.                                               SQ2184.2
036911     IF RECON-PASS-CT NOT EQUAL TO PASS-COUNTER                   SQ2184.2
036912         OR RECON-FAIL-CT NOT EQUAL TO ERROR-COUNTER              SQ2184.2
038320     IF REPO-OPEN-SW EQUAL TO "Y"                                 SQ2184.2
038340         PERFORM ARCHIVE-REPORT-LINE.                             SQ2184.2
038400     MOVE SPACE TO DUMMY-RECORD.                                  SQ2184.2
038402 LOAD-STEP-PARMS.                                                 SQ2184.2
038404*    WHEN THE SUITE DRIVER (SQDRVR) DISPATCHES THIS PROGRAM AS A  SQ2184.2
038406*    DEPENDENT STEP IT LEAVES THE STEP'S MODE ON THE DRIVER STEP  SQ2184.2
038408*    PARAMETER FILE.  A RECORD FOR THIS PROGRAM-ID IS APPLIED     SQ2184.2
038410*    AFTER THE OPTIONS FILE AND THE CARD DECK, SO THE DRIVER'S    SQ2184.2
038412*    DECISION (E.G. MODE REVERIFY AFTER A CLEAN SQRFIX) WINS.     SQ2184.2
038414*    WITH NO FILE, OR NO RECORD FOR THIS PROGRAM, NOTHING         SQ2184.2
038415*    CHANGES.                                                     SQ2184.2
038416     MOVE ZERO TO STEP-PARM-EOF-FLAG.                             SQ2184.2
038418     OPEN INPUT STEP-PARM-FILE.                                   SQ2184.2
038420     IF STEP-PARM-STATUS NOT EQUAL TO "00"                        SQ2184.2
038422         MOVE 1 TO STEP-PARM-EOF-FLAG.                            SQ2184.2
038424     PERFORM LOAD-ONE-STEP-PARM                                   SQ2184.2
038426         UNTIL STEP-PARM-EOF-FLAG EQUAL TO 1.                     SQ2184.2
038428     CLOSE STEP-PARM-FILE.                                        SQ2184.2
038430 LOAD-ONE-STEP-PARM.                                              SQ2184.2
038432     READ STEP-PARM-FILE                                          SQ2184.2
038434         AT END MOVE 1 TO STEP-PARM-EOF-FLAG                      SQ2184.2
038436         NOT AT END PERFORM APPLY-ONE-STEP-PARM                   SQ2184.2
038438     END-READ.                                                    SQ2184.2
038440 APPLY-ONE-STEP-PARM.                                             SQ2184.2
038442     IF SPM-PGM-NAME EQUAL TO CCVS-PGM-ID                         SQ2184.2
038444        AND SPM-KEYWORD EQUAL TO "MODE"                           SQ2184.2
038446        AND SPM-VALUE NOT EQUAL TO SPACE                          SQ2184.2
038448         MOVE SPM-VALUE TO RUN-MODE.                              SQ2184.2
038450 STORE-IDENT-CARD.                                                SQ2184.2
038452     MOVE PC-FIELD-1 TO RUN-JOB-NAME.                             SQ2184.2
038454     MOVE PC-FIELD-2 TO RUN-SYSTEM-ID.                            SQ2184.2
038456     MOVE PC-FIELD-3 TO RUN-OPERATOR-ID.                          SQ2184.2
038458     MOVE PC-FIELD-4 TO RUN-COMPILER-LEVEL.                       SQ2184.2
038500 BLANK-LINE-PRINT.                                                SQ2184.2
038600     PERFORM WRT-LN.                                              SQ2184.2
038602 ARCHIVE-REPORT-LINE.                                             SQ2184.2
039400     MOVE TEST-COMPUTED TO PRINT-REC PERFORM WRITE-LINE           SQ2184.2
039500     MOVE TEST-CORRECT TO PRINT-REC PERFORM WRITE-LINE 2 TIMES.   SQ2184.2
039600 FAIL-ROUTINE-EX. EXIT.                                           SQ2184.2
039601 LOAD-WAIVERS.                                                    SQ2184.2
039602*    ONLY WAIVERS FOR THIS ROUTINE, OR FOR EVERY ROUTINE WHEN     SQ2184.2
039603*    THE PROGRAM-ID IS SPACE, ARE KEPT.  WITH NO WAIVER FILE THE  SQ2184.2
039604*    TABLE IS EMPTY AND EVERY FAILURE COUNTS AS BEFORE.           SQ2184.2
039605     MOVE    ZERO TO WAIVER-COUNT.                                SQ2184.2
039606     MOVE    ZERO TO WAIVER-EOF-FLAG.                             SQ2184.2
039607     OPEN    INPUT WAIVER-FILE.                                   SQ2184.2
039608     IF WAIVER-STATUS NOT EQUAL TO "00"                           SQ2184.2
039609         MOVE 1 TO WAIVER-EOF-FLAG.                               SQ2184.2
039610     PERFORM LOAD-ONE-WAIVER                                      SQ2184.2
039611         UNTIL WAIVER-EOF-FLAG EQUAL TO 1.                        SQ2184.2
039612     CLOSE   WAIVER-FILE.                                         SQ2184.2
039613 LOAD-ONE-WAIVER.                                                 SQ2184.2
039614     READ WAIVER-FILE                                             SQ2184.2
039615         AT END MOVE 1 TO WAIVER-EOF-FLAG                         SQ2184.2
039616         NOT AT END PERFORM STORE-WAIVER                          SQ2184.2
039617     END-READ.                                                    SQ2184.2
039618 STORE-WAIVER.                                                    SQ2184.2
039619     IF WVR-PGM-ID NOT EQUAL TO SPACE                             SQ2184.2
039620        AND WVR-PGM-ID NOT EQUAL TO CCVS-PGM-ID                   SQ2184.2
039621         NEXT SENTENCE                                            SQ2184.2
039622     ELSE                                                         SQ2184.2
039623     IF WAIVER-COUNT NOT LESS THAN 100                            SQ2184.2
039624         MOVE "Y" TO WAIVER-FULL-SW                               SQ2184.2
039625     ELSE                                                         SQ2184.2
039626         ADD  1 TO WAIVER-COUNT                                   SQ2184.2
039627         MOVE WVR-FEATURE     TO WT-FEATURE (WAIVER-COUNT)        SQ2184.2
039628         MOVE WVR-PAR-NAME    TO WT-PAR-NAME (WAIVER-COUNT)       SQ2184.2
039629         MOVE WVR-INCIDENT    TO WT-INCIDENT (WAIVER-COUNT)       SQ2184.2
039630         MOVE WVR-APPROVED-BY TO WT-APPROVED-BY (WAIVER-COUNT)    SQ2184.2
039631         MOVE WVR-EXPIRY-DATE TO WT-EXPIRY-DATE (WAIVER-COUNT)    SQ2184.2
039632         MOVE ZERO            TO WT-EXPIRED-HITS (WAIVER-COUNT).  SQ2184.2
039633 CHECK-WAIVER.                                                    SQ2184.2
039634*    A FAILURE IS LOOKED UP BY FEATURE AND PARAGRAPH NAME AS IT   SQ2184.2
039635*    IS ABOUT TO PRINT.  AN EXPIRED WAIVER LEAVES THE FAILURE     SQ2184.2
039636*    STANDING SO A WAIVER CANNOT QUIETLY BECOME PERMANENT.        SQ2184.2
039637     MOVE    ZERO TO WAIVER-HIT-SUB.                              SQ2184.2
039638     PERFORM CHECK-ONE-WAIVER                                     SQ2184.2
039639         VARYING WAIVER-SUB FROM 1 BY 1                           SQ2184.2
039640         UNTIL WAIVER-SUB GREATER THAN WAIVER-COUNT               SQ2184.2
039641            OR WAIVER-HIT-SUB GREATER THAN ZERO.                  SQ2184.2
039642     IF WAIVER-HIT-SUB EQUAL TO ZERO                              SQ2184.2
039643         GO TO CHECK-WAIVER-EX.                                   SQ2184.2
039644     IF WT-EXPIRY-DATE (WAIVER-HIT-SUB) LESS THAN WS-RUN-DATE     SQ2184.2
039645         ADD 1 TO WT-EXPIRED-HITS (WAIVER-HIT-SUB)                SQ2184.2
039646         IF WT-EXPIRED-HITS (WAIVER-HIT-SUB) EQUAL TO 1           SQ2184.2
039647             ADD 1 TO EXPIRED-WAIVER-COUNT                        SQ2184.2
039648             GO TO CHECK-WAIVER-EX                                SQ2184.2
039649         ELSE                                                     SQ2184.2
039650             GO TO CHECK-WAIVER-EX.                               SQ2184.2
039651     MOVE   "WAIVD" TO P-OR-F.                                    SQ2184.2
039652     SUBTRACT 1 FROM ERROR-COUNTER.                               SQ2184.2
039653     ADD     1 TO WAIVED-COUNTER.                                 SQ2184.2
039654 CHECK-WAIVER-EX.                                                 SQ2184.2
039655     EXIT.                                                        SQ2184.2
039656 CHECK-ONE-WAIVER.                                                SQ2184.2
039657     IF WT-FEATURE (WAIVER-SUB) EQUAL TO FEATURE                  SQ2184.2
039658        AND WT-PAR-NAME (WAIVER-SUB) EQUAL TO PAR-NAME            SQ2184.2
039659         MOVE WAIVER-SUB TO WAIVER-HIT-SUB.                       SQ2184.2
039660 WRITE-WAIVED-LINE.                                               SQ2184.2
039661     MOVE    WT-INCIDENT (WAIVER-HIT-SUB)    TO WDL-INCIDENT.     SQ2184.2
039662     MOVE    WT-APPROVED-BY (WAIVER-HIT-SUB) TO WDL-APPROVED-BY.  SQ2184.2
039663     MOVE    WT-EXPIRY-DATE (WAIVER-HIT-SUB) TO WDL-EXPIRY-DATE.  SQ2184.2
039664     MOVE    WAIVED-LINE TO DUMMY-RECORD.                         SQ2184.2
039665     PERFORM WRITE-LINE.                                          SQ2184.2
039666 EXPIRED-WAIVER-TRAILER.                                          SQ2184.2
039667     IF WAIVER-TABLE-FULL                                         SQ2184.2
039668         MOVE WAIVER-FULL-LINE TO DUMMY-RECORD                    SQ2184.2
039669         PERFORM WRITE-LINE.                                      SQ2184.2
039670     IF EXPIRED-WAIVER-COUNT EQUAL TO ZERO                        SQ2184.2
039671         GO TO EXPIRED-WAIVER-TRAILER-EX.                         SQ2184.2
039672     PERFORM BLANK-LINE-PRINT.                                    SQ2184.2
039673     MOVE    EXPIRED-WAIVER-HEAD TO DUMMY-RECORD.                 SQ2184.2
039674     PERFORM WRITE-LINE.                                          SQ2184.2
039675     PERFORM PRINT-EXPIRED-WAIVER                                 SQ2184.2
039676         VARYING WAIVER-SUB FROM 1 BY 1                           SQ2184.2
039677         UNTIL WAIVER-SUB GREATER THAN WAIVER-COUNT.              SQ2184.2
039678 EXPIRED-WAIVER-TRAILER-EX.                                       SQ2184.2
039679     EXIT.                                                        SQ2184.2
039680 PRINT-EXPIRED-WAIVER.                                            SQ2184.2
039681     IF WT-EXPIRED-HITS (WAIVER-SUB) GREATER THAN ZERO            SQ2184.2
039682         MOVE WT-FEATURE (WAIVER-SUB)     TO EWL-FEATURE          SQ2184.2
039683         MOVE WT-PAR-NAME (WAIVER-SUB)    TO EWL-PAR-NAME         SQ2184.2
039684         MOVE WT-INCIDENT (WAIVER-SUB)    TO EWL-INCIDENT         SQ2184.2
039685         MOVE WT-APPROVED-BY (WAIVER-SUB) TO EWL-APPROVED-BY      SQ2184.2
039686         MOVE WT-EXPIRY-DATE (WAIVER-SUB) TO EWL-EXPIRY-DATE      SQ2184.2
039687         MOVE WT-EXPIRED-HITS (WAIVER-SUB) TO EWL-HITS            SQ2184.2
039688         MOVE EXPIRED-WAIVER-LINE TO DUMMY-RECORD                 SQ2184.2
039689         PERFORM WRITE-LINE.                                      SQ2184.2
039700 BAIL-OUT.                                                        SQ2184.2
039800     IF COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.       SQ2184.2
039900     IF CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.               SQ2184.2
040336     IF PC-CARD-TYPE EQUAL TO "MODE"                              SQ2184.2
040337         MOVE PC-FIELD-1 TO RUN-MODE.                             SQ2184.2
040338     IF PC-CARD-TYPE EQUAL TO "IDENT"                             SQ2184.2
040339         PERFORM STORE-IDENT-CARD.                                SQ2184.2
040342     IF PC-CARD-TYPE EQUAL TO "POSTMODE"                          SQ2184.2
040343         MOVE "Y" TO POST-MODE-SW.                                SQ2184.2
040344     IF PC-CARD-TYPE EQUAL TO "BLOCK"                             SQ2184.2
040477*    OPEN-FILES-STAMP AND CLOSE-FILES-STAMP FIELD FOR FIELD.      SQ2184.2
040478     MOVE SPACE TO POST-WORK.                                     SQ2184.2
040479     MOVE CCVS-PGM-ID TO PW-PGM-ID.                               SQ2184.2
040480     MOVE 1 TO PW-NO-OF-TESTS.                                    SQ2184.2
040481     MOVE ZERO TO PW-OK PW-ALL PW-FAIL PW-DELETED PW-INSPECT.     SQ2184.2
040482     MOVE RUN-COMPILER-LEVEL TO PW-COMPILER-LEVEL.                SQ2184.2
040483     MOVE "ABORTED " TO PW-ABORT.                                 SQ2184.2
040484     MOVE RUN-JOB-NAME TO PW-JOB-NAME.                            SQ2184.2
040485     MOVE RUN-SYSTEM-ID TO PW-SYSTEM-ID.                          SQ2184.2
069798     PERFORM REWRITE-ONE-GEN-WORK                                 SQ2184.2
069799         VARYING GEN-WORK-SUB FROM 1 BY 1                         SQ2184.2
069800         UNTIL GEN-WORK-SUB GREATER THAN GEN-WORK-COUNT.          SQ2184.2
069801     CLOSE GEN-CATALOG. PERFORM RAISE-HOLD-EXCEPTION.             SQ2184.2
069802 HOLD-THIS-GENERATION-EX. EXIT.                                   SQ2184.2
069803 REWRITE-ONE-GEN-WORK.                                            SQ2184.2
069804     MOVE GEN-WORK-ENTRY (GEN-WORK-SUB) TO GEN-CATALOG-REC.       SQ2184.2
069806 CCVS-EXIT SECTION.                                               SQ2184.2
069807 CCVS-999999.                                                     SQ2184.2
069900     GO TO CLOSE-FILES.                                           SQ2184.2
069910 RAISE-HOLD-EXCEPTION.                                            SQ2184.2
069920*    THE HELD GENERATION ALSO GOES ON THE SHARED SUITE EXCEPTION  SQ2184.2
069930*    FILE FOR THE MORNING EXCEPTION REPORT (SQEXCR).  THE FILE    SQ2184.2
069940*    IS EXTENDED, NEVER REPLACED; IF IT WILL NOT OPEN THE HOLD    SQ2184.2
069950*    STILL STANDS AND THE FAILED CHECK STILL PRINTS.              SQ2184.2
069960     OPEN EXTEND EXCEPTION-FILE.                                  SQ2184.2
069970     IF EXCEPTION-STATUS EQUAL TO "00"                            SQ2184.2
069980        OR EXCEPTION-STATUS EQUAL TO "05"                         SQ2184.2
069990         PERFORM WRITE-HOLD-EXCEPTION                             SQ2184.2
070000         CLOSE EXCEPTION-FILE.                                    SQ2184.2
070010 WRITE-HOLD-EXCEPTION.                                            SQ2184.2
070020     MOVE SPACE TO EXCEPTION-REC.                                 SQ2184.2
070030     MOVE 1 TO EXC-SEVERITY.                                      SQ2184.2
070040     MOVE CCVS-PGM-ID TO EXC-SOURCE-PGM.                          SQ2184.2
070050     MOVE CCVS-PGM-ID TO EXC-RK-PGM-ID.                           SQ2184.2
070060     MOVE WS-RUN-DATE TO EXC-RK-RUN-DATE.                         SQ2184.2
070070     MOVE WS-RUN-TIME TO EXC-RK-RUN-TIME.                         SQ2184.2
070080     ACCEPT EXC-RAISED-DATE FROM DATE YYYYMMDD.                   SQ2184.2
070090     ACCEPT EXC-RAISED-TIME FROM TIME.                            SQ2184.2
070100     MOVE "GENERATION HELD - DELTAS EXCEED TOLERANCE"             SQ2184.2
070110         TO EXC-TEXT.                                             SQ2184.2
070120     MOVE ZERO TO EXC-REF-NO.                                     SQ2184.2
070130     WRITE EXCEPTION-REC.                                         SQ2184.2
