002270*            X-74   RUN-METRICS FILE                           *  SQ1254.2
002275*            X-75   RUN-RESULT POSTING FILE                    *  SQ1254.2
002287*            X-78   RAW-DATA AFTER-IMAGE JOURNAL               *  SQ1254.2
002292*            X-26   KNOWN-ISSUE WAIVER FILE                    *  SQ1254.2
002300*                                                              *  SQ1254.2
002400*                                                              *  SQ1254.2
002500****************************************************************  SQ1254.2
004940     SELECT AUDIT-FILE ASSIGN TO                                  SQ1254.2
004950     XXXXX058                                                     SQ1254.2
004960            ORGANIZATION IS SEQUENTIAL.                           SQ1254.2
004965     SELECT OPTIONAL WAIVER-FILE ASSIGN TO                        SQ1254.2
004970     XXXXX026                                                     SQ1254.2
004975            ORGANIZATION IS SEQUENTIAL                            SQ1254.2
004980            FILE STATUS IS WAIVER-STATUS.                         SQ1254.2
005000*                                                                 SQ1254.2
005100*                                                                 SQ1254.2
005200 DATA DIVISION.                                                   SQ1254.2
006620     LABEL RECORDS ARE STANDARD.                                  SQ1254.2
006630 01  CSV-REC             PIC X(160).                              SQ1254.2
006640*                                                                 SQ1254.2
006642 FD  WAIVER-FILE                                                  SQ1254.2
006644     LABEL RECORDS ARE STANDARD.                                  SQ1254.2
006646     COPY SQWVRREC.                                               SQ1254.2
006648*                                                                 SQ1254.2
006650 FD  AUDIT-FILE                                                   SQ1254.2
006660     LABEL RECORDS ARE STANDARD.                                  SQ1254.2
006670 01  AUDIT-REC.                                                   SQ1254.2
008600*                                                                 SQ1254.2
008700     COPY SQFILREC.                                               SQ1254.2
008710     COPY SQCSVREC.                                               SQ1254.2
008760*    KNOWN-ISSUE WAIVERS (SEE COPYBOOK SQWVRREC) FOR THIS         SQ1254.2
008810*    ROUTINE, LOADED ONCE AT OPEN.  A FAILURE COVERED BY AN       SQ1254.2
008860*    UNEXPIRED WAIVER IS REPORTED AS "WAIVD" AND KEPT OUT OF      SQ1254.2
008910*    ERROR-COUNTER; A FAILURE COVERED BY AN EXPIRED WAIVER        SQ1254.2
008960*    STAYS A HARD FAILURE AND THE WAIVER IS LISTED ON THE         SQ1254.2
009010*    EXPIRED-WAIVER SECTION.                                      SQ1254.2
009060 01  WAIVER-STATUS        PIC XX  VALUE "00".                     SQ1254.2
009110 01  WAIVER-EOF-FLAG      PIC 9   VALUE ZERO.                     SQ1254.2
009160 01  WAIVER-FULL-SW       PIC X   VALUE "N".                      SQ1254.2
009210     88  WAIVER-TABLE-FULL       VALUE "Y".                       SQ1254.2
009260 01  WAIVED-COUNTER       PIC 999 VALUE ZERO.                     SQ1254.2
009310 01  WAIVER-COUNT         PIC S9(3) COMP VALUE ZERO.              SQ1254.2
009360 01  WAIVER-SUB           PIC S9(3) COMP VALUE ZERO.              SQ1254.2
009410 01  WAIVER-HIT-SUB       PIC S9(3) COMP VALUE ZERO.              SQ1254.2
009460 01  EXPIRED-WAIVER-COUNT PIC S9(3) COMP VALUE ZERO.              SQ1254.2
009510 01  WAIVER-TABLE.                                                SQ1254.2
009560     02  WAIVER-ENTRY OCCURS 100 TIMES.                           SQ1254.2
009610         05  WT-FEATURE      PIC X(24).                           SQ1254.2
009660         05  WT-PAR-NAME     PIC X(20).                           SQ1254.2
009710         05  WT-INCIDENT     PIC X(8).                            SQ1254.2
009760         05  WT-APPROVED-BY  PIC X(8).                            SQ1254.2
009810         05  WT-EXPIRY-DATE  PIC 9(8).                            SQ1254.2
009860         05  WT-EXPIRED-HITS PIC S9(3) COMP.                      SQ1254.2
009910 01  WAIVED-LINE.                                                 SQ1254.2
009960     02 FILLER PIC X(23) VALUE "      *** WAIVED ***  ".          SQ1254.2
010010     02 FILLER PIC X(9)  VALUE "INCIDENT=".                       SQ1254.2
010060     02 WDL-INCIDENT     PIC X(8).                                SQ1254.2
010110     02 FILLER PIC X(14) VALUE "  APPROVED BY=".                  SQ1254.2
010160     02 WDL-APPROVED-BY  PIC X(8).                                SQ1254.2
010210     02 FILLER PIC X(10) VALUE "  EXPIRES=".                      SQ1254.2
010260     02 WDL-EXPIRY-DATE  PIC 9(8).                                SQ1254.2
010310     02 FILLER PIC X(40) VALUE SPACE.                             SQ1254.2
010360 01  EXPIRED-WAIVER-HEAD.                                         SQ1254.2
010410     02 FILLER PIC X(46) VALUE                                    SQ1254.2
010460        "EXPIRED WAIVERS - FAILURES COUNTED AS HARD FAI".         SQ1254.2
010510     02 FILLER PIC X(74) VALUE "LURES THIS RUN".                  SQ1254.2
010560 01  EXPIRED-WAIVER-LINE.                                         SQ1254.2
010610     02 EWL-FEATURE      PIC X(24).                               SQ1254.2
010660     02 FILLER           PIC X     VALUE SPACE.                   SQ1254.2
010710     02 EWL-PAR-NAME     PIC X(20).                               SQ1254.2
010760     02 FILLER           PIC X(10) VALUE " INCIDENT=".            SQ1254.2
010810     02 EWL-INCIDENT     PIC X(8).                                SQ1254.2
010860     02 FILLER           PIC X(4)  VALUE " BY=".                  SQ1254.2
010910     02 EWL-APPROVED-BY  PIC X(8).                                SQ1254.2
010960     02 FILLER           PIC X(9)  VALUE " EXPIRED=".             SQ1254.2
011010     02 EWL-EXPIRY-DATE  PIC 9(8).                                SQ1254.2
011060     02 FILLER           PIC X(7)  VALUE " FAILS=".               SQ1254.2
011110     02 EWL-HITS         PIC ZZ9.                                 SQ1254.2
011160     02 FILLER           PIC X(18) VALUE SPACE.                   SQ1254.2
011210 01  WAIVER-FULL-LINE     PIC X(120) VALUE                        SQ1254.2
011260     "WAIVER FILE HOLDS MORE THAN 100 WAIVERS - EXCESS IGNORED".  SQ1254.2
013800*                                                                 SQ1254.2
013804***************************************************************** SQ1254.2
013808*                                                               * SQ1254.2
039212     MOVE CSV-EXPORT-HEADER TO CSV-REC.                           SQ1254.2
039214     WRITE CSV-REC.                                               SQ1254.2
039220     OPEN    OUTPUT AUDIT-FILE.                                   SQ1254.2
039245     PERFORM LOAD-WAIVERS.                                        SQ1254.2
039300     MOVE    CCVS-PGM-ID TO TEST-ID.                              SQ1254.2
039400     MOVE    CCVS-PGM-ID TO ID-AGAIN.                             SQ1254.2
039500     MOVE    SPACE TO TEST-RESULTS.                               SQ1254.2
039905     MOVE IDC-JOB-NAME TO C-JOB-NAME.                             SQ1254.2
039907     MOVE IDC-SYSTEM-ID TO C-SYSTEM-ID.                           SQ1254.2
039909     MOVE IDC-OPERATOR-ID TO C-OPERATOR-ID.                       SQ1254.2
039910     MOVE RUN-IDENT-IMAGE (37:8) TO C-COMPILER-LEVEL.             SQ1254.2
039911 INIT-STATUS-DISPATCH.                                            SQ1254.2
039917     MOVE "4" TO SD-KEY-1 (1).                                    SQ1254.2
039929     MOVE "1" TO SD-KEY-2 (1).                                    SQ1254.2
040600 CLOSE-FILES.                                                     SQ1254.2
040700     PERFORM END-ROUTINE THRU END-ROUTINE-13.                     SQ1254.2
040750     PERFORM PRINT-IO-STATUS-HISTORY.                             SQ1254.2
040755     PERFORM EXPIRED-WAIVER-TRAILER                               SQ1254.2
040760         THRU EXPIRED-WAIVER-TRAILER-EX.                          SQ1254.2
040775     PERFORM ELAPSED-TIME-TRAILER.                                SQ1254.2
040777     PERFORM WRITE-RUN-METRICS.                                   SQ1254.2
040780     CLOSE   CSV-FILE.                                            SQ1254.2
041057*    OPEN-FILES-STAMP AND CLOSE-FILES-STAMP FIELD FOR FIELD.      SQ1254.2
041058     MOVE SPACE TO POST-WORK.                                     SQ1254.2
041059     MOVE CCVS-PGM-ID TO PW-PGM-ID.                               SQ1254.2
041060     MOVE 1 TO PW-NO-OF-TESTS.                                    SQ1254.2
041061     MOVE ZERO TO PW-OK PW-ALL PW-FAIL PW-DELETED PW-INSPECT.     SQ1254.2
041062     MOVE RUN-IDENT-IMAGE (37:8) TO PW-NOTE.                      SQ1254.2
041063     MOVE "ABORTED " TO PW-ABORT.                                 SQ1254.2
041064     MOVE IDC-JOB-NAME TO PW-JOB-NAME.                            SQ1254.2
041065     MOVE IDC-SYSTEM-ID TO PW-SYSTEM-ID.                          SQ1254.2
043400     IF REC-CT NOT EQUAL TO ZERO                                  SQ1254.2
043500         MOVE   "." TO PARDOT-X                                   SQ1254.2
043600         MOVE    REC-CT TO DOTVALUE.                              SQ1254.2
043625     IF P-OR-F EQUAL TO "FAIL*"                                   SQ1254.2
043650         PERFORM CHECK-WAIVER THRU CHECK-WAIVER-EX.               SQ1254.2
043700     MOVE    TEST-RESULTS TO PRINT-REC.                           SQ1254.2
043800     PERFORM WRITE-LINE.                                          SQ1254.2
043810     PERFORM WRITE-CSV-DETAIL.                                    SQ1254.2
043821*    AUDIT FILE SO SQQSTA CAN COMPUTE PASS/FAIL RATES AND SPOT    SQ1254.2
043822*    FLAKY TESTS ON THE AUDIT MASTER.                             SQ1254.2
043823     PERFORM AUDIT-TRAIL.                                         SQ1254.2
043848     IF P-OR-F EQUAL TO "WAIVD"                                   SQ1254.2
043873         PERFORM WRITE-WAIVED-LINE.                               SQ1254.2
043900     IF P-OR-F EQUAL TO "FAIL*"                                   SQ1254.2
044000         PERFORM WRITE-LINE                                       SQ1254.2
044100         PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                SQ1254.2
046800     ADD     INSPECT-COUNTER TO ERROR-HOLD.                       SQ1254.2
046900     ADD     DELETE-COUNTER  TO ERROR-HOLD.                       SQ1254.2
047000     ADD     PASS-COUNTER    TO ERROR-HOLD.                       SQ1254.2
047050     ADD     WAIVED-COUNTER  TO ERROR-HOLD.                       SQ1254.2
047100     MOVE    PASS-COUNTER    TO CCVS-E-4-1.                       SQ1254.2
047200     MOVE    ERROR-HOLD      TO CCVS-E-4-2.                       SQ1254.2
047300     MOVE    CCVS-E-4        TO CCVS-E-2-2.                       SQ1254.2
049400         MOVE    INSPECT-COUNTER TO ERROR-TOTAL.                  SQ1254.2
049500     MOVE   "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.           SQ1254.2
049600     MOVE    CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.        SQ1254.2
049610     IF WAIVED-COUNTER EQUAL TO ZERO                              SQ1254.2
049620         MOVE   "NO " TO ERROR-TOTAL                              SQ1254.2
049630     ELSE                                                         SQ1254.2
049640         MOVE    WAIVED-COUNTER TO ERROR-TOTAL.                   SQ1254.2
049650     MOVE   "FAILURE(S) WAIVED AS KNOWN ISSUES" TO ENDER-DESC.    SQ1254.2
049660     MOVE    CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.        SQ1254.2
049700     MOVE    CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.        SQ1254.2
049800*                                                                 SQ1254.2
049900 WRITE-LINE.                                                      SQ1254.2
053200     MOVE    SPACES         TO COR-ANSI-REFERENCE.                SQ1254.2
053300 FAIL-ROUTINE-EX.                                                 SQ1254.2
053400     EXIT.                                                        SQ1254.2
053401 LOAD-WAIVERS.                                                    SQ1254.2
053402*    ONLY WAIVERS FOR THIS ROUTINE, OR FOR EVERY ROUTINE WHEN     SQ1254.2
053403*    THE PROGRAM-ID IS SPACE, ARE KEPT.  WITH NO WAIVER FILE THE  SQ1254.2
053404*    TABLE IS EMPTY AND EVERY FAILURE COUNTS AS BEFORE.           SQ1254.2
053405     MOVE    ZERO TO WAIVER-COUNT.                                SQ1254.2
053406     MOVE    ZERO TO WAIVER-EOF-FLAG.                             SQ1254.2
053407     OPEN    INPUT WAIVER-FILE.                                   SQ1254.2
053408     IF WAIVER-STATUS NOT EQUAL TO "00"                           SQ1254.2
053409         MOVE 1 TO WAIVER-EOF-FLAG.                               SQ1254.2
053410     PERFORM LOAD-ONE-WAIVER                                      SQ1254.2
053411         UNTIL WAIVER-EOF-FLAG EQUAL TO 1.                        SQ1254.2
053412     CLOSE   WAIVER-FILE.                                         SQ1254.2
053413 LOAD-ONE-WAIVER.                                                 SQ1254.2
053414     READ WAIVER-FILE                                             SQ1254.2
053415         AT END MOVE 1 TO WAIVER-EOF-FLAG                         SQ1254.2
053416         NOT AT END PERFORM STORE-WAIVER                          SQ1254.2
053417     END-READ.                                                    SQ1254.2
053418 STORE-WAIVER.                                                    SQ1254.2
053419     IF WVR-PGM-ID NOT EQUAL TO SPACE                             SQ1254.2
053420        AND WVR-PGM-ID NOT EQUAL TO CCVS-PGM-ID                   SQ1254.2
053421         NEXT SENTENCE                                            SQ1254.2
053422     ELSE                                                         SQ1254.2
053423     IF WAIVER-COUNT NOT LESS THAN 100                            SQ1254.2
053424         MOVE "Y" TO WAIVER-FULL-SW                               SQ1254.2
053425     ELSE                                                         SQ1254.2
053426         ADD  1 TO WAIVER-COUNT                                   SQ1254.2
053427         MOVE WVR-FEATURE     TO WT-FEATURE (WAIVER-COUNT)        SQ1254.2
053428         MOVE WVR-PAR-NAME    TO WT-PAR-NAME (WAIVER-COUNT)       SQ1254.2
053429         MOVE WVR-INCIDENT    TO WT-INCIDENT (WAIVER-COUNT)       SQ1254.2
053430         MOVE WVR-APPROVED-BY TO WT-APPROVED-BY (WAIVER-COUNT)    SQ1254.2
053431         MOVE WVR-EXPIRY-DATE TO WT-EXPIRY-DATE (WAIVER-COUNT)    SQ1254.2
053432         MOVE ZERO            TO WT-EXPIRED-HITS (WAIVER-COUNT).  SQ1254.2
053433 CHECK-WAIVER.                                                    SQ1254.2
053434*    A FAILURE IS LOOKED UP BY FEATURE AND PARAGRAPH NAME AS IT   SQ1254.2
053435*    IS ABOUT TO PRINT.  AN EXPIRED WAIVER LEAVES THE FAILURE     SQ1254.2
053436*    STANDING SO A WAIVER CANNOT QUIETLY BECOME PERMANENT.        SQ1254.2
053437     MOVE    ZERO TO WAIVER-HIT-SUB.                              SQ1254.2
053438     PERFORM CHECK-ONE-WAIVER                                     SQ1254.2
053439         VARYING WAIVER-SUB FROM 1 BY 1                           SQ1254.2
053440         UNTIL WAIVER-SUB GREATER THAN WAIVER-COUNT               SQ1254.2
053441            OR WAIVER-HIT-SUB GREATER THAN ZERO.                  SQ1254.2
053442     IF WAIVER-HIT-SUB EQUAL TO ZERO                              SQ1254.2
053443         GO TO CHECK-WAIVER-EX.                                   SQ1254.2
053444     IF WT-EXPIRY-DATE (WAIVER-HIT-SUB) LESS THAN RUN-START-DATE  SQ1254.2
053445         ADD 1 TO WT-EXPIRED-HITS (WAIVER-HIT-SUB)                SQ1254.2
053446         IF WT-EXPIRED-HITS (WAIVER-HIT-SUB) EQUAL TO 1           SQ1254.2
053447             ADD 1 TO EXPIRED-WAIVER-COUNT                        SQ1254.2
053448             GO TO CHECK-WAIVER-EX                                SQ1254.2
053449         ELSE                                                     SQ1254.2
053450             GO TO CHECK-WAIVER-EX.                               SQ1254.2
053451     MOVE   "WAIVD" TO P-OR-F.                                    SQ1254.2
053452     SUBTRACT 1 FROM ERROR-COUNTER.                               SQ1254.2
053453     ADD     1 TO WAIVED-COUNTER.                                 SQ1254.2
053454 CHECK-WAIVER-EX.                                                 SQ1254.2
053455     EXIT.                                                        SQ1254.2
053456 CHECK-ONE-WAIVER.                                                SQ1254.2
053457     IF WT-FEATURE (WAIVER-SUB) EQUAL TO FEATURE                  SQ1254.2
053458        AND WT-PAR-NAME (WAIVER-SUB) EQUAL TO PAR-NAME            SQ1254.2
053459         MOVE WAIVER-SUB TO WAIVER-HIT-SUB.                       SQ1254.2
053460 WRITE-WAIVED-LINE.                                               SQ1254.2
053461     MOVE    WT-INCIDENT (WAIVER-HIT-SUB)    TO WDL-INCIDENT.     SQ1254.2
053462     MOVE    WT-APPROVED-BY (WAIVER-HIT-SUB) TO WDL-APPROVED-BY.  SQ1254.2
053463     MOVE    WT-EXPIRY-DATE (WAIVER-HIT-SUB) TO WDL-EXPIRY-DATE.  SQ1254.2
053464     MOVE    WAIVED-LINE TO DUMMY-RECORD.                         SQ1254.2
053465     PERFORM WRITE-LINE.                                          SQ1254.2
053466 EXPIRED-WAIVER-TRAILER.                                          SQ1254.2
053467     IF WAIVER-TABLE-FULL                                         SQ1254.2
053468         MOVE WAIVER-FULL-LINE TO DUMMY-RECORD                    SQ1254.2
053469         PERFORM WRITE-LINE.                                      SQ1254.2
053470     IF EXPIRED-WAIVER-COUNT EQUAL TO ZERO                        SQ1254.2
053471         GO TO EXPIRED-WAIVER-TRAILER-EX.                         SQ1254.2
053472     PERFORM BLANK-LINE-PRINT.                                    SQ1254.2
053473     MOVE    EXPIRED-WAIVER-HEAD TO DUMMY-RECORD.                 SQ1254.2
053474     PERFORM WRITE-LINE.                                          SQ1254.2
053475     PERFORM PRINT-EXPIRED-WAIVER                                 SQ1254.2
053476         VARYING WAIVER-SUB FROM 1 BY 1                           SQ1254.2
053477         UNTIL WAIVER-SUB GREATER THAN WAIVER-COUNT.              SQ1254.2
053478 EXPIRED-WAIVER-TRAILER-EX.                                       SQ1254.2
053479     EXIT.                                                        SQ1254.2
053480 PRINT-EXPIRED-WAIVER.                                            SQ1254.2
053481     IF WT-EXPIRED-HITS (WAIVER-SUB) GREATER THAN ZERO            SQ1254.2
053482         MOVE WT-FEATURE (WAIVER-SUB)     TO EWL-FEATURE          SQ1254.2
053483         MOVE WT-PAR-NAME (WAIVER-SUB)    TO EWL-PAR-NAME         SQ1254.2
053484         MOVE WT-INCIDENT (WAIVER-SUB)    TO EWL-INCIDENT         SQ1254.2
053485         MOVE WT-APPROVED-BY (WAIVER-SUB) TO EWL-APPROVED-BY      SQ1254.2
053486         MOVE WT-EXPIRY-DATE (WAIVER-SUB) TO EWL-EXPIRY-DATE      SQ1254.2
053487         MOVE WT-EXPIRED-HITS (WAIVER-SUB) TO EWL-HITS            SQ1254.2
053488         MOVE EXPIRED-WAIVER-LINE TO DUMMY-RECORD                 SQ1254.2
053489         PERFORM WRITE-LINE.                                      SQ1254.2
053500 BAIL-OUT.                                                        SQ1254.2
053600     IF COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.       SQ1254.2
053700     IF CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.               SQ1254.2
