000100 IDENTIFICATION DIVISION.                                         ST2184.2
000200 PROGRAM-ID.                                                      ST2184.2
000300     ST218A.                                                      ST2184.2
000400****************************************************************  ST2184.2
000500*                                                              *  ST2184.2
000600*    VALIDATION FOR:-                                          *  ST2184.2
000700*    "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".ST2184.2
000800*    USING CCVS85 VERSION 3.0                                  *  ST2184.2
000900*                             REVISED 1986, AUGUST             *  ST2184.2
001000*                                                              *  ST2184.2
001100*    CREATION DATE     /     VALIDATION DATE                   *  ST2184.2
001200*    "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".ST2184.2
001300*                                                              *  ST2184.2
001400****************************************************************  ST2184.2
001500*                                                              *  ST2184.2
001600*      X-CARDS USED BY THIS PROGRAM ARE :-                     *  ST2184.2
001700*                                                              *  ST2184.2
001800*            X-46   SQ-VS6 SORT/MERGE INPUT FILE (SEQUENTIAL)  *  ST2184.2
001900*            X-47   SORTED OUTPUT / FIRST MERGE INPUT FILE     *  ST2184.2
002000*            X-48   SECOND MERGE INPUT FILE                    *  ST2184.2
002100*            X-32   MERGED OUTPUT FILE                         *  ST2184.2
002200*            X-09   SORT/MERGE WORK FILE                       *  ST2184.2
002300*            X-55   SYSTEM PRINTER                             *  ST2184.2
002400*            X-82   SOURCE-COMPUTER                            *  ST2184.2
002500*            X-83   OBJECT-COMPUTER                            *  ST2184.2
002600*            X-84   LABEL RECORDS OPTION                       *  ST2184.2
002700*            X-58   AUDIT TRAIL FILE                           *  ST2184.2
002800*            X-60   DELIMITED (CSV) EXPORT FILE                *  ST2184.2
002900*            X-62   RAW-DATA RUN HISTORY FILE (INDEXED)        *  ST2184.2
003000*            X-59   RUN IDENTITY / MODE CARD FILE              *  ST2184.2
003100*            X-68   REPORT REPOSITORY FILE (INDEXED)           *  ST2184.2
003200*            X-74   RUN-METRICS FILE                           *  ST2184.2
003300*            X-75   RUN-RESULT POSTING FILE                    *  ST2184.2
003400*            X-78   RAW-DATA AFTER-IMAGE JOURNAL               *  ST2184.2
003500*            X-26   KNOWN-ISSUE WAIVER FILE                    *  ST2184.2
003600*                                                              *  ST2184.2
003700****************************************************************  ST2184.2
003800*                                                              *  ST2184.2
003900*    ST218A VALIDATES SORT AND MERGE ON THE SQ-VS6 RECORD      *  ST2184.2
004000*    IMAGES OF SQ218A - 120-CHARACTER SHORT AND 151-CHARACTER  *  ST2184.2
004100*    LONG RECORDS IN ONE FILE.  IT BUILDS A SCRAMBLED SQ-VS6,  *  ST2184.2
004200*    SORTS IT ON ONE AND ON TWO KEYS WITH USING/GIVING, SORTS  *  ST2184.2
004300*    THE LONG AND THE SHORT RECORDS SEPARATELY THROUGH AN INPUT*  ST2184.2
004400*    PROCEDURE (RELEASE) AND AN OUTPUT PROCEDURE (RETURN),     *  ST2184.2
004500*    MERGES THE TWO RESULTS BACK WITH GIVING AND WITH AN OUTPUT*  ST2184.2
004600*    PROCEDURE, AND SORTS THE MERGED FILE WITH DUPLICATES IN   *  ST2184.2
004700*    ORDER.  EVERY RESULT IS CHECKED FOR SORT-RETURN, RECORD   *  ST2184.2
004800*    COUNT, KEY SEQUENCE AND PRESERVED RECORD LENGTHS.  A TEST *  ST2184.2
004900*    WHOSE INPUT COULD NOT BE BUILT IS DELETED, NOT FAILED.    *  ST2184.2
005000*                                                              *  ST2184.2
005100****************************************************************  ST2184.2
005200*                                                                 ST2184.2
005300 ENVIRONMENT DIVISION.                                            ST2184.2
005400 CONFIGURATION SECTION.                                           ST2184.2
005500 SOURCE-COMPUTER.                                                 ST2184.2
005600     XXXXX082.                                                    ST2184.2
005700 OBJECT-COMPUTER.                                                 ST2184.2
005800     XXXXX083.                                                    ST2184.2
005900*                                                                 ST2184.2
006000 INPUT-OUTPUT SECTION.                                            ST2184.2
006100 FILE-CONTROL.                                                    ST2184.2
006200     SELECT RAW-DATA   ASSIGN TO                                  ST2184.2
006300     XXXXX062                                                     ST2184.2
006400            ORGANIZATION IS INDEXED                               ST2184.2
006500            ACCESS MODE IS DYNAMIC                                ST2184.2
006600            RECORD KEY IS RAW-DATA-KEY                            ST2184.2
006700            ALTERNATE RECORD KEY IS RAW-DATA-RUN-DATE             ST2184.2
006800            WITH DUPLICATES.                                      ST2184.2
006900     SELECT OPTIONAL REPORT-REPO ASSIGN TO                        ST2184.2
007000     XXXXX068                                                     ST2184.2
007100            ORGANIZATION IS INDEXED                               ST2184.2
007200            ACCESS MODE IS RANDOM                                 ST2184.2
007300            RECORD KEY IS REPO-KEY                                ST2184.2
007400            FILE STATUS IS REPORT-REPO-STATUS.                    ST2184.2
007500     SELECT OPTIONAL METRICS-FILE ASSIGN TO                       ST2184.2
007600     XXXXX074                                                     ST2184.2
007700            ORGANIZATION IS SEQUENTIAL.                           ST2184.2
007800     SELECT OPTIONAL RUN-IDENT-CARD ASSIGN TO                     ST2184.2
007900     XXXXX059.                                                    ST2184.2
008000     SELECT OPTIONAL POSTING-FILE ASSIGN TO                       ST2184.2
008100     XXXXX075                                                     ST2184.2
008200            ORGANIZATION IS SEQUENTIAL.                           ST2184.2
008300     SELECT OPTIONAL RAW-JOURNAL ASSIGN TO                        ST2184.2
008400     XXXXX078                                                     ST2184.2
008500            ORGANIZATION IS SEQUENTIAL.                           ST2184.2
008600     SELECT PRINT-FILE ASSIGN TO                                  ST2184.2
008700     XXXXX055.                                                    ST2184.2
008800*                                                                 ST2184.2
008900     SELECT SQ-VS6 ASSIGN TO                                      ST2184.2
009000     XXXXX046                                                     ST2184.2
009100            FILE STATUS IS SQ-VS6-STATUS.                         ST2184.2
009200     SELECT ST-SORTED ASSIGN TO                                   ST2184.2
009300     XXXXX047                                                     ST2184.2
009400            FILE STATUS IS ST-SORTED-STATUS.                      ST2184.2
009500     SELECT ST-MERGE-IN ASSIGN TO                                 ST2184.2
009600     XXXXX048                                                     ST2184.2
009700            FILE STATUS IS ST-MERGE-IN-STATUS.                    ST2184.2
009800     SELECT ST-MERGED ASSIGN TO                                   ST2184.2
009900     XXXXX032                                                     ST2184.2
010000            FILE STATUS IS ST-MERGED-STATUS.                      ST2184.2
010100     SELECT ST-SORT-WORK ASSIGN TO                                ST2184.2
010200     XXXXX009.                                                    ST2184.2
010300     SELECT CSV-FILE ASSIGN TO                                    ST2184.2
010400     XXXXX060                                                     ST2184.2
010500            ORGANIZATION IS SEQUENTIAL.                           ST2184.2
010600     SELECT AUDIT-FILE ASSIGN TO                                  ST2184.2
010700     XXXXX058                                                     ST2184.2
010800            ORGANIZATION IS SEQUENTIAL.                           ST2184.2
010900     SELECT OPTIONAL WAIVER-FILE ASSIGN TO                        ST2184.2
011000     XXXXX026                                                     ST2184.2
011100            ORGANIZATION IS SEQUENTIAL                            ST2184.2
011200            FILE STATUS IS WAIVER-STATUS.                         ST2184.2
011300*                                                                 ST2184.2
011400*                                                                 ST2184.2
011500 DATA DIVISION.                                                   ST2184.2
011600 FILE SECTION.                                                    ST2184.2
011700 FD  RAW-DATA.                                                    ST2184.2
011800     COPY SQRAWREC.                                               ST2184.2
011900 FD  REPORT-REPO.                                                 ST2184.2
012000 01  REPO-SATZ.                                                   ST2184.2
012100     02  REPO-KEY.                                                ST2184.2
012200         03  RK-PGM-ID       PIC X(9).                            ST2184.2
012300         03  RK-RUN-DATE     PIC 9(8).                            ST2184.2
012400         03  RK-RUN-TIME     PIC 9(8).                            ST2184.2
012500         03  RK-LINE-NO      PIC 9(5).                            ST2184.2
012600     02  REPO-IMAGE          PIC X(120).                          ST2184.2
012700 FD  METRICS-FILE                                                 ST2184.2
012800     LABEL RECORDS ARE STANDARD.                                  ST2184.2
012900 01  METRICS-REC.                                                 ST2184.2
013000     02  MET-PGM-ID          PIC X(9).                            ST2184.2
013100     02  MET-RUN-DATE        PIC 9(8).                            ST2184.2
013200     02  MET-RUN-TIME        PIC 9(8).                            ST2184.2
013300     02  MET-ELAPSED-SECS    PIC 9(7).                            ST2184.2
013400     02  MET-RECS-PER-SEC    PIC 9(7).                            ST2184.2
013500     02  MET-REJECT-COUNT    PIC 9(5).                            ST2184.2
013600     02  MET-RESTART-STAGE   PIC 9(3).                            ST2184.2
013700     02  FILLER              PIC X(33).                           ST2184.2
013800 FD  RUN-IDENT-CARD                                               ST2184.2
013900     LABEL RECORDS ARE STANDARD.                                  ST2184.2
014000 01  RUN-IDENT-REC       PIC X(80).                               ST2184.2
014100 FD  POSTING-FILE                                                 ST2184.2
014200     LABEL RECORDS ARE STANDARD.                                  ST2184.2
014300 01  POSTING-REC.                                                 ST2184.2
014400     02  POST-ACTION         PIC X(1).                            ST2184.2
014500     02  FILLER              PIC X(1).                            ST2184.2
014600     02  POST-IMAGE          PIC X(85).                           ST2184.2
014700 FD  RAW-JOURNAL                                                  ST2184.2
014800     LABEL RECORDS ARE STANDARD.                                  ST2184.2
014900     COPY SQJRNREC.                                               ST2184.2
015000 FD  PRINT-FILE                                                   ST2184.2
015100     LABEL RECORDS                                                ST2184.2
015200     XXXXX084                                                     ST2184.2
015300     DATA RECORD IS PRINT-REC DUMMY-RECORD                        ST2184.2
015400               .                                                  ST2184.2
015500 01  PRINT-REC    PICTURE X(120).                                 ST2184.2
015600 01  DUMMY-RECORD PICTURE X(120).                                 ST2184.2
015700*                                                                 ST2184.2
015800 FD  SQ-VS6                                                       ST2184.2
015900     BLOCK CONTAINS 0 RECORDS                                     ST2184.2
016000     RECORD CONTAINS 120 TO 151 CHARACTERS                        ST2184.2
016100     LABEL RECORDS ARE STANDARD                                   ST2184.2
016200     DATA RECORDS ARE SQ-VS6R1-M-G-120  SQ-VS6R2-M-G-151          ST2184.2
016300     .                                                            ST2184.2
016400 01  SQ-VS6R1-M-G-120.                                            ST2184.2
016500     02  SQ-VS6R1-FIRST PIC X(120).                               ST2184.2
016600 01  SQ-VS6R2-M-G-151.                                            ST2184.2
016700     02  SQ-VS6R2-FIRST  PIC X(120).                              ST2184.2
016800     02  LONG-OR-SHORT  PIC X(5).                                 ST2184.2
016900     02  SQ-VS6-RECNO  PIC X(5).                                  ST2184.2
017000     02  SQ-VS6-FILLER  PIC X(21).                                ST2184.2
017100*    THE SORT AND MERGE RESULTS ARE VARIABLE-LENGTH SO THAT EACH  ST2184.2
017200*    READ RETURNS THE LENGTH THE RECORD WAS WRITTEN WITH - A      ST2184.2
017300*    LONG RECORD CUT TO 120 CHARACTERS BY THE SORT IS A FAILURE.  ST2184.2
017400 FD  ST-SORTED                                                    ST2184.2
017500     RECORD IS VARYING IN SIZE FROM 120 TO 151 CHARACTERS         ST2184.2
017600         DEPENDING ON ST-SORTED-LEN                               ST2184.2
017700     LABEL RECORDS ARE STANDARD.                                  ST2184.2
017800 01  ST-SORTED-REC  PIC X(151).                                   ST2184.2
017900 FD  ST-MERGE-IN                                                  ST2184.2
018000     RECORD IS VARYING IN SIZE FROM 120 TO 151 CHARACTERS         ST2184.2
018100         DEPENDING ON ST-MERGE-IN-LEN                             ST2184.2
018200     LABEL RECORDS ARE STANDARD.                                  ST2184.2
018300 01  ST-MERGE-IN-REC  PIC X(151).                                 ST2184.2
018400 FD  ST-MERGED                                                    ST2184.2
018500     RECORD IS VARYING IN SIZE FROM 120 TO 151 CHARACTERS         ST2184.2
018600         DEPENDING ON ST-MERGED-LEN                               ST2184.2
018700     LABEL RECORDS ARE STANDARD.                                  ST2184.2
018800 01  ST-MERGED-REC  PIC X(151).                                   ST2184.2
018900*    THE SORT KEYS ARE THE RECORD NAME AND RECORD NUMBER OF THE   ST2184.2
019000*    FILE-RECORD-INFO IMAGE (COPYBOOK SQFILREC), BOTH INSIDE THE  ST2184.2
019100*    FIRST 120 CHARACTERS COMMON TO SHORT AND LONG RECORDS.       ST2184.2
019200 SD  ST-SORT-WORK                                                 ST2184.2
019300     RECORD IS VARYING IN SIZE FROM 120 TO 151 CHARACTERS         ST2184.2
019400         DEPENDING ON ST-SORT-WORK-LEN                            ST2184.2
019500     DATA RECORDS ARE SW-SHORT-REC  SW-LONG-REC.                  ST2184.2
019600 01  SW-SHORT-REC.                                                ST2184.2
019700     02  FILLER             PIC X(19).                            ST2184.2
019800     02  SW-RECORD-NAME     PIC X(6).                             ST2184.2
019900     02  FILLER             PIC X(9).                             ST2184.2
020000     02  SW-RECORD-NUMBER   PIC 9(6).                             ST2184.2
020100     02  FILLER             PIC X(80).                            ST2184.2
020200 01  SW-LONG-REC.                                                 ST2184.2
020300     02  SW-LONG-FIRST      PIC X(120).                           ST2184.2
020400     02  SW-LONG-OR-SHORT   PIC X(5).                             ST2184.2
020500     02  SW-LONG-RECNO      PIC X(5).                             ST2184.2
020600     02  FILLER             PIC X(21).                            ST2184.2
020700*                                                                 ST2184.2
020800 FD  CSV-FILE                                                     ST2184.2
020900     LABEL RECORDS ARE STANDARD.                                  ST2184.2
021000 01  CSV-REC             PIC X(160).                              ST2184.2
021100*                                                                 ST2184.2
021200 FD  WAIVER-FILE                                                  ST2184.2
021300     LABEL RECORDS ARE STANDARD.                                  ST2184.2
021400     COPY SQWVRREC.                                               ST2184.2
021500*                                                                 ST2184.2
021600 FD  AUDIT-FILE                                                   ST2184.2
021700     LABEL RECORDS ARE STANDARD.                                  ST2184.2
021800 01  AUDIT-REC.                                                   ST2184.2
021900     02  AUDIT-PGM-ID       PIC X(9).                             ST2184.2
022000     02  AUDIT-RUN-DATE     PIC 9(8).                             ST2184.2
022100     02  AUDIT-RUN-TIME     PIC 9(8).                             ST2184.2
022200     02  AUDIT-OUTCOME      PIC X(5).                             ST2184.2
022300     02  AUDIT-FEATURE      PIC X(24).                            ST2184.2
022400     02  AUDIT-PAR-NAME     PIC X(17).                            ST2184.2
022500     02  AUDIT-RE-MARK      PIC X(61).                            ST2184.2
022600 WORKING-STORAGE SECTION.                                         ST2184.2
022700*                                                                 ST2184.2
022800***************************************************************   ST2184.2
022900*                                                             *   ST2184.2
023000*    WORKING-STORAGE DATA ITEMS SPECIFIC TO THIS TEST SUITE   *   ST2184.2
023100*                                                             *   ST2184.2
023200***************************************************************   ST2184.2
023300*                                                                 ST2184.2
023400 01  SQ-VS6-STATUS        PIC XX  VALUE "00".                     ST2184.2
023500 01  ST-SORTED-STATUS     PIC XX  VALUE "00".                     ST2184.2
023600 01  ST-MERGE-IN-STATUS   PIC XX  VALUE "00".                     ST2184.2
023700 01  ST-MERGED-STATUS     PIC XX  VALUE "00".                     ST2184.2
023800 01  ST-SORTED-LEN        PIC 999 VALUE 151.                      ST2184.2
023900 01  ST-MERGE-IN-LEN      PIC 999 VALUE 151.                      ST2184.2
024000 01  ST-MERGED-LEN        PIC 999 VALUE 151.                      ST2184.2
024100 01  ST-SORT-WORK-LEN     PIC 999 VALUE 151.                      ST2184.2
024200*                                                                 ST2184.2
024300*    THE BUILD WRITES RECORD NUMBERS 1 TO BUILD-TOTAL-RECS IN     ST2184.2
024400*    THE SCRAMBLED ORDER (N * BUILD-STRIDE) MODULO                ST2184.2
024500*    BUILD-MODULUS, N = 1, 2, ...  - BUILD-MODULUS IS A PRIME     ST2184.2
024600*    ONE ABOVE THE TOTAL, SO EVERY NUMBER APPEARS EXACTLY ONCE.   ST2184.2
024700*    EVERY THIRD RECORD NUMBER IS A LONG RECORD.                  ST2184.2
024800 01  BUILD-TOTAL-RECS     PIC 9(6) VALUE 100.                     ST2184.2
024900 01  BUILD-MODULUS        PIC 9(6) VALUE 101.                     ST2184.2
025000 01  BUILD-STRIDE         PIC 9(6) VALUE 37.                      ST2184.2
025100 01  BUILD-SUB            PIC S9(5) COMP VALUE ZERO.              ST2184.2
025200 01  BUILD-PRODUCT        PIC 9(8) VALUE ZERO.                    ST2184.2
025300 01  BUILD-QUOTIENT       PIC 9(8) VALUE ZERO.                    ST2184.2
025400 01  BUILD-RECNO          PIC 9(6) VALUE ZERO.                    ST2184.2
025500 01  BUILD-REMAINDER      PIC 9    VALUE ZERO.                    ST2184.2
025600 01  BUILD-COUNT          PIC 9(6) VALUE ZERO.                    ST2184.2
025700 01  BUILD-LONG-COUNT     PIC 9(6) VALUE ZERO.                    ST2184.2
025800 01  BUILD-SHORT-COUNT    PIC 9(6) VALUE ZERO.                    ST2184.2
025900 01  BUILD-RECNO-SUM      PIC 9(8) VALUE ZERO.                    ST2184.2
026000 01  BUILD-EXPECTED-SUM   PIC 9(8) VALUE ZERO.                    ST2184.2
026100 01  REC-NO-DISPLAY       PIC 9(5) VALUE ZERO.                    ST2184.2
026200 01  BUILD-OK-SW          PIC X   VALUE "N".                      ST2184.2
026300     88  BUILD-OK                 VALUE "Y".                      ST2184.2
026400 01  LONG-INPUT-OK-SW     PIC X   VALUE "N".                      ST2184.2
026500     88  LONG-INPUT-OK            VALUE "Y".                      ST2184.2
026600 01  SHORT-INPUT-OK-SW    PIC X   VALUE "N".                      ST2184.2
026700     88  SHORT-INPUT-OK           VALUE "Y".                      ST2184.2
026800 01  MERGED-OK-SW         PIC X   VALUE "N".                      ST2184.2
026900     88  MERGED-OK                VALUE "Y".                      ST2184.2
027000*                                                                 ST2184.2
027100*    INPUT AND OUTPUT PROCEDURE CONTROLS.  SORT-SELECT-NAME IS    ST2184.2
027200*    THE RECORD NAME (R1-M-G SHORT, R2-M-G LONG) THE INPUT        ST2184.2
027300*    PROCEDURE RELEASES; THE OTHER RECORDS ARE LEFT OUT OF THE    ST2184.2
027350*    SORT.                                                        ST2184.2
027400 01  SORT-SELECT-NAME     PIC X(6) VALUE SPACE.                   ST2184.2
027500 01  SORT-RELEASED-CT     PIC 9(6) VALUE ZERO.                    ST2184.2
027600 01  SORT-RETURNED-CT     PIC 9(6) VALUE ZERO.                    ST2184.2
027700 01  SAVE-SORT-RETURN     PIC S9(4) VALUE ZERO.                   ST2184.2
027800*                                                                 ST2184.2
027900*    RESULT CHECKING.  EACH RECORD OF A SORT OR MERGE RESULT IS   ST2184.2
028000*    MOVED TO CK-IMAGE AND CHECKED AGAINST THE PREVIOUS ONE FOR   ST2184.2
028100*    THE KEY SEQUENCE IN CK-MODE, AND ITS LENGTH AGAINST ITS      ST2184.2
028200*    RECORD NAME.  FILE-RECORD-INFO (2) GIVES THE KEY FIELDS.     ST2184.2
028300 01  CK-IMAGE.                                                    ST2184.2
028400     02  CK-FIRST-120       PIC X(120).                           ST2184.2
028500     02  CK-LONG-OR-SHORT   PIC X(5).                             ST2184.2
028600     02  CK-RECNO           PIC X(5).                             ST2184.2
028700     02  FILLER             PIC X(21).                            ST2184.2
028800 01  CK-LEN               PIC 999 VALUE ZERO.                     ST2184.2
028900 01  CK-MODE              PIC X   VALUE SPACE.                    ST2184.2
029000     88  CK-DESCENDING            VALUE "D".                      ST2184.2
029100     88  CK-ASCENDING             VALUE "A".                      ST2184.2
029200     88  CK-CONTIGUOUS            VALUE "C".                      ST2184.2
029300     88  CK-NAME-THEN-DESC        VALUE "N".                      ST2184.2
029400     88  CK-NAME-THEN-ASC         VALUE "S".                      ST2184.2
029500 01  CK-IN-SEQ-SW         PIC X   VALUE "N".                      ST2184.2
029600     88  CK-IN-SEQ                VALUE "Y".                      ST2184.2
029700 01  CK-COUNT             PIC 9(6) VALUE ZERO.                    ST2184.2
029800 01  CK-EXPECTED-COUNT    PIC 9(6) VALUE ZERO.                    ST2184.2
029900 01  CK-LONG-COUNT        PIC 9(6) VALUE ZERO.                    ST2184.2
030000 01  CK-SHORT-COUNT       PIC 9(6) VALUE ZERO.                    ST2184.2
030100 01  CK-SEQ-ERRORS        PIC 9(6) VALUE ZERO.                    ST2184.2
030200 01  CK-LEN-ERRORS        PIC 9(6) VALUE ZERO.                    ST2184.2
030300 01  CK-FIRST-BAD         PIC 9(6) VALUE ZERO.                    ST2184.2
030400 01  CK-SUM               PIC 9(8) VALUE ZERO.                    ST2184.2
030500 01  CK-PREV-NAME         PIC X(6) VALUE SPACE.                   ST2184.2
030600 01  CK-PREV-NUMBER       PIC 9(6) VALUE ZERO.                    ST2184.2
030700 01  VF-ACTUAL            PIC 9(8) VALUE ZERO.                    ST2184.2
030800 01  VF-EXPECTED          PIC 9(8) VALUE ZERO.                    ST2184.2
030900 01  VF-REMARK            PIC X(61) VALUE SPACE.                  ST2184.2
031000*                                                                 ST2184.2
031100***************************************************************   ST2184.2
031200*                                                             *   ST2184.2
031300*    WORKING-STORAGE DATA ITEMS USED BY THE CCVS              *   ST2184.2
031400*                                                             *   ST2184.2
031500***************************************************************   ST2184.2
031600*                                                                 ST2184.2
031700 01  REC-SKEL-SUB   PIC 99.                                       ST2184.2
031800*                                                                 ST2184.2
031900     COPY SQFILREC.                                               ST2184.2
032000     COPY SQCSVREC.                                               ST2184.2
032100*    KNOWN-ISSUE WAIVERS (SEE COPYBOOK SQWVRREC) FOR THIS         ST2184.2
032200*    ROUTINE, LOADED ONCE AT OPEN.  A FAILURE COVERED BY AN       ST2184.2
032300*    UNEXPIRED WAIVER IS REPORTED AS "WAIVD" AND KEPT OUT OF      ST2184.2
032400*    ERROR-COUNTER; A FAILURE COVERED BY AN EXPIRED WAIVER        ST2184.2
032500*    STAYS A HARD FAILURE AND THE WAIVER IS LISTED ON THE         ST2184.2
032600*    EXPIRED-WAIVER SECTION.                                      ST2184.2
032700 01  WAIVER-STATUS        PIC XX  VALUE "00".                     ST2184.2
032800 01  WAIVER-EOF-FLAG      PIC 9   VALUE ZERO.                     ST2184.2
032900 01  WAIVER-FULL-SW       PIC X   VALUE "N".                      ST2184.2
033000     88  WAIVER-TABLE-FULL       VALUE "Y".                       ST2184.2
033100 01  WAIVED-COUNTER       PIC 999 VALUE ZERO.                     ST2184.2
033200 01  WAIVER-COUNT         PIC S9(3) COMP VALUE ZERO.              ST2184.2
033300 01  WAIVER-SUB           PIC S9(3) COMP VALUE ZERO.              ST2184.2
033400 01  WAIVER-HIT-SUB       PIC S9(3) COMP VALUE ZERO.              ST2184.2
033500 01  EXPIRED-WAIVER-COUNT PIC S9(3) COMP VALUE ZERO.              ST2184.2
033600 01  WAIVER-TABLE.                                                ST2184.2
033700     02  WAIVER-ENTRY OCCURS 100 TIMES.                           ST2184.2
033800         05  WT-FEATURE      PIC X(24).                           ST2184.2
033900         05  WT-PAR-NAME     PIC X(20).                           ST2184.2
034000         05  WT-INCIDENT     PIC X(8).                            ST2184.2
034100         05  WT-APPROVED-BY  PIC X(8).                            ST2184.2
034200         05  WT-EXPIRY-DATE  PIC 9(8).                            ST2184.2
034300         05  WT-EXPIRED-HITS PIC S9(3) COMP.                      ST2184.2
034400 01  WAIVED-LINE.                                                 ST2184.2
034500     02 FILLER PIC X(23) VALUE "      *** WAIVED ***  ".          ST2184.2
034600     02 FILLER PIC X(9)  VALUE "INCIDENT=".                       ST2184.2
034700     02 WDL-INCIDENT     PIC X(8).                                ST2184.2
034800     02 FILLER PIC X(14) VALUE "  APPROVED BY=".                  ST2184.2
034900     02 WDL-APPROVED-BY  PIC X(8).                                ST2184.2
035000     02 FILLER PIC X(10) VALUE "  EXPIRES=".                      ST2184.2
035100     02 WDL-EXPIRY-DATE  PIC 9(8).                                ST2184.2
035200     02 FILLER PIC X(40) VALUE SPACE.                             ST2184.2
035300 01  EXPIRED-WAIVER-HEAD.                                         ST2184.2
035400     02 FILLER PIC X(46) VALUE                                    ST2184.2
035500        "EXPIRED WAIVERS - FAILURES COUNTED AS HARD FAI".         ST2184.2
035600     02 FILLER PIC X(74) VALUE "LURES THIS RUN".                  ST2184.2
035700 01  EXPIRED-WAIVER-LINE.                                         ST2184.2
035800     02 EWL-FEATURE      PIC X(24).                               ST2184.2
035900     02 FILLER           PIC X     VALUE SPACE.                   ST2184.2
036000     02 EWL-PAR-NAME     PIC X(20).                               ST2184.2
036100     02 FILLER           PIC X(10) VALUE " INCIDENT=".            ST2184.2
036200     02 EWL-INCIDENT     PIC X(8).                                ST2184.2
036300     02 FILLER           PIC X(4)  VALUE " BY=".                  ST2184.2
036400     02 EWL-APPROVED-BY  PIC X(8).                                ST2184.2
036500     02 FILLER           PIC X(9)  VALUE " EXPIRED=".             ST2184.2
036600     02 EWL-EXPIRY-DATE  PIC 9(8).                                ST2184.2
036700     02 FILLER           PIC X(7)  VALUE " FAILS=".               ST2184.2
036800     02 EWL-HITS         PIC ZZ9.                                 ST2184.2
036900     02 FILLER           PIC X(18) VALUE SPACE.                   ST2184.2
037000 01  WAIVER-FULL-LINE     PIC X(120) VALUE                        ST2184.2
037100     "WAIVER FILE HOLDS MORE THAN 100 WAIVERS - EXCESS IGNORED".  ST2184.2
037200*                                                                 ST2184.2
037300 01  TEST-RESULTS.                                                ST2184.2
037400     02 FILLER              PIC X      VALUE SPACE.               ST2184.2
037500     02  PAR-NAME.                                                ST2184.2
037600       03 FILLER              PIC X(14)  VALUE SPACE.             ST2184.2
037700       03 PARDOT-X            PIC X      VALUE SPACE.             ST2184.2
037800       03 DOTVALUE            PIC 99     VALUE ZERO.              ST2184.2
037900     02 FILLER              PIC X      VALUE SPACE.               ST2184.2
038000     02 FEATURE             PIC X(24)  VALUE SPACE.               ST2184.2
038100     02 FILLER              PIC X      VALUE SPACE.               ST2184.2
038200     02 P-OR-F              PIC X(5)   VALUE SPACE.               ST2184.2
038300     02 FILLER              PIC X(9)   VALUE SPACE.               ST2184.2
038400     02 RE-MARK             PIC X(61).                            ST2184.2
038500 01  TEST-COMPUTED.                                               ST2184.2
038600   02 FILLER  PIC X(30)  VALUE SPACE.                             ST2184.2
038700   02 FILLER  PIC X(17)  VALUE "      COMPUTED =".                ST2184.2
038800   02 COMPUTED-X.                                                 ST2184.2
038900     03 COMPUTED-A    PIC X(20)  VALUE SPACE.                     ST2184.2
039000     03 COMPUTED-N    REDEFINES COMPUTED-A PIC -9(9).9(9).        ST2184.2
039100     03 COMPUTED-0V18 REDEFINES COMPUTED-A PIC -.9(18).           ST2184.2
039200     03 COMPUTED-4V14 REDEFINES COMPUTED-A PIC -9(4).9(14).       ST2184.2
039300     03 COMPUTED-14V4 REDEFINES COMPUTED-A PIC -9(14).9(4).       ST2184.2
039400     03       CM-18V0 REDEFINES COMPUTED-A.                       ST2184.2
039500        04 COMPUTED-18V0                   PIC -9(18).            ST2184.2
039600        04 FILLER                          PIC X.                 ST2184.2
039700     03 FILLER PIC X(50) VALUE SPACE.                             ST2184.2
039800 01  TEST-CORRECT.                                                ST2184.2
039900     02 FILLER PIC X(30) VALUE SPACE.                             ST2184.2
040000     02 FILLER PIC X(17) VALUE "       CORRECT =".                ST2184.2
040100     02 CORRECT-X.                                                ST2184.2
040200     03 CORRECT-A                  PIC X(20) VALUE SPACE.         ST2184.2
040300     03 CORRECT-N    REDEFINES CORRECT-A     PIC -9(9).9(9).      ST2184.2
040400     03 CORRECT-0V18 REDEFINES CORRECT-A     PIC -.9(18).         ST2184.2
040500     03 CORRECT-4V14 REDEFINES CORRECT-A     PIC -9(4).9(14).     ST2184.2
040600     03 CORRECT-14V4 REDEFINES CORRECT-A     PIC -9(14).9(4).     ST2184.2
040700     03      CR-18V0 REDEFINES CORRECT-A.                         ST2184.2
040800         04 CORRECT-18V0                     PIC -9(18).          ST2184.2
040900         04 FILLER                           PIC X.               ST2184.2
041000     03 FILLER PIC X(2) VALUE SPACE.                              ST2184.2
041100     03 COR-ANSI-REFERENCE             PIC X(48) VALUE SPACE.     ST2184.2
041200*                                                                 ST2184.2
041300 01  CCVS-C-1.                                                    ST2184.2
041400     02 FILLER  PIC IS X        VALUE  SPACE.                     ST2184.2
041500     02 FILLER  PIC IS X(17)    VALUE "PARAGRAPH-NAME".           ST2184.2
041600     02 FILLER  PIC IS X        VALUE  SPACE.                     ST2184.2
041700     02 FILLER  PIC IS X(24)    VALUE IS "FEATURE".               ST2184.2
041800     02 FILLER  PIC IS X        VALUE  SPACE.                     ST2184.2
041900     02 FILLER  PIC IS X(5)     VALUE "PASS ".                    ST2184.2
042000     02 FILLER  PIC IS X(9)     VALUE  SPACE.                     ST2184.2
042100     02 FILLER  PIC IS X(62)    VALUE "REMARKS".                  ST2184.2
042200 01  CCVS-C-2.                                                    ST2184.2
042300     02 FILLER  PIC X(19)  VALUE  SPACE.                          ST2184.2
042400     02 FILLER  PIC X(6)   VALUE "TESTED".                        ST2184.2
042500     02 FILLER  PIC X(19)  VALUE  SPACE.                          ST2184.2
042600     02 FILLER  PIC X(4)   VALUE "FAIL".                          ST2184.2
042700     02 FILLER  PIC X(72)  VALUE  SPACE.                          ST2184.2
042800*                                                                 ST2184.2
042900 01  REC-SKL-SUB       PIC 9(2)     VALUE ZERO.                   ST2184.2
043000 01  REC-CT            PIC 99       VALUE ZERO.                   ST2184.2
043100 01  DELETE-COUNTER    PIC 999      VALUE ZERO.                   ST2184.2
043200 01  ERROR-COUNTER     PIC 999      VALUE ZERO.                   ST2184.2
043300 01  INSPECT-COUNTER   PIC 999      VALUE ZERO.                   ST2184.2
043400 01  PASS-COUNTER      PIC 999      VALUE ZERO.                   ST2184.2
043500 01  TOTAL-ERROR       PIC 999      VALUE ZERO.                   ST2184.2
043600 01  ERROR-HOLD        PIC 999      VALUE ZERO.                   ST2184.2
043700 01  DUMMY-HOLD        PIC X(120)   VALUE SPACE.                  ST2184.2
043800 01  RECORD-COUNT      PIC 9(5)     VALUE ZERO.                   ST2184.2
043900 01  ANSI-REFERENCE    PIC X(48)    VALUE SPACES.                 ST2184.2
044000 01  CCVS-H-1.                                                    ST2184.2
044100     02  FILLER          PIC X(39)    VALUE SPACES.               ST2184.2
044200     02  FILLER          PIC X(42)    VALUE                       ST2184.2
044300     "OFFICIAL COBOL COMPILER VALIDATION SYSTEM".                 ST2184.2
044400     02  FILLER          PIC X(39)    VALUE SPACES.               ST2184.2
044500 01  CCVS-H-2A.                                                   ST2184.2
044600   02  FILLER            PIC X(40)  VALUE SPACE.                  ST2184.2
044700   02  FILLER            PIC X(7)   VALUE "CCVS85 ".              ST2184.2
044800   02  FILLER            PIC XXXX   VALUE                         ST2184.2
044900     "4.2 ".                                                      ST2184.2
045000   02  FILLER            PIC X(28)  VALUE                         ST2184.2
045100            " COPY - NOT FOR DISTRIBUTION".                       ST2184.2
045200   02  FILLER            PIC X(41)  VALUE SPACE.                  ST2184.2
045300*                                                                 ST2184.2
045400 01  CCVS-H-2B.                                                   ST2184.2
045500   02  FILLER            PIC X(15)  VALUE "TEST RESULT OF ".      ST2184.2
045600   02  TEST-ID           PIC X(9).                                ST2184.2
045700   02  FILLER            PIC X(4)   VALUE " IN ".                 ST2184.2
045800   02  FILLER            PIC X(12)  VALUE                         ST2184.2
045900     " HIGH       ".                                              ST2184.2
046000   02  FILLER            PIC X(22)  VALUE                         ST2184.2
046100            " LEVEL VALIDATION FOR ".                             ST2184.2
046200   02  FILLER            PIC X(58)  VALUE                         ST2184.2
046300     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".ST2184.2
046400 01  CCVS-H-3.                                                    ST2184.2
046500     02  FILLER          PIC X(34)  VALUE                         ST2184.2
046600            " FOR OFFICIAL USE ONLY    ".                         ST2184.2
046700     02  FILLER          PIC X(58)  VALUE                         ST2184.2
046800     "COBOL 85 VERSION 4.2, Apr  1993 SSVG                      ".ST2184.2
046900     02  FILLER          PIC X(28)  VALUE                         ST2184.2
047000            "  COPYRIGHT   1985,1986 ".                           ST2184.2
047100 01  CCVS-E-1.                                                    ST2184.2
047200     02 FILLER           PIC X(52)  VALUE SPACE.                  ST2184.2
047300     02 FILLER  PIC X(14) VALUE IS "END OF TEST-  ".              ST2184.2
047400     02 ID-AGAIN         PIC X(9).                                ST2184.2
047500     02 FILLER           PIC X(45)  VALUE SPACES.                 ST2184.2
047600 01  CCVS-E-2.                                                    ST2184.2
047700     02  FILLER          PIC X(31)  VALUE SPACE.                  ST2184.2
047800     02  FILLER          PIC X(21)  VALUE SPACE.                  ST2184.2
047900     02  CCVS-E-2-2.                                              ST2184.2
048000         03 ERROR-TOTAL    PIC XXX    VALUE SPACE.                ST2184.2
048100         03 FILLER         PIC X      VALUE SPACE.                ST2184.2
048200         03 ENDER-DESC     PIC X(44)  VALUE                       ST2184.2
048300            "ERRORS ENCOUNTERED".                                 ST2184.2
048400 01  CCVS-E-3.                                                    ST2184.2
048500     02  FILLER          PIC X(22)  VALUE                         ST2184.2
048600            " FOR OFFICIAL USE ONLY".                             ST2184.2
048700     02  FILLER          PIC X(12)  VALUE SPACE.                  ST2184.2
048800     02  FILLER          PIC X(58)  VALUE                         ST2184.2
048900     "ON-SITE VALIDATION, NATIONAL INSTITUTE OF STD & TECH.     ".ST2184.2
049000     02  FILLER          PIC X(8)   VALUE SPACE.                  ST2184.2
049100     02  FILLER          PIC X(20)  VALUE                         ST2184.2
049200             " COPYRIGHT 1985,1986".                              ST2184.2
049300 01  CCVS-E-4.                                                    ST2184.2
049400     02 CCVS-E-4-1       PIC XXX    VALUE SPACE.                  ST2184.2
049500     02 FILLER           PIC X(4)   VALUE " OF ".                 ST2184.2
049600     02 CCVS-E-4-2       PIC XXX    VALUE SPACE.                  ST2184.2
049700     02 FILLER           PIC X(40)  VALUE                         ST2184.2
049800      "  TESTS WERE EXECUTED SUCCESSFULLY".                       ST2184.2
049900 01  XXINFO.                                                      ST2184.2
050000     02 FILLER           PIC X(19)  VALUE "*** INFORMATION ***".  ST2184.2
050100     02 INFO-TEXT.                                                ST2184.2
050200       04 FILLER             PIC X(8)   VALUE SPACE.              ST2184.2
050300       04 XXCOMPUTED         PIC X(20).                           ST2184.2
050400       04 FILLER             PIC X(5)   VALUE SPACE.              ST2184.2
050500       04 XXCORRECT          PIC X(20).                           ST2184.2
050600     02 INF-ANSI-REFERENCE PIC X(48).                             ST2184.2
050700 01  HYPHEN-LINE.                                                 ST2184.2
050800     02 FILLER  PIC IS X VALUE IS SPACE.                          ST2184.2
050900     02 FILLER  PIC IS X(65)    VALUE IS "************************ST2184.2
051000-    "*****************************************".                 ST2184.2
051100     02 FILLER  PIC IS X(54)    VALUE IS "************************ST2184.2
051200-    "******************************".                            ST2184.2
051300 01  CCVS-PGM-ID  PIC X(9)   VALUE                                ST2184.2
051400     "ST218A".                                                    ST2184.2
051500*                                                                 ST2184.2
051600 01  SAVE-RUN-KEY         PIC X(22).                              ST2184.2
051700*    IMAGE VIEW OF THE RAW-DATA RECORD (SEE COPYBOOK              ST2184.2
051800*    SQRAWREC).  POSTING MODE BUILDS ITS STAMPS HERE BECAUSE      ST2184.2
051900*    THE FD RECORD AREA MAY NOT BE REFERENCED WHILE THE FILE      ST2184.2
052000*    HAS NEVER BEEN OPENED - THE SAME MIRROR IDIOM SQPOST         ST2184.2
052100*    USES ON THE APPLY SIDE.                                      ST2184.2
052200 01  POST-WORK.                                                   ST2184.2
052300     05  PW-KEY.                                                  ST2184.2
052400         10  PW-PGM-ID           PIC X(6).                        ST2184.2
052500         10  PW-RUN-DATE         PIC 9(8).                        ST2184.2
052600         10  PW-RUN-TIME         PIC 9(8).                        ST2184.2
052700     05  PW-NO-OF-TESTS      PIC 99.                              ST2184.2
052800     05  PW-OK               PIC 999.                             ST2184.2
052900     05  PW-ALL              PIC 999.                             ST2184.2
053000     05  PW-FAIL             PIC 999.                             ST2184.2
053100     05  PW-DELETED          PIC 999.                             ST2184.2
053200     05  PW-INSPECT          PIC 999.                             ST2184.2
053300     05  PW-NOTE.                                                 ST2184.2
053325         10  PW-COMPILER-LEVEL PIC X(8).                          ST2184.2
053350         10  FILLER          PIC X(5).                            ST2184.2
053400     05  PW-INDENT           PIC X.                               ST2184.2
053500     05  PW-ABORT            PIC X(8).                            ST2184.2
053600     05  PW-JOB-NAME         PIC X(8).                            ST2184.2
053700     05  PW-SYSTEM-ID        PIC X(8).                            ST2184.2
053800     05  PW-OPERATOR-ID      PIC X(8).                            ST2184.2
053900 01  REPORT-REPO-STATUS   PIC XX VALUE "00".                      ST2184.2
054000 01  REPO-OPEN-SW         PIC X  VALUE "N".                       ST2184.2
054100 01  REPO-LINE-NO         PIC S9(5) COMP VALUE ZERO.              ST2184.2
054200 01  RUN-IDENT-IMAGE.                                             ST2184.2
054300     05  IDC-JOB-NAME     PIC X(8).                               ST2184.2
054400     05  FILLER           PIC X(1).                               ST2184.2
054500     05  IDC-SYSTEM-ID    PIC X(8).                               ST2184.2
054600     05  FILLER           PIC X(1).                               ST2184.2
054700     05  IDC-OPERATOR-ID  PIC X(8).                               ST2184.2
054800     05  FILLER           PIC X(1).                               ST2184.2
054900     05  IDC-POST-MODE    PIC X(8).                               ST2184.2
055000         88  IDC-POSTING-MODE  VALUE "POSTMODE".                  ST2184.2
055100     05  FILLER           PIC X(1).                               ST2184.2
055125     05  IDC-COMPILER-LEVEL PIC X(8).                             ST2184.2
055150     05  FILLER           PIC X(36).                              ST2184.2
055200 01  RUN-START-DATE       PIC 9(8).                               ST2184.2
055300 01  RUN-START-TIME       PIC 9(8).                               ST2184.2
055400 01  RUN-END-TIME         PIC 9(8).                               ST2184.2
055500 01  RST-HH               PIC 9(2).                               ST2184.2
055600 01  RST-MM               PIC 9(2).                               ST2184.2
055700 01  RST-SS               PIC 9(2).                               ST2184.2
055800 01  RET-HH               PIC 9(2).                               ST2184.2
055900 01  RET-MM               PIC 9(2).                               ST2184.2
056000 01  RET-SS               PIC 9(2).                               ST2184.2
056100 01  START-SECONDS-CT     PIC S9(7) COMP.                         ST2184.2
056200 01  END-SECONDS-CT       PIC S9(7) COMP.                         ST2184.2
056300 01  ELAPSED-SECONDS-CT   PIC S9(7) COMP.                         ST2184.2
056400 01  THROUGHPUT-CT        PIC S9(7) COMP.                         ST2184.2
056500 01  ELAPSED-TIME-LINE.                                           ST2184.2
056600     02 FILLER PIC X(20) VALUE "ELAPSED TIME (SECS)=".            ST2184.2
056700     02 ETL-ELAPSED PIC ZZZZ9.                                    ST2184.2
056800     02 FILLER PIC X(5) VALUE SPACES.                             ST2184.2
056900     02 FILLER PIC X(19) VALUE "RECORDS PER SECOND=".             ST2184.2
057000     02 ETL-THROUGHPUT PIC ZZZZ9.                                 ST2184.2
057100     02 FILLER PIC X(64) VALUE SPACES.                            ST2184.2
057200 01  JOURNAL-ACTION-CODE  PIC X   VALUE SPACE.                    ST2184.2
057300 PROCEDURE DIVISION.                                              ST2184.2
057400 DECLARATIVES.                                                    ST2184.2
057500 ST218A-DECLARATIVE-001-SECT SECTION.                             ST2184.2
057600     USE AFTER STANDARD EXCEPTION PROCEDURE REPORT-REPO.          ST2184.2
057700 REPO-ERROR-PROCEDURE.                                            ST2184.2
057800*    THE REPORT ARCHIVE IS AN AUXILIARY COPY - DISABLE IT         ST2184.2
057900*    AND CARRY ON RATHER THAN DISTURBING THE TEST RUN.            ST2184.2
058000     MOVE "N" TO REPO-OPEN-SW.                                    ST2184.2
058100 END DECLARATIVES.                                                ST2184.2
058200*                                                                 ST2184.2
058300*                                                                 ST2184.2
058400 CCVS1 SECTION.                                                   ST2184.2
058500 OPEN-FILES.                                                      ST2184.2
058600     ACCEPT   RUN-START-TIME FROM TIME.                           ST2184.2
058700     ACCEPT   RUN-START-DATE FROM DATE YYYYMMDD.                  ST2184.2
058800     MOVE SPACE TO RUN-IDENT-IMAGE.                               ST2184.2
058900     OPEN INPUT RUN-IDENT-CARD.                                   ST2184.2
059000     READ RUN-IDENT-CARD INTO RUN-IDENT-IMAGE                     ST2184.2
059100         AT END CONTINUE                                          ST2184.2
059200     END-READ.                                                    ST2184.2
059300     CLOSE RUN-IDENT-CARD.                                        ST2184.2
059400     IF IDC-POSTING-MODE                                          ST2184.2
059500         PERFORM OPEN-FILES-POSTING                               ST2184.2
059600         GO TO OPEN-FILES-REST.                                   ST2184.2
059700     OPEN I-O RAW-DATA.                                           ST2184.2
059800     MOVE CCVS-PGM-ID TO RAW-DATA-PGM-ID.                         ST2184.2
059900     MOVE ALL "9" TO RAW-DATA-RUN-DATE.                           ST2184.2
060000     MOVE ALL "9" TO RAW-DATA-RUN-TIME.                           ST2184.2
060100     MOVE ZERO TO C-NO-OF-TESTS.                                  ST2184.2
060200     MOVE ZERO TO C-OK C-ALL C-FAIL C-DELETED C-INSPECT.          ST2184.2
060300     READ RAW-DATA INVALID KEY GO TO OPEN-FILES-NEW-PGM.          ST2184.2
060400     PERFORM OPEN-FILES-STAMP.                                    ST2184.2
060500     REWRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-1.             ST2184.2
060600     MOVE "R" TO JOURNAL-ACTION-CODE.                             ST2184.2
060700     PERFORM WRITE-RAW-JOURNAL.                                   ST2184.2
060800     GO TO END-E-1.                                               ST2184.2
060900 OPEN-FILES-NEW-PGM.                                              ST2184.2
061000     PERFORM OPEN-FILES-STAMP.                                    ST2184.2
061100     WRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-1.               ST2184.2
061200     MOVE "W" TO JOURNAL-ACTION-CODE.                             ST2184.2
061300     PERFORM WRITE-RAW-JOURNAL.                                   ST2184.2
061400 END-E-1.                                                         ST2184.2
061500     MOVE RUN-START-DATE TO RAW-DATA-RUN-DATE.                    ST2184.2
061600     MOVE RUN-START-TIME TO RAW-DATA-RUN-TIME.                    ST2184.2
061700     WRITE RAW-DATA-SATZ INVALID KEY CONTINUE.                    ST2184.2
061800     MOVE "W" TO JOURNAL-ACTION-CODE.                             ST2184.2
061900     PERFORM WRITE-RAW-JOURNAL.                                   ST2184.2
062000     MOVE RAW-DATA-KEY TO SAVE-RUN-KEY.                           ST2184.2
062100     CLOSE RAW-DATA.                                              ST2184.2
062200 OPEN-FILES-REST.                                                 ST2184.2
062300     OPEN    OUTPUT PRINT-FILE.                                   ST2184.2
062400     OPEN I-O REPORT-REPO.                                        ST2184.2
062500     IF REPORT-REPO-STATUS EQUAL TO "00"                          ST2184.2
062600        OR REPORT-REPO-STATUS EQUAL TO "05"                       ST2184.2
062700         MOVE "Y" TO REPO-OPEN-SW.                                ST2184.2
062800     OPEN    OUTPUT CSV-FILE.                                     ST2184.2
062900     MOVE CSV-EXPORT-HEADER TO CSV-REC.                           ST2184.2
063000     WRITE CSV-REC.                                               ST2184.2
063100     OPEN    OUTPUT AUDIT-FILE.                                   ST2184.2
063200     PERFORM LOAD-WAIVERS.                                        ST2184.2
063300     MOVE    CCVS-PGM-ID TO TEST-ID.                              ST2184.2
063400     MOVE    CCVS-PGM-ID TO ID-AGAIN.                             ST2184.2
063500     MOVE    SPACE TO TEST-RESULTS.                               ST2184.2
063600     PERFORM HEAD-ROUTINE THRU COLUMN-NAMES-ROUTINE.              ST2184.2
063700     MOVE    ZERO TO REC-SKEL-SUB.                                ST2184.2
063800     PERFORM CCVS-INIT-FILE 10 TIMES.                             ST2184.2
063900     GO TO CCVS1-EXIT.                                            ST2184.2
064000 OPEN-FILES-STAMP.                                                ST2184.2
064100     ADD 1 TO C-NO-OF-TESTS.                                      ST2184.2
064200     MOVE "ABORTED " TO C-ABORT.                                  ST2184.2
064300     MOVE IDC-JOB-NAME TO C-JOB-NAME.                             ST2184.2
064400     MOVE IDC-SYSTEM-ID TO C-SYSTEM-ID.                           ST2184.2
064500     MOVE IDC-OPERATOR-ID TO C-OPERATOR-ID.                       ST2184.2
064550     MOVE IDC-COMPILER-LEVEL TO C-COMPILER-LEVEL.                 ST2184.2
064600 CCVS-INIT-FILE.                                                  ST2184.2
064700     ADD     1 TO REC-SKL-SUB.                                    ST2184.2
064800     MOVE    FILE-RECORD-INFO-SKELETON TO                         ST2184.2
064900                  FILE-RECORD-INFO (REC-SKL-SUB).                 ST2184.2
065000 WRITE-RAW-JOURNAL.                                               ST2184.2
065100*    AFTER-IMAGE JOURNALING (SEE SQRCVR): EVERY SUCCESSFUL        ST2184.2
065200*    WRITE OR REWRITE AGAINST RAW-DATA IS COPIED TO THE           ST2184.2
065300*    SEQUENTIAL JOURNAL SO THE CLUSTER CAN BE ROLLED FORWARD      ST2184.2
065400*    FROM A BACKUP AFTER A MID-WINDOW CORRUPTION.                 ST2184.2
065500     OPEN EXTEND RAW-JOURNAL.                                     ST2184.2
065600     MOVE JOURNAL-ACTION-CODE TO JRN-ACTION.                      ST2184.2
065700     MOVE CCVS-PGM-ID TO JRN-PGM-ID.                              ST2184.2
065800     MOVE RUN-START-DATE TO JRN-DATE.                             ST2184.2
065900     MOVE RUN-START-TIME TO JRN-TIME.                             ST2184.2
066000     MOVE RAW-DATA-SATZ TO JRN-RAW-IMAGE.                         ST2184.2
066100     WRITE JOURNAL-SATZ.                                          ST2184.2
066200     CLOSE RAW-JOURNAL.                                           ST2184.2
066300*                                                                 ST2184.2
066400 CLOSE-FILES.                                                     ST2184.2
066500     PERFORM END-ROUTINE THRU END-ROUTINE-13.                     ST2184.2
066600     PERFORM EXPIRED-WAIVER-TRAILER                               ST2184.2
066700         THRU EXPIRED-WAIVER-TRAILER-EX.                          ST2184.2
066800     PERFORM ELAPSED-TIME-TRAILER.                                ST2184.2
066900     PERFORM WRITE-RUN-METRICS.                                   ST2184.2
067000     CLOSE   CSV-FILE.                                            ST2184.2
067100     CLOSE   AUDIT-FILE.                                          ST2184.2
067200     CLOSE   PRINT-FILE.                                          ST2184.2
067300     IF REPO-OPEN-SW EQUAL TO "Y"                                 ST2184.2
067400         CLOSE REPORT-REPO                                        ST2184.2
067500         MOVE "N" TO REPO-OPEN-SW.                                ST2184.2
067600     IF IDC-POSTING-MODE                                          ST2184.2
067700         GO TO CLOSE-FILES-POSTING.                               ST2184.2
067800     OPEN I-O RAW-DATA.                                           ST2184.2
067900     MOVE CCVS-PGM-ID TO RAW-DATA-PGM-ID.                         ST2184.2
068000     MOVE ALL "9" TO RAW-DATA-RUN-DATE.                           ST2184.2
068100     MOVE ALL "9" TO RAW-DATA-RUN-TIME.                           ST2184.2
068200     READ RAW-DATA INVALID KEY GO TO END-E-2.                     ST2184.2
068300     PERFORM CLOSE-FILES-STAMP.                                   ST2184.2
068400     REWRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-2.             ST2184.2
068500     MOVE "R" TO JOURNAL-ACTION-CODE.                             ST2184.2
068600     PERFORM WRITE-RAW-JOURNAL.                                   ST2184.2
068700 END-E-2.                                                         ST2184.2
068800     MOVE SAVE-RUN-KEY TO RAW-DATA-KEY.                           ST2184.2
068900     READ RAW-DATA INVALID KEY GO TO END-E-2X.                    ST2184.2
069000     PERFORM CLOSE-FILES-STAMP.                                   ST2184.2
069100     REWRITE RAW-DATA-SATZ INVALID KEY GO TO END-E-2X.            ST2184.2
069200     MOVE "R" TO JOURNAL-ACTION-CODE.                             ST2184.2
069300     PERFORM WRITE-RAW-JOURNAL.                                   ST2184.2
069400 END-E-2X.                                                        ST2184.2
069500     CLOSE RAW-DATA.                                              ST2184.2
069600     PERFORM SET-RETURN-CODE.                                     ST2184.2
069700 TERMINATE-CCVS.                                                  ST2184.2
069800     EXIT PROGRAM.                                                ST2184.2
069900 TERMINATE-CALL.                                                  ST2184.2
070000     STOP    RUN.                                                 ST2184.2
070100 CLOSE-FILES-STAMP.                                               ST2184.2
070200     MOVE "OK.     " TO C-ABORT.                                  ST2184.2
070300     MOVE PASS-COUNTER TO C-OK.                                   ST2184.2
070400     MOVE ERROR-HOLD TO C-ALL.                                    ST2184.2
070500     MOVE ERROR-COUNTER TO C-FAIL.                                ST2184.2
070600     MOVE DELETE-COUNTER TO C-DELETED.                            ST2184.2
070700     MOVE INSPECT-COUNTER TO C-INSPECT.                           ST2184.2
070800 SET-RETURN-CODE.                                                 ST2184.2
070900     IF ERROR-COUNTER NOT EQUAL TO ZERO                           ST2184.2
071000         MOVE 8 TO RETURN-CODE                                    ST2184.2
071100     ELSE                                                         ST2184.2
071200         IF DELETE-COUNTER NOT EQUAL TO ZERO                      ST2184.2
071300            OR INSPECT-COUNTER NOT EQUAL TO ZERO                  ST2184.2
071400             MOVE 4 TO RETURN-CODE                                ST2184.2
071500         ELSE                                                     ST2184.2
071600             MOVE ZERO TO RETURN-CODE                             ST2184.2
071700         END-IF                                                   ST2184.2
071800     END-IF.                                                      ST2184.2
071900 ARCHIVE-REPORT-LINE.                                             ST2184.2
072000     ADD 1 TO REPO-LINE-NO.                                       ST2184.2
072100     MOVE CCVS-PGM-ID TO RK-PGM-ID.                               ST2184.2
072200     MOVE RUN-START-DATE TO RK-RUN-DATE.                          ST2184.2
072300     MOVE RUN-START-TIME TO RK-RUN-TIME.                          ST2184.2
072400     MOVE REPO-LINE-NO TO RK-LINE-NO.                             ST2184.2
072500     MOVE DUMMY-RECORD TO REPO-IMAGE.                             ST2184.2
072600     WRITE REPO-SATZ INVALID KEY CONTINUE.                        ST2184.2
072700 WRITE-RUN-METRICS.                                               ST2184.2
072800     OPEN EXTEND METRICS-FILE.                                    ST2184.2
072900     MOVE CCVS-PGM-ID TO MET-PGM-ID.                              ST2184.2
073000     MOVE RUN-START-DATE TO MET-RUN-DATE.                         ST2184.2
073100     MOVE RUN-START-TIME TO MET-RUN-TIME.                         ST2184.2
073200     MOVE ELAPSED-SECONDS-CT TO MET-ELAPSED-SECS.                 ST2184.2
073300     MOVE THROUGHPUT-CT TO MET-RECS-PER-SEC.                      ST2184.2
073400     MOVE ZERO TO MET-REJECT-COUNT.                               ST2184.2
073500     MOVE ZERO TO MET-RESTART-STAGE.                              ST2184.2
073600     WRITE METRICS-REC.                                           ST2184.2
073700     CLOSE METRICS-FILE.                                          ST2184.2
073800 OPEN-FILES-POSTING.                                              ST2184.2
073900*    POSTING MODE (SEE SQ218A): STAMPS GO TO THIS RUN-S OWN       ST2184.2
074000*    SEQUENTIAL POSTING FILE, BUILT IN THE POST-WORK MIRROR       ST2184.2
074100*    BECAUSE THE RAW-DATA FD RECORD AREA MAY NOT BE REFERENCED    ST2184.2
074200*    WHILE THE FILE HAS NEVER BEEN OPENED.  SQPOST APPLIES THE    ST2184.2
074300*    POSTING FILES SERIALLY.  THE STAMPS MIRROR                   ST2184.2
074400*    OPEN-FILES-STAMP AND CLOSE-FILES-STAMP FIELD FOR FIELD.      ST2184.2
074500     MOVE SPACE TO POST-WORK.                                     ST2184.2
074600     MOVE CCVS-PGM-ID TO PW-PGM-ID.                               ST2184.2
074700     MOVE ZERO TO PW-NO-OF-TESTS.                                 ST2184.2
074800     MOVE ZERO TO PW-OK PW-ALL PW-FAIL PW-DELETED PW-INSPECT.     ST2184.2
074900     ADD 1 TO PW-NO-OF-TESTS.                                     ST2184.2
075000     MOVE "ABORTED " TO PW-ABORT.                                 ST2184.2
075100     MOVE IDC-JOB-NAME TO PW-JOB-NAME.                            ST2184.2
075200     MOVE IDC-SYSTEM-ID TO PW-SYSTEM-ID.                          ST2184.2
075300     MOVE IDC-OPERATOR-ID TO PW-OPERATOR-ID.                      ST2184.2
075350     MOVE IDC-COMPILER-LEVEL TO PW-COMPILER-LEVEL.                ST2184.2
075400     MOVE RUN-START-DATE TO PW-RUN-DATE.                          ST2184.2
075500     MOVE RUN-START-TIME TO PW-RUN-TIME.                          ST2184.2
075600     MOVE PW-KEY TO SAVE-RUN-KEY.                                 ST2184.2
075700     OPEN EXTEND POSTING-FILE.                                    ST2184.2
075800     MOVE "O" TO POST-ACTION.                                     ST2184.2
075900     MOVE POST-WORK TO POST-IMAGE.                                ST2184.2
076000     WRITE POSTING-REC.                                           ST2184.2
076100     CLOSE POSTING-FILE.                                          ST2184.2
076200 CLOSE-FILES-POSTING.                                             ST2184.2
076300     MOVE SAVE-RUN-KEY TO PW-KEY.                                 ST2184.2
076400     MOVE "OK.     " TO PW-ABORT.                                 ST2184.2
076500     MOVE PASS-COUNTER TO PW-OK.                                  ST2184.2
076600     MOVE ERROR-HOLD TO PW-ALL.                                   ST2184.2
076700     MOVE ERROR-COUNTER TO PW-FAIL.                               ST2184.2
076800     MOVE DELETE-COUNTER TO PW-DELETED.                           ST2184.2
076900     MOVE INSPECT-COUNTER TO PW-INSPECT.                          ST2184.2
077000     OPEN EXTEND POSTING-FILE.                                    ST2184.2
077100     MOVE "C" TO POST-ACTION.                                     ST2184.2
077200     MOVE POST-WORK TO POST-IMAGE.                                ST2184.2
077300     WRITE POSTING-REC.                                           ST2184.2
077400     CLOSE POSTING-FILE.                                          ST2184.2
077500     PERFORM SET-RETURN-CODE.                                     ST2184.2
077600     GO TO TERMINATE-CCVS.                                        ST2184.2
077700*                                                                 ST2184.2
077800 INSPT.                                                           ST2184.2
077900     MOVE   "INSPT" TO P-OR-F.                                    ST2184.2
078000     ADD     1 TO INSPECT-COUNTER.                                ST2184.2
078100     PERFORM PRINT-DETAIL.                                        ST2184.2
078200                                                                  ST2184.2
078300 PASS.                                                            ST2184.2
078400     MOVE   "PASS " TO P-OR-F.                                    ST2184.2
078500     ADD     1 TO PASS-COUNTER.                                   ST2184.2
078600     PERFORM PRINT-DETAIL.                                        ST2184.2
078700*                                                                 ST2184.2
078800 FAIL.                                                            ST2184.2
078900     MOVE   "FAIL*" TO P-OR-F.                                    ST2184.2
079000     ADD     1 TO ERROR-COUNTER.                                  ST2184.2
079100     PERFORM PRINT-DETAIL.                                        ST2184.2
079200*                                                                 ST2184.2
079300 DE-LETE.                                                         ST2184.2
079400     MOVE   "****TEST DELETED****" TO RE-MARK.                    ST2184.2
079500     MOVE   "*****" TO P-OR-F.                                    ST2184.2
079600     ADD     1 TO DELETE-COUNTER.                                 ST2184.2
079700     PERFORM PRINT-DETAIL.                                        ST2184.2
079800*                                                                 ST2184.2
079900 AUDIT-TRAIL.                                                     ST2184.2
080000     MOVE CCVS-PGM-ID TO AUDIT-PGM-ID.                            ST2184.2
080100     MOVE RUN-START-DATE TO AUDIT-RUN-DATE.                       ST2184.2
080200     MOVE RUN-START-TIME TO AUDIT-RUN-TIME.                       ST2184.2
080300     MOVE P-OR-F TO AUDIT-OUTCOME.                                ST2184.2
080400     MOVE FEATURE TO AUDIT-FEATURE.                               ST2184.2
080500     MOVE PAR-NAME TO AUDIT-PAR-NAME.                             ST2184.2
080600     MOVE RE-MARK TO AUDIT-RE-MARK.                               ST2184.2
080700     WRITE AUDIT-REC.                                             ST2184.2
080800 PRINT-DETAIL.                                                    ST2184.2
080900     IF REC-CT NOT EQUAL TO ZERO                                  ST2184.2
081000         MOVE   "." TO PARDOT-X                                   ST2184.2
081100         MOVE    REC-CT TO DOTVALUE.                              ST2184.2
081200     IF P-OR-F EQUAL TO "FAIL*"                                   ST2184.2
081300         PERFORM CHECK-WAIVER THRU CHECK-WAIVER-EX.               ST2184.2
081400     MOVE    TEST-RESULTS TO PRINT-REC.                           ST2184.2
081500     PERFORM WRITE-LINE.                                          ST2184.2
081600     PERFORM WRITE-CSV-DETAIL.                                    ST2184.2
081700*    EVERY OUTCOME (INCLUDING PASS AND INSPT) IS POSTED TO THE    ST2184.2
081800*    AUDIT FILE SO SQQSTA CAN COMPUTE PASS/FAIL RATES AND SPOT    ST2184.2
081900*    FLAKY TESTS ON THE AUDIT MASTER.                             ST2184.2
082000     PERFORM AUDIT-TRAIL.                                         ST2184.2
082100     IF P-OR-F EQUAL TO "WAIVD"                                   ST2184.2
082200         PERFORM WRITE-WAIVED-LINE.                               ST2184.2
082300     IF P-OR-F EQUAL TO "FAIL*"                                   ST2184.2
082400         PERFORM WRITE-LINE                                       ST2184.2
082500         PERFORM FAIL-ROUTINE THRU FAIL-ROUTINE-EX                ST2184.2
082600     ELSE                                                         ST2184.2
082700         PERFORM BAIL-OUT THRU BAIL-OUT-EX.                       ST2184.2
082800     MOVE    SPACE TO P-OR-F.                                     ST2184.2
082900     MOVE    SPACE TO COMPUTED-X.                                 ST2184.2
083000     MOVE    SPACE TO CORRECT-X.                                  ST2184.2
083100     IF REC-CT EQUAL TO ZERO  MOVE SPACE TO PAR-NAME.             ST2184.2
083200     MOVE    SPACE TO RE-MARK.                                    ST2184.2
083300 WRITE-CSV-DETAIL.                                                ST2184.2
083400     MOVE CCVS-PGM-ID TO CSV-PGM-ID.                              ST2184.2
083500     MOVE RUN-START-DATE TO CSV-RUN-DATE.                         ST2184.2
083600     MOVE RUN-START-TIME TO CSV-RUN-TIME.                         ST2184.2
083700     MOVE FEATURE  TO CSV-FEATURE.                                ST2184.2
083800     MOVE PAR-NAME TO CSV-PAR-NAME.                               ST2184.2
083900     MOVE P-OR-F   TO CSV-P-OR-F.                                 ST2184.2
084000     MOVE RE-MARK  TO CSV-RE-MARK.                                ST2184.2
084100     MOVE CSV-EXPORT-LINE TO CSV-REC.                             ST2184.2
084200     WRITE CSV-REC.                                               ST2184.2
084300*                                                                 ST2184.2
084400 HEAD-ROUTINE.                                                    ST2184.2
084500     MOVE CCVS-H-1  TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  ST2184.2
084600     MOVE CCVS-H-2A TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.  ST2184.2
084700     MOVE CCVS-H-2B TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  ST2184.2
084800     MOVE CCVS-H-3  TO DUMMY-RECORD. PERFORM WRITE-LINE 3 TIMES.  ST2184.2
084900 COLUMN-NAMES-ROUTINE.                                            ST2184.2
085000     MOVE CCVS-C-1 TO DUMMY-RECORD. PERFORM WRITE-LINE.           ST2184.2
085100     MOVE CCVS-C-2 TO DUMMY-RECORD. PERFORM WRITE-LINE 2 TIMES.   ST2184.2
085200     MOVE HYPHEN-LINE TO DUMMY-RECORD. PERFORM WRITE-LINE.        ST2184.2
085300 END-ROUTINE.                                                     ST2184.2
085400     MOVE    HYPHEN-LINE TO DUMMY-RECORD.                         ST2184.2
085500     PERFORM WRITE-LINE 5 TIMES.                                  ST2184.2
085600 END-RTN-EXIT.                                                    ST2184.2
085700     MOVE    CCVS-E-1 TO DUMMY-RECORD.                            ST2184.2
085800     PERFORM WRITE-LINE 2 TIMES.                                  ST2184.2
085900*                                                                 ST2184.2
086000 END-ROUTINE-1.                                                   ST2184.2
086100     ADD     ERROR-COUNTER   TO ERROR-HOLD                        ST2184.2
086200     ADD     INSPECT-COUNTER TO ERROR-HOLD.                       ST2184.2
086300     ADD     DELETE-COUNTER  TO ERROR-HOLD.                       ST2184.2
086400     ADD     PASS-COUNTER    TO ERROR-HOLD.                       ST2184.2
086500     ADD     WAIVED-COUNTER  TO ERROR-HOLD.                       ST2184.2
086600     MOVE    PASS-COUNTER    TO CCVS-E-4-1.                       ST2184.2
086700     MOVE    ERROR-HOLD      TO CCVS-E-4-2.                       ST2184.2
086800     MOVE    CCVS-E-4        TO CCVS-E-2-2.                       ST2184.2
086900     MOVE    CCVS-E-2        TO DUMMY-RECORD                      ST2184.2
087000     PERFORM WRITE-LINE.                                          ST2184.2
087100     MOVE   "TEST(S) FAILED" TO ENDER-DESC.                       ST2184.2
087200     IF ERROR-COUNTER IS EQUAL TO ZERO                            ST2184.2
087300         MOVE   "NO " TO ERROR-TOTAL                              ST2184.2
087400     ELSE                                                         ST2184.2
087500         MOVE    ERROR-COUNTER TO ERROR-TOTAL.                    ST2184.2
087600     MOVE    CCVS-E-2 TO DUMMY-RECORD.                            ST2184.2
087700     PERFORM WRITE-LINE.                                          ST2184.2
087800 END-ROUTINE-13.                                                  ST2184.2
087900     IF DELETE-COUNTER IS EQUAL TO ZERO                           ST2184.2
088000         MOVE   "NO " TO ERROR-TOTAL                              ST2184.2
088100     ELSE                                                         ST2184.2
088200         MOVE    DELETE-COUNTER TO ERROR-TOTAL.                   ST2184.2
088300     MOVE   "TEST(S) DELETED     " TO ENDER-DESC.                 ST2184.2
088400     MOVE    CCVS-E-2 TO DUMMY-RECORD.                            ST2184.2
088500     PERFORM WRITE-LINE.                                          ST2184.2
088600     IF INSPECT-COUNTER EQUAL TO ZERO                             ST2184.2
088700         MOVE   "NO " TO ERROR-TOTAL                              ST2184.2
088800     ELSE                                                         ST2184.2
088900         MOVE    INSPECT-COUNTER TO ERROR-TOTAL.                  ST2184.2
089000     MOVE   "TEST(S) REQUIRE INSPECTION" TO ENDER-DESC.           ST2184.2
089100     MOVE    CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.        ST2184.2
089200     IF WAIVED-COUNTER EQUAL TO ZERO                              ST2184.2
089300         MOVE   "NO " TO ERROR-TOTAL                              ST2184.2
089400     ELSE                                                         ST2184.2
089500         MOVE    WAIVED-COUNTER TO ERROR-TOTAL.                   ST2184.2
089600     MOVE   "FAILURE(S) WAIVED AS KNOWN ISSUES" TO ENDER-DESC.    ST2184.2
089700     MOVE    CCVS-E-2 TO DUMMY-RECORD. PERFORM WRITE-LINE.        ST2184.2
089800     MOVE    CCVS-E-3 TO DUMMY-RECORD. PERFORM WRITE-LINE.        ST2184.2
089900*                                                                 ST2184.2
090000 WRITE-LINE.                                                      ST2184.2
090100     ADD     1 TO RECORD-COUNT.                                   ST2184.2
090200     IF RECORD-COUNT GREATER 50                                   ST2184.2
090300         MOVE  DUMMY-RECORD TO DUMMY-HOLD                         ST2184.2
090400         MOVE  SPACE TO DUMMY-RECORD                              ST2184.2
090500         WRITE DUMMY-RECORD AFTER ADVANCING PAGE                  ST2184.2
090600         MOVE  CCVS-C-1 TO DUMMY-RECORD PERFORM WRT-LN            ST2184.2
090700         MOVE  CCVS-C-2 TO DUMMY-RECORD PERFORM WRT-LN 2 TIMES    ST2184.2
090800         MOVE  HYPHEN-LINE TO DUMMY-RECORD PERFORM WRT-LN         ST2184.2
090900         MOVE  DUMMY-HOLD TO DUMMY-RECORD                         ST2184.2
091000         MOVE  ZERO TO RECORD-COUNT.                              ST2184.2
091100     PERFORM WRT-LN.                                              ST2184.2
091200*                                                                 ST2184.2
091300 WRT-LN.                                                          ST2184.2
091400     WRITE   DUMMY-RECORD AFTER ADVANCING 1 LINES.                ST2184.2
091500     IF REPO-OPEN-SW EQUAL TO "Y"                                 ST2184.2
091600         PERFORM ARCHIVE-REPORT-LINE.                             ST2184.2
091700     MOVE    SPACE TO DUMMY-RECORD.                               ST2184.2
091800 BLANK-LINE-PRINT.                                                ST2184.2
091900     PERFORM WRT-LN.                                              ST2184.2
092000 FAIL-ROUTINE.                                                    ST2184.2
092100     IF COMPUTED-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.   ST2184.2
092200     IF CORRECT-X NOT EQUAL TO SPACE GO TO FAIL-ROUTINE-WRITE.    ST2184.2
092300     MOVE    ANSI-REFERENCE TO INF-ANSI-REFERENCE.                ST2184.2
092400     MOVE   "NO FURTHER INFORMATION, SEE PROGRAM." TO INFO-TEXT.  ST2184.2
092500     MOVE    XXINFO TO DUMMY-RECORD.                              ST2184.2
092600     PERFORM WRITE-LINE 2 TIMES.                                  ST2184.2
092700     MOVE    SPACES TO INF-ANSI-REFERENCE.                        ST2184.2
092800     GO TO   FAIL-ROUTINE-EX.                                     ST2184.2
092900 FAIL-ROUTINE-WRITE.                                              ST2184.2
093000     MOVE    TEST-COMPUTED  TO PRINT-REC                          ST2184.2
093100     PERFORM WRITE-LINE                                           ST2184.2
093200     MOVE    ANSI-REFERENCE TO COR-ANSI-REFERENCE.                ST2184.2
093300     MOVE    TEST-CORRECT   TO PRINT-REC                          ST2184.2
093400     PERFORM WRITE-LINE 2 TIMES.                                  ST2184.2
093500     MOVE    SPACES         TO COR-ANSI-REFERENCE.                ST2184.2
093600 FAIL-ROUTINE-EX.                                                 ST2184.2
093700     EXIT.                                                        ST2184.2
093800 LOAD-WAIVERS.                                                    ST2184.2
093900*    ONLY WAIVERS FOR THIS ROUTINE, OR FOR EVERY ROUTINE WHEN     ST2184.2
094000*    THE PROGRAM-ID IS SPACE, ARE KEPT.  WITH NO WAIVER FILE THE  ST2184.2
094100*    TABLE IS EMPTY AND EVERY FAILURE COUNTS AS BEFORE.           ST2184.2
094200     MOVE    ZERO TO WAIVER-COUNT.                                ST2184.2
094300     MOVE    ZERO TO WAIVER-EOF-FLAG.                             ST2184.2
094400     OPEN    INPUT WAIVER-FILE.                                   ST2184.2
094500     IF WAIVER-STATUS NOT EQUAL TO "00"                           ST2184.2
094600         MOVE 1 TO WAIVER-EOF-FLAG.                               ST2184.2
094700     PERFORM LOAD-ONE-WAIVER                                      ST2184.2
094800         UNTIL WAIVER-EOF-FLAG EQUAL TO 1.                        ST2184.2
094900     CLOSE   WAIVER-FILE.                                         ST2184.2
095000 LOAD-ONE-WAIVER.                                                 ST2184.2
095100     READ WAIVER-FILE                                             ST2184.2
095200         AT END MOVE 1 TO WAIVER-EOF-FLAG                         ST2184.2
095300         NOT AT END PERFORM STORE-WAIVER                          ST2184.2
095400     END-READ.                                                    ST2184.2
095500 STORE-WAIVER.                                                    ST2184.2
095600     IF WVR-PGM-ID NOT EQUAL TO SPACE                             ST2184.2
095700        AND WVR-PGM-ID NOT EQUAL TO CCVS-PGM-ID                   ST2184.2
095800         NEXT SENTENCE                                            ST2184.2
095900     ELSE                                                         ST2184.2
096000     IF WAIVER-COUNT NOT LESS THAN 100                            ST2184.2
096100         MOVE "Y" TO WAIVER-FULL-SW                               ST2184.2
096200     ELSE                                                         ST2184.2
096300         ADD  1 TO WAIVER-COUNT                                   ST2184.2
096400         MOVE WVR-FEATURE     TO WT-FEATURE (WAIVER-COUNT)        ST2184.2
096500         MOVE WVR-PAR-NAME    TO WT-PAR-NAME (WAIVER-COUNT)       ST2184.2
096600         MOVE WVR-INCIDENT    TO WT-INCIDENT (WAIVER-COUNT)       ST2184.2
096700         MOVE WVR-APPROVED-BY TO WT-APPROVED-BY (WAIVER-COUNT)    ST2184.2
096800         MOVE WVR-EXPIRY-DATE TO WT-EXPIRY-DATE (WAIVER-COUNT)    ST2184.2
096900         MOVE ZERO            TO WT-EXPIRED-HITS (WAIVER-COUNT).  ST2184.2
097000 CHECK-WAIVER.                                                    ST2184.2
097100*    A FAILURE IS LOOKED UP BY FEATURE AND PARAGRAPH NAME AS IT   ST2184.2
097200*    IS ABOUT TO PRINT.  AN EXPIRED WAIVER LEAVES THE FAILURE     ST2184.2
097300*    STANDING SO A WAIVER CANNOT QUIETLY BECOME PERMANENT.        ST2184.2
097400     MOVE    ZERO TO WAIVER-HIT-SUB.                              ST2184.2
097500     PERFORM CHECK-ONE-WAIVER                                     ST2184.2
097600         VARYING WAIVER-SUB FROM 1 BY 1                           ST2184.2
097700         UNTIL WAIVER-SUB GREATER THAN WAIVER-COUNT               ST2184.2
097800            OR WAIVER-HIT-SUB GREATER THAN ZERO.                  ST2184.2
097900     IF WAIVER-HIT-SUB EQUAL TO ZERO                              ST2184.2
098000         GO TO CHECK-WAIVER-EX.                                   ST2184.2
098100     IF WT-EXPIRY-DATE (WAIVER-HIT-SUB) LESS THAN RUN-START-DATE  ST2184.2
098200         ADD 1 TO WT-EXPIRED-HITS (WAIVER-HIT-SUB)                ST2184.2
098300         IF WT-EXPIRED-HITS (WAIVER-HIT-SUB) EQUAL TO 1           ST2184.2
098400             ADD 1 TO EXPIRED-WAIVER-COUNT                        ST2184.2
098500             GO TO CHECK-WAIVER-EX                                ST2184.2
098600         ELSE                                                     ST2184.2
098700             GO TO CHECK-WAIVER-EX.                               ST2184.2
098800     MOVE   "WAIVD" TO P-OR-F.                                    ST2184.2
098900     SUBTRACT 1 FROM ERROR-COUNTER.                               ST2184.2
099000     ADD     1 TO WAIVED-COUNTER.                                 ST2184.2
099100 CHECK-WAIVER-EX.                                                 ST2184.2
099200     EXIT.                                                        ST2184.2
099300 CHECK-ONE-WAIVER.                                                ST2184.2
099400     IF WT-FEATURE (WAIVER-SUB) EQUAL TO FEATURE                  ST2184.2
099500        AND WT-PAR-NAME (WAIVER-SUB) EQUAL TO PAR-NAME            ST2184.2
099600         MOVE WAIVER-SUB TO WAIVER-HIT-SUB.                       ST2184.2
099700 WRITE-WAIVED-LINE.                                               ST2184.2
099800     MOVE    WT-INCIDENT (WAIVER-HIT-SUB)    TO WDL-INCIDENT.     ST2184.2
099900     MOVE    WT-APPROVED-BY (WAIVER-HIT-SUB) TO WDL-APPROVED-BY.  ST2184.2
100000     MOVE    WT-EXPIRY-DATE (WAIVER-HIT-SUB) TO WDL-EXPIRY-DATE.  ST2184.2
100100     MOVE    WAIVED-LINE TO DUMMY-RECORD.                         ST2184.2
100200     PERFORM WRITE-LINE.                                          ST2184.2
100300 EXPIRED-WAIVER-TRAILER.                                          ST2184.2
100400     IF WAIVER-TABLE-FULL                                         ST2184.2
100500         MOVE WAIVER-FULL-LINE TO DUMMY-RECORD                    ST2184.2
100600         PERFORM WRITE-LINE.                                      ST2184.2
100700     IF EXPIRED-WAIVER-COUNT EQUAL TO ZERO                        ST2184.2
100800         GO TO EXPIRED-WAIVER-TRAILER-EX.                         ST2184.2
100900     PERFORM BLANK-LINE-PRINT.                                    ST2184.2
101000     MOVE    EXPIRED-WAIVER-HEAD TO DUMMY-RECORD.                 ST2184.2
101100     PERFORM WRITE-LINE.                                          ST2184.2
101200     PERFORM PRINT-EXPIRED-WAIVER                                 ST2184.2
101300         VARYING WAIVER-SUB FROM 1 BY 1                           ST2184.2
101400         UNTIL WAIVER-SUB GREATER THAN WAIVER-COUNT.              ST2184.2
101500 EXPIRED-WAIVER-TRAILER-EX.                                       ST2184.2
101600     EXIT.                                                        ST2184.2
101700 PRINT-EXPIRED-WAIVER.                                            ST2184.2
101800     IF WT-EXPIRED-HITS (WAIVER-SUB) GREATER THAN ZERO            ST2184.2
101900         MOVE WT-FEATURE (WAIVER-SUB)     TO EWL-FEATURE          ST2184.2
102000         MOVE WT-PAR-NAME (WAIVER-SUB)    TO EWL-PAR-NAME         ST2184.2
102100         MOVE WT-INCIDENT (WAIVER-SUB)    TO EWL-INCIDENT         ST2184.2
102200         MOVE WT-APPROVED-BY (WAIVER-SUB) TO EWL-APPROVED-BY      ST2184.2
102300         MOVE WT-EXPIRY-DATE (WAIVER-SUB) TO EWL-EXPIRY-DATE      ST2184.2
102400         MOVE WT-EXPIRED-HITS (WAIVER-SUB) TO EWL-HITS            ST2184.2
102500         MOVE EXPIRED-WAIVER-LINE TO DUMMY-RECORD                 ST2184.2
102600         PERFORM WRITE-LINE.                                      ST2184.2
102700 BAIL-OUT.                                                        ST2184.2
102800     IF COMPUTED-A NOT EQUAL TO SPACE GO TO BAIL-OUT-WRITE.       ST2184.2
102900     IF CORRECT-A EQUAL TO SPACE GO TO BAIL-OUT-EX.               ST2184.2
103000 BAIL-OUT-WRITE.                                                  ST2184.2
103100     MOVE    CORRECT-A      TO XXCORRECT.                         ST2184.2
103200     MOVE    COMPUTED-A     TO XXCOMPUTED.                        ST2184.2
103300     MOVE    ANSI-REFERENCE TO INF-ANSI-REFERENCE.                ST2184.2
103400     MOVE    XXINFO TO DUMMY-RECORD.                              ST2184.2
103500     PERFORM WRITE-LINE 2 TIMES.                                  ST2184.2
103600     MOVE    SPACES TO INF-ANSI-REFERENCE.                        ST2184.2
103700 BAIL-OUT-EX.                                                     ST2184.2
103800     EXIT.                                                        ST2184.2
103900 ELAPSED-TIME-TRAILER.                                            ST2184.2
104000     MOVE RUN-START-TIME (1:2)         TO RST-HH.                 ST2184.2
104100     MOVE RUN-START-TIME (3:2)         TO RST-MM.                 ST2184.2
104200     MOVE RUN-START-TIME (5:2)         TO RST-SS.                 ST2184.2
104300     ACCEPT RUN-END-TIME               FROM TIME.                 ST2184.2
104400     MOVE RUN-END-TIME (1:2)           TO RET-HH.                 ST2184.2
104500     MOVE RUN-END-TIME (3:2)           TO RET-MM.                 ST2184.2
104600     MOVE RUN-END-TIME (5:2)           TO RET-SS.                 ST2184.2
104700     COMPUTE START-SECONDS-CT =                                   ST2184.2
104800         (RST-HH * 3600) + (RST-MM * 60) + RST-SS.                ST2184.2
104900     COMPUTE END-SECONDS-CT =                                     ST2184.2
105000         (RET-HH * 3600) + (RET-MM * 60) + RET-SS.                ST2184.2
105100     COMPUTE ELAPSED-SECONDS-CT =                                 ST2184.2
105200         END-SECONDS-CT - START-SECONDS-CT.                       ST2184.2
105300     IF ELAPSED-SECONDS-CT < 0                                    ST2184.2
105400         ADD 86400 TO ELAPSED-SECONDS-CT.                         ST2184.2
105500     IF ELAPSED-SECONDS-CT = 0                                    ST2184.2
105600         MOVE ERROR-HOLD TO THROUGHPUT-CT                         ST2184.2
105700     ELSE                                                         ST2184.2
105800         COMPUTE THROUGHPUT-CT = ERROR-HOLD / ELAPSED-SECONDS-CT. ST2184.2
105900     MOVE ELAPSED-SECONDS-CT            TO ETL-ELAPSED.           ST2184.2
106000     MOVE THROUGHPUT-CT                 TO ETL-THROUGHPUT.        ST2184.2
106100     MOVE ELAPSED-TIME-LINE             TO DUMMY-RECORD.          ST2184.2
106200     PERFORM WRITE-LINE.                                          ST2184.2
106300 CCVS1-EXIT.                                                      ST2184.2
106400     EXIT.                                                        ST2184.2
106500*                                                                 ST2184.2
106600****************************************************************  ST2184.2
106700*                                                              *  ST2184.2
106800*    THIS POINT MARKS THE END OF THE CCVS MONITOR ROUTINES AND *  ST2184.2
106900*    THE START OF THE TESTS OF SPECIFIC COBOL FEATURES.        *  ST2184.2
107000*                                                              *  ST2184.2
107100****************************************************************  ST2184.2
107200*                                                                 ST2184.2
107300 SECT-ST218A-MAIN SECTION.                                        ST2184.2
107400*                                                                 ST2184.2
107500*    THE FIRST ACTION IS TO BUILD SQ-VS6: BUILD-TOTAL-RECS        ST2184.2
107600*    RECORDS OF 120 AND 151 CHARACTERS IN SCRAMBLED               ST2184.2
107700*    RECORD-NUMBER ORDER, SO THAT EVERY SORT BELOW HAS REAL WORK  ST2184.2
107750*    TO DO.                                                       ST2184.2
107800*                                                                 ST2184.2
107900 BUILD-INIT-GF-01.                                                ST2184.2
108000     MOVE "SQ-VS6" TO XFILE-NAME (1).                             ST2184.2
108100     MOVE CCVS-PGM-ID TO XPROGRAM-NAME (1).                       ST2184.2
108200     MOVE "RC" TO CHARS-OR-RECORDS (1).                           ST2184.2
108300     MOVE 0001 TO XBLOCK-SIZE (1).                                ST2184.2
108400     MOVE BUILD-TOTAL-RECS TO RECORDS-IN-FILE (1).                ST2184.2
108500     MOVE "SQ" TO XFILE-ORGANIZATION (1).                         ST2184.2
108600     MOVE "S" TO XLABEL-TYPE (1).                                 ST2184.2
108700     MOVE 000000 TO XRECORD-NUMBER (1).                           ST2184.2
108800     MOVE ZERO TO BUILD-COUNT.                                    ST2184.2
108900     MOVE ZERO TO BUILD-LONG-COUNT.                               ST2184.2
109000     MOVE ZERO TO BUILD-SHORT-COUNT.                              ST2184.2
109100     MOVE ZERO TO BUILD-RECNO-SUM.                                ST2184.2
109200     COMPUTE BUILD-EXPECTED-SUM =                                 ST2184.2
109300         BUILD-TOTAL-RECS * (BUILD-TOTAL-RECS + 1) / 2.           ST2184.2
109400     MOVE "CREATE SQ-VS6 SORT INPUT" TO FEATURE.                  ST2184.2
109500     MOVE "BUILD-TEST-GF-01" TO PAR-NAME.                         ST2184.2
109600     MOVE 1 TO REC-CT.                                            ST2184.2
109700     OPEN OUTPUT SQ-VS6.                                          ST2184.2
109800     IF SQ-VS6-STATUS NOT EQUAL TO "00"                           ST2184.2
109900         MOVE SQ-VS6-STATUS TO COMPUTED-A                         ST2184.2
110000         MOVE "00" TO CORRECT-A                                   ST2184.2
110100         MOVE "SQ-VS6 COULD NOT BE OPENED FOR OUTPUT" TO RE-MARK  ST2184.2
110200         PERFORM FAIL                                             ST2184.2
110300         GO TO BUILD-END-GF-01.                                   ST2184.2
110400 BUILD-TEST-GF-01.                                                ST2184.2
110500     PERFORM BUILD-ONE-RECORD                                     ST2184.2
110600         VARYING BUILD-SUB FROM 1 BY 1                            ST2184.2
110700         UNTIL BUILD-SUB GREATER THAN BUILD-TOTAL-RECS.           ST2184.2
110800     CLOSE SQ-VS6.                                                ST2184.2
110900 BUILD-TEST-GF-01-01.                                             ST2184.2
111000     IF BUILD-COUNT NOT EQUAL TO BUILD-TOTAL-RECS                 ST2184.2
111100         MOVE BUILD-COUNT TO COMPUTED-18V0                        ST2184.2
111200         MOVE BUILD-TOTAL-RECS TO CORRECT-18V0                    ST2184.2
111300         MOVE "RECORDS NOT ALL WRITTEN TO SQ-VS6" TO RE-MARK      ST2184.2
111400         PERFORM FAIL                                             ST2184.2
111500         GO TO BUILD-END-GF-01.                                   ST2184.2
111600     ADD 1 TO REC-CT.                                             ST2184.2
111700 BUILD-TEST-GF-01-02.                                             ST2184.2
111800     IF BUILD-RECNO-SUM NOT EQUAL TO BUILD-EXPECTED-SUM           ST2184.2
111900         MOVE BUILD-RECNO-SUM TO COMPUTED-18V0                    ST2184.2
112000         MOVE BUILD-EXPECTED-SUM TO CORRECT-18V0                  ST2184.2
112100         MOVE "RECORD NUMBERS NOT A PERMUTATION OF 1 TO N"        ST2184.2
112200             TO RE-MARK                                           ST2184.2
112300         PERFORM FAIL                                             ST2184.2
112400         GO TO BUILD-END-GF-01.                                   ST2184.2
112500     MOVE "Y" TO BUILD-OK-SW.                                     ST2184.2
112600     MOVE "FILE CREATED, RECS =" TO COMPUTED-A.                   ST2184.2
112700     MOVE BUILD-COUNT TO CORRECT-18V0.                            ST2184.2
112800     MOVE "FILE HAS 120 AND 151 CHAR RECS" TO RE-MARK.            ST2184.2
112900     PERFORM PASS.                                                ST2184.2
113000 BUILD-END-GF-01.                                                 ST2184.2
113100*                                                                 ST2184.2
113200*    SORT THE WHOLE FILE ON ONE KEY, DESCENDING, WITH USING AND   ST2184.2
113300*    GIVING.  THE SHORT AND LONG RECORDS MUST COME OUT AT THEIR   ST2184.2
113400*    OWN LENGTHS.                                                 ST2184.2
113500*                                                                 ST2184.2
113600 SORT-INIT-01.                                                    ST2184.2
113700     MOVE "SORT USING/GIVING DESC KEY" TO FEATURE.                ST2184.2
113800     MOVE "SORT-TEST-01" TO PAR-NAME.                             ST2184.2
113900     MOVE ZERO TO REC-CT.                                         ST2184.2
114000     IF NOT BUILD-OK                                              ST2184.2
114100         PERFORM DE-LETE                                          ST2184.2
114200         GO TO SORT-END-01.                                       ST2184.2
114300 SORT-TEST-01.                                                    ST2184.2
114400     SORT ST-SORT-WORK                                            ST2184.2
114500         ON DESCENDING KEY SW-RECORD-NUMBER                       ST2184.2
114600         USING SQ-VS6                                             ST2184.2
114700         GIVING ST-SORTED.                                        ST2184.2
114800     MOVE SORT-RETURN TO SAVE-SORT-RETURN.                        ST2184.2
114900     PERFORM RESET-CHECK.                                         ST2184.2
115000     MOVE "D" TO CK-MODE.                                         ST2184.2
115100     PERFORM CHECK-SORTED-FILE THRU CHECK-SORTED-FILE-EX.         ST2184.2
115200     MOVE BUILD-TOTAL-RECS TO CK-EXPECTED-COUNT.                  ST2184.2
115300 SORT-TEST-01-01.                                                 ST2184.2
115400     PERFORM VERIFY-RESULT-FILE.                                  ST2184.2
115500 SORT-TEST-01-02.                                                 ST2184.2
115600     MOVE CK-LONG-COUNT TO VF-ACTUAL.                             ST2184.2
115700     MOVE BUILD-LONG-COUNT TO VF-EXPECTED.                        ST2184.2
115800     MOVE "WRONG NUMBER OF LONG RECORDS AFTER SORT" TO VF-REMARK. ST2184.2
115900     PERFORM VERIFY-COUNT.                                        ST2184.2
116000 SORT-END-01.                                                     ST2184.2
116100*                                                                 ST2184.2
116200*    SORT THE WHOLE FILE ON TWO KEYS - RECORD NAME ASCENDING      ST2184.2
116300*    (ALL SHORT RECORDS FIRST), RECORD NUMBER DESCENDING WITHIN   ST2184.2
116350*    NAME.                                                        ST2184.2
116400*                                                                 ST2184.2
116500 SORT-INIT-02.                                                    ST2184.2
116600     MOVE "SORT ON MAJOR AND MINOR KEY" TO FEATURE.               ST2184.2
116700     MOVE "SORT-TEST-02" TO PAR-NAME.                             ST2184.2
116800     MOVE ZERO TO REC-CT.                                         ST2184.2
116900     IF NOT BUILD-OK                                              ST2184.2
117000         PERFORM DE-LETE                                          ST2184.2
117100         GO TO SORT-END-02.                                       ST2184.2
117200 SORT-TEST-02.                                                    ST2184.2
117300     SORT ST-SORT-WORK                                            ST2184.2
117400         ON ASCENDING KEY SW-RECORD-NAME                          ST2184.2
117500         ON DESCENDING KEY SW-RECORD-NUMBER                       ST2184.2
117600         USING SQ-VS6                                             ST2184.2
117700         GIVING ST-SORTED.                                        ST2184.2
117800     MOVE SORT-RETURN TO SAVE-SORT-RETURN.                        ST2184.2
117900     PERFORM RESET-CHECK.                                         ST2184.2
118000     MOVE "N" TO CK-MODE.                                         ST2184.2
118100     PERFORM CHECK-SORTED-FILE THRU CHECK-SORTED-FILE-EX.         ST2184.2
118200     MOVE BUILD-TOTAL-RECS TO CK-EXPECTED-COUNT.                  ST2184.2
118300 SORT-TEST-02-01.                                                 ST2184.2
118400     PERFORM VERIFY-RESULT-FILE.                                  ST2184.2
118500 SORT-END-02.                                                     ST2184.2
118600*                                                                 ST2184.2
118700*    SORT ONLY THE LONG RECORDS: THE INPUT PROCEDURE READS        ST2184.2
118800*    SQ-VS6 AND RELEASES THE R2-M-G RECORDS; THE RESULT IS GIVEN  ST2184.2
118900*    TO ST-SORTED IN ASCENDING ORDER AS THE FIRST MERGE INPUT.    ST2184.2
119000*                                                                 ST2184.2
119100 SORT-INIT-03.                                                    ST2184.2
119200     MOVE "SORT INPUT PROCEDURE/RELEASE" TO FEATURE.              ST2184.2
119300     MOVE "SORT-TEST-03" TO PAR-NAME.                             ST2184.2
119400     MOVE ZERO TO REC-CT.                                         ST2184.2
119500     IF NOT BUILD-OK                                              ST2184.2
119600         PERFORM DE-LETE                                          ST2184.2
119700         GO TO SORT-END-03.                                       ST2184.2
119800 SORT-TEST-03.                                                    ST2184.2
119900     MOVE "R2-M-G" TO SORT-SELECT-NAME.                           ST2184.2
120000     MOVE ZERO TO SORT-RELEASED-CT.                               ST2184.2
120100     SORT ST-SORT-WORK                                            ST2184.2
120200         ON ASCENDING KEY SW-RECORD-NUMBER                        ST2184.2
120300         INPUT PROCEDURE IS ST218A-SELECT-INPUT                   ST2184.2
120400         GIVING ST-SORTED.                                        ST2184.2
120500     MOVE SORT-RETURN TO SAVE-SORT-RETURN.                        ST2184.2
120600     PERFORM RESET-CHECK.                                         ST2184.2
120700     MOVE "A" TO CK-MODE.                                         ST2184.2
120800     PERFORM CHECK-SORTED-FILE THRU CHECK-SORTED-FILE-EX.         ST2184.2
120900     MOVE BUILD-LONG-COUNT TO CK-EXPECTED-COUNT.                  ST2184.2
121000 SORT-TEST-03-01.                                                 ST2184.2
121100     PERFORM VERIFY-RESULT-FILE.                                  ST2184.2
121200 SORT-TEST-03-02.                                                 ST2184.2
121300     MOVE SORT-RELEASED-CT TO VF-ACTUAL.                          ST2184.2
121400     MOVE BUILD-LONG-COUNT TO VF-EXPECTED.                        ST2184.2
121500     MOVE "WRONG NUMBER OF RECORDS RELEASED" TO VF-REMARK.        ST2184.2
121600     PERFORM VERIFY-COUNT.                                        ST2184.2
121700 SORT-TEST-03-03.                                                 ST2184.2
121800     MOVE CK-SHORT-COUNT TO VF-ACTUAL.                            ST2184.2
121900     MOVE ZERO TO VF-EXPECTED.                                    ST2184.2
122000     MOVE "SHORT RECORDS IN LONG-ONLY SORT RESULT" TO VF-REMARK.  ST2184.2
122100     PERFORM VERIFY-COUNT.                                        ST2184.2
122200     IF SAVE-SORT-RETURN EQUAL TO ZERO                            ST2184.2
122300        AND CK-COUNT EQUAL TO BUILD-LONG-COUNT                    ST2184.2
122400        AND CK-SHORT-COUNT EQUAL TO ZERO                          ST2184.2
122500        AND CK-SEQ-ERRORS EQUAL TO ZERO                           ST2184.2
122600        AND CK-LEN-ERRORS EQUAL TO ZERO                           ST2184.2
122700         MOVE "Y" TO LONG-INPUT-OK-SW.                            ST2184.2
122800 SORT-END-03.                                                     ST2184.2
122900*                                                                 ST2184.2
123000*    SORT ONLY THE SHORT RECORDS THROUGH THE SAME INPUT           ST2184.2
123100*    PROCEDURE AND AN OUTPUT PROCEDURE THAT RETURNS EACH RECORD,  ST2184.2
123200*    CHECKS IT AND WRITES IT TO ST-MERGE-IN AS THE SECOND MERGE   ST2184.2
123250*    INPUT.                                                       ST2184.2
123300*                                                                 ST2184.2
123400 SORT-INIT-04.                                                    ST2184.2
123500     MOVE "SORT OUTPUT PROCEDURE/RETURN" TO FEATURE.              ST2184.2
123600     MOVE "SORT-TEST-04" TO PAR-NAME.                             ST2184.2
123700     MOVE ZERO TO REC-CT.                                         ST2184.2
123800     IF NOT BUILD-OK                                              ST2184.2
123900         PERFORM DE-LETE                                          ST2184.2
124000         GO TO SORT-END-04.                                       ST2184.2
124100 SORT-TEST-04.                                                    ST2184.2
124200     MOVE "R1-M-G" TO SORT-SELECT-NAME.                           ST2184.2
124300     MOVE ZERO TO SORT-RELEASED-CT.                               ST2184.2
124400     MOVE ZERO TO SORT-RETURNED-CT.                               ST2184.2
124500     PERFORM RESET-CHECK.                                         ST2184.2
124600     MOVE "A" TO CK-MODE.                                         ST2184.2
124700     SORT ST-SORT-WORK                                            ST2184.2
124800         ON ASCENDING KEY SW-RECORD-NUMBER                        ST2184.2
124900         INPUT PROCEDURE IS ST218A-SELECT-INPUT                   ST2184.2
125000         OUTPUT PROCEDURE IS ST218A-RETURN-OUTPUT.                ST2184.2
125100     MOVE SORT-RETURN TO SAVE-SORT-RETURN.                        ST2184.2
125200     MOVE BUILD-SHORT-COUNT TO CK-EXPECTED-COUNT.                 ST2184.2
125300 SORT-TEST-04-01.                                                 ST2184.2
125400     PERFORM VERIFY-RESULT-FILE.                                  ST2184.2
125500 SORT-TEST-04-02.                                                 ST2184.2
125600     MOVE SORT-RELEASED-CT TO VF-ACTUAL.                          ST2184.2
125700     MOVE BUILD-SHORT-COUNT TO VF-EXPECTED.                       ST2184.2
125800     MOVE "WRONG NUMBER OF RECORDS RELEASED" TO VF-REMARK.        ST2184.2
125900     PERFORM VERIFY-COUNT.                                        ST2184.2
126000 SORT-TEST-04-03.                                                 ST2184.2
126100     MOVE SORT-RETURNED-CT TO VF-ACTUAL.                          ST2184.2
126200     MOVE SORT-RELEASED-CT TO VF-EXPECTED.                        ST2184.2
126300     MOVE "RECORDS RETURNED NOT EQUAL TO RELEASED" TO VF-REMARK.  ST2184.2
126400     PERFORM VERIFY-COUNT.                                        ST2184.2
126500 SORT-TEST-04-04.                                                 ST2184.2
126600     MOVE CK-LONG-COUNT TO VF-ACTUAL.                             ST2184.2
126700     MOVE ZERO TO VF-EXPECTED.                                    ST2184.2
126800     MOVE "LONG RECORDS IN SHORT-ONLY SORT RESULT" TO VF-REMARK.  ST2184.2
126900     PERFORM VERIFY-COUNT.                                        ST2184.2
127000     IF SAVE-SORT-RETURN EQUAL TO ZERO                            ST2184.2
127100        AND CK-COUNT EQUAL TO BUILD-SHORT-COUNT                   ST2184.2
127200        AND CK-LONG-COUNT EQUAL TO ZERO                           ST2184.2
127300        AND CK-SEQ-ERRORS EQUAL TO ZERO                           ST2184.2
127400        AND CK-LEN-ERRORS EQUAL TO ZERO                           ST2184.2
127500         MOVE "Y" TO SHORT-INPUT-OK-SW.                           ST2184.2
127600 SORT-END-04.                                                     ST2184.2
127700*                                                                 ST2184.2
127800*    MERGE THE LONG AND THE SHORT SORT RESULTS BACK INTO ONE      ST2184.2
127900*    FILE WITH USING AND GIVING.  THE RECORD NUMBERS MUST RUN 1,  ST2184.2
128000*    2, 3 ... WITHOUT A GAP.  A MERGE WHOSE INPUT DID NOT SORT    ST2184.2
128100*    CLEANLY IS DELETED.                                          ST2184.2
128200*                                                                 ST2184.2
128300 MERGE-INIT-05.                                                   ST2184.2
128400     MOVE "MERGE USING/GIVING" TO FEATURE.                        ST2184.2
128500     MOVE "MERGE-TEST-05" TO PAR-NAME.                            ST2184.2
128600     MOVE ZERO TO REC-CT.                                         ST2184.2
128700     IF NOT LONG-INPUT-OK                                         ST2184.2
128800        OR NOT SHORT-INPUT-OK                                     ST2184.2
128900         PERFORM DE-LETE                                          ST2184.2
129000         GO TO MERGE-END-05.                                      ST2184.2
129100 MERGE-TEST-05.                                                   ST2184.2
129200     MERGE ST-SORT-WORK                                           ST2184.2
129300         ON ASCENDING KEY SW-RECORD-NUMBER                        ST2184.2
129400         USING ST-SORTED ST-MERGE-IN                              ST2184.2
129500         GIVING ST-MERGED.                                        ST2184.2
129600     MOVE SORT-RETURN TO SAVE-SORT-RETURN.                        ST2184.2
129700     PERFORM RESET-CHECK.                                         ST2184.2
129800     MOVE "C" TO CK-MODE.                                         ST2184.2
129900     PERFORM CHECK-MERGED-FILE THRU CHECK-MERGED-FILE-EX.         ST2184.2
130000     MOVE BUILD-TOTAL-RECS TO CK-EXPECTED-COUNT.                  ST2184.2
130100 MERGE-TEST-05-01.                                                ST2184.2
130200     PERFORM VERIFY-RESULT-FILE.                                  ST2184.2
130300     IF SAVE-SORT-RETURN EQUAL TO ZERO                            ST2184.2
130400        AND CK-COUNT EQUAL TO BUILD-TOTAL-RECS                    ST2184.2
130500        AND CK-SEQ-ERRORS EQUAL TO ZERO                           ST2184.2
130600        AND CK-LEN-ERRORS EQUAL TO ZERO                           ST2184.2
130700         MOVE "Y" TO MERGED-OK-SW.                                ST2184.2
130800 MERGE-END-05.                                                    ST2184.2
130900*                                                                 ST2184.2
131000*    MERGE THE SAME TWO FILES THROUGH AN OUTPUT PROCEDURE, WHICH  ST2184.2
131100*    RETURNS AND CHECKS EVERY RECORD AND TOTALS THE RECORD        ST2184.2
131200*    NUMBERS AGAINST THE BUILD.                                   ST2184.2
131300*                                                                 ST2184.2
131400 MERGE-INIT-06.                                                   ST2184.2
131500     MOVE "MERGE OUTPUT PROCEDURE/RETURN" TO FEATURE.             ST2184.2
131600     MOVE "MERGE-TEST-06" TO PAR-NAME.                            ST2184.2
131700     MOVE ZERO TO REC-CT.                                         ST2184.2
131800     IF NOT LONG-INPUT-OK                                         ST2184.2
131900        OR NOT SHORT-INPUT-OK                                     ST2184.2
132000         PERFORM DE-LETE                                          ST2184.2
132100         GO TO MERGE-END-06.                                      ST2184.2
132200 MERGE-TEST-06.                                                   ST2184.2
132300     MOVE ZERO TO SORT-RETURNED-CT.                               ST2184.2
132400     PERFORM RESET-CHECK.                                         ST2184.2
132500     MOVE "C" TO CK-MODE.                                         ST2184.2
132600     MERGE ST-SORT-WORK                                           ST2184.2
132700         ON ASCENDING KEY SW-RECORD-NUMBER                        ST2184.2
132800         USING ST-SORTED ST-MERGE-IN                              ST2184.2
132900         OUTPUT PROCEDURE IS ST218A-MERGE-OUTPUT.                 ST2184.2
133000     MOVE SORT-RETURN TO SAVE-SORT-RETURN.                        ST2184.2
133100     MOVE BUILD-TOTAL-RECS TO CK-EXPECTED-COUNT.                  ST2184.2
133200 MERGE-TEST-06-01.                                                ST2184.2
133300     PERFORM VERIFY-RESULT-FILE.                                  ST2184.2
133400 MERGE-TEST-06-02.                                                ST2184.2
133500     MOVE SORT-RETURNED-CT TO VF-ACTUAL.                          ST2184.2
133600     MOVE BUILD-TOTAL-RECS TO VF-EXPECTED.                        ST2184.2
133700     MOVE "WRONG NUMBER OF RECORDS RETURNED" TO VF-REMARK.        ST2184.2
133800     PERFORM VERIFY-COUNT.                                        ST2184.2
133900 MERGE-TEST-06-03.                                                ST2184.2
134000     MOVE CK-SUM TO VF-ACTUAL.                                    ST2184.2
134100     MOVE BUILD-RECNO-SUM TO VF-EXPECTED.                         ST2184.2
134200     MOVE "RECORD NUMBER TOTAL DIFFERS FROM BUILD" TO VF-REMARK.  ST2184.2
134300     PERFORM VERIFY-COUNT.                                        ST2184.2
134400 MERGE-END-06.                                                    ST2184.2
134500*                                                                 ST2184.2
134600*    SORT THE MERGED FILE ON RECORD NAME ALONE WITH DUPLICATES    ST2184.2
134700*    IN ORDER.  THE MERGED FILE IS IN RECORD-NUMBER ORDER, SO     ST2184.2
134800*    WITHIN EACH NAME THE RECORD NUMBERS MUST STILL ASCEND.       ST2184.2
134900*                                                                 ST2184.2
135000 SORT-INIT-07.                                                    ST2184.2
135100     MOVE "SORT WITH DUPLICATES IN ORDER" TO FEATURE.             ST2184.2
135200     MOVE "SORT-TEST-07" TO PAR-NAME.                             ST2184.2
135300     MOVE ZERO TO REC-CT.                                         ST2184.2
135400     IF NOT MERGED-OK                                             ST2184.2
135500         PERFORM DE-LETE                                          ST2184.2
135600         GO TO SORT-END-07.                                       ST2184.2
135700 SORT-TEST-07.                                                    ST2184.2
135800     SORT ST-SORT-WORK                                            ST2184.2
135900         ON ASCENDING KEY SW-RECORD-NAME                          ST2184.2
136000         WITH DUPLICATES IN ORDER                                 ST2184.2
136100         USING ST-MERGED                                          ST2184.2
136200         GIVING ST-SORTED.                                        ST2184.2
136300     MOVE SORT-RETURN TO SAVE-SORT-RETURN.                        ST2184.2
136400     PERFORM RESET-CHECK.                                         ST2184.2
136500     MOVE "S" TO CK-MODE.                                         ST2184.2
136600     PERFORM CHECK-SORTED-FILE THRU CHECK-SORTED-FILE-EX.         ST2184.2
136700     MOVE BUILD-TOTAL-RECS TO CK-EXPECTED-COUNT.                  ST2184.2
136800 SORT-TEST-07-01.                                                 ST2184.2
136900     PERFORM VERIFY-RESULT-FILE.                                  ST2184.2
137000 SORT-END-07.                                                     ST2184.2
137100 CCVS-EXIT SECTION.                                               ST2184.2
137200 CCVS-999999.                                                     ST2184.2
137300     GO TO   CLOSE-FILES.                                         ST2184.2
137400*                                                                 ST2184.2
137500*    ROUTINES PERFORMED BY THE SORT AND MERGE TESTS ABOVE.  THEY  ST2184.2
137600*    FOLLOW CCVS-EXIT SO THAT THE TESTS CANNOT FALL INTO THEM.    ST2184.2
137700*                                                                 ST2184.2
137800 ST218A-ROUTINES SECTION.                                         ST2184.2
137900 BUILD-ONE-RECORD.                                                ST2184.2
138000     COMPUTE BUILD-PRODUCT = BUILD-SUB * BUILD-STRIDE.            ST2184.2
138100     DIVIDE BUILD-PRODUCT BY BUILD-MODULUS                        ST2184.2
138200         GIVING BUILD-QUOTIENT REMAINDER BUILD-RECNO.             ST2184.2
138300     DIVIDE BUILD-RECNO BY 3                                      ST2184.2
138400         GIVING BUILD-QUOTIENT REMAINDER BUILD-REMAINDER.         ST2184.2
138500     MOVE BUILD-RECNO TO XRECORD-NUMBER (1).                      ST2184.2
138600     MOVE BUILD-RECNO TO REC-NO-DISPLAY.                          ST2184.2
138700     IF BUILD-REMAINDER EQUAL TO ZERO                             ST2184.2
138800         PERFORM BUILD-LONG-REC                                   ST2184.2
138900     ELSE                                                         ST2184.2
139000         PERFORM BUILD-SHORT-REC.                                 ST2184.2
139100     IF SQ-VS6-STATUS EQUAL TO "00"                               ST2184.2
139200         ADD 1 TO BUILD-COUNT                                     ST2184.2
139300         ADD BUILD-RECNO TO BUILD-RECNO-SUM.                      ST2184.2
139400 BUILD-SHORT-REC.                                                 ST2184.2
139500     MOVE "R1-M-G" TO XRECORD-NAME (1).                           ST2184.2
139600     MOVE 000120 TO XRECORD-LENGTH (1).                           ST2184.2
139700     MOVE FILE-RECORD-INFO-P1-120 (1) TO SQ-VS6R1-FIRST.          ST2184.2
139800     WRITE SQ-VS6R1-M-G-120.                                      ST2184.2
139900     ADD 1 TO BUILD-SHORT-COUNT.                                  ST2184.2
140000 BUILD-LONG-REC.                                                  ST2184.2
140100     MOVE "R2-M-G" TO XRECORD-NAME (1).                           ST2184.2
140200     MOVE 000151 TO XRECORD-LENGTH (1).                           ST2184.2
140300     MOVE FILE-RECORD-INFO-P1-120 (1) TO SQ-VS6R2-FIRST.          ST2184.2
140400     MOVE "LONG" TO LONG-OR-SHORT.                                ST2184.2
140500     MOVE REC-NO-DISPLAY TO SQ-VS6-RECNO.                         ST2184.2
140600     MOVE "MULTIPLE LENGTH RECS " TO SQ-VS6-FILLER.               ST2184.2
140700     WRITE SQ-VS6R2-M-G-151.                                      ST2184.2
140800     ADD 1 TO BUILD-LONG-COUNT.                                   ST2184.2
140900 RESET-CHECK.                                                     ST2184.2
141000     MOVE ZERO TO CK-COUNT.                                       ST2184.2
141100     MOVE ZERO TO CK-LONG-COUNT.                                  ST2184.2
141200     MOVE ZERO TO CK-SHORT-COUNT.                                 ST2184.2
141300     MOVE ZERO TO CK-SEQ-ERRORS.                                  ST2184.2
141400     MOVE ZERO TO CK-LEN-ERRORS.                                  ST2184.2
141500     MOVE ZERO TO CK-FIRST-BAD.                                   ST2184.2
141600     MOVE ZERO TO CK-SUM.                                         ST2184.2
141700     MOVE SPACE TO CK-PREV-NAME.                                  ST2184.2
141800     MOVE ZERO TO CK-PREV-NUMBER.                                 ST2184.2
141900 CHECK-SORTED-FILE.                                               ST2184.2
142000     OPEN INPUT ST-SORTED.                                        ST2184.2
142100     IF ST-SORTED-STATUS NOT EQUAL TO "00"                        ST2184.2
142200         GO TO CHECK-SORTED-FILE-EX.                              ST2184.2
142300 CHECK-SORTED-READ.                                               ST2184.2
142400     READ ST-SORTED INTO CK-IMAGE                                 ST2184.2
142500         AT END GO TO CHECK-SORTED-CLOSE.                         ST2184.2
142600     MOVE ST-SORTED-LEN TO CK-LEN.                                ST2184.2
142700     PERFORM CHECK-ONE-IMAGE.                                     ST2184.2
142800     GO TO CHECK-SORTED-READ.                                     ST2184.2
142900 CHECK-SORTED-CLOSE.                                              ST2184.2
143000     CLOSE ST-SORTED.                                             ST2184.2
143100 CHECK-SORTED-FILE-EX.                                            ST2184.2
143200     EXIT.                                                        ST2184.2
143300 CHECK-MERGED-FILE.                                               ST2184.2
143400     OPEN INPUT ST-MERGED.                                        ST2184.2
143500     IF ST-MERGED-STATUS NOT EQUAL TO "00"                        ST2184.2
143600         GO TO CHECK-MERGED-FILE-EX.                              ST2184.2
143700 CHECK-MERGED-READ.                                               ST2184.2
143800     READ ST-MERGED INTO CK-IMAGE                                 ST2184.2
143900         AT END GO TO CHECK-MERGED-CLOSE.                         ST2184.2
144000     MOVE ST-MERGED-LEN TO CK-LEN.                                ST2184.2
144100     PERFORM CHECK-ONE-IMAGE.                                     ST2184.2
144200     GO TO CHECK-MERGED-READ.                                     ST2184.2
144300 CHECK-MERGED-CLOSE.                                              ST2184.2
144400     CLOSE ST-MERGED.                                             ST2184.2
144500 CHECK-MERGED-FILE-EX.                                            ST2184.2
144600     EXIT.                                                        ST2184.2
144700 CHECK-ONE-IMAGE.                                                 ST2184.2
144800*    ONE RECORD OF A SORT OR MERGE RESULT, IN CK-IMAGE WITH ITS   ST2184.2
144900*    LENGTH IN CK-LEN.  A LONG RECORD MUST STILL BE 151 LONG AND  ST2184.2
145000*    CARRY ITS OWN NUMBER IN THE TAIL; A SHORT ONE MUST BE 120.   ST2184.2
145100     ADD 1 TO CK-COUNT.                                           ST2184.2
145200     MOVE CK-FIRST-120 TO FILE-RECORD-INFO-P1-120 (2).            ST2184.2
145300     ADD XRECORD-NUMBER (2) TO CK-SUM.                            ST2184.2
145400     MOVE XRECORD-NUMBER (2) TO REC-NO-DISPLAY.                   ST2184.2
145500     IF XRECORD-NAME (2) EQUAL TO "R2-M-G"                        ST2184.2
145600         ADD 1 TO CK-LONG-COUNT                                   ST2184.2
145700     ELSE                                                         ST2184.2
145800         ADD 1 TO CK-SHORT-COUNT.                                 ST2184.2
145900     IF XRECORD-NAME (2) EQUAL TO "R2-M-G"                        ST2184.2
146000        AND (CK-LEN NOT EQUAL TO 151                              ST2184.2
146100          OR CK-LONG-OR-SHORT NOT EQUAL TO "LONG "                ST2184.2
146200          OR CK-RECNO NOT EQUAL TO REC-NO-DISPLAY)                ST2184.2
146300         ADD 1 TO CK-LEN-ERRORS.                                  ST2184.2
146400     IF XRECORD-NAME (2) NOT EQUAL TO "R2-M-G"                    ST2184.2
146500        AND CK-LEN NOT EQUAL TO 120                               ST2184.2
146600         ADD 1 TO CK-LEN-ERRORS.                                  ST2184.2
146700     MOVE "Y" TO CK-IN-SEQ-SW.                                    ST2184.2
146800     IF CK-CONTIGUOUS                                             ST2184.2
146900        AND XRECORD-NUMBER (2) NOT EQUAL TO CK-COUNT              ST2184.2
147000         MOVE "N" TO CK-IN-SEQ-SW.                                ST2184.2
147100     IF CK-COUNT GREATER THAN 1                                   ST2184.2
147200         PERFORM CHECK-SEQUENCE.                                  ST2184.2
147300     IF NOT CK-IN-SEQ                                             ST2184.2
147400         ADD 1 TO CK-SEQ-ERRORS                                   ST2184.2
147500         IF CK-FIRST-BAD EQUAL TO ZERO                            ST2184.2
147600             MOVE CK-COUNT TO CK-FIRST-BAD.                       ST2184.2
147700     MOVE XRECORD-NAME (2) TO CK-PREV-NAME.                       ST2184.2
147800     MOVE XRECORD-NUMBER (2) TO CK-PREV-NUMBER.                   ST2184.2
147900 CHECK-SEQUENCE.                                                  ST2184.2
148000     IF CK-DESCENDING                                             ST2184.2
148100        AND XRECORD-NUMBER (2) NOT LESS THAN CK-PREV-NUMBER       ST2184.2
148200         MOVE "N" TO CK-IN-SEQ-SW.                                ST2184.2
148300     IF CK-ASCENDING                                              ST2184.2
148400        AND XRECORD-NUMBER (2) NOT GREATER THAN CK-PREV-NUMBER    ST2184.2
148500         MOVE "N" TO CK-IN-SEQ-SW.                                ST2184.2
148600     IF CK-NAME-THEN-DESC                                         ST2184.2
148700         IF XRECORD-NAME (2) LESS THAN CK-PREV-NAME               ST2184.2
148800            OR (XRECORD-NAME (2) EQUAL TO CK-PREV-NAME            ST2184.2
148900              AND XRECORD-NUMBER (2) NOT LESS THAN                ST2184.2
149000                  CK-PREV-NUMBER)                                 ST2184.2
149100             MOVE "N" TO CK-IN-SEQ-SW.                            ST2184.2
149200     IF CK-NAME-THEN-ASC                                          ST2184.2
149300         IF XRECORD-NAME (2) LESS THAN CK-PREV-NAME               ST2184.2
149400            OR (XRECORD-NAME (2) EQUAL TO CK-PREV-NAME            ST2184.2
149500              AND XRECORD-NUMBER (2) NOT GREATER THAN             ST2184.2
149600                  CK-PREV-NUMBER)                                 ST2184.2
149700             MOVE "N" TO CK-IN-SEQ-SW.                            ST2184.2
149800 VERIFY-RESULT-FILE.                                              ST2184.2
149900*    THE CHECKS EVERY SORT OR MERGE RESULT GETS: SORT-RETURN,     ST2184.2
150000*    RECORD COUNT AGAINST CK-EXPECTED-COUNT, KEY SEQUENCE AND     ST2184.2
150100*    RECORD LENGTHS.                                              ST2184.2
150200     MOVE SAVE-SORT-RETURN TO VF-ACTUAL.                          ST2184.2
150300     MOVE ZERO TO VF-EXPECTED.                                    ST2184.2
150400     MOVE "SORT-RETURN NOT ZERO AFTER SORT OR MERGE" TO VF-REMARK.ST2184.2
150500     PERFORM VERIFY-COUNT.                                        ST2184.2
150600     MOVE CK-COUNT TO VF-ACTUAL.                                  ST2184.2
150700     MOVE CK-EXPECTED-COUNT TO VF-EXPECTED.                       ST2184.2
150800     MOVE "WRONG NUMBER OF RECORDS IN RESULT" TO VF-REMARK.       ST2184.2
150900     PERFORM VERIFY-COUNT.                                        ST2184.2
151000     MOVE CK-SEQ-ERRORS TO VF-ACTUAL.                             ST2184.2
151100     MOVE ZERO TO VF-EXPECTED.                                    ST2184.2
151200     IF CK-SEQ-ERRORS EQUAL TO ZERO                               ST2184.2
151300         MOVE SPACE TO VF-REMARK                                  ST2184.2
151400     ELSE                                                         ST2184.2
151500         MOVE CK-FIRST-BAD TO REC-NO-DISPLAY                      ST2184.2
151600         MOVE SPACE TO VF-REMARK                                  ST2184.2
151700         STRING "RECORDS OUT OF KEY SEQUENCE, FIRST AT "          ST2184.2
151800                REC-NO-DISPLAY DELIMITED BY SIZE                  ST2184.2
151900             INTO VF-REMARK.                                      ST2184.2
152000     PERFORM VERIFY-COUNT.                                        ST2184.2
152100     MOVE CK-LEN-ERRORS TO VF-ACTUAL.                             ST2184.2
152200     MOVE ZERO TO VF-EXPECTED.                                    ST2184.2
152300     MOVE "RECORD LENGTH OR LONG-RECORD TAIL NOT KEPT"            ST2184.2
152400         TO VF-REMARK.                                            ST2184.2
152500     PERFORM VERIFY-COUNT.                                        ST2184.2
152600 VERIFY-COUNT.                                                    ST2184.2
152700     ADD 1 TO REC-CT.                                             ST2184.2
152800     IF VF-ACTUAL EQUAL TO VF-EXPECTED                            ST2184.2
152900         PERFORM PASS                                             ST2184.2
153000     ELSE                                                         ST2184.2
153100         MOVE VF-ACTUAL TO COMPUTED-18V0                          ST2184.2
153200         MOVE VF-EXPECTED TO CORRECT-18V0                         ST2184.2
153300         MOVE VF-REMARK TO RE-MARK                                ST2184.2
153400         PERFORM FAIL.                                            ST2184.2
153500*                                                                 ST2184.2
153600*    INPUT PROCEDURE: READ SQ-VS6 AND RELEASE ONLY THE RECORDS    ST2184.2
153700*    NAMED IN SORT-SELECT-NAME, EACH AT ITS OWN LENGTH.           ST2184.2
153800*                                                                 ST2184.2
153900 ST218A-SELECT-INPUT SECTION.                                     ST2184.2
154000 SELECT-INPUT-OPEN.                                               ST2184.2
154100     OPEN INPUT SQ-VS6.                                           ST2184.2
154200     IF SQ-VS6-STATUS NOT EQUAL TO "00"                           ST2184.2
154300         GO TO SELECT-INPUT-EXIT.                                 ST2184.2
154400 SELECT-INPUT-READ.                                               ST2184.2
154500     READ SQ-VS6                                                  ST2184.2
154600         AT END GO TO SELECT-INPUT-CLOSE.                         ST2184.2
154700     MOVE SQ-VS6R1-FIRST TO FILE-RECORD-INFO-P1-120 (2).          ST2184.2
154800     IF XRECORD-NAME (2) NOT EQUAL TO SORT-SELECT-NAME            ST2184.2
154900         GO TO SELECT-INPUT-READ.                                 ST2184.2
155000     IF XRECORD-NAME (2) EQUAL TO "R2-M-G"                        ST2184.2
155100         MOVE 151 TO ST-SORT-WORK-LEN                             ST2184.2
155200         RELEASE SW-LONG-REC FROM SQ-VS6R2-M-G-151                ST2184.2
155300     ELSE                                                         ST2184.2
155400         MOVE 120 TO ST-SORT-WORK-LEN                             ST2184.2
155500         RELEASE SW-SHORT-REC FROM SQ-VS6R1-M-G-120.              ST2184.2
155600     ADD 1 TO SORT-RELEASED-CT.                                   ST2184.2
155700     GO TO SELECT-INPUT-READ.                                     ST2184.2
155800 SELECT-INPUT-CLOSE.                                              ST2184.2
155900     CLOSE SQ-VS6.                                                ST2184.2
156000 SELECT-INPUT-EXIT.                                               ST2184.2
156100     EXIT.                                                        ST2184.2
156200*                                                                 ST2184.2
156300*    SORT OUTPUT PROCEDURE: RETURN EACH SORTED RECORD, CHECK IT   ST2184.2
156400*    AND WRITE IT TO ST-MERGE-IN AT THE LENGTH IT CAME BACK       ST2184.2
156450*    WITH.                                                        ST2184.2
156500*                                                                 ST2184.2
156600 ST218A-RETURN-OUTPUT SECTION.                                    ST2184.2
156700 RETURN-OUTPUT-OPEN.                                              ST2184.2
156800     OPEN OUTPUT ST-MERGE-IN.                                     ST2184.2
156900 RETURN-OUTPUT-RECORD.                                            ST2184.2
157000     RETURN ST-SORT-WORK INTO CK-IMAGE                            ST2184.2
157100         AT END GO TO RETURN-OUTPUT-CLOSE.                        ST2184.2
157200     ADD 1 TO SORT-RETURNED-CT.                                   ST2184.2
157300     MOVE ST-SORT-WORK-LEN TO CK-LEN.                             ST2184.2
157400     PERFORM CHECK-ONE-IMAGE.                                     ST2184.2
157500     MOVE CK-LEN TO ST-MERGE-IN-LEN.                              ST2184.2
157600     WRITE ST-MERGE-IN-REC FROM CK-IMAGE.                         ST2184.2
157700     GO TO RETURN-OUTPUT-RECORD.                                  ST2184.2
157800 RETURN-OUTPUT-CLOSE.                                             ST2184.2
157900     CLOSE ST-MERGE-IN.                                           ST2184.2
158000 RETURN-OUTPUT-EXIT.                                              ST2184.2
158100     EXIT.                                                        ST2184.2
158200*                                                                 ST2184.2
158300*    MERGE OUTPUT PROCEDURE: RETURN AND CHECK EACH MERGED         ST2184.2
158350*    RECORD.                                                      ST2184.2
158400*                                                                 ST2184.2
158500 ST218A-MERGE-OUTPUT SECTION.                                     ST2184.2
158600 MERGE-OUTPUT-RECORD.                                             ST2184.2
158700     RETURN ST-SORT-WORK INTO CK-IMAGE                            ST2184.2
158800         AT END GO TO MERGE-OUTPUT-EXIT.                          ST2184.2
158900     ADD 1 TO SORT-RETURNED-CT.                                   ST2184.2
159000     MOVE ST-SORT-WORK-LEN TO CK-LEN.                             ST2184.2
159100     PERFORM CHECK-ONE-IMAGE.                                     ST2184.2
159200     GO TO MERGE-OUTPUT-RECORD.                                   ST2184.2
159300 MERGE-OUTPUT-EXIT.                                               ST2184.2
159400     EXIT.                                                        ST2184.2
