      *    10 fiscalYear              PIC 9(04).
      *    10 period                  PIC 9(02).
       
      *01  accrual       TYPEDEF.
      *    10 accrualDays             PIC S9(07).
      *    10 yearFraction            PIC S9(03)V9(09).
       
      *01 culture        TYPEDEF.
      *    10 lng                    PIC X(02).
      *    10 cty                    PIC X(02).
       01  W-Stamp.
           05 W-StampDate       PIC 9(08).
           05 W-StampTime       PIC 9(08).
      *    THE CALLER OF THE LAST LOGGED RESOLUTION, LEFT FOR DVZZCAP
      *    SO A CAPTURED CALL CARRIES THE SAME CALLER ID AS FCTUSAGE.
       01  LibFctLastCaller     PIC X(08) EXTERNAL.
       
       01  LibFctList-VALUES.
      *    e5f209fa -> currentDate                            v01 ACTIVE
           05 PIC X(08) VALUE LOW-VALUES.
           05 PIC 9(02) VALUE 1.
           05 PIC X(01) VALUE 'A'.
      *    1c7e4b93 -> dayCountFraction                        v01 ACTIVE
           05 PIC X(08) VALUE '1c7e4b93'.
           05 PIC X(08) VALUE LOW-VALUES.
           05 PIC 9(02) VALUE 1.
           05 PIC X(01) VALUE 'A'.
      *    4e9d0c72 -> resolveDateExpression                   v01 ACTIVE
           05 PIC X(08) VALUE '4e9d0c72'.
           05 PIC X(08) VALUE LOW-VALUES.
           05 PIC 9(02) VALUE 1.
           05 PIC X(01) VALUE 'A'.

       01  LibFctList REDEFINES LibFctList-Values.
           05   LibFctItem    OCCURS 24 INDEXED BY LibFctIndex.
             10 LibFctCode      PIC X(08).
             10 LibFctPointer   PROCEDURE-POINTER.
             10 LibFctVersion   PIC 9(02).
             10 LibFctStatus    PIC X(01).
               88 LibFct-Active   VALUE 'A'.
               88 LibFct-Retired  VALUE 'R'.
      *    A CANDIDATE ROW CARRIES THE NEXT VERSION OF A FUNCTION
      *    UNDER ITS OWN ENTRY CODE WHILE DVZZSHD COMPARES IT WITH THE
      *    ACTIVE ONE.  DISPATCH ONLY RESOLVES ACTIVE ROWS AND THE
      *    CANDIDATE HAS NO LibFctNames ROW, SO NO CALLER CAN REACH
      *    IT.  PROMOTION POINTS THE NAME ROW AT THE NEW CODE, MARKS
      *    THE NEW ROW 'A' AND THE OLD ONE 'R'.
               88 LibFct-Candidate VALUE 'C'.
      *    NAME-TO-CODE ROWS FOR THE BY-NAME DISPATCH MODE: CALLERS
      *    PASS THE FUNCTION NAME AND THE HASH CODES STAY AN INTERNAL
      *    DETAIL OF THIS LIBRARY.  MAINTAINED ROW FOR ROW WITH
           05 PIC X(08) VALUE '6f1b8da2'.
           05 PIC X(30) VALUE 'isPeriodClosed'.
           05 PIC X(08) VALUE 'b3e59c18'.
           05 PIC X(30) VALUE 'dayCountFraction'.
           05 PIC X(08) VALUE '1c7e4b93'.
           05 PIC X(30) VALUE 'resolveDateExpression'.
           05 PIC X(08) VALUE '4e9d0c72'.
       01  LibFctNames REDEFINES LibFctNames-VALUES.
           05   LibFctNameItem OCCURS 24
                               INDEXED BY LibFctNameIndex.
             10 LibFctName      PIC X(30).
             10 LibFctNameCode  PIC X(08).
      *                         errorMessage PIC X(80)
      *                   RETURNING Result PIC X(01).

      *_________________________________________________________________
      *DECLARE FUNCTION dayCountFraction PUBLIC
      *                   INPUT fromDate     TYPE date
      *                         toDate       TYPE date
      *                         convention   PIC X(08)
      *                         returnCode   PIC 9(04)
      *                         errorMessage PIC X(80)
      *                   RETURNING Result TYPE accrual.

      *_________________________________________________________________
      *DECLARE FUNCTION resolveDateExpression PUBLIC
      *                   INPUT expression   PIC X(20)
      *                         baseDate     TYPE date
      *                         boundary     PIC X(01)
      *                         returnCode   PIC 9(04)
      *                         errorMessage PIC X(80)
      *                   RETURNING Result TYPE date.

       Copy-Process-Mode.
           SET ADDRESS OF FCT TO ADDRESS OF CallData

           SET FCT-periodStartDate-01   TO ENTRY '2d94c7e5'
           SET FCT-periodEndDate-01   TO ENTRY '6f1b8da2'
           SET FCT-isPeriodClosed-01   TO ENTRY 'b3e59c18'
           SET FCT-dayCountFraction-01   TO ENTRY '1c7e4b93'
           SET FCT-resolveDateExpression-01   TO ENTRY '4e9d0c72'

           SET CallCompletion-Normal TO TRUE
           .
       
             MOVE SPACES TO W-ResolvedCode
             PERFORM VARYING LibFctNameIndex FROM 1 BY 1
                     UNTIL LibFctNameIndex > 24
               IF LibFctName(LibFctNameIndex) = FctName(FctNameIndex)
                 MOVE LibFctNameCode(LibFctNameIndex)
                   TO W-ResolvedCode
             SET LibFctPointer(20)  TO ENTRY '2d94c7e5'
             SET LibFctPointer(21)  TO ENTRY '6f1b8da2'
             SET LibFctPointer(22)  TO ENTRY 'b3e59c18'
             SET LibFctPointer(23)  TO ENTRY '1c7e4b93'
             SET LibFctPointer(24)  TO ENTRY '4e9d0c72'

             SET LibFctList-IsLoaded TO TRUE
           .
           MOVE W-StampDate         TO FUR-DATE
           MOVE W-StampTime         TO FUR-TIMESTAMP
           WRITE FCT-USAGE-RECORD
           MOVE W-UsageCaller       TO LibFctLastCaller
           .

       END PROGRAM DVZZDATE.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  C-ZDAT2000               PIC X(08) VALUE 'ZDAT2000'.
       01  C-DVZZCAP                PIC X(08) VALUE 'DVZZCAP'.
       01  DATS20. COPY YDATS20.
      *01  W-Dat       TYPE date.
       01 W-Dat.
           02 YYYY PIC 9(4).
           02 MM PIC 9(2).
           02 DD PIC 9(2).
      *    THE INPUT PARAMETERS, END TO END, FOR SHADOW-RUN CAPTURE.
       01  CAPTURE-REQUEST.
           05 CQ-FCT-CODE           PIC X(08) VALUE 'd55b3ea7'.
           05 CQ-IMAGE-LEN          PIC 9(03) VALUE 7.
           05 CQ-IMAGE              PIC X(200).
      *    CULTURE-KEYED POLICE/INJOUR FORMATTING FLAGS, ONE ROW PER
      *    LNG/CTY GROUP THIS SHOP FORMATS DATES FOR; THE LAST ROW
      *    (LOW-VALUES KEY) IS THE FALLBACK FOR AN UNLISTED CULTURE.
                   BY REFERENCE errorMessage
                   BY REFERENCE Result
           .
           MOVE SPACES                       TO CQ-IMAGE
           STRING dateType direction separator culture
                  DELIMITED BY SIZE        INTO CQ-IMAGE
           CALL C-DVZZCAP USING CAPTURE-REQUEST
           MOVE SPACES                       TO DATS20
           SET DATS20-I-FONCTION-FORMATAGE   TO TRUE
           MOVE 'JOUR'                       TO DATS20-I-DATE1
           END-IF
           .
       END PROGRAM b3e59c18.
      *DECLARE FUNCTION dayCountFraction PUBLIC
      *                   INPUT fromDate     TYPE date
      *                         toDate       TYPE date
      *                         convention   PIC X(08)
      *                         returnCode   PIC 9(04)
      *                         errorMessage PIC X(80)
      *                   RETURNING Result TYPE accrual.
      *_________________________________________________________________
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 1c7e4b93.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  C-PARSE-DATE             PIC X(08) VALUE '5c29ab70'.
       01  C-PARSE-TYPE             PIC X(01) VALUE 'A'.
       01  C-PARSE-CULTURE.
           05 C-PARSE-LNG           PIC X(02) VALUE 'EN'.
           05 C-PARSE-CTY           PIC X(02) VALUE 'US'.
       01  W-PARSE-INPUT            PIC X(10).
       01  W-PARSED                 PIC 9(08).
       01  W-FROM.
           02 W-F-YYYY              PIC 9(4).
           02 W-F-MM                PIC 9(2).
           02 W-F-DD                PIC 9(2).
       01  W-FROM-N REDEFINES W-FROM PIC 9(08).
       01  W-TO.
           02 W-T-YYYY              PIC 9(4).
           02 W-T-MM                PIC 9(2).
           02 W-T-DD                PIC 9(2).
       01  W-TO-N REDEFINES W-TO   PIC 9(08).
       01  W-SWAP-N                 PIC 9(08).
       01  W-SIGN                   PIC S9(1) COMP.
       01  W-D1                     PIC S9(3) COMP.
       01  W-D2                     PIC S9(3) COMP.
       01  W-DAYS                   PIC S9(7) COMP.
       01  W-YEAR                   PIC 9(04).
       01  W-YEAR-BASIS             PIC 9(03).
       01  W-FROM-BASIS             PIC 9(03).
       01  W-TO-BASIS               PIC 9(03).
       01  W-FEB-END                PIC 9(02).
       01  W-LEAP-REM               PIC S9(5) COMP.
       01  W-JAN1-N                 PIC 9(08).
       01  W-HEAD-DAYS              PIC S9(7) COMP.
       01  W-TAIL-DAYS              PIC S9(7) COMP.
       01  W-SHARE-NUM              PIC S9(9) COMP.
       01  W-SHARE-DEN              PIC S9(9) COMP.
       01  W-WHOLE-YEARS            PIC S9(3) COMP.
       01  W-FRACTION               PIC S9(03)V9(09).
       LINKAGE SECTION.
       01 fromDate.
           02 YYYY PIC 9(4).
           02 MM PIC 9(2).
           02 DD PIC 9(2).
       01 toDate.
           02 YYYY PIC 9(4).
           02 MM PIC 9(2).
           02 DD PIC 9(2).
       01 convention PIC X(08).
           88 convention-VALID       VALUES '30/360  ' '30E/360 '
                                            'ACT/360 ' 'ACT/365 '
                                            'ACT/ACT '.
       01 returnCode PIC 9(04).
       01 errorMessage PIC X(80).
       01 Result.
           02 accrualDays   PIC S9(07).
           02 yearFraction  PIC S9(03)V9(09).
       PROCEDURE DIVISION
             USING BY REFERENCE fromDate
                   BY REFERENCE toDate
                   BY REFERENCE convention
                   BY REFERENCE returnCode
                   BY REFERENCE errorMessage
                   BY REFERENCE Result
           .
      *    DAY COUNT AND YEAR FRACTION FROM fromDate TO toDate UNDER
      *    A NAMED CONVENTION, SO INTEREST AND ACCRUAL JOBS STOP
      *    CARRYING THEIR OWN MONTH-END RULES:
      *      30/360   US BOND BASIS - D1 31 BECOMES 30, D2 31
      *               BECOMES 30 WHEN D1 IS 30 OR 31, AND THE LAST
      *               DAY OF FEBRUARY COUNTS AS 30 (FOR D2 ONLY WHEN
      *               D1 IS ALSO A FEBRUARY MONTH-END)
      *      30E/360  EUROBOND BASIS - ANY 31 BECOMES 30
      *      ACT/360  ACTUAL DAYS OVER 360
      *      ACT/365  ACTUAL DAYS OVER A FIXED 365
      *      ACT/ACT  ACTUAL DAYS, EACH CALENDAR YEAR'S SHARE OVER
      *               ITS OWN LENGTH (365 OR 366) - THE ISDA RULE
      *    A toDate BEFORE fromDate GIVES THE SAME FIGURES NEGATED.
      *    BOTH DATES ARE VALIDATED THROUGH parseDate SO THE
      *    REJECTIONS MATCH THE REST OF THE LIBRARY; ANY REJECTION
      *    RETURNS 9999 AND THE ALL-NINES SENTINEL RESULT.
           MOVE ZERO                         TO returnCode
           MOVE SPACES                       TO errorMessage
           MOVE ZERO                         TO accrualDays
           MOVE ZERO                         TO yearFraction
           IF NOT convention-VALID
               MOVE 9999                     TO returnCode
               MOVE 'DAY-COUNT CONVENTION IS NOT 30/360, 30E/360, ACT/36
      -             '0, ACT/365 OR ACT/ACT'  TO errorMessage
           ELSE
               MOVE fromDate                 TO W-PARSE-INPUT
               PERFORM VALIDATE-ONE-DATE
               MOVE W-PARSED                 TO W-FROM-N
               IF returnCode = ZERO
                   MOVE toDate               TO W-PARSE-INPUT
                   PERFORM VALIDATE-ONE-DATE
                   MOVE W-PARSED             TO W-TO-N
               END-IF
           END-IF
           IF returnCode NOT = ZERO
               MOVE 9999999                  TO accrualDays
               MOVE 999.999999999            TO yearFraction
               GOBACK
           END-IF
           MOVE 1                            TO W-SIGN
           IF W-TO-N < W-FROM-N
               MOVE W-FROM-N                 TO W-SWAP-N
               MOVE W-TO-N                   TO W-FROM-N
               MOVE W-SWAP-N                 TO W-TO-N
               MOVE -1                       TO W-SIGN
           END-IF
           EVALUATE convention
             WHEN '30/360  '
               PERFORM COUNT-30-360-US
               COMPUTE W-FRACTION ROUNDED = W-DAYS / 360
             WHEN '30E/360 '
               PERFORM COUNT-30E-360
               COMPUTE W-FRACTION ROUNDED = W-DAYS / 360
             WHEN 'ACT/360 '
               PERFORM COUNT-ACTUAL
               COMPUTE W-FRACTION ROUNDED = W-DAYS / 360
             WHEN 'ACT/365 '
               PERFORM COUNT-ACTUAL
               COMPUTE W-FRACTION ROUNDED = W-DAYS / 365
             WHEN OTHER
               PERFORM COUNT-ACTUAL
               PERFORM FRACTION-ACT-ACT
           END-EVALUATE
           COMPUTE accrualDays = W-DAYS * W-SIGN
           COMPUTE yearFraction = W-FRACTION * W-SIGN
           GOBACK
           .
       VALIDATE-ONE-DATE.
           MOVE ZERO                         TO W-PARSED
           CALL C-PARSE-DATE USING BY REFERENCE W-PARSE-INPUT
                                   BY REFERENCE C-PARSE-TYPE
                                   BY REFERENCE C-PARSE-CULTURE
                                   BY REFERENCE returnCode
                                   BY REFERENCE errorMessage
                                   BY REFERENCE W-PARSED
           .
       COUNT-ACTUAL.
           COMPUTE W-DAYS =
               FUNCTION INTEGER-OF-DATE(W-TO-N)
             - FUNCTION INTEGER-OF-DATE(W-FROM-N)
           .
       COUNT-30-360-US.
           MOVE W-F-DD                       TO W-D1
           MOVE W-T-DD                       TO W-D2
           MOVE W-F-YYYY                     TO W-YEAR
           PERFORM SET-FEBRUARY-END
           IF W-F-MM = 2 AND W-F-DD = W-FEB-END
               MOVE W-T-YYYY                 TO W-YEAR
               PERFORM SET-FEBRUARY-END
               IF W-T-MM = 2 AND W-T-DD = W-FEB-END
                   MOVE 30                   TO W-D2
               END-IF
               MOVE 30                       TO W-D1
           END-IF
           IF W-D2 = 31 AND W-D1 >= 30
               MOVE 30                       TO W-D2
           END-IF
           IF W-D1 = 31
               MOVE 30                       TO W-D1
           END-IF
           PERFORM COUNT-30-360-DAYS
           .
       COUNT-30E-360.
           MOVE W-F-DD                       TO W-D1
           MOVE W-T-DD                       TO W-D2
           IF W-D1 = 31
               MOVE 30                       TO W-D1
           END-IF
           IF W-D2 = 31
               MOVE 30                       TO W-D2
           END-IF
           PERFORM COUNT-30-360-DAYS
           .
       COUNT-30-360-DAYS.
           COMPUTE W-DAYS =
               ((W-T-YYYY - W-F-YYYY) * 360)
             + ((W-T-MM - W-F-MM) * 30)
             + (W-D2 - W-D1)
           .
       FRACTION-ACT-ACT.
           MOVE W-F-YYYY                     TO W-YEAR
           PERFORM SET-YEAR-BASIS
           MOVE W-YEAR-BASIS                 TO W-FROM-BASIS
           IF W-F-YYYY = W-T-YYYY
               COMPUTE W-FRACTION ROUNDED = W-DAYS / W-FROM-BASIS
           ELSE
               MOVE W-T-YYYY                 TO W-YEAR
               PERFORM SET-YEAR-BASIS
               MOVE W-YEAR-BASIS             TO W-TO-BASIS
               COMPUTE W-JAN1-N = ((W-F-YYYY + 1) * 10000) + 101
               COMPUTE W-HEAD-DAYS =
                   FUNCTION INTEGER-OF-DATE(W-JAN1-N)
                 - FUNCTION INTEGER-OF-DATE(W-FROM-N)
               COMPUTE W-JAN1-N = (W-T-YYYY * 10000) + 101
               COMPUTE W-TAIL-DAYS =
                   FUNCTION INTEGER-OF-DATE(W-TO-N)
                 - FUNCTION INTEGER-OF-DATE(W-JAN1-N)
      *        ONE DIVISION OVER THE COMMON DENOMINATOR, SO THE
      *        TWO PART-YEAR SHARES ARE ROUNDED ONCE BETWEEN THEM.
               COMPUTE W-SHARE-NUM =
                   (W-HEAD-DAYS * W-TO-BASIS)
                 + (W-TAIL-DAYS * W-FROM-BASIS)
               COMPUTE W-SHARE-DEN = W-FROM-BASIS * W-TO-BASIS
               COMPUTE W-FRACTION ROUNDED = W-SHARE-NUM / W-SHARE-DEN
               COMPUTE W-WHOLE-YEARS = W-T-YYYY - W-F-YYYY - 1
               ADD W-WHOLE-YEARS             TO W-FRACTION
           END-IF
           .
       SET-YEAR-BASIS.
           PERFORM SET-FEBRUARY-END
           COMPUTE W-YEAR-BASIS = 337 + W-FEB-END
           .
       SET-FEBRUARY-END.
           MOVE 28                           TO W-FEB-END
           COMPUTE W-LEAP-REM = FUNCTION MOD(W-YEAR, 4)
           IF W-LEAP-REM = ZERO
               COMPUTE W-LEAP-REM = FUNCTION MOD(W-YEAR, 100)
               IF W-LEAP-REM = ZERO
                   COMPUTE W-LEAP-REM = FUNCTION MOD(W-YEAR, 400)
                   IF W-LEAP-REM = ZERO
                       MOVE 29               TO W-FEB-END
                   END-IF
               ELSE
                   MOVE 29                   TO W-FEB-END
               END-IF
           END-IF
           .
       END PROGRAM 1c7e4b93.
      *
      *DECLARE FUNCTION resolveDateExpression PUBLIC
      *                   INPUT expression   PIC X(20)
      *                         baseDate     TYPE date
      *                         boundary     PIC X(01)
      *                         returnCode   PIC 9(04)
      *                         errorMessage PIC X(80)
      *                   RETURNING Result TYPE date.
      *_________________________________________________________________
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4e9d0c72.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  C-PARSE-DATE             PIC X(08) VALUE '5c29ab70'.
       01  C-ADD-BUSINESS-DAYS      PIC X(08) VALUE 'ab26dc4f'.
       01  C-ADD-CALENDAR-MONTHS    PIC X(08) VALUE '7a3b9e55'.
       01  C-PERIOD-START-DATE      PIC X(08) VALUE '2d94c7e5'.
       01  C-PERIOD-END-DATE        PIC X(08) VALUE '6f1b8da2'.
       01  C-PARSE-TYPE             PIC X(01) VALUE 'A'.
       01  C-PARSE-CULTURE.
           05 C-PARSE-LNG           PIC X(02) VALUE 'EN'.
           05 C-PARSE-CTY           PIC X(02) VALUE 'US'.
       01  W-PARSE-INPUT            PIC X(10).
       01  W-KEYWORD                PIC X(20).
       01  W-KEYWORD-LEN            PIC S9(4) COMP.
       01  W-SIGN                   PIC X(01).
       01  W-COUNT-X                PIC X(20).
       01  W-COUNT-LEN              PIC S9(4) COMP.
       01  W-COUNT                  PIC S9(04).
       01  W-PTR                    PIC S9(4) COMP.
       01  W-PERIODS-LEFT           PIC S9(4) COMP.
       01  W-INTEGER-DATE           PIC S9(9) COMP.
       01  W-BASE.
           02 W-B-YYYY              PIC 9(4).
           02 W-B-MM                PIC 9(2).
           02 W-B-DD                PIC 9(2).
       01  W-BASE-N REDEFINES W-BASE PIC 9(08).
       01  W-WORK.
           02 W-W-YYYY              PIC 9(4).
           02 W-W-MM                PIC 9(2).
           02 W-W-DD                PIC 9(2).
       01  W-WORK-N REDEFINES W-WORK PIC 9(08).
       01  W-STEP.
           02 W-S-YYYY              PIC 9(4).
           02 W-S-MM                PIC 9(2).
           02 W-S-DD                PIC 9(2).
       01  W-STEP-N REDEFINES W-STEP PIC 9(08).
       LINKAGE SECTION.
       01 expression PIC X(20).
       01 baseDate.
           02 YYYY PIC 9(4).
           02 MM PIC 9(2).
           02 DD PIC 9(2).
       01 boundary PIC X(01).
           88 boundary-VALID         VALUES 'S' 'E'.
           88 boundary-START         VALUE 'S'.
       01 returnCode PIC 9(04).
       01 errorMessage PIC X(80).
       01 Result.
           02 YYYY PIC 9(4).
           02 MM PIC 9(2).
           02 DD PIC 9(2).
       PROCEDURE DIVISION
             USING BY REFERENCE expression
                   BY REFERENCE baseDate
                   BY REFERENCE boundary
                   BY REFERENCE returnCode
                   BY REFERENCE errorMessage
                   BY REFERENCE Result
           .
      *    RESOLVES A CARD DATE WRITTEN RELATIVE TO baseDate (THE
      *    RUN DATE), SO CUTOFF AND SELECTION DECKS NEED NO MONTHLY
      *    HAND EDIT.  AN EXPRESSION IS A KEYWORD AND AN OPTIONAL
      *    SIGNED COUNT OF UP TO FOUR DIGITS, WITH NO BLANKS:
      *      yyyymmdd     THAT DATE, VALIDATED THROUGH parseDate
      *      TODAY+-n     n CALENDAR DAYS FROM baseDate
      *      BDAYS+-n     n BUSINESS DAYS FROM baseDate, AS
      *                   addBusinessDays COUNTS THEM
      *      MONTHEND+-n  LAST DAY OF THE CALENDAR MONTH n MONTHS
      *                   FROM THE MONTH OF baseDate
      *      PERIOD+-n    START (boundary 'S') OR END (boundary
      *                   'E') OF THE FISCAL PERIOD n PERIODS FROM
      *                   THE ONE CONTAINING baseDate, FROM THE
      *                   FISCAL CALENDAR periodStartDate READS
      *    A MISSING COUNT IS ZERO, SO TODAY IS baseDate AND PERIOD
      *    IS THE CURRENT PERIOD.  ANY REJECTION - BAD SYNTAX, BAD
      *    DATE, A DATE OUTSIDE THE HOLIDAY OR FISCAL CALENDAR -
      *    RETURNS 9999 AND THE ALL-NINES SENTINEL RESULT.
           MOVE ZERO                         TO returnCode
           MOVE SPACES                       TO errorMessage
           MOVE baseDate                     TO W-BASE
           MOVE W-BASE                       TO W-WORK
           IF W-BASE-N NOT NUMERIC
               MOVE 9999                     TO returnCode
               MOVE 'BASE DATE IS NOT A YYYYMMDD DATE'
                                             TO errorMessage
           ELSE
               PERFORM SPLIT-EXPRESSION
           END-IF
           IF returnCode = ZERO
               EVALUATE W-KEYWORD
                 WHEN 'TODAY'
                   COMPUTE W-INTEGER-DATE =
                       FUNCTION INTEGER-OF-DATE(W-BASE-N) + W-COUNT
                   COMPUTE W-WORK-N =
                       FUNCTION DATE-OF-INTEGER(W-INTEGER-DATE)
                 WHEN 'BDAYS'
                   CALL C-ADD-BUSINESS-DAYS USING BY REFERENCE W-BASE
                                                  BY REFERENCE W-COUNT
                                                  BY REFERENCE W-WORK
                   IF W-WORK-N = 99999999
                       MOVE 9999             TO returnCode
                       MOVE 'DATE OUTSIDE THE HOLIDAY CALENDAR'
                                             TO errorMessage
                   END-IF
                 WHEN 'MONTHEND'
      *            addCalendarMonths CLAMPS A DAY THE TARGET MONTH
      *            DOES NOT HAVE TO ITS MONTH-END, SO THE 31ST OF
      *            THE BASE MONTH LANDS ON THE TARGET MONTH-END.
                   MOVE W-BASE               TO W-STEP
                   MOVE 31                   TO W-S-DD
                   CALL C-ADD-CALENDAR-MONTHS
                                         USING BY REFERENCE W-STEP
                                               BY REFERENCE W-COUNT
                                               BY REFERENCE W-WORK
                 WHEN 'PERIOD'
                   PERFORM RESOLVE-PERIOD
                 WHEN OTHER
                   IF W-KEYWORD-LEN = 8
                      AND W-KEYWORD(1:8) IS NUMERIC
                      AND W-SIGN = SPACE
                       MOVE W-KEYWORD(1:8)  TO W-PARSE-INPUT
                       CALL C-PARSE-DATE
                                  USING BY REFERENCE W-PARSE-INPUT
                                        BY REFERENCE C-PARSE-TYPE
                                        BY REFERENCE C-PARSE-CULTURE
                                        BY REFERENCE returnCode
                                        BY REFERENCE errorMessage
                                        BY REFERENCE W-WORK
                   ELSE
                       MOVE 9999             TO returnCode
                       MOVE 'EXPRESSION IS NOT A DATE, TODAY, BDAYS, MON
      -                 'THEND OR PERIOD'  TO errorMessage
                   END-IF
               END-EVALUATE
           END-IF
           IF returnCode NOT = ZERO
               MOVE 99999999                 TO W-WORK-N
           END-IF
           MOVE W-WORK                       TO Result
           GOBACK
           .
       SPLIT-EXPRESSION.
      *    KEYWORD UP TO THE FIRST SIGN OR BLANK, THEN THE COUNT UP
      *    TO THE NEXT BLANK; NOTHING MAY FOLLOW.
           MOVE SPACES                       TO W-KEYWORD
           MOVE SPACES                       TO W-SIGN
           MOVE SPACES                       TO W-COUNT-X
           MOVE ZERO                         TO W-KEYWORD-LEN
           MOVE ZERO                         TO W-COUNT-LEN
           MOVE ZERO                         TO W-COUNT
           MOVE 1                            TO W-PTR
           UNSTRING expression DELIMITED BY '+' OR '-' OR SPACE
               INTO W-KEYWORD DELIMITER IN W-SIGN
                               COUNT IN W-KEYWORD-LEN
               WITH POINTER W-PTR
           END-UNSTRING
           IF W-SIGN = '+' OR W-SIGN = '-'
               UNSTRING expression DELIMITED BY SPACE
                   INTO W-COUNT-X COUNT IN W-COUNT-LEN
                   WITH POINTER W-PTR
               END-UNSTRING
               IF W-COUNT-LEN < 1 OR W-COUNT-LEN > 4
                   MOVE 9999                 TO returnCode
               ELSE
                   IF W-COUNT-X(1:W-COUNT-LEN) IS NOT NUMERIC
                       MOVE 9999             TO returnCode
                   ELSE
                       COMPUTE W-COUNT =
                           FUNCTION NUMVAL(W-COUNT-X(1:W-COUNT-LEN))
                       IF W-SIGN = '-'
                           COMPUTE W-COUNT = ZERO - W-COUNT
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE SPACE                    TO W-SIGN
           END-IF
           IF W-KEYWORD-LEN = ZERO
               MOVE 9999                     TO returnCode
           END-IF
           IF W-PTR <= LENGTH OF expression
               IF expression(W-PTR:) NOT = SPACES
                   MOVE 9999                 TO returnCode
               END-IF
           END-IF
           IF returnCode NOT = ZERO
               MOVE 'DATE EXPRESSION IS NOT A KEYWORD, SIGN AND 1-4 DIGI
      -             'TS WITHOUT BLANKS'  TO errorMessage
           END-IF
           .
       RESOLVE-PERIOD.
      *    STEP ONE PERIOD AT A TIME - BACK TO THE DAY BEFORE A
      *    PERIOD START, OR ON TO THE DAY AFTER A PERIOD END - SO
      *    THE 13-PERIOD YEAR AND IRREGULAR PERIOD LENGTHS NEED NO
      *    ARITHMETIC HERE.
           IF NOT boundary-VALID
               MOVE 9999                     TO returnCode
               MOVE 'PERIOD BOUNDARY IS NOT S (START) OR E (END)'
                                             TO errorMessage
           ELSE
               MOVE W-BASE                   TO W-STEP
               COMPUTE W-PERIODS-LEFT = FUNCTION ABS(W-COUNT)
               PERFORM UNTIL W-PERIODS-LEFT = ZERO
                          OR returnCode NOT = ZERO
                   IF W-COUNT < ZERO
                       CALL C-PERIOD-START-DATE USING
                                             BY REFERENCE W-STEP
                                             BY REFERENCE returnCode
                                             BY REFERENCE errorMessage
                                             BY REFERENCE W-WORK
                       COMPUTE W-INTEGER-DATE =
                           FUNCTION INTEGER-OF-DATE(W-WORK-N) - 1
                   ELSE
                       CALL C-PERIOD-END-DATE USING
                                             BY REFERENCE W-STEP
                                             BY REFERENCE returnCode
                                             BY REFERENCE errorMessage
                                             BY REFERENCE W-WORK
                       COMPUTE W-INTEGER-DATE =
                           FUNCTION INTEGER-OF-DATE(W-WORK-N) + 1
                   END-IF
                   IF returnCode = ZERO
                       COMPUTE W-STEP-N =
                           FUNCTION DATE-OF-INTEGER(W-INTEGER-DATE)
                   END-IF
                   SUBTRACT 1                FROM W-PERIODS-LEFT
               END-PERFORM
               IF returnCode = ZERO
                   IF boundary-START
                       CALL C-PERIOD-START-DATE USING
                                             BY REFERENCE W-STEP
                                             BY REFERENCE returnCode
                                             BY REFERENCE errorMessage
                                             BY REFERENCE W-WORK
                   ELSE
                       CALL C-PERIOD-END-DATE USING
                                             BY REFERENCE W-STEP
                                             BY REFERENCE returnCode
                                             BY REFERENCE errorMessage
                                             BY REFERENCE W-WORK
                   END-IF
               END-IF
           END-IF
           .
       END PROGRAM 4e9d0c72.
      *
      *    INTERNAL FISCAL-CALENDAR SERVER FOR THE PERIOD
      *    FUNCTIONS.  NOT A REGISTERED LibFctList FUNCTION -
      *    COMING YEAR IS NOT YET COVERED - UNCOVERED YEARS MAKE THE
      *    BUSINESS-DAY FUNCTIONS RETURN THE ALL-NINES SENTINEL IN
      *    THE MIDDLE OF PRODUCTION JOBS.
      *    EACH CARD CARRIES THE OPERATOR ID IN COLUMNS 19-26 AND IS
      *    APPLIED ONLY WHEN OPERAUTH GRANTS THAT OPERATOR DVZZHMT ADD
      *    OR DEL (SEE DVZZAUT); A REFUSED CARD IS AUDITED AS REJECTED
      *    AND LOGGED ON SECVLOG.
      *_________________________________________________________________
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVZZHMT.
           05 TR-CULTURE             PIC X(04).
           05 FILLER                 PIC X(01).
           05 TR-DATE                PIC X(08).
           05 FILLER                 PIC X(01).
           05 TR-OPERATOR            PIC X(08).
       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HOL-CULTURE            PIC X(04).
           05 HA-STATUS              PIC X(08).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 HA-REASON              PIC X(30).
           05 FILLER                 PIC X(01) VALUE SPACE.
           05 HA-OPERATOR            PIC X(08).
       FD  COVERAGE-REPORT-FILE.
       01  COVERAGE-REPORT-RECORD    PIC X(80).
       WORKING-STORAGE SECTION.
       01  TRANS-REJECTED            PIC S9(5) COMP VALUE ZERO.
       01  W-REASON                  PIC X(30).
       01  W-VALID                   PIC X(01).
       01  C-DVZZAUT                 PIC X(08) VALUE 'DVZZAUT'.
      *    PARAMETERS FOR THE OPERAUTH CHECK, LAID OUT AS DVZZAUT'S
      *    LINKAGE.
       01  AUTHORITY-QUERY.
           05 AQ-FUNCTION            PIC X(01).
           05 AQ-OPERATOR            PIC X(08).
           05 AQ-UTILITY             PIC X(08).
           05 AQ-ACTION              PIC X(08).
           05 AQ-DETAIL              PIC X(80).
           05 AQ-AUTHORIZED          PIC X(01).
           05 AQ-REASON              PIC X(30).
      *    THE LNG/CTY GROUPS THE LIBRARY FORMATS FOR, ROW FOR ROW
      *    WITH CULTURE-FORMAT-TABLE IN d55b3ea7.
       01  KNOWN-CULTURE-VALUES.
               MOVE 'ACTION IS NOT ADD OR DEL'
                                     TO W-REASON
           END-IF
           IF W-VALID = 'Y'
               PERFORM CHECK-AUTHORITY
               IF AQ-AUTHORIZED NOT = 'Y'
                   MOVE 'N'          TO W-VALID
                   MOVE AQ-REASON    TO W-REASON
               END-IF
           END-IF
           IF W-VALID = 'Y'
               PERFORM CHECK-CULTURE
               IF KC-OK = 'N'
               END-IF
           END-PERFORM
           .
       CHECK-AUTHORITY.
           MOVE 'C'                  TO AQ-FUNCTION
           MOVE TR-OPERATOR          TO AQ-OPERATOR
           MOVE 'DVZZHMT'            TO AQ-UTILITY
           MOVE TR-ACTION            TO AQ-ACTION
           MOVE HOLIDAY-TRAN-RECORD  TO AQ-DETAIL
           CALL C-DVZZAUT USING AUTHORITY-QUERY
           .
       CHECK-CULTURE.
           MOVE 'N' TO KC-OK
           PERFORM VARYING KC-IX FROM 1 BY 1 UNTIL KC-IX > 4
           MOVE TR-ACTION            TO HA-ACTION
           MOVE TR-CULTURE           TO HA-CULTURE
           MOVE TR-DATE              TO HA-HOLDATE
           MOVE TR-OPERATOR          TO HA-OPERATOR
           .
       REWRITE-HOLCAL.
           OPEN OUTPUT HOLIDAY-FILE
           END-IF
           .
       END PROGRAM DVZZHMT.
      *
      *    CALL-PARAMETER CAPTURE FOR SHADOW RUNS.  NOT A REGISTERED
      *    LibFctList FUNCTION - CALLED DIRECTLY BY A FUNCTION PROGRAM
      *    WHOSE NEXT VERSION IS UNDER REVIEW, WITH THE FUNCTION CODE
      *    AND THE INPUT PARAMETERS LAID END TO END IN CQ-IMAGE (THE
      *    SAME ORDER AND LENGTHS AS THE INPUT ENTRIES OF THE DVZZSHD
      *    FUNCTION CARD).  EACH CALL IS APPENDED TO THE FCTCAPT FILE
      *    WITH THE CALLER THAT LAST RESOLVED A FUNCTION IN THIS JOB
      *    STEP, SO DVZZSHD CAN REPLAY REAL PRODUCTION INPUTS AGAINST
      *    THE CANDIDATE.  CAPTURE IS OFF WHEN NO FCTCAPT FILE IS
      *    ALLOCATED TO THE STEP: THE FAILED OPEN IS REMEMBERED AND
      *    EVERY LATER CALL RETURNS AT ONCE, SO A FUNCTION CAN KEEP
      *    ITS CAPTURE CALL BETWEEN REVIEWS AT NO REAL COST.
      *_________________________________________________________________
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVZZCAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPTURE-FILE ASSIGN TO "FCTCAPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CAPTURE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAPTURE-FILE.
       01  CAPTURE-RECORD.
           05 FCR-CALLER-ID          PIC X(08).
           05 FILLER                 PIC X(01).
           05 FCR-FCT-CODE           PIC X(08).
           05 FILLER                 PIC X(01).
           05 FCR-DATE               PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FCR-TIME               PIC 9(08).
           05 FILLER                 PIC X(01).
           05 FCR-IMAGE-LEN          PIC 9(03).
           05 FILLER                 PIC X(01).
           05 FCR-IMAGE              PIC X(200).
       WORKING-STORAGE SECTION.
       01  CAPTURE-FILE-STATUS       PIC X(02) VALUE '00'.
       01  FCTCAPT-State             PIC X(01) VALUE SPACE.
           88 FCTCAPT-NotTried             VALUE SPACE.
           88 FCTCAPT-IsOpen               VALUE 'O'.
           88 FCTCAPT-IsOff                VALUE 'X'.
      *    A RUNAWAY LOOP IN A CAPTURED JOB MUST NOT FILL THE CAPTURE
      *    DATASET: CAPTURE STOPS FOR THE STEP AFTER THIS MANY CALLS.
       01  CAPTURE-LIMIT             PIC S9(7) COMP VALUE 5000.
       01  CAPTURE-COUNT             PIC S9(7) COMP VALUE ZERO.
      *    SET BY DVZZDATE AND DVZZNUM EACH TIME THEY LOG A RESOLUTION
      *    ON FCTUSAGE; THE SAME CALLER ID THE USAGE LOG CARRIES.
       01  LibFctLastCaller          PIC X(08) EXTERNAL.
       01  W-StampRC                 PIC 9(04).
       01  W-Stamp.
           05 W-StampDate            PIC 9(08).
           05 W-StampTime            PIC 9(08).
       LINKAGE SECTION.
       01  CAPTURE-REQUEST.
           05 CQ-FCT-CODE            PIC X(08).
           05 CQ-IMAGE-LEN           PIC 9(03).
           05 CQ-IMAGE               PIC X(200).
       PROCEDURE DIVISION
             USING BY REFERENCE CAPTURE-REQUEST
           .
           IF FCTCAPT-NotTried
               OPEN EXTEND CAPTURE-FILE
               IF CAPTURE-FILE-STATUS = '00'
                   SET FCTCAPT-IsOpen TO TRUE
               ELSE
                   SET FCTCAPT-IsOff TO TRUE
               END-IF
           END-IF
           IF FCTCAPT-IsOpen
              AND CAPTURE-COUNT < CAPTURE-LIMIT
               ADD 1                         TO CAPTURE-COUNT
               MOVE SPACES                   TO CAPTURE-RECORD
               MOVE LibFctLastCaller         TO FCR-CALLER-ID
               MOVE CQ-FCT-CODE              TO FCR-FCT-CODE
               CALL '8e61c4f9' USING W-StampRC W-Stamp
               MOVE W-StampDate              TO FCR-DATE
               MOVE W-StampTime              TO FCR-TIME
               MOVE CQ-IMAGE-LEN             TO FCR-IMAGE-LEN
               MOVE CQ-IMAGE                 TO FCR-IMAGE
               WRITE CAPTURE-RECORD
           END-IF
           GOBACK
           .
       END PROGRAM DVZZCAP.
      *
      *    SHADOW-RUN COMPARISON OF A CANDIDATE FUNCTION VERSION
      *    AGAINST THE ACTIVE ONE, RUN BEFORE A NEW VERSION IS
      *    PROMOTED IN LibFctList.  THE CANDIDATE IS BUILT UNDER ITS
      *    OWN ENTRY CODE AND LISTED WITH STATUS 'C', WHICH DISPATCH
      *    NEVER RESOLVES; BOTH VERSIONS ARE CALLED HERE BY ENTRY
      *    CODE ON THE SAME INPUTS AND EVERY CASE WHERE AN OUTPUT OR
      *    THE RETURN CODE DIFFERS IS LISTED ON SHDRPT.  THE SHDDECK
      *    CARDS ARE:
      *      FUNCTION  COLS 10-17 ACTIVE CODE, 19-26 CANDIDATE CODE,
      *                28-57 FUNCTION NAME FOR THE REPORT, AND FROM
      *                COL 59 UP TO 10 PARAMETER ENTRIES "Knnn", ONE
      *                PER PARAMETER IN CALL ORDER, 5 COLUMNS APART -
      *                K IS I (INPUT), R (RETURN CODE) OR O (ANY OTHER
      *                OUTPUT) AND nnn THE PARAMETER LENGTH.
      *      VECTOR    COLS 10-17 CASE ID, FROM COL 19 THE INPUT
      *                PARAMETERS END TO END (200 COLUMNS AT MOST).
      *      CAPTURED  REPLAY THE FCTCAPT CALLS (SEE DVZZCAP) OF THE
      *                ACTIVE CODE MADE BY THE CALLERS FCTUSAGE SAYS
      *                USE IT, AND LIST ANY SUCH CALLER WITH NO
      *                CAPTURED CALL AS NOT COVERED.
      *      * IN COL 1 IS A COMMENT.
      *    OUTPUT PARAMETERS START AS LOW-VALUES FOR BOTH VERSIONS,
      *    SO ONE VERSION LEAVING AN OUTPUT UNSET IS A DIFFERENCE TOO
      *    (PRINTED AS '.').  RETURN-CODE 0 WHEN EVERY FUNCTION RAN
      *    CASES WITH NO DIFFERENCE, 4 WHEN ANY DIFFERED OR RAN NO
      *    CASE AT ALL, 8 FOR A REJECTED CARD, A MISSING FILE OR AN
      *    ENTRY CODE THAT COULD NOT BE CALLED.
      *_________________________________________________________________
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVZZSHD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHADOW-DECK-FILE ASSIGN TO "SHDDECK"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DECK-FILE-STATUS.
           SELECT FCT-USAGE-FILE ASSIGN TO "FCTUSAGE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS USAGE-FILE-STATUS.
           SELECT CAPTURE-FILE ASSIGN TO "FCTCAPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CAPTURE-FILE-STATUS.
           SELECT SHADOW-REPORT-FILE ASSIGN TO "SHDRPT"
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SHADOW-DECK-FILE.
       01  SHADOW-CARD.
           05 SC-KEYWORD             PIC X(08).
           05 FILLER                 PIC X(01).
           05 SC-OPERANDS            PIC X(247).
       01  SHADOW-FUNCTION-CARD.
           05 FILLER                 PIC X(09).
           05 SC-ACTIVE-CODE         PIC X(08).
           05 FILLER                 PIC X(01).
           05 SC-CAND-CODE           PIC X(08).
           05 FILLER                 PIC X(01).
           05 SC-FCT-NAME            PIC X(30).
           05 FILLER                 PIC X(01).
           05 SC-PARM-ENTRY OCCURS 10 TIMES.
             10 SC-PARM-KIND         PIC X(01).
             10 SC-PARM-LEN          PIC X(03).
             10 FILLER               PIC X(01).
           05 FILLER                 PIC X(148).
       01  SHADOW-VECTOR-CARD.
           05 FILLER                 PIC X(09).
           05 SC-CASE-ID             PIC X(08).
           05 FILLER                 PIC X(01).
           05 SC-IMAGE               PIC X(200).
           05 FILLER                 PIC X(38).
       FD  FCT-USAGE-FILE.
       01  FCT-USAGE-RECORD.
           05 FUR-CALLER-ID          PIC X(08).
           05 FILLER                 PIC X(01).
           05 FUR-FCT-CODE           PIC X(08).
           05 FILLER                 PIC X(01).
           05 FUR-DATE               PIC X(08).
           05 FILLER                 PIC X(01).
           05 FUR-TIMESTAMP          PIC X(08).
       FD  CAPTURE-FILE.
       01  CAPTURE-RECORD.
           05 FCR-CALLER-ID          PIC X(08).
           05 FILLER                 PIC X(01).
           05 FCR-FCT-CODE           PIC X(08).
           05 FILLER                 PIC X(01).
           05 FCR-DATE               PIC X(08).
           05 FILLER                 PIC X(01).
           05 FCR-TIME               PIC X(08).
           05 FILLER                 PIC X(01).
           05 FCR-IMAGE-LEN          PIC X(03).
           05 FCR-IMAGE-LEN-N REDEFINES FCR-IMAGE-LEN
                                     PIC 9(03).
           05 FILLER                 PIC X(01).
           05 FCR-IMAGE              PIC X(200).
       FD  SHADOW-REPORT-FILE.
       01  SHADOW-REPORT-LINE        PIC X(132).
       WORKING-STORAGE SECTION.
       01  DECK-FILE-STATUS          PIC X(02) VALUE '00'.
       01  USAGE-FILE-STATUS         PIC X(02) VALUE '00'.
       01  CAPTURE-FILE-STATUS       PIC X(02) VALUE '00'.
       01  DECK-EOF                  PIC X(01) VALUE 'N'.
           88 DECK-AtEnd                   VALUE 'Y'.
       01  USAGE-EOF                 PIC X(01) VALUE 'N'.
           88 USAGE-AtEnd                  VALUE 'Y'.
       01  CAPTURE-EOF               PIC X(01) VALUE 'N'.
           88 CAPTURE-AtEnd                VALUE 'Y'.
       01  W-TODAY                   PIC 9(08).
       01  W-MAX-RC                  PIC 9(04) VALUE ZERO.
       01  W-RUN-FUNCTIONS           PIC S9(5) COMP VALUE ZERO.
       01  W-RUN-CASES               PIC S9(7) COMP VALUE ZERO.
       01  W-RUN-DIFF-CASES          PIC S9(7) COMP VALUE ZERO.
       01  W-REJECT-REASON           PIC X(60).
      *    THE FUNCTION UNDER COMPARISON, FROM ITS FUNCTION CARD.
       01  FN-State                  PIC X(01) VALUE 'N'.
           88 FN-IsOpen                    VALUE 'Y'.
       01  FN-Usable                 PIC X(01) VALUE 'N'.
           88 FN-IsUsable                  VALUE 'Y'.
       01  FN-ACTIVE-CODE            PIC X(08).
       01  FN-CAND-CODE              PIC X(08).
       01  FN-NAME                   PIC X(30).
       01  FN-CASES                  PIC S9(7) COMP VALUE ZERO.
       01  FN-DECK-CASES             PIC S9(7) COMP VALUE ZERO.
       01  FN-CAPTURED-CASES         PIC S9(7) COMP VALUE ZERO.
       01  FN-DIFF-CASES             PIC S9(7) COMP VALUE ZERO.
       01  FN-SKIPPED-CAPTURES       PIC S9(7) COMP VALUE ZERO.
       01  PARM-COUNT                PIC S9(4) COMP VALUE ZERO.
       01  PARM-BAD                  PIC X(01) VALUE 'N'.
       01  W-INPUT-LEN               PIC S9(4) COMP VALUE ZERO.
       01  W-OUTPUT-PARMS            PIC S9(4) COMP VALUE ZERO.
       01  PARM-TABLE.
           05 PARM-ENTRY OCCURS 10 TIMES.
             10 PT-KIND              PIC X(01).
             10 PT-LEN               PIC S9(4) COMP.
       01  W-LEN-N                   PIC 9(03).
       01  W-PARM-MAX                PIC 9(03) VALUE ZERO.
       01  W-IX                      PIC S9(4) COMP.
       01  W-PX                      PIC S9(4) COMP.
       01  W-IMG-POS                 PIC S9(4) COMP.
      *    ONE CASE: ITS INPUTS, WHERE THEY CAME FROM, AND THE
      *    PARAMETER AREA THE VERSIONS ARE CALLED ON.  THE ACTIVE
      *    VERSION'S AREA IS SAVED BEFORE THE CANDIDATE IS CALLED.
       01  W-CASE-ID                 PIC X(08).
       01  W-CASE-SOURCE             PIC X(08).
       01  W-CASE-IMAGE              PIC X(200).
       01  W-CASE-DIFFERS            PIC X(01).
       01  W-CALL-CODE               PIC X(08).
       01  W-CALL-FAILED             PIC X(01).
       01  SHD-PARMS.
           05 SHD-PARM-01            PIC X(200).
           05 SHD-PARM-02            PIC X(200).
           05 SHD-PARM-03            PIC X(200).
           05 SHD-PARM-04            PIC X(200).
           05 SHD-PARM-05            PIC X(200).
           05 SHD-PARM-06            PIC X(200).
           05 SHD-PARM-07            PIC X(200).
           05 SHD-PARM-08            PIC X(200).
           05 SHD-PARM-09            PIC X(200).
           05 SHD-PARM-10            PIC X(200).
       01  SHD-PARM-TABLE REDEFINES SHD-PARMS.
           05 SHD-PARM OCCURS 10 TIMES
                                     PIC X(200).
       01  SHD-ACTIVE-PARMS.
           05 SHD-ACTIVE-PARM OCCURS 10 TIMES
                                     PIC X(200).
       01  W-CAPTURE-SEQ             PIC 9(07) VALUE ZERO.
      *    CALLERS FCTUSAGE SHOWS RESOLVING THE ACTIVE CODE, WITH THE
      *    CAPTURED CALLS REPLAYED FOR EACH.
       01  CALLER-COUNT              PIC S9(4) COMP VALUE ZERO.
       01  CALLER-IX                 PIC S9(4) COMP VALUE ZERO.
       01  CALLER-FOUND              PIC X(01) VALUE 'N'.
           88 CALLER-IsFound               VALUE 'Y'.
       01  CALLER-OVERFLOW           PIC S9(7) COMP VALUE ZERO.
       01  CALLER-TABLE.
           05 CALLER-ENTRY OCCURS 200 TIMES.
             10 CL-CALLER-ID         PIC X(08).
             10 CL-CASES             PIC S9(7) COMP.
       01  W-PRINT-IMAGE             PIC X(100).
       01  W-COUNT-ED                PIC ZZZZZZ9.
       01  W-COUNT-ED-2              PIC ZZZZZZ9.
       01  W-COUNT-ED-3              PIC ZZZZZZ9.
       01  W-COUNT-ED-4              PIC ZZZZZZ9.
       01  W-PARM-ED                 PIC Z9.
       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM OPEN-SHADOW-FILES
           PERFORM PROCESS-ONE-CARD UNTIL DECK-AtEnd
           PERFORM CLOSE-CURRENT-FUNCTION
           PERFORM WRITE-RUN-TOTALS
           IF DECK-FILE-STATUS = '00' OR DECK-FILE-STATUS = '10'
               CLOSE SHADOW-DECK-FILE
           END-IF
           CLOSE SHADOW-REPORT-FILE
           MOVE W-MAX-RC                     TO RETURN-CODE
           STOP RUN.
       OPEN-SHADOW-FILES.
           ACCEPT W-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT SHADOW-REPORT-FILE
           MOVE SPACES                       TO SHADOW-REPORT-LINE
           STRING 'LibFctList SHADOW-RUN COMPARISON  RUN DATE '
                  W-TODAY
                  DELIMITED BY SIZE        INTO SHADOW-REPORT-LINE
           WRITE SHADOW-REPORT-LINE
           OPEN INPUT SHADOW-DECK-FILE
           IF DECK-FILE-STATUS NOT = '00'
               SET DECK-AtEnd TO TRUE
               MOVE 'SHADOW DECK SHDDECK NOT AVAILABLE - NOTHING RUN'
                                             TO SHADOW-REPORT-LINE
               WRITE SHADOW-REPORT-LINE
               MOVE 8                        TO W-MAX-RC
           END-IF
           .
       PROCESS-ONE-CARD.
           READ SHADOW-DECK-FILE
               AT END
                   SET DECK-AtEnd TO TRUE
               NOT AT END
                   PERFORM INTERPRET-CARD
           END-READ
           .
       INTERPRET-CARD.
           EVALUATE TRUE
             WHEN SHADOW-CARD(1:1) = '*'
               OR SHADOW-CARD = SPACES
               CONTINUE
             WHEN SC-KEYWORD = 'FUNCTION'
               PERFORM CLOSE-CURRENT-FUNCTION
               PERFORM OPEN-FUNCTION
             WHEN SC-KEYWORD = 'VECTOR  '
               IF FN-IsUsable
                   MOVE SC-CASE-ID           TO W-CASE-ID
                   MOVE 'DECK'               TO W-CASE-SOURCE
                   MOVE SC-IMAGE             TO W-CASE-IMAGE
                   PERFORM RUN-ONE-CASE
               ELSE
                   MOVE 'VECTOR CARD WITHOUT A USABLE FUNCTION CARD'
                                             TO W-REJECT-REASON
                   PERFORM REJECT-CARD
               END-IF
             WHEN SC-KEYWORD = 'CAPTURED'
               IF FN-IsUsable
                   PERFORM REPLAY-CAPTURED-CALLS
               ELSE
                   MOVE 'CAPTURED CARD WITHOUT A USABLE FUNCTION CARD'
                                             TO W-REJECT-REASON
                   PERFORM REJECT-CARD
               END-IF
             WHEN OTHER
               MOVE 'UNKNOWN CARD KEYWORD'   TO W-REJECT-REASON
               PERFORM REJECT-CARD
           END-EVALUATE
           .
       REJECT-CARD.
           MOVE SPACES                       TO SHADOW-REPORT-LINE
           STRING '*** CARD REJECTED: ' W-REJECT-REASON
                  DELIMITED BY SIZE        INTO SHADOW-REPORT-LINE
           WRITE SHADOW-REPORT-LINE
           MOVE SPACES                       TO SHADOW-REPORT-LINE
           STRING '    ' SHADOW-CARD(1:80)
                  DELIMITED BY SIZE        INTO SHADOW-REPORT-LINE
           WRITE SHADOW-REPORT-LINE
           MOVE 8                            TO W-MAX-RC
           .
       OPEN-FUNCTION.
           SET FN-IsOpen TO TRUE
           MOVE 'N'                          TO FN-Usable
           ADD 1                             TO W-RUN-FUNCTIONS
           MOVE SC-ACTIVE-CODE               TO FN-ACTIVE-CODE
           MOVE SC-CAND-CODE                 TO FN-CAND-CODE
           MOVE SC-FCT-NAME                  TO FN-NAME
           MOVE ZERO                         TO FN-CASES
           MOVE ZERO                         TO FN-DECK-CASES
           MOVE ZERO                         TO FN-CAPTURED-CASES
           MOVE ZERO                         TO FN-DIFF-CASES
           MOVE ZERO                         TO FN-SKIPPED-CAPTURES
           MOVE ZERO                         TO PARM-COUNT
           MOVE ZERO                         TO W-PARM-MAX
           MOVE ZERO                         TO W-INPUT-LEN
           MOVE ZERO                         TO W-OUTPUT-PARMS
           MOVE 'N'                          TO PARM-BAD
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 10
               IF SC-PARM-ENTRY(W-IX) NOT = SPACES
                   PERFORM ADD-ONE-PARM
               END-IF
           END-PERFORM
           MOVE SPACES                       TO SHADOW-REPORT-LINE
           WRITE SHADOW-REPORT-LINE
           MOVE SPACES                       TO SHADOW-REPORT-LINE
           STRING 'FUNCTION ' FN-NAME ' ACTIVE ' FN-ACTIVE-CODE
                  '  CANDIDATE ' FN-CAND-CODE
                  DELIMITED BY SIZE        INTO SHADOW-REPORT-LINE
           WRITE SHADOW-REPORT-LINE
           EVALUATE TRUE
             WHEN FN-ACTIVE-CODE = SPACES
               OR FN-CAND-CODE = SPACES
               MOVE 'ACTIVE AND CANDIDATE CODES ARE BOTH REQUIRED'
                                             TO W-REJECT-REASON
             WHEN FN-ACTIVE-CODE = FN-CAND-CODE
               MOVE 'CANDIDATE CODE IS THE ACTIVE CODE'
                                             TO W-REJECT-REASON
             WHEN PARM-BAD = 'Y'
               MOVE 'PARAMETER ENTRY IS NOT Innn, Onnn OR Rnnn'
                                             TO W-REJECT-REASON
             WHEN W-OUTPUT-PARMS = ZERO
               MOVE 'NO OUTPUT PARAMETER TO COMPARE'
                                             TO W-REJECT-REASON
             WHEN W-PARM-MAX > 200
               MOVE 'A PARAMETER EXCEEDS 200 BYTES'
                                             TO W-REJECT-REASON
             WHEN W-INPUT-LEN > 200
               MOVE 'INPUT PARAMETERS EXCEED 200 BYTES'
                                             TO W-REJECT-REASON
             WHEN OTHER
               SET FN-IsUsable TO TRUE
           END-EVALUATE
           IF NOT FN-IsUsable
               PERFORM REJECT-CARD
           END-IF
           .
       ADD-ONE-PARM.
           IF (SC-PARM-KIND(W-IX) NOT = 'I'
               AND SC-PARM-KIND(W-IX) NOT = 'O'
               AND SC-PARM-KIND(W-IX) NOT = 'R')
              OR SC-PARM-LEN(W-IX) NOT NUMERIC
              OR SC-PARM-LEN(W-IX) = '000'
               MOVE 'Y'                      TO PARM-BAD
           ELSE
               MOVE SC-PARM-LEN(W-IX)        TO W-LEN-N
               ADD 1                         TO PARM-COUNT
               MOVE SC-PARM-KIND(W-IX)       TO PT-KIND(PARM-COUNT)
               MOVE W-LEN-N                  TO PT-LEN(PARM-COUNT)
               IF W-LEN-N > W-PARM-MAX
                   MOVE W-LEN-N              TO W-PARM-MAX
               END-IF
               IF SC-PARM-KIND(W-IX) = 'I'
                   ADD W-LEN-N               TO W-INPUT-LEN
               ELSE
                   ADD 1                     TO W-OUTPUT-PARMS
               END-IF
           END-IF
           .
       RUN-ONE-CASE.
           MOVE FN-ACTIVE-CODE               TO W-CALL-CODE
           PERFORM LOAD-CASE-INPUTS
           PERFORM CALL-ONE-VERSION
           MOVE SHD-PARMS                    TO SHD-ACTIVE-PARMS
           IF W-CALL-FAILED = 'N'
               MOVE FN-CAND-CODE             TO W-CALL-CODE
               PERFORM LOAD-CASE-INPUTS
               PERFORM CALL-ONE-VERSION
           END-IF
      *    AN ENTRY CODE THAT CANNOT BE CALLED ENDS THE COMPARISON
      *    FOR THIS FUNCTION - EVERY LATER CASE WOULD FAIL THE SAME.
           IF W-CALL-FAILED = 'Y'
               MOVE 'N'                      TO FN-Usable
               MOVE SPACES                   TO SHADOW-REPORT-LINE
               STRING '*** ENTRY ' W-CALL-CODE
                      ' COULD NOT BE CALLED - FUNCTION ABANDONED'
                      DELIMITED BY SIZE    INTO SHADOW-REPORT-LINE
               WRITE SHADOW-REPORT-LINE
               MOVE 8                        TO W-MAX-RC
           ELSE
               ADD 1                         TO FN-CASES
               ADD 1                         TO W-RUN-CASES
               IF W-CASE-SOURCE = 'DECK'
                   ADD 1                     TO FN-DECK-CASES
               ELSE
                   ADD 1                     TO FN-CAPTURED-CASES
               END-IF
               MOVE 'N'                      TO W-CASE-DIFFERS
               PERFORM COMPARE-ONE-PARM
                   VARYING W-PX FROM 1 BY 1
                   UNTIL W-PX > PARM-COUNT
               IF W-CASE-DIFFERS = 'Y'
                   ADD 1                     TO FN-DIFF-CASES
                   ADD 1                     TO W-RUN-DIFF-CASES
               END-IF
           END-IF
           .
       LOAD-CASE-INPUTS.
           MOVE LOW-VALUES                   TO SHD-PARMS
           MOVE 1                            TO W-IMG-POS
           PERFORM VARYING W-PX FROM 1 BY 1 UNTIL W-PX > PARM-COUNT
               IF PT-KIND(W-PX) = 'I'
                   MOVE W-CASE-IMAGE(W-IMG-POS:PT-LEN(W-PX))
                     TO SHD-PARM(W-PX)(1:PT-LEN(W-PX))
                   ADD PT-LEN(W-PX)          TO W-IMG-POS
               END-IF
           END-PERFORM
           .
       CALL-ONE-VERSION.
           MOVE 'N'                          TO W-CALL-FAILED
           EVALUATE PARM-COUNT
             WHEN 1
               CALL W-CALL-CODE USING
                    SHD-PARM-01
                   ON EXCEPTION MOVE 'Y'     TO W-CALL-FAILED
               END-CALL
             WHEN 2
               CALL W-CALL-CODE USING
                    SHD-PARM-01
                    SHD-PARM-02
                   ON EXCEPTION MOVE 'Y'     TO W-CALL-FAILED
               END-CALL
             WHEN 3
               CALL W-CALL-CODE USING
                    SHD-PARM-01
                    SHD-PARM-02
                    SHD-PARM-03
                   ON EXCEPTION MOVE 'Y'     TO W-CALL-FAILED
               END-CALL
             WHEN 4
               CALL W-CALL-CODE USING
                    SHD-PARM-01
                    SHD-PARM-02
                    SHD-PARM-03
                    SHD-PARM-04
                   ON EXCEPTION MOVE 'Y'     TO W-CALL-FAILED
               END-CALL
             WHEN 5
               CALL W-CALL-CODE USING
                    SHD-PARM-01
                    SHD-PARM-02
                    SHD-PARM-03
                    SHD-PARM-04
                    SHD-PARM-05
                   ON EXCEPTION MOVE 'Y'     TO W-CALL-FAILED
               END-CALL
             WHEN 6
               CALL W-CALL-CODE USING
                    SHD-PARM-01
                    SHD-PARM-02
                    SHD-PARM-03
                    SHD-PARM-04
                    SHD-PARM-05
                    SHD-PARM-06
                   ON EXCEPTION MOVE 'Y'     TO W-CALL-FAILED
               END-CALL
             WHEN 7
               CALL W-CALL-CODE USING
                    SHD-PARM-01
                    SHD-PARM-02
                    SHD-PARM-03
                    SHD-PARM-04
                    SHD-PARM-05
                    SHD-PARM-06
                    SHD-PARM-07
                   ON EXCEPTION MOVE 'Y'     TO W-CALL-FAILED
               END-CALL
             WHEN 8
               CALL W-CALL-CODE USING
                    SHD-PARM-01
                    SHD-PARM-02
                    SHD-PARM-03
                    SHD-PARM-04
                    SHD-PARM-05
                    SHD-PARM-06
                    SHD-PARM-07
                    SHD-PARM-08
                   ON EXCEPTION MOVE 'Y'     TO W-CALL-FAILED
               END-CALL
             WHEN 9
               CALL W-CALL-CODE USING
                    SHD-PARM-01
                    SHD-PARM-02
                    SHD-PARM-03
                    SHD-PARM-04
                    SHD-PARM-05
                    SHD-PARM-06
                    SHD-PARM-07
                    SHD-PARM-08
                    SHD-PARM-09
                   ON EXCEPTION MOVE 'Y'     TO W-CALL-FAILED
               END-CALL
             WHEN OTHER
               CALL W-CALL-CODE USING
                    SHD-PARM-01
                    SHD-PARM-02
                    SHD-PARM-03
                    SHD-PARM-04
                    SHD-PARM-05
                    SHD-PARM-06
                    SHD-PARM-07
                    SHD-PARM-08
                    SHD-PARM-09
                    SHD-PARM-10
                   ON EXCEPTION MOVE 'Y'     TO W-CALL-FAILED
               END-CALL
           END-EVALUATE
           .
       COMPARE-ONE-PARM.
           IF PT-KIND(W-PX) NOT = 'I'
              AND SHD-ACTIVE-PARM(W-PX)(1:PT-LEN(W-PX))
                  NOT = SHD-PARM(W-PX)(1:PT-LEN(W-PX))
               IF W-CASE-DIFFERS = 'N'
                   MOVE 'Y'                  TO W-CASE-DIFFERS
                   MOVE SPACES               TO SHADOW-REPORT-LINE
                   STRING '  CASE ' W-CASE-ID '  FROM ' W-CASE-SOURCE
                          DELIMITED BY SIZE INTO SHADOW-REPORT-LINE
                   WRITE SHADOW-REPORT-LINE
               END-IF
               MOVE W-PX                     TO W-PARM-ED
               MOVE SPACES                   TO SHADOW-REPORT-LINE
               IF PT-KIND(W-PX) = 'R'
                   STRING '    PARAMETER ' W-PARM-ED
                          ' (RETURN CODE) DIFFERS'
                          DELIMITED BY SIZE INTO SHADOW-REPORT-LINE
               ELSE
                   STRING '    PARAMETER ' W-PARM-ED
                          ' (OUTPUT) DIFFERS'
                          DELIMITED BY SIZE INTO SHADOW-REPORT-LINE
               END-IF
               WRITE SHADOW-REPORT-LINE
               MOVE SPACES                   TO W-PRINT-IMAGE
               MOVE SHD-ACTIVE-PARM(W-PX)(1:PT-LEN(W-PX))
                                             TO W-PRINT-IMAGE
               PERFORM WRITE-IMAGE-LINE-ACTIVE
               MOVE SPACES                   TO W-PRINT-IMAGE
               MOVE SHD-PARM(W-PX)(1:PT-LEN(W-PX))
                                             TO W-PRINT-IMAGE
               PERFORM WRITE-IMAGE-LINE-CANDIDATE
           END-IF
           .
       WRITE-IMAGE-LINE-ACTIVE.
           INSPECT W-PRINT-IMAGE REPLACING ALL LOW-VALUE BY '.'
           MOVE SPACES                       TO SHADOW-REPORT-LINE
           STRING '      ACTIVE    : ' W-PRINT-IMAGE
                  DELIMITED BY SIZE        INTO SHADOW-REPORT-LINE
           WRITE SHADOW-REPORT-LINE
           .
       WRITE-IMAGE-LINE-CANDIDATE.
           INSPECT W-PRINT-IMAGE REPLACING ALL LOW-VALUE BY '.'
           MOVE SPACES                       TO SHADOW-REPORT-LINE
           STRING '      CANDIDATE : ' W-PRINT-IMAGE
                  DELIMITED BY SIZE        INTO SHADOW-REPORT-LINE
           WRITE SHADOW-REPORT-LINE
           .
       REPLAY-CAPTURED-CALLS.
           PERFORM LOAD-USAGE-CALLERS
           IF CALLER-COUNT = ZERO
               MOVE SPACES                   TO SHADOW-REPORT-LINE
               STRING '  FCTUSAGE SHOWS NO CALLER OF ' FN-ACTIVE-CODE
                      ' - NO CAPTURED CALL REPLAYED'
                      DELIMITED BY SIZE    INTO SHADOW-REPORT-LINE
               WRITE SHADOW-REPORT-LINE
           ELSE
               MOVE 'N'                      TO CAPTURE-EOF
               OPEN INPUT CAPTURE-FILE
               IF CAPTURE-FILE-STATUS NOT = '00'
                   SET CAPTURE-AtEnd TO TRUE
                   MOVE '  CAPTURE FILE FCTCAPT NOT AVAILABLE'
                                             TO SHADOW-REPORT-LINE
                   WRITE SHADOW-REPORT-LINE
                   MOVE 8                    TO W-MAX-RC
               END-IF
               PERFORM REPLAY-ONE-CAPTURE UNTIL CAPTURE-AtEnd
                                             OR NOT FN-IsUsable
               IF CAPTURE-FILE-STATUS = '00'
                  OR CAPTURE-FILE-STATUS = '10'
                   CLOSE CAPTURE-FILE
               END-IF
               PERFORM WRITE-CALLER-COVERAGE
                   VARYING CALLER-IX FROM 1 BY 1
                   UNTIL CALLER-IX > CALLER-COUNT
           END-IF
           .
       LOAD-USAGE-CALLERS.
           MOVE ZERO                         TO CALLER-COUNT
           MOVE ZERO                         TO CALLER-OVERFLOW
           MOVE 'N'                          TO USAGE-EOF
           OPEN INPUT FCT-USAGE-FILE
           IF USAGE-FILE-STATUS NOT = '00'
               SET USAGE-AtEnd TO TRUE
           END-IF
           PERFORM READ-ONE-USAGE UNTIL USAGE-AtEnd
           IF USAGE-FILE-STATUS = '00' OR USAGE-FILE-STATUS = '10'
               CLOSE FCT-USAGE-FILE
           END-IF
           .
       READ-ONE-USAGE.
           READ FCT-USAGE-FILE
               AT END
                   SET USAGE-AtEnd TO TRUE
               NOT AT END
                   IF FUR-FCT-CODE = FN-ACTIVE-CODE
                       PERFORM NOTE-USAGE-CALLER
                   END-IF
           END-READ
           .
       NOTE-USAGE-CALLER.
           MOVE 'N'                          TO CALLER-FOUND
           PERFORM VARYING CALLER-IX FROM 1 BY 1
                   UNTIL CALLER-IX > CALLER-COUNT OR CALLER-IsFound
               IF CL-CALLER-ID(CALLER-IX) = FUR-CALLER-ID
                   SET CALLER-IsFound TO TRUE
               END-IF
           END-PERFORM
           IF NOT CALLER-IsFound
               IF CALLER-COUNT < 200
                   ADD 1                     TO CALLER-COUNT
                   MOVE FUR-CALLER-ID
                     TO CL-CALLER-ID(CALLER-COUNT)
                   MOVE ZERO                 TO CL-CASES(CALLER-COUNT)
               ELSE
                   ADD 1                     TO CALLER-OVERFLOW
               END-IF
           END-IF
           .
       REPLAY-ONE-CAPTURE.
           READ CAPTURE-FILE
               AT END
                   SET CAPTURE-AtEnd TO TRUE
               NOT AT END
                   IF FCR-FCT-CODE = FN-ACTIVE-CODE
                       PERFORM REPLAY-CAPTURE-IF-CALLER
                   END-IF
           END-READ
           .
       REPLAY-CAPTURE-IF-CALLER.
           MOVE 'N'                          TO CALLER-FOUND
           PERFORM VARYING CALLER-IX FROM 1 BY 1
                   UNTIL CALLER-IX > CALLER-COUNT OR CALLER-IsFound
               IF CL-CALLER-ID(CALLER-IX) = FCR-CALLER-ID
                   SET CALLER-IsFound TO TRUE
               END-IF
           END-PERFORM
      *    THE LOOP LEAVES CALLER-IX ONE PAST THE MATCHING ROW.
           IF CALLER-IsFound
               SUBTRACT 1                    FROM CALLER-IX
      *        A CAPTURE TAKEN UNDER A DIFFERENT PARAMETER LAYOUT
      *        CANNOT BE REPLAYED; IT IS COUNTED, NOT GUESSED AT.
               IF FCR-IMAGE-LEN NOT NUMERIC
                  OR FCR-IMAGE-LEN-N NOT = W-INPUT-LEN
                   ADD 1                     TO FN-SKIPPED-CAPTURES
               ELSE
                   ADD 1                     TO CL-CASES(CALLER-IX)
                   ADD 1                     TO W-CAPTURE-SEQ
                   MOVE W-CAPTURE-SEQ        TO W-CASE-ID
                   MOVE FCR-CALLER-ID        TO W-CASE-SOURCE
                   MOVE FCR-IMAGE            TO W-CASE-IMAGE
                   PERFORM RUN-ONE-CASE
               END-IF
           END-IF
           .
       WRITE-CALLER-COVERAGE.
           MOVE SPACES                       TO SHADOW-REPORT-LINE
           IF CL-CASES(CALLER-IX) = ZERO
               STRING '  CALLER ' CL-CALLER-ID(CALLER-IX)
                      '  NO CAPTURED CALL - NOT COVERED'
                      DELIMITED BY SIZE    INTO SHADOW-REPORT-LINE
           ELSE
               MOVE CL-CASES(CALLER-IX)      TO W-COUNT-ED
               STRING '  CALLER ' CL-CALLER-ID(CALLER-IX)
                      '  CAPTURED CALLS REPLAYED ' W-COUNT-ED
                      DELIMITED BY SIZE    INTO SHADOW-REPORT-LINE
           END-IF
           WRITE SHADOW-REPORT-LINE
           .
       CLOSE-CURRENT-FUNCTION.
           IF FN-IsOpen
               MOVE FN-CASES                 TO W-COUNT-ED
               MOVE FN-DECK-CASES            TO W-COUNT-ED-2
               MOVE FN-CAPTURED-CASES        TO W-COUNT-ED-3
               MOVE FN-DIFF-CASES            TO W-COUNT-ED-4
               MOVE SPACES                   TO SHADOW-REPORT-LINE
               STRING '  CASES RUN ' W-COUNT-ED
                      '  FROM DECK ' W-COUNT-ED-2
                      '  CAPTURED ' W-COUNT-ED-3
                      '  DIFFERING ' W-COUNT-ED-4
                      DELIMITED BY SIZE    INTO SHADOW-REPORT-LINE
               WRITE SHADOW-REPORT-LINE
               IF FN-SKIPPED-CAPTURES > ZERO
                   MOVE FN-SKIPPED-CAPTURES  TO W-COUNT-ED
                   MOVE SPACES               TO SHADOW-REPORT-LINE
                   STRING '  CAPTURES NOT REPLAYED (LAYOUT DIFFERS) '
                          W-COUNT-ED
                          DELIMITED BY SIZE INTO SHADOW-REPORT-LINE
                   WRITE SHADOW-REPORT-LINE
               END-IF
               IF CALLER-OVERFLOW > ZERO
                   MOVE CALLER-OVERFLOW      TO W-COUNT-ED
                   MOVE SPACES               TO SHADOW-REPORT-LINE
                   STRING '  CALLERS BEYOND THE 200-ROW TABLE '
                          W-COUNT-ED
                          DELIMITED BY SIZE INTO SHADOW-REPORT-LINE
                   WRITE SHADOW-REPORT-LINE
               END-IF
               EVALUATE TRUE
                 WHEN NOT FN-IsUsable
                   MOVE '  VERDICT: COMPARISON NOT COMPLETED'
                                             TO SHADOW-REPORT-LINE
                 WHEN FN-CASES = ZERO
                   MOVE '  VERDICT: NO CASE RUN - NO EVIDENCE FOR PROMOT
      -                 'ION'                TO SHADOW-REPORT-LINE
                   PERFORM RAISE-RC-TO-4
                 WHEN FN-DIFF-CASES = ZERO
                   MOVE '  VERDICT: NO DIFFERENCE - CANDIDATE MATCHES TH
      -                 'E ACTIVE VERSION'   TO SHADOW-REPORT-LINE
                 WHEN OTHER
                   MOVE '  VERDICT: DIFFERENCES FOUND - REVIEW EACH CASE
      -                 ' BEFORE PROMOTING'  TO SHADOW-REPORT-LINE
                   PERFORM RAISE-RC-TO-4
               END-EVALUATE
               WRITE SHADOW-REPORT-LINE
               MOVE 'N'                      TO FN-State
               MOVE 'N'                      TO FN-Usable
               MOVE ZERO                     TO CALLER-OVERFLOW
           END-IF
           .
       RAISE-RC-TO-4.
           IF W-MAX-RC < 4
               MOVE 4                        TO W-MAX-RC
           END-IF
           .
       WRITE-RUN-TOTALS.
           MOVE SPACES                       TO SHADOW-REPORT-LINE
           WRITE SHADOW-REPORT-LINE
           MOVE W-RUN-FUNCTIONS              TO W-COUNT-ED
           MOVE W-RUN-CASES                  TO W-COUNT-ED-2
           MOVE W-RUN-DIFF-CASES             TO W-COUNT-ED-3
           MOVE SPACES                       TO SHADOW-REPORT-LINE
           STRING 'FUNCTIONS ' W-COUNT-ED '  CASES ' W-COUNT-ED-2
                  '  DIFFERING ' W-COUNT-ED-3
                  DELIMITED BY SIZE        INTO SHADOW-REPORT-LINE
           WRITE SHADOW-REPORT-LINE
           .
       END PROGRAM DVZZSHD.
      *
      *    INTERNAL OPERATOR-AUTHORIZATION SERVER.  NOT A REGISTERED
      *    LibFctList FUNCTION - CALLED DIRECTLY BY THE UTILITIES THAT
      *    CHANGE CONTROLLED DATA (DVZZHMT AND DVZZPCL HERE; SQCERT,
      *    SQRFIX, SQRETN AND SQREST IN THE NIST SUITE, THROUGH
      *    COPYBOOK SQAUTHRC).
      *    LOADS THE SECURITY-MAINTAINED OPERAUTH TABLE ONCE PER JOB
      *    STEP (THE SAME LOAD-ONCE IDIOM AS DVZZHOL) AND ANSWERS
      *    WHETHER AN OPERATOR MAY PERFORM AN ACTION IN A UTILITY.
      *    EACH OPERAUTH ROW IS "operator utility action" IN COLUMNS
      *    1-8, 10-17 AND 19-26, WITH THE OPERATOR'S NAME FROM COLUMN
      *    28 FOR THE READER; AN ACTION OF '*' GRANTS EVERY ACTION OF
      *    THAT UTILITY AND A '*' IN COLUMN 1 IS A COMMENT.  A MISSING
      *    OR OVERFULL TABLE AUTHORIZES NOBODY.
      *    AQ-FUNCTION 'C' ASKS THE QUESTION; 'R' RECORDS A REFUSAL
      *    THE CALLER DECIDED ITSELF (AN APPROVER WHO IS ALSO THE
      *    PROPOSER, AN APPROVAL WITH NOTHING PENDING).  EVERY REFUSAL
      *    OF EITHER KIND IS APPENDED TO THE SECVLOG SECURITY
      *    VIOLATION LOG WITH THE CARD AS PUNCHED IN AQ-DETAIL.
      *_________________________________________________________________
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVZZAUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHORITY-FILE ASSIGN TO "OPERAUTH"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUTHORITY-FILE-STATUS.
           SELECT OPTIONAL VIOLATION-LOG ASSIGN TO "SECVLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS VIOLATION-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHORITY-FILE.
       01  AUTHORITY-RECORD.
           05 AUR-OPERATOR           PIC X(08).
           05 FILLER                 PIC X(01).
           05 AUR-UTILITY            PIC X(08).
           05 FILLER                 PIC X(01).
           05 AUR-ACTION             PIC X(08).
           05 FILLER                 PIC X(01).
           05 AUR-NAME               PIC X(30).
       FD  VIOLATION-LOG.
       01  VIOLATION-RECORD.
           05 SV-DATE                PIC 9(08).
           05 FILLER                 PIC X(01).
           05 SV-TIME                PIC 9(08).
           05 FILLER                 PIC X(01).
           05 SV-UTILITY             PIC X(08).
           05 FILLER                 PIC X(01).
           05 SV-OPERATOR            PIC X(08).
           05 FILLER                 PIC X(01).
           05 SV-ACTION              PIC X(08).
           05 FILLER                 PIC X(01).
           05 SV-REASON              PIC X(30).
           05 FILLER                 PIC X(01).
           05 SV-DETAIL              PIC X(80).
       WORKING-STORAGE SECTION.
       01  AUTHORITY-FILE-STATUS     PIC X(02) VALUE '00'.
       01  VIOLATION-LOG-STATUS      PIC X(02) VALUE '00'.
       01  OPERAUTH-Loaded           PIC X(01) VALUE SPACE.
           88 OPERAUTH-IsLoaded            VALUE '1'.
       01  OPERAUTH-EOF              PIC X(01) VALUE 'N'.
           88 OPERAUTH-AtEnd               VALUE 'Y'.
       01  OPERAUTH-Opened           PIC X(01) VALUE 'N'.
           88 OPERAUTH-WasOpened           VALUE 'Y'.
       01  OPERAUTH-Overflow         PIC X(01) VALUE 'N'.
           88 OPERAUTH-HasOverflowed       VALUE 'Y'.
       01  SECVLOG-State             PIC X(01) VALUE SPACE.
           88 SECVLOG-NotTried             VALUE SPACE.
           88 SECVLOG-IsOpen               VALUE 'O'.
           88 SECVLOG-IsOff                VALUE 'X'.
       01  AUT-COUNT                 PIC S9(4) COMP VALUE ZERO.
       01  AUT-IX                    PIC S9(4) COMP VALUE ZERO.
      *    CAPACITY: 300 GRANTS COVERS A FEW DOZEN OPERATORS ACROSS
      *    THE CONTROLLED UTILITIES.  A TABLE THAT EXCEEDS IT IS
      *    WITHDRAWN WHOLE, SO A GRANT DROPPED OFF THE END CANNOT
      *    SILENTLY TURN INTO A REFUSAL FOR ONE OPERATOR ONLY.
       01  AUTHORITY-TABLE.
           05 AUT-ENTRY OCCURS 300 TIMES.
             10 AT-OPERATOR          PIC X(08).
             10 AT-UTILITY           PIC X(08).
             10 AT-ACTION            PIC X(08).
       01  W-StampRC                 PIC 9(04).
       01  W-Stamp.
           05 W-StampDate            PIC 9(08).
           05 W-StampTime            PIC 9(08).
       LINKAGE SECTION.
       01  AUTHORITY-QUERY.
           05 AQ-FUNCTION            PIC X(01).
             88 AQ-IsCheck                 VALUE 'C'.
             88 AQ-IsRefusal               VALUE 'R'.
           05 AQ-OPERATOR            PIC X(08).
           05 AQ-UTILITY             PIC X(08).
           05 AQ-ACTION              PIC X(08).
           05 AQ-DETAIL              PIC X(80).
           05 AQ-AUTHORIZED          PIC X(01).
           05 AQ-REASON              PIC X(30).
       PROCEDURE DIVISION
             USING BY REFERENCE AUTHORITY-QUERY
           .
           IF NOT OPERAUTH-IsLoaded
               PERFORM LOAD-AUTHORITY-FILE
           END-IF
           IF AQ-IsRefusal
               MOVE 'N'                      TO AQ-AUTHORIZED
           ELSE
               PERFORM CHECK-AUTHORITY
           END-IF
           IF AQ-AUTHORIZED NOT = 'Y'
               PERFORM LOG-VIOLATION
           END-IF
           GOBACK
           .
       LOAD-AUTHORITY-FILE.
           SET OPERAUTH-IsLoaded TO TRUE
           MOVE ZERO                         TO AUT-COUNT
           MOVE 'N'                          TO OPERAUTH-EOF
           OPEN INPUT AUTHORITY-FILE
           IF AUTHORITY-FILE-STATUS = '00'
               SET OPERAUTH-WasOpened TO TRUE
           ELSE
               SET OPERAUTH-AtEnd TO TRUE
           END-IF
           PERFORM LOAD-ONE-GRANT UNTIL OPERAUTH-AtEnd
           IF OPERAUTH-WasOpened
               CLOSE AUTHORITY-FILE
           END-IF
           IF OPERAUTH-HasOverflowed
               MOVE ZERO                     TO AUT-COUNT
           END-IF
           .
       LOAD-ONE-GRANT.
           READ AUTHORITY-FILE
               AT END
                   SET OPERAUTH-AtEnd TO TRUE
               NOT AT END
                   PERFORM STORE-ONE-GRANT
           END-READ
           .
       STORE-ONE-GRANT.
           IF AUTHORITY-RECORD(1:1) NOT = '*'
              AND AUR-OPERATOR NOT = SPACES
              AND AUR-UTILITY NOT = SPACES
              AND AUR-ACTION NOT = SPACES
               IF AUT-COUNT < 300
                   ADD 1                     TO AUT-COUNT
                   MOVE AUR-OPERATOR         TO AT-OPERATOR(AUT-COUNT)
                   MOVE AUR-UTILITY          TO AT-UTILITY(AUT-COUNT)
                   MOVE AUR-ACTION           TO AT-ACTION(AUT-COUNT)
               ELSE
                   SET OPERAUTH-HasOverflowed TO TRUE
               END-IF
           END-IF
           .
       CHECK-AUTHORITY.
           MOVE 'N'                          TO AQ-AUTHORIZED
           EVALUATE TRUE
             WHEN AQ-OPERATOR = SPACES
               MOVE 'NO OPERATOR ID ON THE CARD'
                                     TO AQ-REASON
             WHEN OPERAUTH-HasOverflowed
               MOVE 'OPERAUTH TABLE OVER 300 ROWS'
                                     TO AQ-REASON
             WHEN AUT-COUNT = ZERO
               MOVE 'OPERAUTH TABLE NOT AVAILABLE'
                                     TO AQ-REASON
             WHEN OTHER
               PERFORM VARYING AUT-IX FROM 1 BY 1
                       UNTIL AUT-IX > AUT-COUNT
                          OR AQ-AUTHORIZED = 'Y'
                   IF AT-OPERATOR(AUT-IX) = AQ-OPERATOR
                      AND AT-UTILITY(AUT-IX) = AQ-UTILITY
                      AND (AT-ACTION(AUT-IX) = AQ-ACTION
                           OR AT-ACTION(AUT-IX) = '*')
                       MOVE 'Y'              TO AQ-AUTHORIZED
                   END-IF
               END-PERFORM
               IF AQ-AUTHORIZED = 'Y'
                   MOVE SPACES               TO AQ-REASON
               ELSE
                   MOVE 'OPERATOR NOT AUTHORIZED'
                                     TO AQ-REASON
               END-IF
           END-EVALUATE
           .
      *    THE REFUSAL STANDS WHETHER OR NOT IT COULD BE LOGGED - A
      *    LOG THAT WILL NOT OPEN NEVER TURNS A REFUSAL INTO A GRANT.
       LOG-VIOLATION.
           IF SECVLOG-NotTried
               OPEN EXTEND VIOLATION-LOG
               IF VIOLATION-LOG-STATUS = '00'
                  OR VIOLATION-LOG-STATUS = '05'
                   SET SECVLOG-IsOpen TO TRUE
               ELSE
                   SET SECVLOG-IsOff TO TRUE
               END-IF
           END-IF
           IF SECVLOG-IsOpen
               MOVE SPACES                   TO VIOLATION-RECORD
               CALL '8e61c4f9' USING W-StampRC W-Stamp
               MOVE W-StampDate              TO SV-DATE
               MOVE W-StampTime              TO SV-TIME
               MOVE AQ-UTILITY               TO SV-UTILITY
               MOVE AQ-OPERATOR              TO SV-OPERATOR
               MOVE AQ-ACTION                TO SV-ACTION
               MOVE AQ-REASON                TO SV-REASON
               MOVE AQ-DETAIL                TO SV-DETAIL
               WRITE VIOLATION-RECORD
           END-IF
           .
       END PROGRAM DVZZAUT.
      *
      *    INTERNAL FISCAL-PERIOD CLOSE LOCK.  NOT A REGISTERED
      *    LibFctList FUNCTION - CALLED DIRECTLY, THROUGH COPYBOOK
      *    SQPCLKRC, BY THE NIST UTILITIES THAT WRITE RUN HISTORY
      *    (SQREST, SQPOST, SQRCVR AND SQCONS) BEFORE EACH WRITE.
      *    PQ-FUNCTION 'C' TAKES THE RECORD'S RUN DATE TO ITS FISCAL
      *    PERIOD WITH periodOfDate (e8a21b6d) AND ASKS
      *    isPeriodClosed (b3e59c18) WHETHER THAT PERIOD IS CLOSED;
      *    A WRITE INTO A CLOSED PERIOD IS REFUSED UNLESS A GRANTED
      *    REOPEN CARD COVERS IT.  A DATE OR PERIOD NOT ON THE LOADED
      *    FISCAL CALENDAR IS NOT LOCKED - THE CALENDAR ONLY EVER
      *    COVERS PERIODS THAT CAN HAVE BEEN CLOSED.
      *    THE REOPEN CARDS (PCLREOPN) ARE LOADED ONCE PER JOB STEP,
      *    ON THE FIRST CALL (THE SAME LOAD-ONCE IDIOM AS DVZZAUT).
      *    EACH ROW IS "utility year period operator reason" IN
      *    COLUMNS 1-8, 10-13, 15-16, 18-25 AND 27-66; A '*' IN
      *    COLUMN 1 IS A COMMENT AND ONLY THE CALLING UTILITY'S ROWS
      *    ARE TAKEN.  EVERY ROW IS CHECKED WITH DVZZAUT FOR ACTION
      *    REOPEN IN THAT UTILITY, AND EVERY ROW - GRANTED ('G') OR
      *    REFUSED ('R') - IS APPENDED TO THE PCLLOG REOPEN LOG.
      *    PQ-FUNCTION 'E', AT THE END OF THE STEP, LOGS A 'U' ROW
      *    FOR EACH GRANTED REOPEN WITH THE NUMBER OF WRITES IT LET
      *    THROUGH.  THE LOG LAYOUT IS COPYBOOK SQROPREC; THE
      *    PERIOD-CLOSE REPORT (SQPACKA) LISTS IT.
      *_________________________________________________________________
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVZZPCL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REOPEN-FILE ASSIGN TO "PCLREOPN"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REOPEN-FILE-STATUS.
           SELECT OPTIONAL REOPEN-LOG ASSIGN TO "PCLLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REOPEN-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REOPEN-FILE.
       01  REOPEN-RECORD.
           05 ROR-UTILITY            PIC X(08).
           05 FILLER                 PIC X(01).
           05 ROR-YEAR               PIC X(04).
           05 FILLER                 PIC X(01).
           05 ROR-PERIOD             PIC X(02).
           05 FILLER                 PIC X(01).
           05 ROR-OPERATOR           PIC X(08).
           05 FILLER                 PIC X(01).
           05 ROR-REASON             PIC X(40).
           05 FILLER                 PIC X(14).
       FD  REOPEN-LOG.
       01  REOPEN-LOG-RECORD.
           05 RL-DATE                PIC 9(08).
           05 FILLER                 PIC X(01).
           05 RL-TIME                PIC 9(08).
           05 FILLER                 PIC X(01).
           05 RL-UTILITY             PIC X(08).
           05 FILLER                 PIC X(01).
           05 RL-YEAR                PIC X(04).
           05 FILLER                 PIC X(01).
           05 RL-PERIOD              PIC X(02).
           05 FILLER                 PIC X(01).
           05 RL-OPERATOR            PIC X(08).
           05 FILLER                 PIC X(01).
           05 RL-STATUS              PIC X(01).
           05 FILLER                 PIC X(01).
           05 RL-COUNT               PIC 9(07).
           05 FILLER                 PIC X(01).
           05 RL-REFUSAL             PIC X(30).
           05 FILLER                 PIC X(01).
           05 RL-REASON              PIC X(40).
       WORKING-STORAGE SECTION.
       01  REOPEN-FILE-STATUS        PIC X(02) VALUE '00'.
       01  REOPEN-LOG-STATUS         PIC X(02) VALUE '00'.
       01  PCLREOPN-Loaded           PIC X(01) VALUE SPACE.
           88 PCLREOPN-IsLoaded            VALUE '1'.
       01  PCLREOPN-EOF              PIC X(01) VALUE 'N'.
           88 PCLREOPN-AtEnd               VALUE 'Y'.
       01  PCLREOPN-Opened           PIC X(01) VALUE 'N'.
           88 PCLREOPN-WasOpened           VALUE 'Y'.
       01  PCLLOG-State              PIC X(01) VALUE SPACE.
           88 PCLLOG-NotTried              VALUE SPACE.
           88 PCLLOG-IsOpen                VALUE 'O'.
           88 PCLLOG-IsOff                 VALUE 'X'.
       01  ROP-COUNT                 PIC S9(4) COMP VALUE ZERO.
       01  ROP-IX                    PIC S9(4) COMP VALUE ZERO.
       01  ROP-FOUND-IX              PIC S9(4) COMP VALUE ZERO.
      *    CAPACITY: A REOPEN IS AN EXCEPTIONAL, HAND-AUTHORIZED
      *    EVENT; 20 GRANTED PERIODS IN ONE STEP IS FAR BEYOND ANY
      *    REAL CORRECTION.  A ROW PAST THE TABLE IS REFUSED AND
      *    LOGGED, SO THE LOCK NEVER OPENS WITHOUT A LOG ROW.
       01  REOPEN-TABLE.
           05 ROP-ENTRY OCCURS 20 TIMES.
             10 RT-YEAR              PIC 9(04).
             10 RT-PERIOD            PIC 9(02).
             10 RT-OPERATOR          PIC X(08).
             10 RT-REASON            PIC X(40).
             10 RT-USED              PIC S9(7) COMP.
       01  C-DVZZAUT                 PIC X(08) VALUE 'DVZZAUT'.
      *    PARAMETERS FOR THE OPERAUTH CHECK, LAID OUT AS DVZZAUT'S
      *    LINKAGE.
       01  AUTHORITY-QUERY.
           05 AQ-FUNCTION            PIC X(01).
           05 AQ-OPERATOR            PIC X(08).
           05 AQ-UTILITY             PIC X(08).
           05 AQ-ACTION              PIC X(08).
           05 AQ-DETAIL              PIC X(80).
           05 AQ-AUTHORIZED          PIC X(01).
           05 AQ-REASON              PIC X(30).
      *    THE LAST DATE ANSWERED - HISTORY ARRIVES IN RUN-DATE
      *    ORDER OR CLOSE TO IT, SO MOST CALLS REPEAT THE LAST DATE.
       01  LAST-CHECK.
           05 LC-DATE                PIC 9(08) VALUE ZERO.
           05 LC-YEAR                PIC 9(04) VALUE ZERO.
           05 LC-PERIOD              PIC 9(02) VALUE ZERO.
           05 LC-CLOSED              PIC X(01) VALUE SPACE.
       01  W-Dat.
           02 W-YYYY                 PIC 9(4).
           02 W-MM                   PIC 9(2).
           02 W-DD                   PIC 9(2).
       01  W-Dat-N REDEFINES W-Dat   PIC 9(08).
       01  W-FctRC                   PIC 9(04).
       01  W-FctMsg                  PIC X(80).
       01  W-FiscalPeriod.
           05 W-FiscalYear           PIC 9(04).
           05 W-Period               PIC 9(02).
       01  W-Closed                  PIC X(01).
       01  W-StampRC                 PIC 9(04).
       01  W-Stamp.
           05 W-StampDate            PIC 9(08).
           05 W-StampTime            PIC 9(08).
       LINKAGE SECTION.
       01  PERIOD-LOCK-QUERY.
           05 PQ-FUNCTION            PIC X(01).
             88 PQ-IsCheck                 VALUE 'C'.
             88 PQ-IsEndOfStep             VALUE 'E'.
           05 PQ-UTILITY             PIC X(08).
           05 PQ-RUN-DATE            PIC 9(08).
           05 PQ-ALLOWED             PIC X(01).
           05 PQ-REOPENED            PIC X(01).
           05 PQ-FISCAL-YEAR         PIC 9(04).
           05 PQ-PERIOD              PIC 9(02).
           05 PQ-REASON              PIC X(30).
       PROCEDURE DIVISION
             USING BY REFERENCE PERIOD-LOCK-QUERY
           .
           IF NOT PCLREOPN-IsLoaded
               PERFORM LOAD-REOPEN-FILE
           END-IF
           IF PQ-IsEndOfStep
               PERFORM LOG-REOPEN-USAGE
           ELSE
               PERFORM CHECK-RUN-DATE
           END-IF
           GOBACK
           .
       LOAD-REOPEN-FILE.
           SET PCLREOPN-IsLoaded TO TRUE
           MOVE ZERO                         TO ROP-COUNT
           MOVE 'N'                          TO PCLREOPN-EOF
           OPEN INPUT REOPEN-FILE
           IF REOPEN-FILE-STATUS = '00'
               SET PCLREOPN-WasOpened TO TRUE
           ELSE
               SET PCLREOPN-AtEnd TO TRUE
           END-IF
           PERFORM LOAD-ONE-REOPEN UNTIL PCLREOPN-AtEnd
           IF PCLREOPN-WasOpened
               CLOSE REOPEN-FILE
           END-IF
           .
       LOAD-ONE-REOPEN.
           READ REOPEN-FILE
               AT END
                   SET PCLREOPN-AtEnd TO TRUE
               NOT AT END
                   IF REOPEN-RECORD(1:1) NOT = '*'
                      AND ROR-UTILITY = PQ-UTILITY
                       PERFORM GRANT-ONE-REOPEN
                   END-IF
           END-READ
           .
      *    THE CARD IS AUTHORIZED BEFORE IT IS VALIDATED, SO A
      *    REFUSED OPERATOR IS ON SECVLOG WHATEVER ELSE IS WRONG.
       GRANT-ONE-REOPEN.
           MOVE 'C'                          TO AQ-FUNCTION
           MOVE ROR-OPERATOR                 TO AQ-OPERATOR
           MOVE ROR-UTILITY                  TO AQ-UTILITY
           MOVE 'REOPEN'                     TO AQ-ACTION
           MOVE REOPEN-RECORD                TO AQ-DETAIL
           CALL C-DVZZAUT USING AUTHORITY-QUERY
           MOVE SPACES                       TO REOPEN-LOG-RECORD
           MOVE ZERO                         TO RL-COUNT
           EVALUATE TRUE
             WHEN AQ-AUTHORIZED NOT = 'Y'
               MOVE AQ-REASON                TO RL-REFUSAL
             WHEN ROR-YEAR NOT NUMERIC
               OR ROR-PERIOD NOT NUMERIC
               MOVE 'REOPEN YEAR/PERIOD NOT VALID'
                                             TO RL-REFUSAL
             WHEN ROR-REASON = SPACES
               MOVE 'NO REASON GIVEN FOR REOPEN'
                                             TO RL-REFUSAL
             WHEN ROP-COUNT NOT < 20
               MOVE 'OVER 20 REOPENS IN ONE STEP'
                                             TO RL-REFUSAL
             WHEN OTHER
               ADD 1                         TO ROP-COUNT
               MOVE ROR-YEAR                 TO RT-YEAR(ROP-COUNT)
               MOVE ROR-PERIOD               TO RT-PERIOD(ROP-COUNT)
               MOVE ROR-OPERATOR             TO RT-OPERATOR(ROP-COUNT)
               MOVE ROR-REASON               TO RT-REASON(ROP-COUNT)
               MOVE ZERO                     TO RT-USED(ROP-COUNT)
           END-EVALUATE
           IF RL-REFUSAL = SPACES
               MOVE 'G'                      TO RL-STATUS
           ELSE
               MOVE 'R'                      TO RL-STATUS
           END-IF
           MOVE ROR-UTILITY                  TO RL-UTILITY
           MOVE ROR-YEAR                     TO RL-YEAR
           MOVE ROR-PERIOD                   TO RL-PERIOD
           MOVE ROR-OPERATOR                 TO RL-OPERATOR
           MOVE ROR-REASON                   TO RL-REASON
           PERFORM WRITE-REOPEN-LOG
           .
       CHECK-RUN-DATE.
           MOVE 'Y'                          TO PQ-ALLOWED
           MOVE 'N'                          TO PQ-REOPENED
           MOVE SPACES                       TO PQ-REASON
           IF PQ-RUN-DATE NOT = LC-DATE
               PERFORM LOOK-UP-RUN-DATE
           END-IF
           MOVE LC-YEAR                      TO PQ-FISCAL-YEAR
           MOVE LC-PERIOD                    TO PQ-PERIOD
           IF LC-CLOSED = 'Y'
               MOVE ZERO                     TO ROP-FOUND-IX
               PERFORM VARYING ROP-IX FROM 1 BY 1
                       UNTIL ROP-IX > ROP-COUNT
                          OR ROP-FOUND-IX > ZERO
                   IF RT-YEAR(ROP-IX) = LC-YEAR
                      AND RT-PERIOD(ROP-IX) = LC-PERIOD
                       MOVE ROP-IX           TO ROP-FOUND-IX
                   END-IF
               END-PERFORM
               IF ROP-FOUND-IX > ZERO
                   MOVE 'Y'                  TO PQ-REOPENED
                   ADD 1                     TO RT-USED(ROP-FOUND-IX)
               ELSE
                   MOVE 'N'                  TO PQ-ALLOWED
                   MOVE 'FISCAL PERIOD CLOSED'
                                             TO PQ-REASON
               END-IF
           END-IF
           .
       LOOK-UP-RUN-DATE.
           MOVE PQ-RUN-DATE                  TO LC-DATE
           MOVE PQ-RUN-DATE                  TO W-Dat-N
           MOVE 'N'                          TO LC-CLOSED
           CALL 'e8a21b6d' USING BY REFERENCE W-Dat
                                 BY REFERENCE W-FctRC
                                 BY REFERENCE W-FctMsg
                                 BY REFERENCE W-FiscalPeriod
           MOVE W-FiscalYear                 TO LC-YEAR
           MOVE W-Period                     TO LC-PERIOD
           IF W-FctRC = ZERO
               CALL 'b3e59c18' USING BY REFERENCE W-FiscalYear
                                     BY REFERENCE W-Period
                                     BY REFERENCE W-FctRC
                                     BY REFERENCE W-FctMsg
                                     BY REFERENCE W-Closed
               IF W-FctRC = ZERO
                   MOVE W-Closed             TO LC-CLOSED
               END-IF
           END-IF
           .
       LOG-REOPEN-USAGE.
           PERFORM VARYING ROP-IX FROM 1 BY 1
                   UNTIL ROP-IX > ROP-COUNT
               MOVE SPACES                   TO REOPEN-LOG-RECORD
               MOVE PQ-UTILITY               TO RL-UTILITY
               MOVE RT-YEAR(ROP-IX)          TO RL-YEAR
               MOVE RT-PERIOD(ROP-IX)        TO RL-PERIOD
               MOVE RT-OPERATOR(ROP-IX)      TO RL-OPERATOR
               MOVE 'U'                      TO RL-STATUS
               MOVE RT-USED(ROP-IX)          TO RL-COUNT
               MOVE RT-REASON(ROP-IX)        TO RL-REASON
               PERFORM WRITE-REOPEN-LOG
           END-PERFORM
           IF PCLLOG-IsOpen
               CLOSE REOPEN-LOG
               SET PCLLOG-IsOff TO TRUE
           END-IF
           .
      *    A LOG THAT WILL NOT OPEN NEVER STOPS THE CHECK - THE
      *    CALLER LISTS EVERY REFUSED WRITE AND COUNTS THE WRITES
      *    MADE UNDER A REOPEN ON ITS OWN REPORT.
       WRITE-REOPEN-LOG.
           IF PCLLOG-NotTried
               OPEN EXTEND REOPEN-LOG
               IF REOPEN-LOG-STATUS = '00'
                  OR REOPEN-LOG-STATUS = '05'
                   SET PCLLOG-IsOpen TO TRUE
               ELSE
                   SET PCLLOG-IsOff TO TRUE
               END-IF
           END-IF
           IF PCLLOG-IsOpen
               CALL '8e61c4f9' USING W-StampRC W-Stamp
               MOVE W-StampDate              TO RL-DATE
               MOVE W-StampTime              TO RL-TIME
               WRITE REOPEN-LOG-RECORD
           END-IF
           .
       END PROGRAM DVZZPCL.
