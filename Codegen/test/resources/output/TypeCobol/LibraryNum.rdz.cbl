           05 FILLER                 PIC X(01) VALUE SPACE.
           05 FUR-TIMESTAMP          PIC 9(08).
       WORKING-STORAGE SECTION.
      *01  checkResult   TYPEDEF.
      *    10 checkValid              PIC X(01).
      *    10 checkExpected           PIC 9(02).
       
       01  LibFctList-Loaded PIC X(01) VALUE SPACE.
           88 LibFctList-IsLoaded      VALUE '1'.
       01  FCT-USAGE-FILE-SW    PIC X(01) VALUE 'N'.
       01  W-Stamp.
           05 W-StampDate       PIC 9(08).
           05 W-StampTime       PIC 9(08).
      *    THE CALLER OF THE LAST LOGGED RESOLUTION, SHARED WITH
      *    DVZZDATE AND READ BY DVZZCAP WHEN IT CAPTURES A CALL.
       01  LibFctLastCaller     PIC X(08) EXTERNAL.
       
       01  LibFctList-VALUES.
      *    a1b52c8d -> formatAmount                            v01 ACTIVE
           05 PIC X(08) VALUE LOW-VALUES.
           05 PIC 9(02) VALUE 1.
           05 PIC X(01) VALUE 'A'.
      *    5d83a0f7 -> convertAmount                           v01 ACTIVE
           05 PIC X(08) VALUE '5d83a0f7'.
           05 PIC X(08) VALUE LOW-VALUES.
           05 PIC 9(02) VALUE 1.
           05 PIC X(01) VALUE 'A'.
      *    9b2f6a14 -> validateCheckDigit                      v01 ACTIVE
           05 PIC X(08) VALUE '9b2f6a14'.
           05 PIC X(08) VALUE LOW-VALUES.
           05 PIC 9(02) VALUE 1.
           05 PIC X(01) VALUE 'A'.

       01  LibFctList REDEFINES LibFctList-Values.
           05   LibFctItem    OCCURS 5 INDEXED BY LibFctIndex.
             10 LibFctCode      PIC X(08).
             10 LibFctPointer   PROCEDURE-POINTER.
             10 LibFctVersion   PIC 9(02).
             10 LibFctStatus    PIC X(01).
               88 LibFct-Active   VALUE 'A'.
               88 LibFct-Retired  VALUE 'R'.
      *    A CANDIDATE VERSION UNDER SHADOW-RUN COMPARISON (SEE
      *    DVZZSHD): NEVER RESOLVED BY DISPATCH, NO LibFctNames ROW.
               88 LibFct-Candidate VALUE 'C'.
      *    NAME-TO-CODE ROWS FOR THE BY-NAME DISPATCH MODE,
      *    MAINTAINED ROW FOR ROW WITH LibFctList-VALUES ABOVE.
       01  LibFctNames-VALUES.
           05 PIC X(08) VALUE 'c7d04e2b'.
           05 PIC X(30) VALUE 'roundAmount'.
           05 PIC X(08) VALUE '4f9e1d6c'.
           05 PIC X(30) VALUE 'convertAmount'.
           05 PIC X(08) VALUE '5d83a0f7'.
           05 PIC X(30) VALUE 'validateCheckDigit'.
           05 PIC X(08) VALUE '9b2f6a14'.
       01  LibFctNames REDEFINES LibFctNames-VALUES.
           05   LibFctNameItem OCCURS 5
                               INDEXED BY LibFctNameIndex.
             10 LibFctName      PIC X(30).
             10 LibFctNameCode  PIC X(08).
      *                         errorMessage PIC X(80)
      *                   RETURNING Result PIC S9(11)V9(02).

      *_________________________________________________________________
      *DECLARE FUNCTION convertAmount PUBLIC
      *                   INPUT amount       PIC S9(11)V9(04)
      *                         fromCurrency PIC X(03)
      *                         toCurrency   PIC X(03)
      *                         rateDate     TYPE date
      *                         roundingRule PIC X(01)
      *                         returnCode   PIC 9(04)
      *                         errorMessage PIC X(80)
      *                   RETURNING Result PIC S9(11)V9(02).

      *_________________________________________________________________
      *DECLARE FUNCTION validateCheckDigit PUBLIC
      *                   INPUT identifier   PIC X(34)
      *                         scheme       PIC X(08)
      *                         returnCode   PIC 9(04)
      *                         errorMessage PIC X(80)
      *                   RETURNING Result TYPE checkResult.

       FctList-Process-Mode.
           SET ADDRESS OF FctList TO ADDRESS OF CallData
       
       
             MOVE SPACES TO W-ResolvedCode
             PERFORM VARYING LibFctNameIndex FROM 1 BY 1
                     UNTIL LibFctNameIndex > 5
               IF LibFctName(LibFctNameIndex) = FctName(FctNameIndex)
                 MOVE LibFctNameCode(LibFctNameIndex)
                   TO W-ResolvedCode
           SET LibFctPointer(1)   TO ENTRY 'a1b52c8d'
           SET LibFctPointer(2)   TO ENTRY 'c7d04e2b'
           SET LibFctPointer(3)   TO ENTRY '4f9e1d6c'
           SET LibFctPointer(4)   TO ENTRY '5d83a0f7'
           SET LibFctPointer(5)   TO ENTRY '9b2f6a14'
           SET LibFctList-IsLoaded TO TRUE
           .
       
           MOVE W-StampDate         TO FUR-DATE
           MOVE W-StampTime         TO FUR-TIMESTAMP
           WRITE FCT-USAGE-RECORD
           MOVE W-UsageCaller       TO LibFctLastCaller
           .

       END PROGRAM DVZZNUM.
           END-IF
           .
       END PROGRAM 4f9e1d6c.
      *
      *DECLARE FUNCTION convertAmount PUBLIC
      *                   INPUT amount       PIC S9(11)V9(04)
      *                         fromCurrency PIC X(03)
      *                         toCurrency   PIC X(03)
      *                         rateDate     TYPE date
      *                         roundingRule PIC X(01)
      *                         returnCode   PIC 9(04)
      *                         errorMessage PIC X(80)
      *                   RETURNING Result PIC S9(11)V9(02).
      *_________________________________________________________________
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5d83a0f7.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  C-DVZZFXR                PIC X(08) VALUE 'DVZZFXR'.
       01  C-ROUND-AMOUNT           PIC X(08) VALUE '4f9e1d6c'.
      *    THE RATE AS OF THE DATE COMES FROM THE OPERATIONS-
      *    MAINTAINED FXRATES FILE SERVED BY DVZZFXR, SO EVERY JOB
      *    CONVERTS AT THE SAME RATE INSTEAD OF ITS OWN TABLE.
       01  RATE-QUERY.
           05 RQ-FROM               PIC X(03).
           05 RQ-TO                 PIC X(03).
           05 RQ-DATE               PIC 9(08).
           05 RQ-RATE               PIC 9(05)V9(07).
           05 RQ-INVERSE            PIC X(01).
           05 RQ-FOUND              PIC X(01).
             88 RQ-RATE-FOUND             VALUE 'Y'.
             88 RQ-NO-RATE                VALUE 'N'.
             88 RQ-NOT-COVERED            VALUE 'C'.
       01  W-Dat.
           02 W-YYYY                PIC 9(4).
           02 W-MM                  PIC 9(2).
           02 W-DD                  PIC 9(2).
       01  W-Dat-N REDEFINES W-Dat  PIC 9(08).
       01  W-CONVERTED              PIC S9(11)V9(04).
       LINKAGE SECTION.
       01 amount PIC S9(11)V9(04).
       01 fromCurrency PIC X(03).
       01 toCurrency PIC X(03).
       01 rateDate.
           02 YYYY PIC 9(4).
           02 MM PIC 9(2).
           02 DD PIC 9(2).
       01 roundingRule PIC X(01).
       01 returnCode PIC 9(04).
       01 errorMessage PIC X(80).
       01 Result PIC S9(11)V9(02).
       PROCEDURE DIVISION
             USING BY REFERENCE amount
                   BY REFERENCE fromCurrency
                   BY REFERENCE toCurrency
                   BY REFERENCE rateDate
                   BY REFERENCE roundingRule
                   BY REFERENCE returnCode
                   BY REFERENCE errorMessage
                   BY REFERENCE Result
           .
      *    AMOUNT TIMES THE RATE IN FORCE ON rateDate (OR DIVIDED BY
      *    THE REVERSE PAIR'S RATE WHEN ONLY THAT IS ON FILE), THEN
      *    ROUNDED TO THE CENT BY roundAmount UNDER roundingRule.
      *    EVERY FAILURE RETURNS 9999 WITH THE ALL-NINES SENTINEL
      *    AMOUNT - NEVER A ZERO A CALLER COULD POST AS REAL.
           MOVE ZERO                         TO returnCode
           MOVE SPACES                       TO errorMessage
           MOVE rateDate                     TO W-Dat
           EVALUATE TRUE
             WHEN fromCurrency NOT ALPHABETIC
               OR toCurrency NOT ALPHABETIC
               OR fromCurrency = SPACES
               OR toCurrency = SPACES
               MOVE 9999                     TO returnCode
               MOVE 'INVALID CURRENCY CODE PARAMETER'
                                             TO errorMessage
             WHEN W-Dat-N NOT NUMERIC
               OR W-MM < 1 OR W-MM > 12
               OR W-DD < 1 OR W-DD > 31
               MOVE 9999                     TO returnCode
               MOVE 'INVALID RATE DATE PARAMETER'
                                             TO errorMessage
             WHEN fromCurrency = toCurrency
               MOVE amount                   TO W-CONVERTED
             WHEN OTHER
               MOVE fromCurrency             TO RQ-FROM
               MOVE toCurrency               TO RQ-TO
               MOVE W-Dat-N                  TO RQ-DATE
               CALL C-DVZZFXR USING RATE-QUERY
               EVALUATE TRUE
                 WHEN RQ-NO-RATE
                   MOVE 9999                 TO returnCode
                   MOVE 'NO EXCHANGE RATE ON FILE FOR THE PAIR'
                                             TO errorMessage
                 WHEN RQ-NOT-COVERED
                   MOVE 9999                 TO returnCode
                   MOVE 'RATE DATE OUTSIDE THE EXCHANGE-RATE FILE'
                                             TO errorMessage
                 WHEN RQ-INVERSE = 'Y'
                   COMPUTE W-CONVERTED = amount / RQ-RATE
                       ON SIZE ERROR
                         MOVE 9999           TO returnCode
                         MOVE 'CONVERTED AMOUNT OUT OF RANGE'
                                             TO errorMessage
                   END-COMPUTE
                 WHEN OTHER
                   COMPUTE W-CONVERTED = amount * RQ-RATE
                       ON SIZE ERROR
                         MOVE 9999           TO returnCode
                         MOVE 'CONVERTED AMOUNT OUT OF RANGE'
                                             TO errorMessage
                   END-COMPUTE
               END-EVALUATE
           END-EVALUATE
           IF returnCode = ZERO
               CALL C-ROUND-AMOUNT USING W-CONVERTED
                                         roundingRule
                                         returnCode
                                         errorMessage
                                         Result
           END-IF
           IF returnCode NOT = ZERO
               MOVE 99999999999,99           TO Result
           END-IF
           .
       END PROGRAM 5d83a0f7.
      *
      *DECLARE FUNCTION validateCheckDigit PUBLIC
      *                   INPUT identifier   PIC X(34)
      *                         scheme       PIC X(08)
      *                         returnCode   PIC 9(04)
      *                         errorMessage PIC X(80)
      *                   RETURNING Result TYPE checkResult.
      *_________________________________________________________________
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 9b2f6a14.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  W-ID                 PIC X(34).
       01  W-WORK               PIC X(34).
       01  W-LEN                PIC S9(4) COMP.
       01  W-IX                 PIC S9(4) COMP.
       01  W-JX                 PIC S9(4) COMP.
       01  W-PAYLOAD-LEN        PIC S9(4) COMP.
       01  W-CH                 PIC X(01).
       01  W-DIGIT REDEFINES W-CH PIC 9(01).
       01  W-DOUBLE             PIC X(01).
       01  W-BAD                PIC X(01).
       01  W-SUM                PIC S9(9) COMP.
       01  W-PRODUCT            PIC S9(4) COMP.
       01  W-MOD                PIC S9(9) COMP.
       01  W-LETTER-VALUE       PIC S9(4) COMP.
       01  W-BIG                PIC S9(15) COMP.
       01  W-GIVEN              PIC 9(02).
       01  W-EXPECTED           PIC 9(02).
       01  W-GIVEN-X            PIC X(02).
       01  W-GIVEN-N REDEFINES W-GIVEN-X PIC 9(02).
       01  W-RIB-BANK           PIC 9(05).
       01  W-RIB-BRANCH         PIC 9(05).
       01  W-RIB-ACCOUNT-X      PIC X(11).
       01  W-RIB-ACCOUNT REDEFINES W-RIB-ACCOUNT-X PIC 9(11).
      *    LA POSTE ESTABLISHMENTS SHARE ONE SIREN AND ARE NUMBERED
      *    WITH A DIGIT SUM DIVISIBLE BY 5 INSTEAD OF A LUHN SIRET
      *    (THE HEAD OFFICE SIRET STILL PASSES LUHN).
       01  C-LA-POSTE-SIREN     PIC X(09) VALUE '356000000'.
       01  C-ALPHABET           PIC X(26)
                                VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  C-LOWER-ALPHABET     PIC X(26)
                                VALUE 'abcdefghijklmnopqrstuvwxyz'.
      *    RIB ACCOUNT LETTERS COUNT AS A-I 1-9, J-R 1-9, S-Z 2-9.
       01  C-RIB-LETTER-VALUES  PIC X(26)
                                VALUE '12345678912345678923456789'.
      *    IBAN LENGTH PER COUNTRY (ISO 13616 REGISTRY) FOR THE
      *    COUNTRIES THIS SHOP PAYS INTO; A COUNTRY NOT LISTED IS
      *    REJECTED RATHER THAN CHECKED AGAINST AN UNKNOWN LENGTH.
       01  IBAN-LENGTH-VALUES.
           05 PIC X(04) VALUE 'AD24'.
           05 PIC X(04) VALUE 'AT20'.
           05 PIC X(04) VALUE 'BE16'.
           05 PIC X(04) VALUE 'BG22'.
           05 PIC X(04) VALUE 'CH21'.
           05 PIC X(04) VALUE 'CY28'.
           05 PIC X(04) VALUE 'CZ24'.
           05 PIC X(04) VALUE 'DE22'.
           05 PIC X(04) VALUE 'DK18'.
           05 PIC X(04) VALUE 'EE20'.
           05 PIC X(04) VALUE 'ES24'.
           05 PIC X(04) VALUE 'FI18'.
           05 PIC X(04) VALUE 'FR27'.
           05 PIC X(04) VALUE 'GB22'.
           05 PIC X(04) VALUE 'GI23'.
           05 PIC X(04) VALUE 'GR27'.
           05 PIC X(04) VALUE 'HR21'.
           05 PIC X(04) VALUE 'HU28'.
           05 PIC X(04) VALUE 'IE22'.
           05 PIC X(04) VALUE 'IS26'.
           05 PIC X(04) VALUE 'IT27'.
           05 PIC X(04) VALUE 'LI21'.
           05 PIC X(04) VALUE 'LT20'.
           05 PIC X(04) VALUE 'LU20'.
           05 PIC X(04) VALUE 'LV21'.
           05 PIC X(04) VALUE 'MC27'.
           05 PIC X(04) VALUE 'MT31'.
           05 PIC X(04) VALUE 'NL18'.
           05 PIC X(04) VALUE 'NO15'.
           05 PIC X(04) VALUE 'PL28'.
           05 PIC X(04) VALUE 'PT25'.
           05 PIC X(04) VALUE 'RO24'.
           05 PIC X(04) VALUE 'SE24'.
           05 PIC X(04) VALUE 'SI19'.
           05 PIC X(04) VALUE 'SK24'.
           05 PIC X(04) VALUE 'SM27'.
       01  IBAN-LENGTH-TABLE REDEFINES IBAN-LENGTH-VALUES.
           05 ILT-ITEM   OCCURS 36 INDEXED BY ILT-IX.
             10 ILT-COUNTRY    PIC X(02).
             10 ILT-LENGTH     PIC 9(02).
       LINKAGE SECTION.
       01 identifier PIC X(34).
       01 scheme PIC X(08).
       01 returnCode PIC 9(04).
       01 errorMessage PIC X(80).
       01 Result.
           02 checkValid    PIC X(01).
           02 checkExpected PIC 9(02).
       PROCEDURE DIVISION
             USING BY REFERENCE identifier
                   BY REFERENCE scheme
                   BY REFERENCE returnCode
                   BY REFERENCE errorMessage
                   BY REFERENCE Result
           .
      *    CHECK-DIGIT VALIDATION AT ENTRY, SO A MISKEYED ACCOUNT OR
      *    COMPANY IDENTIFIER IS REJECTED WITH ITS CORRECTION:
      *      LUHN   ANY LENGTH, LAST DIGIT IS THE CHECK DIGIT
      *      SIREN  9 DIGITS, LUHN
      *      SIRET  14 DIGITS, LUHN (LA POSTE: DIGIT SUM MOD 5)
      *      IBAN   MOD 97-10, LENGTH CHECKED FOR THE COUNTRY
      *      RIB    BANK 5, BRANCH 5, ACCOUNT 11, KEY 2 - THE KEY IS
      *             97 - (89 BANK + 15 BRANCH + 3 ACCOUNT) MOD 97
      *    SPACES IN identifier ARE IGNORED, SO PRINTED GROUPINGS
      *    ("FR76 3000 ...", "732 829 320 00074") ARE ACCEPTED.
      *    checkValid IS 'Y' OR 'N' WITH checkExpected THE CHECK
      *    DIGITS THE IDENTIFIER SHOULD CARRY (ONE-DIGIT SCHEMES
      *    RIGHT-JUSTIFIED).  AN IDENTIFIER THAT CANNOT BE CHECKED
      *    AT ALL (WRONG LENGTH, BAD CHARACTERS, UNKNOWN SCHEME OR
      *    COUNTRY) RETURNS 9999 WITH '9' AND 99, THE ALL-NINES
      *    CONVENTION - NO SCHEME EVER EXPECTS 99.
           MOVE ZERO                         TO returnCode
           MOVE SPACES                       TO errorMessage
           MOVE SPACES                       TO W-ID
           MOVE ZERO                         TO W-LEN
           MOVE ZERO                         TO W-EXPECTED
           MOVE ZERO                         TO W-GIVEN
           PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 34
               IF identifier(W-IX:1) NOT = SPACE
                   ADD 1                     TO W-LEN
                   MOVE identifier(W-IX:1)   TO W-ID(W-LEN:1)
               END-IF
           END-PERFORM
           EVALUATE scheme
             WHEN 'LUHN    '
               IF W-LEN < 2
                   MOVE 9999                 TO returnCode
                   MOVE 'LUHN IDENTIFIER NEEDS AT LEAST TWO DIGITS'
                                             TO errorMessage
               ELSE
                   PERFORM CHECK-ALL-DIGITS
               END-IF
               IF returnCode = ZERO
                   COMPUTE W-PAYLOAD-LEN = W-LEN - 1
                   PERFORM LUHN-CHECK-DIGIT
               END-IF
             WHEN 'SIREN   '
               IF W-LEN NOT = 9
                   MOVE 9999                 TO returnCode
                   MOVE 'SIREN MUST BE 9 DIGITS'
                                             TO errorMessage
               ELSE
                   PERFORM CHECK-ALL-DIGITS
               END-IF
               IF returnCode = ZERO
                   MOVE 8                    TO W-PAYLOAD-LEN
                   PERFORM LUHN-CHECK-DIGIT
               END-IF
             WHEN 'SIRET   '
               IF W-LEN NOT = 14
                   MOVE 9999                 TO returnCode
                   MOVE 'SIRET MUST BE 14 DIGITS'
                                             TO errorMessage
               ELSE
                   PERFORM CHECK-ALL-DIGITS
               END-IF
               IF returnCode = ZERO
                   MOVE 13                   TO W-PAYLOAD-LEN
                   PERFORM LUHN-CHECK-DIGIT
                   IF W-ID(1:9) = C-LA-POSTE-SIREN
                      AND W-GIVEN NOT = W-EXPECTED
                       PERFORM LA-POSTE-CHECK-DIGIT
                   END-IF
               END-IF
             WHEN 'IBAN    '
               PERFORM IBAN-CHECK-DIGITS
             WHEN 'RIB     '
               PERFORM RIB-KEY
             WHEN OTHER
               MOVE 9999                     TO returnCode
               MOVE 'CHECK-DIGIT SCHEME IS NOT LUHN, SIREN, SIRET, IBAN
      -             ' OR RIB'                TO errorMessage
           END-EVALUATE
           IF returnCode = ZERO
               MOVE W-EXPECTED               TO checkExpected
               IF W-GIVEN = W-EXPECTED
                   MOVE 'Y'                  TO checkValid
               ELSE
                   MOVE 'N'                  TO checkValid
               END-IF
           ELSE
               MOVE '9'                      TO checkValid
               MOVE 99                       TO checkExpected
           END-IF
           GOBACK
           .
       CHECK-ALL-DIGITS.
           IF W-ID(1:W-LEN) NOT NUMERIC
               MOVE 9999                     TO returnCode
               MOVE 'IDENTIFIER MUST BE ALL DIGITS FOR THIS SCHEME'
                                             TO errorMessage
           END-IF
           .
       LUHN-CHECK-DIGIT.
      *    DOUBLE EVERY SECOND DIGIT OF THE PAYLOAD FROM THE RIGHT,
      *    STARTING WITH THE RIGHTMOST; THE CHECK DIGIT BRINGS THE
      *    DIGIT SUM TO A MULTIPLE OF 10.
           MOVE ZERO                         TO W-SUM
           MOVE 'Y'                          TO W-DOUBLE
           PERFORM VARYING W-IX FROM W-PAYLOAD-LEN BY -1
                   UNTIL W-IX < 1
               MOVE W-ID(W-IX:1)             TO W-CH
               IF W-DOUBLE = 'Y'
                   COMPUTE W-PRODUCT = W-DIGIT * 2
                   IF W-PRODUCT > 9
                       SUBTRACT 9            FROM W-PRODUCT
                   END-IF
                   ADD W-PRODUCT             TO W-SUM
                   MOVE 'N'                  TO W-DOUBLE
               ELSE
                   ADD W-DIGIT               TO W-SUM
                   MOVE 'Y'                  TO W-DOUBLE
               END-IF
           END-PERFORM
           COMPUTE W-EXPECTED =
               FUNCTION MOD(10 - FUNCTION MOD(W-SUM, 10), 10)
           MOVE W-ID(W-LEN:1)                TO W-CH
           MOVE W-DIGIT                      TO W-GIVEN
           .
       LA-POSTE-CHECK-DIGIT.
      *    EITHER OF THE TWO DIGITS THAT MAKE THE SUM A MULTIPLE OF
      *    5 IS CORRECT; THE LOWER ONE IS THE ONE REPORTED.
           MOVE ZERO                         TO W-SUM
           PERFORM VARYING W-IX FROM 1 BY 1
                   UNTIL W-IX > W-PAYLOAD-LEN
               MOVE W-ID(W-IX:1)             TO W-CH
               ADD W-DIGIT                   TO W-SUM
           END-PERFORM
           COMPUTE W-EXPECTED =
               FUNCTION MOD(5 - FUNCTION MOD(W-SUM, 5), 5)
           MOVE W-ID(W-LEN:1)                TO W-CH
           MOVE W-DIGIT                      TO W-GIVEN
           IF W-GIVEN = W-EXPECTED + 5
               MOVE W-GIVEN                  TO W-EXPECTED
           END-IF
           .
       IBAN-CHECK-DIGITS.
           INSPECT W-ID CONVERTING C-LOWER-ALPHABET TO C-ALPHABET
           SET ILT-IX TO 1
           SEARCH ILT-ITEM VARYING ILT-IX
             AT END
               MOVE 9999                     TO returnCode
               MOVE 'IBAN COUNTRY CODE NOT IN THE IBAN LENGTH TABLE'
                                             TO errorMessage
             WHEN ILT-COUNTRY(ILT-IX) = W-ID(1:2)
               IF W-LEN NOT = ILT-LENGTH(ILT-IX)
                   MOVE 9999                 TO returnCode
                   STRING 'IBAN LENGTH IS NOT ' ILT-LENGTH(ILT-IX)
                          ' FOR COUNTRY ' W-ID(1:2)
                          DELIMITED BY SIZE  INTO errorMessage
               END-IF
           END-SEARCH
           IF returnCode = ZERO
               MOVE W-ID(3:2)                TO W-GIVEN-X
               IF W-GIVEN-X NOT NUMERIC
                   MOVE 9999                 TO returnCode
                   MOVE 'IBAN CHECK DIGITS ARE NOT NUMERIC'
                                             TO errorMessage
               ELSE
                   MOVE W-GIVEN-N            TO W-GIVEN
               END-IF
           END-IF
           IF returnCode = ZERO
      *        BBAN, THEN THE COUNTRY CODE AND 00, TAKEN MOD 97
      *        WITH EACH LETTER READ AS TWO DIGITS (A=10 .. Z=35).
               MOVE SPACES                   TO W-WORK
               STRING W-ID(5:W-LEN - 4) W-ID(1:2) '00'
                      DELIMITED BY SIZE      INTO W-WORK
               MOVE ZERO                     TO W-MOD
               MOVE 'N'                      TO W-BAD
               PERFORM VARYING W-IX FROM 1 BY 1
                       UNTIL W-IX > W-LEN OR W-BAD = 'Y'
                   MOVE W-WORK(W-IX:1)       TO W-CH
                   IF W-CH NUMERIC
                       COMPUTE W-MOD =
                           FUNCTION MOD(W-MOD * 10 + W-DIGIT, 97)
                   ELSE
                       PERFORM FIND-LETTER
                       IF W-JX > 26
                           MOVE 'Y'          TO W-BAD
                       ELSE
                           COMPUTE W-LETTER-VALUE = W-JX + 9
                           COMPUTE W-MOD = FUNCTION MOD(
                               W-MOD * 100 + W-LETTER-VALUE, 97)
                       END-IF
                   END-IF
               END-PERFORM
               IF W-BAD = 'Y'
                   MOVE 9999                 TO returnCode
                   MOVE 'IBAN CHARACTERS MUST BE A-Z AND 0-9'
                                             TO errorMessage
               ELSE
                   COMPUTE W-EXPECTED = 98 - W-MOD
               END-IF
           END-IF
           .
       RIB-KEY.
           INSPECT W-ID CONVERTING C-LOWER-ALPHABET TO C-ALPHABET
           IF W-LEN NOT = 23
               MOVE 9999                     TO returnCode
               MOVE 'RIB MUST BE BANK 5, BRANCH 5, ACCOUNT 11 AND KEY 2'
                                             TO errorMessage
           ELSE
               IF W-ID(1:10) NOT NUMERIC
                  OR W-ID(22:2) NOT NUMERIC
                   MOVE 9999                 TO returnCode
                   MOVE 'RIB BANK, BRANCH AND KEY MUST BE DIGITS'
                                             TO errorMessage
               END-IF
           END-IF
           IF returnCode = ZERO
               MOVE W-ID(11:11)              TO W-RIB-ACCOUNT-X
               PERFORM VARYING W-IX FROM 1 BY 1 UNTIL W-IX > 11
                   MOVE W-RIB-ACCOUNT-X(W-IX:1)
                                             TO W-CH
                   IF W-CH NOT NUMERIC
                       PERFORM FIND-LETTER
                       IF W-JX > 26
                           MOVE 9999         TO returnCode
                           MOVE 'RIB ACCOUNT MUST BE DIGITS AND A-Z'
                                             TO errorMessage
                       ELSE
                           MOVE C-RIB-LETTER-VALUES(W-JX:1)
                                TO W-RIB-ACCOUNT-X(W-IX:1)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF returnCode = ZERO
               MOVE W-ID(1:5)                TO W-RIB-BANK
               MOVE W-ID(6:5)                TO W-RIB-BRANCH
               COMPUTE W-BIG = (89 * W-RIB-BANK)
                             + (15 * W-RIB-BRANCH)
                             + (3 * W-RIB-ACCOUNT)
               COMPUTE W-EXPECTED = 97 - FUNCTION MOD(W-BIG, 97)
               MOVE W-ID(22:2)               TO W-GIVEN-X
               MOVE W-GIVEN-N                TO W-GIVEN
           END-IF
           .
       FIND-LETTER.
      *    POSITION OF W-CH IN THE ALPHABET, OR 27 IF IT IS NOT AN
      *    UPPER-CASE LETTER (LETTERS ARE NOT CONTIGUOUS IN EBCDIC,
      *    SO THE POSITION IS LOOKED UP RATHER THAN COMPUTED).
           PERFORM VARYING W-JX FROM 1 BY 1
                   UNTIL W-JX > 26
                      OR C-ALPHABET(W-JX:1) = W-CH
               CONTINUE
           END-PERFORM
           .
       END PROGRAM 9b2f6a14.
      *
      *    INTERNAL EXCHANGE-RATE SERVER FOR convertAmount.  NOT A
      *    REGISTERED LibFctList FUNCTION - CALLED DIRECTLY BY THE
      *    GENERATED FUNCTION PROGRAM, LIKE DVZZHOL FOR HOLCAL.
      *    LOADS THE OPERATIONS-MAINTAINED FXRATES FILE ONCE PER JOB
      *    STEP (THE SAME LOAD-ONCE IDIOM) AND ANSWERS THE RATE IN
      *    FORCE FOR A CURRENCY PAIR ON A DATE.  EACH FXRATES ROW IS
      *    "fff ttt yyyymmdd rrrrrrrrrrrr" - FROM AND TO CURRENCY,
      *    THE DATE THE RATE TAKES EFFECT, AND THE RATE AS 5 INTEGER
      *    AND 7 DECIMAL DIGITS; A RATE STAYS IN FORCE UNTIL THE
      *    NEXT ROW FOR THE SAME PAIR.  THE FILE COVERS FROM A
      *    PAIR'S FIRST ROW UP TO THE LATEST EFFECTIVE DATE ON THE
      *    WHOLE FILE (THE LAST RATE LOAD); A DATE BEFORE THE FIRST
      *    ROW OR AFTER THE LAST LOAD IS ANSWERED 'C', NOT GUESSED.
      *    WHEN ONLY THE REVERSE PAIR IS ON FILE ITS RATE IS
      *    RETURNED WITH RQ-INVERSE 'Y' FOR THE CALLER TO DIVIDE.
      *_________________________________________________________________
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVZZFXR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "FXRATES"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RATE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       01  RATE-RECORD.
           05 FXR-FROM               PIC X(03).
           05 FILLER                 PIC X(01).
           05 FXR-TO                 PIC X(03).
           05 FILLER                 PIC X(01).
           05 FXR-EFFECTIVE          PIC X(08).
           05 FILLER                 PIC X(01).
           05 FXR-RATE               PIC X(12).
       WORKING-STORAGE SECTION.
       01  RATE-FILE-STATUS          PIC X(02) VALUE '00'.
       01  FXRATES-Loaded            PIC X(01) VALUE SPACE.
           88 FXRATES-IsLoaded             VALUE '1'.
       01  FXRATES-EOF               PIC X(01) VALUE 'N'.
           88 FXRATES-AtEnd                VALUE 'Y'.
       01  FXRATES-Opened            PIC X(01) VALUE 'N'.
           88 FXRATES-WasOpened            VALUE 'Y'.
       01  FXRATES-Overflow          PIC X(01) VALUE 'N'.
           88 FXRATES-HasOverflowed        VALUE 'Y'.
       01  FXR-COUNT                 PIC S9(4) COMP VALUE ZERO.
       01  FXR-IX                    PIC S9(4) COMP VALUE ZERO.
       01  FXR-LAST-LOAD             PIC 9(08) VALUE ZERO.
       01  W-RATE-N                  PIC 9(12).
       01  W-RATE REDEFINES W-RATE-N PIC 9(05)V9(07).
       01  W-BEST-DATE               PIC 9(08).
       01  W-BEST-INV-DATE           PIC 9(08).
       01  W-BEST-RATE               PIC 9(05)V9(07).
       01  W-BEST-INV-RATE           PIC 9(05)V9(07).
       01  W-PAIR-SEEN               PIC X(01).
      *    CAPACITY: 3000 ROWS COVERS A DAILY LOAD OF A DOZEN PAIRS
      *    FOR AROUND A YEAR; OLDER ROWS CAN BE PRUNED BY OPERATIONS
      *    ONCE NO JOB NEEDS TO CONVERT AS OF THOSE DATES.  A FILE
      *    THAT EXCEEDS THE TABLE RESOLVES NO PAIR AT ALL, AS A
      *    PARTLY LOADED HOLCAL DOES IN DVZZHOL.
       01  RATE-TABLE.
           05 FXR-ENTRY OCCURS 3000 TIMES.
             10 FT-FROM              PIC X(03).
             10 FT-TO                PIC X(03).
             10 FT-EFFECTIVE         PIC 9(08).
             10 FT-RATE              PIC 9(05)V9(07).
       LINKAGE SECTION.
       01  RATE-QUERY.
           05 RQ-FROM                PIC X(03).
           05 RQ-TO                  PIC X(03).
           05 RQ-DATE                PIC 9(08).
           05 RQ-RATE                PIC 9(05)V9(07).
           05 RQ-INVERSE             PIC X(01).
           05 RQ-FOUND               PIC X(01).
       PROCEDURE DIVISION
             USING BY REFERENCE RATE-QUERY
           .
           IF NOT FXRATES-IsLoaded
               PERFORM LOAD-RATE-FILE
           END-IF
           MOVE 'N'                          TO RQ-FOUND
           MOVE 'N'                          TO RQ-INVERSE
           MOVE ZERO                         TO RQ-RATE
           MOVE ZERO                         TO W-BEST-DATE
           MOVE ZERO                         TO W-BEST-INV-DATE
           MOVE 'N'                          TO W-PAIR-SEEN
           PERFORM VARYING FXR-IX FROM 1 BY 1
                   UNTIL FXR-IX > FXR-COUNT
               IF FT-FROM(FXR-IX) = RQ-FROM
                  AND FT-TO(FXR-IX) = RQ-TO
                   MOVE 'Y'                  TO W-PAIR-SEEN
                   IF FT-EFFECTIVE(FXR-IX) <= RQ-DATE
                      AND FT-EFFECTIVE(FXR-IX) >= W-BEST-DATE
                       MOVE FT-EFFECTIVE(FXR-IX)
                                             TO W-BEST-DATE
                       MOVE FT-RATE(FXR-IX)  TO W-BEST-RATE
                   END-IF
               END-IF
               IF FT-FROM(FXR-IX) = RQ-TO
                  AND FT-TO(FXR-IX) = RQ-FROM
                   MOVE 'Y'                  TO W-PAIR-SEEN
                   IF FT-EFFECTIVE(FXR-IX) <= RQ-DATE
                      AND FT-EFFECTIVE(FXR-IX) >= W-BEST-INV-DATE
                       MOVE FT-EFFECTIVE(FXR-IX)
                                             TO W-BEST-INV-DATE
                       MOVE FT-RATE(FXR-IX)  TO W-BEST-INV-RATE
                   END-IF
               END-IF
           END-PERFORM
      *    THE DIRECT PAIR WINS OVER THE REVERSE ONE; A ZERO RATE
      *    ON FILE COUNTS AS NO RATE RATHER THAN A ZERO AMOUNT.
           EVALUATE TRUE
             WHEN W-PAIR-SEEN = 'N'
               MOVE 'N'                      TO RQ-FOUND
             WHEN RQ-DATE > FXR-LAST-LOAD
               MOVE 'C'                      TO RQ-FOUND
             WHEN W-BEST-DATE > ZERO
               IF W-BEST-RATE > ZERO
                   MOVE W-BEST-RATE          TO RQ-RATE
                   MOVE 'Y'                  TO RQ-FOUND
               END-IF
             WHEN W-BEST-INV-DATE > ZERO
               IF W-BEST-INV-RATE > ZERO
                   MOVE W-BEST-INV-RATE      TO RQ-RATE
                   MOVE 'Y'                  TO RQ-INVERSE
                   MOVE 'Y'                  TO RQ-FOUND
               END-IF
             WHEN OTHER
               MOVE 'C'                      TO RQ-FOUND
           END-EVALUATE
           GOBACK
           .
       LOAD-RATE-FILE.
           SET FXRATES-IsLoaded TO TRUE
           MOVE ZERO                         TO FXR-COUNT
           MOVE ZERO                         TO FXR-LAST-LOAD
           MOVE 'N'                          TO FXRATES-EOF
           OPEN INPUT RATE-FILE
      *    A MISSING OR UNREADABLE RATE FILE LEAVES EVERY PAIR
      *    UNRESOLVED, SO CALLERS GET THE 9999 REJECTION RATHER
      *    THAN A PRIVATE RATE OR A ZERO AMOUNT.
           IF RATE-FILE-STATUS = '00'
               SET FXRATES-WasOpened TO TRUE
           ELSE
               SET FXRATES-AtEnd TO TRUE
           END-IF
           PERFORM LOAD-ONE-RATE UNTIL FXRATES-AtEnd
           IF FXRATES-WasOpened
               CLOSE RATE-FILE
           END-IF
      *    A TRUNCATED LOAD MUST NOT ANSWER: THE DROPPED ROWS MAY
      *    HOLD A LATER RATE FOR A PAIR THAT STILL LOOKS RESOLVED.
           IF FXRATES-HasOverflowed
               MOVE ZERO                     TO FXR-COUNT
           END-IF
           .
       LOAD-ONE-RATE.
           READ RATE-FILE
               AT END
                   SET FXRATES-AtEnd TO TRUE
               NOT AT END
                   PERFORM STORE-ONE-RATE
           END-READ
           .
       STORE-ONE-RATE.
           IF FXR-FROM ALPHABETIC
              AND FXR-TO ALPHABETIC
              AND FXR-FROM NOT = SPACES
              AND FXR-TO NOT = SPACES
              AND FXR-EFFECTIVE NUMERIC
              AND FXR-RATE NUMERIC
               IF FXR-COUNT < 3000
                   PERFORM ADD-ONE-RATE
               ELSE
                   SET FXRATES-HasOverflowed TO TRUE
               END-IF
           END-IF
           .
       ADD-ONE-RATE.
           ADD 1                             TO FXR-COUNT
           MOVE FXR-FROM                     TO FT-FROM(FXR-COUNT)
           MOVE FXR-TO                       TO FT-TO(FXR-COUNT)
           MOVE FXR-EFFECTIVE                TO FT-EFFECTIVE(FXR-COUNT)
           MOVE FXR-RATE                     TO W-RATE-N
           MOVE W-RATE                       TO FT-RATE(FXR-COUNT)
           IF FT-EFFECTIVE(FXR-COUNT) > FXR-LAST-LOAD
               MOVE FT-EFFECTIVE(FXR-COUNT)  TO FXR-LAST-LOAD
           END-IF
           .
       END PROGRAM DVZZFXR.
