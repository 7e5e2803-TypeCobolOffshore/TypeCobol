002100*      - REJECTED CARDS ARE LISTED, AUDITED AND RAISE RETURN    * SQRFIX.2
002200*        CODE 8; THE REPAIR FILE ITSELF IS NEVER PATCHED BY     * SQRFIX.2
002300*        A CARD THAT FAILED VALIDATION.                         * SQRFIX.2
002310*      - TWO-PERSON CONTROL: A CORRECTION CARD ONLY PROPOSES    * SQRFIX.2
002320*        ITS PATCH, KEPT ON THE PENDING CHANGE FILE (SEE        * SQRFIX.2
002330*        SQPNDREC, SHARED WITH SQCERT).  THE PATCH IS MADE      * SQRFIX.2
002340*        WHEN A DIFFERENT AUTHORIZED OPERATOR APPROVES IT, AND  * SQRFIX.2
002350*        IS VALIDATED AGAIN AGAINST THAT RUN'S REPAIR FILE.     * SQRFIX.2
002360*        OPERATORS ARE CHECKED THROUGH DVZZAUT (SQRFIX CORRECT  * SQRFIX.2
002370*        AND APPROVE, SEE SQAUTHRC); A REFUSAL, A SELF-APPROVAL * SQRFIX.2
002380*        OR AN APPROVAL WITH NOTHING PENDING IS REJECTED AND    * SQRFIX.2
002390*        LOGGED ON THE SECURITY VIOLATION LOG.                  * SQRFIX.2
002400*                                                               * SQRFIX.2
002500*    CORRECTION CARD :-                                         * SQRFIX.2
002600*      COLS  1-6   RECORD NUMBER (AS ON THE REPAIR FILE)        * SQRFIX.2
002700*      COLS  8-10  START POSITION WITHIN THE IMAGE              * SQRFIX.2
002800*      COLS 12-14  LENGTH TO REPLACE (1-40)                     * SQRFIX.2
002900*      COLS 16-55  REPLACEMENT VALUE                            * SQRFIX.2
002910*      COLS 57-64  OPERATOR ID (AS ON THE OPERAUTH TABLE)       * SQRFIX.2
002920*                                                               * SQRFIX.2
002930*    APPROVAL CARD :-                                           * SQRFIX.2
002940*      COLS  1-8   "APPROVE "                                   * SQRFIX.2
002950*      COLS 10-15  PROPOSAL NUMBER (AS PRINTED WHEN PROPOSED)   * SQRFIX.2
002960*      COLS 57-64  OPERATOR ID OF THE APPROVER                  * SQRFIX.2
003000*                                                               * SQRFIX.2
003100***************************************************************** SQRFIX.2
003200*                                                               * SQRFIX.2
003500*            X-59   CORRECTION CARD READER FILE                 * SQRFIX.2
003600*            X-67   REPAIR FILE FROM SQREPR (INPUT)             * SQRFIX.2
003700*            X-81   CORRECTED REPAIR FILE (OUTPUT)              * SQRFIX.2
003750*            X-38   PENDING CHANGE FILE (PROPOSALS)             * SQRFIX.2
003800*            X-18   FIX AUDIT FILE (BEFORE/AFTER IMAGES)        * SQRFIX.2
003900*            X-55   SYSTEM PRINTER                              * SQRFIX.2
004000*            X-82   SOURCE-COMPUTER                             * SQRFIX.2
006100     SELECT FIX-AUDIT-FILE ASSIGN TO                              SQRFIX.2
006200     XXXXX018                                                     SQRFIX.2
006300            ORGANIZATION IS SEQUENTIAL.                           SQRFIX.2
006320     SELECT OPTIONAL PENDING-FILE ASSIGN TO                       SQRFIX.2
006340     XXXXX038                                                     SQRFIX.2
006360            ORGANIZATION IS SEQUENTIAL                            SQRFIX.2
006380            FILE STATUS IS PENDING-STATUS.                        SQRFIX.2
006400     SELECT PRINT-FILE ASSIGN TO                                  SQRFIX.2
006500     XXXXX055.                                                    SQRFIX.2
006600 DATA DIVISION.                                                   SQRFIX.2
007800     05  FXC-LENGTH          PIC 9(3).                            SQRFIX.2
007900     05  FILLER              PIC X(1).                            SQRFIX.2
008000     05  FXC-REPLACEMENT     PIC X(40).                           SQRFIX.2
008100     05  FILLER              PIC X(1).                            SQRFIX.2
008110     05  FXC-OPERATOR        PIC X(8).                            SQRFIX.2
008120     05  FILLER              PIC X(16).                           SQRFIX.2
008130 01  FIX-APPROVE-REC.                                             SQRFIX.2
008140     05  FXP-VERB            PIC X(8).                            SQRFIX.2
008150     05  FILLER              PIC X(1).                            SQRFIX.2
008160     05  FXP-PROPOSAL-NO     PIC 9(6).                            SQRFIX.2
008170     05  FILLER              PIC X(41).                           SQRFIX.2
008180     05  FXP-OPERATOR        PIC X(8).                            SQRFIX.2
008190     05  FILLER              PIC X(16).                           SQRFIX.2
008200 FD  REPAIR-FILE                                                  SQRFIX.2
008300     LABEL RECORDS ARE STANDARD.                                  SQRFIX.2
008400 01  REPAIR-REC.                                                  SQRFIX.2
010700     05  FXA-KIND            PIC X(6).                            SQRFIX.2
010800     05  FILLER              PIC X(1).                            SQRFIX.2
010900     05  FXA-IMAGE           PIC X(151).                          SQRFIX.2
010925 FD  PENDING-FILE                                                 SQRFIX.2
010950     LABEL RECORDS ARE STANDARD.                                  SQRFIX.2
010975     COPY SQPNDREC.                                               SQRFIX.2
011000 FD  PRINT-FILE                                                   SQRFIX.2
011100     LABEL RECORDS                                                SQRFIX.2
011200     XXXXX084                                                     SQRFIX.2
013100 01  WS-CARD-ERROR-TEXT     PIC X(40).                            SQRFIX.2
013200 01  WS-TABLE-FULL-SW       PIC X VALUE "N".                      SQRFIX.2
013300     88  WS-TABLE-FULL            VALUE "Y".                      SQRFIX.2
013302 01  WS-CARDS-PROPOSED      PIC 9(5) COMP VALUE ZERO.             SQRFIX.2
013304 01  PENDING-STATUS         PIC XX VALUE "00".                    SQRFIX.2
013306 01  WS-PND-COUNT           PIC 9(4) COMP VALUE ZERO.             SQRFIX.2
013308 01  WS-PND-SUB             PIC 9(4) COMP VALUE ZERO.             SQRFIX.2
013310 01  WS-PND-MATCH           PIC 9(4) COMP VALUE ZERO.             SQRFIX.2
013312 01  WS-LAST-PROPOSAL-NO    PIC 9(6) VALUE ZERO.                  SQRFIX.2
013314 01  WS-PND-UNSAFE-SW       PIC X VALUE "N".                      SQRFIX.2
013316     88  WS-PND-UNSAFE            VALUE "Y".                      SQRFIX.2
013318 01  WS-APPROVER            PIC X(8).                             SQRFIX.2
013320     COPY SQAUTHRC.                                               SQRFIX.2
013322*    THE PENDING CHANGE FILE IS HELD IN STORAGE AND REWRITTEN IN  SQRFIX.2
013324*    ONE PASS; OTHER UTILITIES' ROWS GO THROUGH UNCHANGED.        SQRFIX.2
013326 01  PENDING-TABLE.                                               SQRFIX.2
013328     05  PENDING-ENTRY OCCURS 500 TIMES.                          SQRFIX.2
013330         10  PT-PROPOSAL-NO      PIC 9(6).                        SQRFIX.2
013332         10  PT-UTILITY          PIC X(8).                        SQRFIX.2
013334         10  PT-STATUS           PIC X(1).                        SQRFIX.2
013336         10  PT-TARGET           PIC X(22).                       SQRFIX.2
013338         10  PT-PROPOSED-BY      PIC X(8).                        SQRFIX.2
013340         10  PT-PROPOSED-DATE    PIC 9(8).                        SQRFIX.2
013342         10  PT-PROPOSED-TIME    PIC 9(8).                        SQRFIX.2
013344         10  PT-APPROVED-BY      PIC X(8).                        SQRFIX.2
013346         10  PT-APPROVED-DATE    PIC 9(8).                        SQRFIX.2
013348         10  PT-APPROVED-TIME    PIC 9(8).                        SQRFIX.2
013350         10  PT-CARD-IMAGE       PIC X(80).                       SQRFIX.2
013352         10  FILLER              PIC X(15).                       SQRFIX.2
013400*    THE WHOLE REPAIR FILE IS HELD IN STORAGE WHILE THE CARDS     SQRFIX.2
013500*    ARE APPLIED, THEN WRITTEN OUT IN ONE PASS - A REJECT RUN     SQRFIX.2
013600*    IS AT MOST A FEW HUNDRED RECORDS.                            SQRFIX.2
015400     05  APL-START           PIC ZZ9.                             SQRFIX.2
015500     05  FILLER              PIC X(10) VALUE "  LENGTH =".        SQRFIX.2
015600     05  APL-LENGTH          PIC ZZ9.                             SQRFIX.2
015610 01  PROPOSAL-LINE.                                               SQRFIX.2
015620     05  FILLER              PIC X(9)  VALUE "PROPOSAL ".         SQRFIX.2
015630     05  PL-PROPOSAL-NO      PIC 9(6).                            SQRFIX.2
015640     05  FILLER              PIC X(2)  VALUE SPACE.               SQRFIX.2
015650     05  PL-TEXT             PIC X(80).                           SQRFIX.2
015700 01  SUMMARY-LINE.                                                SQRFIX.2
015800     05  SL-LITERAL          PIC X(30).                           SQRFIX.2
015900     05  SL-COUNT            PIC ZZZZ9.                           SQRFIX.2
016300     PERFORM LOAD-ONE-REPAIR-REC                                  SQRFIX.2
016400         UNTIL WS-EOF.                                            SQRFIX.2
016500     MOVE "N" TO WS-EOF-SW.                                       SQRFIX.2
016550     PERFORM LOAD-PENDING-FILE.                                   SQRFIX.2
016600     PERFORM APPLY-ONE-CARD                                       SQRFIX.2
016700         UNTIL WS-EOF.                                            SQRFIX.2
016800*    A TABLE OVERFLOW WOULD HAND THE RE-VERIFY PASS A SILENTLY    SQRFIX.2
016801*    TRUNCATED REPAIR FILE - LEAVE THE OUTPUT EMPTY AND RAISE     SQRFIX.2
016802*    THE RETURN CODE INSTEAD (SEE THE WARNING LINE).              SQRFIX.2
016803     IF NOT WS-TABLE-FULL AND NOT WS-PND-UNSAFE                   SQRFIX.2
016804         PERFORM WRITE-CORRECTED-FILE                             SQRFIX.2
016805     END-IF.                                                      SQRFIX.2
016810*    THE PENDING FILE IS REWRITTEN UNDER THE SAME RULE.  ONE      SQRFIX.2
016820*    THAT COULD NOT BE LOADED WHOLE IS LEFT AS IT IS, AND NONE    SQRFIX.2
016830*    OF ITS APPROVALS REACHES THE CORRECTED FILE ABOVE.           SQRFIX.2
016840     IF NOT WS-TABLE-FULL                                         SQRFIX.2
016850        AND NOT WS-PND-UNSAFE                                     SQRFIX.2
016860         PERFORM REWRITE-PENDING-FILE                             SQRFIX.2
016870     END-IF.                                                      SQRFIX.2
016900     PERFORM CLOSE-FILES.                                         SQRFIX.2
017000     IF WS-CARDS-REJECTED GREATER THAN ZERO                       SQRFIX.2
017001        OR WS-TABLE-FULL                                          SQRFIX.2
017026        OR WS-PND-UNSAFE                                          SQRFIX.2
017100         MOVE 8 TO RETURN-CODE                                    SQRFIX.2
017200     END-IF.                                                      SQRFIX.2
017300     STOP RUN.                                                    SQRFIX.2
020400             MOVE "Y" TO WS-EOF-SW                                SQRFIX.2
020500     END-READ.                                                    SQRFIX.2
020600     IF NOT WS-EOF                                                SQRFIX.2
020650        AND FXP-VERB NOT EQUAL TO "APPROVE "                      SQRFIX.2
020700         PERFORM CHECK-PROPOSER                                   SQRFIX.2
020800         IF WS-CARD-VALID                                         SQRFIX.2
020900             PERFORM PROPOSE-ONE-CORRECTION                       SQRFIX.2
021000         ELSE                                                     SQRFIX.2
021100             PERFORM REJECT-ONE-CARD                              SQRFIX.2
021200         END-IF                                                   SQRFIX.2
021300     END-IF.                                                      SQRFIX.2
021310     IF NOT WS-EOF                                                SQRFIX.2
021320        AND FXP-VERB EQUAL TO "APPROVE "                          SQRFIX.2
021330         PERFORM APPROVE-ONE-PROPOSAL                             SQRFIX.2
021340     END-IF.                                                      SQRFIX.2
021400 VALIDATE-CARD.                                                   SQRFIX.2
021500     MOVE "Y" TO WS-CARD-VALID-SW.                                SQRFIX.2
021600     MOVE SPACE TO WS-CARD-ERROR-TEXT.                            SQRFIX.2
029800     MOVE SPACE TO FIX-AUDIT-REC.                                 SQRFIX.2
029900     MOVE WS-RUN-DATE TO FXA-DATE.                                SQRFIX.2
030000     MOVE WS-RUN-TIME TO FXA-TIME.                                SQRFIX.2
030100     IF FXC-RECORD-NUMBER NUMERIC                                 SQRFIX.2
030120         MOVE FXC-RECORD-NUMBER TO FXA-RECORD-NUMBER              SQRFIX.2
030140     ELSE                                                         SQRFIX.2
030160         MOVE ZERO TO FXA-RECORD-NUMBER                           SQRFIX.2
030180     END-IF.                                                      SQRFIX.2
030200 WRITE-CORRECTED-FILE.                                            SQRFIX.2
030300     PERFORM WRITE-ONE-CORRECTED-REC                              SQRFIX.2
030400         VARYING WS-REC-SUB FROM 1 BY 1                           SQRFIX.2
031000     MOVE RT-IMAGE (WS-REC-SUB) TO RPO-IMAGE.                     SQRFIX.2
031100     WRITE REPAIR-OUT-REC.                                        SQRFIX.2
031200 CLOSE-FILES.                                                     SQRFIX.2
031300     MOVE "CORRECTIONS APPLIED =" TO SL-LITERAL.                  SQRFIX.2
031400     MOVE WS-CARDS-APPLIED TO SL-COUNT.                           SQRFIX.2
031500     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 2 LINES.   SQRFIX.2
031600     MOVE "CORRECTION CARDS REJECTED =" TO SL-LITERAL.            SQRFIX.2
031700     MOVE WS-CARDS-REJECTED TO SL-COUNT.                          SQRFIX.2
031800     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRFIX.2
031825     MOVE "CORRECTIONS PROPOSED =" TO SL-LITERAL.                 SQRFIX.2
031850     MOVE WS-CARDS-PROPOSED TO SL-COUNT.                          SQRFIX.2
031875     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRFIX.2
031900     MOVE "REPAIR RECORDS CARRIED =" TO SL-LITERAL.               SQRFIX.2
032000     MOVE WS-REC-COUNT TO SL-COUNT.                               SQRFIX.2
032100     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQRFIX.2
032304             TO PRINT-REC                                         SQRFIX.2
032400         WRITE PRINT-REC AFTER ADVANCING 1 LINE                   SQRFIX.2
032500     END-IF.                                                      SQRFIX.2
032510     IF WS-PND-UNSAFE                                             SQRFIX.2
032520         MOVE "** PENDING CHANGE FILE UNREADABLE OR OVER 500"     SQRFIX.2
032530             TO PRINT-REC                                         SQRFIX.2
032540         WRITE PRINT-REC AFTER ADVANCING 1 LINE                   SQRFIX.2
032550         MOVE "   ENTRIES - OUTPUT AND PENDING FILE SUPPRESSED **"SQRFIX.2
032560             TO PRINT-REC                                         SQRFIX.2
032570         WRITE PRINT-REC AFTER ADVANCING 1 LINE                   SQRFIX.2
032580     END-IF.                                                      SQRFIX.2
032600     CLOSE FIX-CARD.                                              SQRFIX.2
032700     CLOSE REPAIR-FILE.                                           SQRFIX.2
032800     CLOSE REPAIR-FILE-OUT.                                       SQRFIX.2
032900     CLOSE FIX-AUDIT-FILE.                                        SQRFIX.2
033000     CLOSE PRINT-FILE.                                            SQRFIX.2
033100 CHECK-PROPOSER.                                                  SQRFIX.2
033200     MOVE "Y" TO WS-CARD-VALID-SW.                                SQRFIX.2
033300     MOVE SPACE TO WS-CARD-ERROR-TEXT.                            SQRFIX.2
033400     MOVE "C" TO AQ-FUNCTION.                                     SQRFIX.2
033500     MOVE FXC-OPERATOR TO AQ-OPERATOR.                            SQRFIX.2
033600     MOVE "CORRECT" TO AQ-ACTION.                                 SQRFIX.2
033700     PERFORM CALL-AUTHORITY-SERVER.                               SQRFIX.2
033800     IF NOT AQ-IS-AUTHORIZED                                      SQRFIX.2
033900         MOVE AQ-REASON TO WS-CARD-ERROR-TEXT                     SQRFIX.2
034000         MOVE "N" TO WS-CARD-VALID-SW                             SQRFIX.2
034100     END-IF.                                                      SQRFIX.2
034110*    A CARD FROM AN AUTHORIZED PROPOSER GOES ON TO THE FIELD      SQRFIX.2
034120*    EDITS.                                                       SQRFIX.2
034130     IF WS-CARD-VALID                                             SQRFIX.2
034140         PERFORM VALIDATE-CARD                                    SQRFIX.2
034150     END-IF.                                                      SQRFIX.2
034200 PROPOSE-ONE-CORRECTION.                                          SQRFIX.2
034300     IF WS-PND-COUNT NOT LESS THAN 500                            SQRFIX.2
034400         MOVE "PENDING CHANGE FILE IS FULL" TO WS-CARD-ERROR-TEXT SQRFIX.2
034500         PERFORM REJECT-ONE-CARD                                  SQRFIX.2
034600     ELSE                                                         SQRFIX.2
034700         ADD 1 TO WS-PND-COUNT                                    SQRFIX.2
034800         ADD 1 TO WS-LAST-PROPOSAL-NO                             SQRFIX.2
034900         MOVE SPACE TO PENDING-ENTRY (WS-PND-COUNT)               SQRFIX.2
035000         MOVE WS-LAST-PROPOSAL-NO TO PT-PROPOSAL-NO (WS-PND-COUNT)SQRFIX.2
035100         MOVE "SQRFIX" TO PT-UTILITY (WS-PND-COUNT)               SQRFIX.2
035200         MOVE "P" TO PT-STATUS (WS-PND-COUNT)                     SQRFIX.2
035300         MOVE FXC-RECORD-NUMBER TO PT-TARGET (WS-PND-COUNT)       SQRFIX.2
035400         MOVE FXC-OPERATOR TO PT-PROPOSED-BY (WS-PND-COUNT)       SQRFIX.2
035500         MOVE WS-RUN-DATE TO PT-PROPOSED-DATE (WS-PND-COUNT)      SQRFIX.2
035600         MOVE WS-RUN-TIME TO PT-PROPOSED-TIME (WS-PND-COUNT)      SQRFIX.2
035700         MOVE ZERO TO PT-APPROVED-DATE (WS-PND-COUNT)             SQRFIX.2
035800         MOVE ZERO TO PT-APPROVED-TIME (WS-PND-COUNT)             SQRFIX.2
035900         MOVE FIX-CARD-REC TO PT-CARD-IMAGE (WS-PND-COUNT)        SQRFIX.2
036000         ADD 1 TO WS-CARDS-PROPOSED                               SQRFIX.2
036100         MOVE WS-LAST-PROPOSAL-NO TO PL-PROPOSAL-NO               SQRFIX.2
036200         MOVE SPACE TO PL-TEXT                                    SQRFIX.2
036300         STRING "RECORD " FXC-RECORD-NUMBER " START " FXC-START   SQRFIX.2
036400             " LENGTH " FXC-LENGTH " BY " FXC-OPERATOR            SQRFIX.2
036500             " - AWAITING APPROVAL" DELIMITED BY SIZE INTO PL-TEXTSQRFIX.2
036600         WRITE PRINT-REC FROM PROPOSAL-LINE AFTER ADVANCING 1 LINESQRFIX.2
036700     END-IF.                                                      SQRFIX.2
036800 APPROVE-ONE-PROPOSAL.                                            SQRFIX.2
036900     MOVE "Y" TO WS-CARD-VALID-SW.                                SQRFIX.2
037000     MOVE SPACE TO WS-CARD-ERROR-TEXT.                            SQRFIX.2
037100     MOVE FXP-OPERATOR TO WS-APPROVER.                            SQRFIX.2
037200     MOVE "C" TO AQ-FUNCTION.                                     SQRFIX.2
037300     MOVE FXP-OPERATOR TO AQ-OPERATOR.                            SQRFIX.2
037400     MOVE "APPROVE" TO AQ-ACTION.                                 SQRFIX.2
037500     PERFORM CALL-AUTHORITY-SERVER.                               SQRFIX.2
037600     IF NOT AQ-IS-AUTHORIZED                                      SQRFIX.2
037700         MOVE AQ-REASON TO WS-CARD-ERROR-TEXT                     SQRFIX.2
037800         MOVE "N" TO WS-CARD-VALID-SW                             SQRFIX.2
037900     END-IF.                                                      SQRFIX.2
038000*    TWO-PERSON CONTROL: AN APPROVAL NEEDS A PENDING PROPOSAL     SQRFIX.2
038100*    AND A DIFFERENT OPERATOR FROM THE ONE WHO PROPOSED IT.       SQRFIX.2
038200     IF WS-CARD-VALID                                             SQRFIX.2
038300         PERFORM FIND-PENDING-CORRECTION                          SQRFIX.2
038400         IF WS-PND-MATCH EQUAL TO ZERO                            SQRFIX.2
038500             MOVE "NO CORRECTION PENDING"                         SQRFIX.2
038600                 TO WS-CARD-ERROR-TEXT                            SQRFIX.2
038700             MOVE "N" TO WS-CARD-VALID-SW                         SQRFIX.2
038800         ELSE                                                     SQRFIX.2
038900             IF PT-PROPOSED-BY (WS-PND-MATCH) EQUAL TO WS-APPROVERSQRFIX.2
039000                 MOVE "APPROVER IS THE PROPOSER"                  SQRFIX.2
039100                     TO WS-CARD-ERROR-TEXT                        SQRFIX.2
039200                 MOVE "N" TO WS-CARD-VALID-SW                     SQRFIX.2
039300             END-IF                                               SQRFIX.2
039400         END-IF                                                   SQRFIX.2
039500         IF NOT WS-CARD-VALID                                     SQRFIX.2
039600             MOVE "R" TO AQ-FUNCTION                              SQRFIX.2
039700             MOVE WS-CARD-ERROR-TEXT TO AQ-REASON                 SQRFIX.2
039800             PERFORM CALL-AUTHORITY-SERVER                        SQRFIX.2
039900         END-IF                                                   SQRFIX.2
040000     END-IF.                                                      SQRFIX.2
040100*    THE PROPOSED CARD IS REPLAYED AND VALIDATED AGAIN, SINCE     SQRFIX.2
040200*    THE REPAIR FILE OF THIS RUN NEED NOT BE THE ONE IT WAS       SQRFIX.2
040300*    PROPOSED AGAINST.  A PROPOSAL THAT NO LONGER FITS STAYS      SQRFIX.2
040350*    PENDING.                                                     SQRFIX.2
040400     IF WS-CARD-VALID                                             SQRFIX.2
040500         MOVE PT-CARD-IMAGE (WS-PND-MATCH) TO FIX-CARD-REC        SQRFIX.2
040600         PERFORM VALIDATE-CARD                                    SQRFIX.2
040700     END-IF.                                                      SQRFIX.2
040800     IF WS-CARD-VALID                                             SQRFIX.2
040900         PERFORM PATCH-ONE-RECORD                                 SQRFIX.2
041000         PERFORM MARK-PROPOSAL-APPLIED                            SQRFIX.2
041100     ELSE                                                         SQRFIX.2
041200         PERFORM REJECT-ONE-CARD                                  SQRFIX.2
041300     END-IF.                                                      SQRFIX.2
041400 FIND-PENDING-CORRECTION.                                         SQRFIX.2
041500     MOVE ZERO TO WS-PND-MATCH.                                   SQRFIX.2
041600     IF FXP-PROPOSAL-NO NUMERIC                                   SQRFIX.2
041700         PERFORM TEST-ONE-PENDING                                 SQRFIX.2
041800             VARYING WS-PND-SUB FROM 1 BY 1                       SQRFIX.2
041900             UNTIL WS-PND-SUB GREATER THAN WS-PND-COUNT           SQRFIX.2
042000                OR WS-PND-MATCH GREATER THAN ZERO                 SQRFIX.2
042100     END-IF.                                                      SQRFIX.2
042200 TEST-ONE-PENDING.                                                SQRFIX.2
042300     IF PT-UTILITY (WS-PND-SUB) EQUAL TO "SQRFIX"                 SQRFIX.2
042400        AND PT-STATUS (WS-PND-SUB) EQUAL TO "P"                   SQRFIX.2
042500        AND PT-PROPOSAL-NO (WS-PND-SUB) EQUAL TO FXP-PROPOSAL-NO  SQRFIX.2
042600         MOVE WS-PND-SUB TO WS-PND-MATCH                          SQRFIX.2
042700     END-IF.                                                      SQRFIX.2
042800 MARK-PROPOSAL-APPLIED.                                           SQRFIX.2
042900     MOVE "A" TO PT-STATUS (WS-PND-MATCH).                        SQRFIX.2
043000     MOVE WS-APPROVER TO PT-APPROVED-BY (WS-PND-MATCH).           SQRFIX.2
043100     MOVE WS-RUN-DATE TO PT-APPROVED-DATE (WS-PND-MATCH).         SQRFIX.2
043200     MOVE WS-RUN-TIME TO PT-APPROVED-TIME (WS-PND-MATCH).         SQRFIX.2
043300     MOVE PT-PROPOSAL-NO (WS-PND-MATCH) TO PL-PROPOSAL-NO.        SQRFIX.2
043400     MOVE SPACE TO PL-TEXT.                                       SQRFIX.2
043500     STRING "APPROVED BY " WS-APPROVER " - PROPOSED BY "          SQRFIX.2
043600         PT-PROPOSED-BY (WS-PND-MATCH) DELIMITED BY SIZE          SQRFIX.2
043700         INTO PL-TEXT.                                            SQRFIX.2
043800     WRITE PRINT-REC FROM PROPOSAL-LINE AFTER ADVANCING 1 LINE.   SQRFIX.2
043900 CALL-AUTHORITY-SERVER.                                           SQRFIX.2
044000     MOVE "SQRFIX" TO AQ-UTILITY.                                 SQRFIX.2
044100     MOVE FIX-CARD-REC TO AQ-DETAIL.                              SQRFIX.2
044200     CALL "DVZZAUT" USING AUTHORITY-QUERY.                        SQRFIX.2
044300 LOAD-PENDING-FILE.                                               SQRFIX.2
044400     MOVE "N" TO WS-EOF-SW.                                       SQRFIX.2
044500     OPEN INPUT PENDING-FILE.                                     SQRFIX.2
044600     IF PENDING-STATUS NOT EQUAL TO "00"                          SQRFIX.2
044700        AND PENDING-STATUS NOT EQUAL TO "05"                      SQRFIX.2
044800         MOVE "Y" TO WS-PND-UNSAFE-SW                             SQRFIX.2
044900         MOVE "Y" TO WS-EOF-SW                                    SQRFIX.2
045000     END-IF.                                                      SQRFIX.2
045100     PERFORM LOAD-ONE-PENDING                                     SQRFIX.2
045200         UNTIL WS-EOF.                                            SQRFIX.2
045300     IF NOT WS-PND-UNSAFE                                         SQRFIX.2
045400         CLOSE PENDING-FILE                                       SQRFIX.2
045500     END-IF.                                                      SQRFIX.2
045600     MOVE "N" TO WS-EOF-SW.                                       SQRFIX.2
045700 LOAD-ONE-PENDING.                                                SQRFIX.2
045800     READ PENDING-FILE                                            SQRFIX.2
045900         AT END                                                   SQRFIX.2
046000             MOVE "Y" TO WS-EOF-SW                                SQRFIX.2
046100     END-READ.                                                    SQRFIX.2
046200     IF NOT WS-EOF                                                SQRFIX.2
046300         IF PND-PROPOSAL-NO NUMERIC                               SQRFIX.2
046400            AND PND-PROPOSAL-NO GREATER THAN WS-LAST-PROPOSAL-NO  SQRFIX.2
046500             MOVE PND-PROPOSAL-NO TO WS-LAST-PROPOSAL-NO          SQRFIX.2
046600         END-IF                                                   SQRFIX.2
046700         IF WS-PND-COUNT LESS THAN 500                            SQRFIX.2
046800             ADD 1 TO WS-PND-COUNT                                SQRFIX.2
046900             MOVE PENDING-REC TO PENDING-ENTRY (WS-PND-COUNT)     SQRFIX.2
047000         ELSE                                                     SQRFIX.2
047100             MOVE "Y" TO WS-PND-UNSAFE-SW                         SQRFIX.2
047200         END-IF                                                   SQRFIX.2
047300     END-IF.                                                      SQRFIX.2
047400 REWRITE-PENDING-FILE.                                            SQRFIX.2
047500     OPEN OUTPUT PENDING-FILE.                                    SQRFIX.2
047600     PERFORM REWRITE-ONE-PENDING                                  SQRFIX.2
047700         VARYING WS-PND-SUB FROM 1 BY 1                           SQRFIX.2
047800         UNTIL WS-PND-SUB GREATER THAN WS-PND-COUNT.              SQRFIX.2
047900     CLOSE PENDING-FILE.                                          SQRFIX.2
048000 REWRITE-ONE-PENDING.                                             SQRFIX.2
048100     MOVE PENDING-ENTRY (WS-PND-SUB) TO PENDING-REC.              SQRFIX.2
048200     WRITE PENDING-REC.                                           SQRFIX.2
