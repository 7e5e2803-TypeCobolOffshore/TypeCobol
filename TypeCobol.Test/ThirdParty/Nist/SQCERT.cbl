000900*    ONE.  THIS PROGRAM APPLIES CERTIFICATION CARDS TO THE      * SQCERT.2
001000*    CATALOG (SEE COPYBOOK SQGCATRC):                           * SQCERT.2
001100*                                                               * SQCERT.2
001200*      CERTIFY  - PROPOSES THE NAMED GENERATION AS THE CURRENT  * SQCERT.2
001250*                 CERTIFIED BASELINE.  THE CATALOG IS NOT       * SQCERT.2
001300*                 CHANGED UNTIL THE PROPOSAL IS APPROVED.       * SQCERT.2
001350*      APPROVE  - APPROVES THE PENDING CERTIFY OF THE NAMED     * SQCERT.2
001400*                 GENERATION; THE APPROVER MUST BE A DIFFERENT  * SQCERT.2
001450*                 OPERATOR FROM THE PROPOSER.  THE GENERATION   * SQCERT.2
001500*                 BECOMES THE CERTIFIED BASELINE (PROPOSER,     * SQCERT.2
001550*                 APPROVER AND DATE RECORDED); ANY PREVIOUS     * SQCERT.2
001600*                 BASELINE REVERTS TO PLAIN HISTORY, AND A HELD * SQCERT.2
001650*                 GENERATION IS RELEASED BY BEING CERTIFIED.    * SQCERT.2
001700*      REJECT   - MARKS THE NAMED GENERATION REJECTED, WHICH    * SQCERT.2
001800*                 RESOLVES ITS HOLD WITHOUT BLESSING IT.        * SQCERT.2
001900*                                                               * SQCERT.2
002400*    INTO A CONTROLLED RELEASE GATE.                            * SQCERT.2
002500*                                                               * SQCERT.2
002600*    CERTIFICATION CARD :-                                      * SQCERT.2
002700*      COLS  1-8   "CERTIFY ", "APPROVE " OR "REJECT  "         * SQCERT.2
002800*      COLS 10-13  GENERATION NUMBER (ORDINAL ON CATALOG,       * SQCERT.2
002801*                  AS SQGCMP COUNTS THEM - DUPLEX COPY-B        * SQCERT.2
002802*                  ROWS DO NOT COUNT)                           * SQCERT.2
003000*      COLS 15-22  OPERATOR ID (AS ON THE OPERAUTH TABLE)       * SQCERT.2
003010*                                                               * SQCERT.2
003020*    EVERY CARD IS CHECKED THROUGH DVZZAUT (SEE SQAUTHRC) FOR   * SQCERT.2
003030*    ITS ACTION UNDER UTILITY SQCERT.  A REFUSED CARD, AN       * SQCERT.2
003040*    APPROVAL BY THE PROPOSER AND AN APPROVAL WITH NOTHING      * SQCERT.2
003050*    PENDING ARE REJECTED AND LOGGED ON THE SECURITY VIOLATION  * SQCERT.2
003060*    LOG.  PROPOSALS ARE KEPT ON THE PENDING CHANGE FILE (SEE   * SQCERT.2
003070*    SQPNDREC), WHICH SQRFIX SHARES.                            * SQCERT.2
003100*                                                               * SQCERT.2
003200***************************************************************** SQCERT.2
003300*                                                               * SQCERT.2
003500*                                                               * SQCERT.2
003600*            X-59   CERTIFICATION CARD READER FILE              * SQCERT.2
003700*            X-65   GENERATION CATALOG FILE                     * SQCERT.2
003750*            X-38   PENDING CHANGE FILE (PROPOSALS)             * SQCERT.2
003800*            X-55   SYSTEM PRINTER                              * SQCERT.2
003900*            X-82   SOURCE-COMPUTER                             * SQCERT.2
004000*            X-83   OBJECT-COMPUTER                             * SQCERT.2
005400     SELECT GEN-CATALOG ASSIGN TO                                 SQCERT.2
005500     XXXXX065                                                     SQCERT.2
005600            ORGANIZATION IS SEQUENTIAL.                           SQCERT.2
005620     SELECT OPTIONAL PENDING-FILE ASSIGN TO                       SQCERT.2
005640     XXXXX038                                                     SQCERT.2
005660            ORGANIZATION IS SEQUENTIAL                            SQCERT.2
005680            FILE STATUS IS PENDING-STATUS.                        SQCERT.2
005700     SELECT PRINT-FILE ASSIGN TO                                  SQCERT.2
005800     XXXXX055.                                                    SQCERT.2
005900 DATA DIVISION.                                                   SQCERT.2
007300 FD  GEN-CATALOG                                                  SQCERT.2
007400     LABEL RECORDS ARE STANDARD.                                  SQCERT.2
007500     COPY SQGCATRC.                                               SQCERT.2
007525 FD  PENDING-FILE                                                 SQCERT.2
007550     LABEL RECORDS ARE STANDARD.                                  SQCERT.2
007575     COPY SQPNDREC.                                               SQCERT.2
007600 FD  PRINT-FILE                                                   SQCERT.2
007700     LABEL RECORDS                                                SQCERT.2
007800     XXXXX084                                                     SQCERT.2
009100 01  WS-CARD-ERROR-TEXT     PIC X(40).                            SQCERT.2
009133 01  WS-TABLE-FULL-SW       PIC X VALUE "N".                      SQCERT.2
009166     88  WS-TABLE-FULL            VALUE "Y".                      SQCERT.2
009167 01  WS-RUN-TIME            PIC 9(8).                             SQCERT.2
009168 01  WS-CARDS-PROPOSED      PIC 9(3) COMP VALUE ZERO.             SQCERT.2
009169 01  PENDING-STATUS         PIC XX VALUE "00".                    SQCERT.2
009170 01  WS-PND-COUNT           PIC 9(4) COMP VALUE ZERO.             SQCERT.2
009171 01  WS-PND-SUB             PIC 9(4) COMP VALUE ZERO.             SQCERT.2
009172 01  WS-PND-MATCH           PIC 9(4) COMP VALUE ZERO.             SQCERT.2
009173 01  WS-LAST-PROPOSAL-NO    PIC 9(6) VALUE ZERO.                  SQCERT.2
009174 01  WS-PND-UNSAFE-SW       PIC X VALUE "N".                      SQCERT.2
009175     88  WS-PND-UNSAFE            VALUE "Y".                      SQCERT.2
009176 01  WS-TARGET-KEY.                                               SQCERT.2
009177     05  WS-TK-PGM-ID        PIC X(6).                            SQCERT.2
009178     05  WS-TK-BUILD-DATE    PIC 9(8).                            SQCERT.2
009179     05  WS-TK-BUILD-TIME    PIC 9(8).                            SQCERT.2
009180     COPY SQAUTHRC.                                               SQCERT.2
009181*    THE PENDING CHANGE FILE IS HELD IN STORAGE AND REWRITTEN IN  SQCERT.2
009182*    ONE PASS; OTHER UTILITIES' ROWS GO THROUGH UNCHANGED.        SQCERT.2
009183 01  PENDING-TABLE.                                               SQCERT.2
009184     05  PENDING-ENTRY OCCURS 500 TIMES.                          SQCERT.2
009185         10  PT-PROPOSAL-NO      PIC 9(6).                        SQCERT.2
009186         10  PT-UTILITY          PIC X(8).                        SQCERT.2
009187         10  PT-STATUS           PIC X(1).                        SQCERT.2
009188         10  PT-TARGET           PIC X(22).                       SQCERT.2
009189         10  PT-PROPOSED-BY      PIC X(8).                        SQCERT.2
009190         10  PT-PROPOSED-DATE    PIC 9(8).                        SQCERT.2
009191         10  PT-PROPOSED-TIME    PIC 9(8).                        SQCERT.2
009192         10  PT-APPROVED-BY      PIC X(8).                        SQCERT.2
009193         10  PT-APPROVED-DATE    PIC 9(8).                        SQCERT.2
009194         10  PT-APPROVED-TIME    PIC 9(8).                        SQCERT.2
009195         10  PT-CARD-IMAGE       PIC X(80).                       SQCERT.2
009196         10  FILLER              PIC X(15).                       SQCERT.2
009200 01  GEN-WORK-TABLE.                                              SQCERT.2
009300     05  GEN-WORK-ENTRY OCCURS 500 TIMES.                         SQCERT.2
009400         10  GW-PGM-ID           PIC X(6).                        SQCERT.2
010100         10  GW-CERT-STATUS      PIC X(1).                        SQCERT.2
010200         10  GW-CERT-BY          PIC X(8).                        SQCERT.2
010300         10  GW-CERT-DATE        PIC 9(8).                        SQCERT.2
010400         10  GW-CERT-APPROVED-BY PIC X(8).                        SQCERT.2
010425         10  FILLER              PIC X(15).                       SQCERT.2
010450         10  GW-GEN-NO           PIC 9(4).                        SQCERT.2
010500 01  HEAD-LINE-1.                                                 SQCERT.2
010600     05  FILLER              PIC X(40) VALUE                      SQCERT.2
012800     05  CL-CERT-BY          PIC X(8).                            SQCERT.2
012900     05  FILLER              PIC X(1)  VALUE SPACE.               SQCERT.2
013000     05  CL-CERT-DATE        PIC 9(8).                            SQCERT.2
013010 01  PROPOSAL-LINE.                                               SQCERT.2
013020     05  FILLER              PIC X(9)  VALUE "PROPOSAL ".         SQCERT.2
013030     05  PL-PROPOSAL-NO      PIC 9(6).                            SQCERT.2
013040     05  FILLER              PIC X(2)  VALUE SPACE.               SQCERT.2
013050     05  PL-TEXT             PIC X(80).                           SQCERT.2
013100 01  SUMMARY-LINE.                                                SQCERT.2
013200     05  SL-LITERAL          PIC X(30).                           SQCERT.2
013300     05  SL-COUNT            PIC ZZZZ9.                           SQCERT.2
013700     PERFORM LOAD-ONE-GENERATION                                  SQCERT.2
013800         UNTIL WS-EOF.                                            SQCERT.2
013900     MOVE "N" TO WS-EOF-SW.                                       SQCERT.2
013950     PERFORM LOAD-PENDING-FILE.                                   SQCERT.2
014000     PERFORM APPLY-ONE-CARD                                       SQCERT.2
014100         UNTIL WS-EOF.                                            SQCERT.2
014200*    REWRITING FROM A FULL WORK TABLE WOULD TRUNCATE THE          SQCERT.2
014207         CLOSE GEN-CATALOG                                        SQCERT.2
014208         MOVE 8 TO RETURN-CODE                                    SQCERT.2
014209     ELSE                                                         SQCERT.2
014210         PERFORM REWRITE-CHANGED-FILES                            SQCERT.2
014211     END-IF.                                                      SQCERT.2
014300     PERFORM LIST-CATALOG.                                        SQCERT.2
014400     PERFORM CLOSE-FILES.                                         SQCERT.2
014800     STOP RUN.                                                    SQCERT.2
014900 OPEN-FILES.                                                      SQCERT.2
015000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       SQCERT.2
015050     ACCEPT WS-RUN-TIME FROM TIME.                                SQCERT.2
015100     OPEN INPUT GEN-CATALOG.                                      SQCERT.2
015200     OPEN INPUT CERT-CARD.                                        SQCERT.2
015300     OPEN OUTPUT PRINT-FILE.                                      SQCERT.2
017400 APPLY-THIS-CARD.                                                 SQCERT.2
017500     MOVE SPACE TO WS-CARD-ERROR-TEXT.                            SQCERT.2
017600     IF CRT-ACTION NOT EQUAL TO "CERTIFY "                        SQCERT.2
017650        AND CRT-ACTION NOT EQUAL TO "APPROVE "                    SQCERT.2
017700        AND CRT-ACTION NOT EQUAL TO "REJECT  "                    SQCERT.2
017800         MOVE "ACTION IS NOT CERTIFY, APPROVE OR REJECT"          SQCERT.2
017900             TO WS-CARD-ERROR-TEXT                                SQCERT.2
018000     END-IF.                                                      SQCERT.2
018010*    THE OPERATOR IS CHECKED BEFORE ANYTHING ELSE ON THE CARD,    SQCERT.2
018020*    SO EVERY REFUSED ATTEMPT IS LOGGED WHATEVER ELSE IS WRONG.   SQCERT.2
018030     IF WS-CARD-ERROR-TEXT EQUAL TO SPACE                         SQCERT.2
018040         MOVE "C" TO AQ-FUNCTION                                  SQCERT.2
018050         PERFORM CALL-AUTHORITY-SERVER                            SQCERT.2
018060         IF NOT AQ-IS-AUTHORIZED                                  SQCERT.2
018070             MOVE AQ-REASON TO WS-CARD-ERROR-TEXT                 SQCERT.2
018080         END-IF                                                   SQCERT.2
018090     END-IF.                                                      SQCERT.2
018100     IF WS-CARD-ERROR-TEXT EQUAL TO SPACE                         SQCERT.2
018200        AND (CRT-GEN-NO NOT NUMERIC                               SQCERT.2
018300             OR CRT-GEN-NO LESS THAN 1                            SQCERT.2
018500         MOVE "GENERATION NOT ON CATALOG"                         SQCERT.2
018600             TO WS-CARD-ERROR-TEXT                                SQCERT.2
018700     END-IF.                                                      SQCERT.2
019106*    THE CARD ORDINAL COUNTS ONLY PRIMARY ENTRIES, THE WAY        SQCERT.2
019112*    SQGCMP NUMBERS THE CATALOG, SO AN OPERATOR CERTIFYING        SQCERT.2
019118*    OFF AN SQGCMP LISTING BLESSES THE ROW THEY ARE LOOKING       SQCERT.2
019178                 TO WS-CARD-ERROR-TEXT                            SQCERT.2
019184         END-IF                                                   SQCERT.2
019190     END-IF.                                                      SQCERT.2
019195     PERFORM CHECK-PENDING-PROPOSAL.                              SQCERT.2
019200     IF WS-CARD-ERROR-TEXT NOT EQUAL TO SPACE                     SQCERT.2
019300         ADD 1 TO WS-CARDS-REJECTED                               SQCERT.2
019400         MOVE WS-CARD-ERROR-TEXT TO CEL-REASON                    SQCERT.2
019600         WRITE PRINT-REC FROM CARD-ERROR-LINE                     SQCERT.2
019700             AFTER ADVANCING 1 LINE                               SQCERT.2
019800     ELSE                                                         SQCERT.2
019810         IF CRT-ACTION EQUAL TO "CERTIFY "                        SQCERT.2
019820             PERFORM PROPOSE-CERTIFY                              SQCERT.2
019830             ADD 1 TO WS-CARDS-PROPOSED                           SQCERT.2
019840         ELSE                                                     SQCERT.2
019900             PERFORM APPLY-VALID-CARD                             SQCERT.2
020000             ADD 1 TO WS-CARDS-APPLIED                            SQCERT.2
020050         END-IF                                                   SQCERT.2
020100     END-IF.                                                      SQCERT.2
020200 APPLY-VALID-CARD.                                                SQCERT.2
020300     IF CRT-ACTION EQUAL TO "APPROVE "                            SQCERT.2
020400*        ONE CERTIFIED BASELINE AT A TIME: THE PREVIOUS ONE       SQCERT.2
020500*        REVERTS TO PLAIN HISTORY.                                SQCERT.2
020600         PERFORM CLEAR-ONE-BASELINE                               SQCERT.2
020700             VARYING WS-GEN-SUB FROM 1 BY 1                       SQCERT.2
020800             UNTIL WS-GEN-SUB GREATER THAN WS-GEN-COUNT           SQCERT.2
020900         MOVE "C" TO GW-CERT-STATUS (WS-TARGET-SUB)               SQCERT.2
020910         MOVE PT-PROPOSED-BY (WS-PND-MATCH)                       SQCERT.2
020920             TO GW-CERT-BY (WS-TARGET-SUB)                        SQCERT.2
020930         MOVE CRT-WHO TO GW-CERT-APPROVED-BY (WS-TARGET-SUB)      SQCERT.2
020940         PERFORM MARK-PROPOSAL-APPLIED                            SQCERT.2
021000     ELSE                                                         SQCERT.2
021100         MOVE "R" TO GW-CERT-STATUS (WS-TARGET-SUB)               SQCERT.2
021110         MOVE CRT-WHO TO GW-CERT-BY (WS-TARGET-SUB)               SQCERT.2
021120         MOVE SPACE TO GW-CERT-APPROVED-BY (WS-TARGET-SUB)        SQCERT.2
021200     END-IF.                                                      SQCERT.2
021400     MOVE WS-RUN-DATE TO GW-CERT-DATE (WS-TARGET-SUB).            SQCERT.2
021500 CLEAR-ONE-BASELINE.                                              SQCERT.2
021600     IF GW-CERT-STATUS (WS-GEN-SUB) EQUAL TO "C"                  SQCERT.2
024800     MOVE "CARDS REJECTED =" TO SL-LITERAL.                       SQCERT.2
024900     MOVE WS-CARDS-REJECTED TO SL-COUNT.                          SQCERT.2
025000     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQCERT.2
025025     MOVE "CERTIFY PROPOSALS RECORDED =" TO SL-LITERAL.           SQCERT.2
025050     MOVE WS-CARDS-PROPOSED TO SL-COUNT.                          SQCERT.2
025075     WRITE PRINT-REC FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.    SQCERT.2
025100     CLOSE CERT-CARD.                                             SQCERT.2
025200     CLOSE PRINT-FILE.                                            SQCERT.2
025300 LOAD-PENDING-FILE.                                               SQCERT.2
025400     MOVE "N" TO WS-EOF-SW.                                       SQCERT.2
025500     OPEN INPUT PENDING-FILE.                                     SQCERT.2
025600     IF PENDING-STATUS NOT EQUAL TO "00"                          SQCERT.2
025700        AND PENDING-STATUS NOT EQUAL TO "05"                      SQCERT.2
025800         MOVE "Y" TO WS-PND-UNSAFE-SW                             SQCERT.2
025900         MOVE "Y" TO WS-EOF-SW                                    SQCERT.2
026000     END-IF.                                                      SQCERT.2
026100     PERFORM LOAD-ONE-PENDING                                     SQCERT.2
026200         UNTIL WS-EOF.                                            SQCERT.2
026300     IF NOT WS-PND-UNSAFE                                         SQCERT.2
026400         CLOSE PENDING-FILE                                       SQCERT.2
026500     END-IF.                                                      SQCERT.2
026600     MOVE "N" TO WS-EOF-SW.                                       SQCERT.2
026700 LOAD-ONE-PENDING.                                                SQCERT.2
026800     READ PENDING-FILE                                            SQCERT.2
026900         AT END                                                   SQCERT.2
027000             MOVE "Y" TO WS-EOF-SW                                SQCERT.2
027100     END-READ.                                                    SQCERT.2
027200     IF NOT WS-EOF                                                SQCERT.2
027300         IF PND-PROPOSAL-NO NUMERIC                               SQCERT.2
027400            AND PND-PROPOSAL-NO GREATER THAN WS-LAST-PROPOSAL-NO  SQCERT.2
027500             MOVE PND-PROPOSAL-NO TO WS-LAST-PROPOSAL-NO          SQCERT.2
027600         END-IF                                                   SQCERT.2
027700         IF WS-PND-COUNT LESS THAN 500                            SQCERT.2
027800             ADD 1 TO WS-PND-COUNT                                SQCERT.2
027900             MOVE PENDING-REC TO PENDING-ENTRY (WS-PND-COUNT)     SQCERT.2
028000         ELSE                                                     SQCERT.2
028100             MOVE "Y" TO WS-PND-UNSAFE-SW                         SQCERT.2
028200         END-IF                                                   SQCERT.2
028300     END-IF.                                                      SQCERT.2
028400*    A PROPOSAL IS TIED TO THE BUILD ITSELF (PGM-ID, DATE AND     SQCERT.2
028500*    TIME), NOT TO THE CARD ORDINAL, SO IT STILL NAMES THE SAME   SQCERT.2
028600*    GENERATION WHEN THE CATALOG CHANGES BEFORE IT IS APPROVED.   SQCERT.2
028700 FIND-PENDING-CERTIFY.                                            SQCERT.2
028800     MOVE GW-PGM-ID (WS-TARGET-SUB) TO WS-TK-PGM-ID.              SQCERT.2
028900     MOVE GW-BUILD-DATE (WS-TARGET-SUB) TO WS-TK-BUILD-DATE.      SQCERT.2
029000     MOVE GW-BUILD-TIME (WS-TARGET-SUB) TO WS-TK-BUILD-TIME.      SQCERT.2
029100     MOVE ZERO TO WS-PND-MATCH.                                   SQCERT.2
029200     PERFORM TEST-ONE-PENDING                                     SQCERT.2
029300         VARYING WS-PND-SUB FROM 1 BY 1                           SQCERT.2
029400         UNTIL WS-PND-SUB GREATER THAN WS-PND-COUNT               SQCERT.2
029500            OR WS-PND-MATCH GREATER THAN ZERO.                    SQCERT.2
029600 TEST-ONE-PENDING.                                                SQCERT.2
029700     IF PT-UTILITY (WS-PND-SUB) EQUAL TO "SQCERT"                 SQCERT.2
029800        AND PT-STATUS (WS-PND-SUB) EQUAL TO "P"                   SQCERT.2
029900        AND PT-TARGET (WS-PND-SUB) EQUAL TO WS-TARGET-KEY         SQCERT.2
030000         MOVE WS-PND-SUB TO WS-PND-MATCH                          SQCERT.2
030100     END-IF.                                                      SQCERT.2
030200 PROPOSE-CERTIFY.                                                 SQCERT.2
030300     ADD 1 TO WS-PND-COUNT.                                       SQCERT.2
030400     ADD 1 TO WS-LAST-PROPOSAL-NO.                                SQCERT.2
030500     MOVE SPACE TO PENDING-ENTRY (WS-PND-COUNT).                  SQCERT.2
030600     MOVE WS-LAST-PROPOSAL-NO TO PT-PROPOSAL-NO (WS-PND-COUNT).   SQCERT.2
030700     MOVE "SQCERT" TO PT-UTILITY (WS-PND-COUNT).                  SQCERT.2
030800     MOVE "P" TO PT-STATUS (WS-PND-COUNT).                        SQCERT.2
030900     MOVE WS-TARGET-KEY TO PT-TARGET (WS-PND-COUNT).              SQCERT.2
031000     MOVE CRT-WHO TO PT-PROPOSED-BY (WS-PND-COUNT).               SQCERT.2
031100     MOVE WS-RUN-DATE TO PT-PROPOSED-DATE (WS-PND-COUNT).         SQCERT.2
031200     MOVE WS-RUN-TIME TO PT-PROPOSED-TIME (WS-PND-COUNT).         SQCERT.2
031300     MOVE ZERO TO PT-APPROVED-DATE (WS-PND-COUNT).                SQCERT.2
031400     MOVE ZERO TO PT-APPROVED-TIME (WS-PND-COUNT).                SQCERT.2
031500     MOVE CERT-CARD-REC TO PT-CARD-IMAGE (WS-PND-COUNT).          SQCERT.2
031600     MOVE WS-LAST-PROPOSAL-NO TO PL-PROPOSAL-NO.                  SQCERT.2
031700     MOVE SPACE TO PL-TEXT.                                       SQCERT.2
031800     STRING "CERTIFY GENERATION " CRT-GEN-NO " BY " CRT-WHO       SQCERT.2
031900         " - AWAITING APPROVAL" DELIMITED BY SIZE INTO PL-TEXT.   SQCERT.2
032000     WRITE PRINT-REC FROM PROPOSAL-LINE AFTER ADVANCING 1 LINE.   SQCERT.2
032100 MARK-PROPOSAL-APPLIED.                                           SQCERT.2
032200     MOVE "A" TO PT-STATUS (WS-PND-MATCH).                        SQCERT.2
032300     MOVE CRT-WHO TO PT-APPROVED-BY (WS-PND-MATCH).               SQCERT.2
032400     MOVE WS-RUN-DATE TO PT-APPROVED-DATE (WS-PND-MATCH).         SQCERT.2
032500     MOVE WS-RUN-TIME TO PT-APPROVED-TIME (WS-PND-MATCH).         SQCERT.2
032600     MOVE PT-PROPOSAL-NO (WS-PND-MATCH) TO PL-PROPOSAL-NO.        SQCERT.2
032700     MOVE SPACE TO PL-TEXT.                                       SQCERT.2
032800     STRING "APPROVED BY " CRT-WHO " - GENERATION " CRT-GEN-NO    SQCERT.2
032900         " IS THE CERTIFIED BASELINE" DELIMITED BY SIZE           SQCERT.2
033000         INTO PL-TEXT.                                            SQCERT.2
033100     WRITE PRINT-REC FROM PROPOSAL-LINE AFTER ADVANCING 1 LINE.   SQCERT.2
033200 CALL-AUTHORITY-SERVER.                                           SQCERT.2
033300     MOVE CRT-WHO TO AQ-OPERATOR.                                 SQCERT.2
033400     MOVE "SQCERT" TO AQ-UTILITY.                                 SQCERT.2
033500     MOVE CRT-ACTION TO AQ-ACTION.                                SQCERT.2
033600     MOVE CERT-CARD-REC TO AQ-DETAIL.                             SQCERT.2
033700     CALL "DVZZAUT" USING AUTHORITY-QUERY.                        SQCERT.2
033800 LOG-REFUSAL.                                                     SQCERT.2
033900     MOVE "R" TO AQ-FUNCTION.                                     SQCERT.2
034000     MOVE WS-CARD-ERROR-TEXT TO AQ-REASON.                        SQCERT.2
034100     PERFORM CALL-AUTHORITY-SERVER.                               SQCERT.2
034200 REWRITE-PENDING-FILE.                                            SQCERT.2
034300     OPEN OUTPUT PENDING-FILE.                                    SQCERT.2
034400     PERFORM REWRITE-ONE-PENDING                                  SQCERT.2
034500         VARYING WS-PND-SUB FROM 1 BY 1                           SQCERT.2
034600         UNTIL WS-PND-SUB GREATER THAN WS-PND-COUNT.              SQCERT.2
034700     CLOSE PENDING-FILE.                                          SQCERT.2
034800 REWRITE-ONE-PENDING.                                             SQCERT.2
034900     MOVE PENDING-ENTRY (WS-PND-SUB) TO PENDING-REC.              SQCERT.2
035000     WRITE PENDING-REC.                                           SQCERT.2
035100 CHECK-PENDING-PROPOSAL.                                          SQCERT.2
035200     IF WS-CARD-ERROR-TEXT EQUAL TO SPACE                         SQCERT.2
035300        AND CRT-ACTION NOT EQUAL TO "REJECT  "                    SQCERT.2
035400         PERFORM FIND-PENDING-CERTIFY                             SQCERT.2
035500     END-IF.                                                      SQCERT.2
035600     IF WS-CARD-ERROR-TEXT EQUAL TO SPACE                         SQCERT.2
035700        AND CRT-ACTION EQUAL TO "CERTIFY "                        SQCERT.2
035800         IF WS-PND-MATCH GREATER THAN ZERO                        SQCERT.2
035900             MOVE "CERTIFY ALREADY PENDING APPROVAL"              SQCERT.2
036000                 TO WS-CARD-ERROR-TEXT                            SQCERT.2
036100         ELSE                                                     SQCERT.2
036200             IF WS-PND-COUNT NOT LESS THAN 500                    SQCERT.2
036300                 MOVE "PENDING CHANGE FILE IS FULL"               SQCERT.2
036400                     TO WS-CARD-ERROR-TEXT                        SQCERT.2
036500             END-IF                                               SQCERT.2
036600         END-IF                                                   SQCERT.2
036700     END-IF.                                                      SQCERT.2
036800*    TWO-PERSON CONTROL: AN APPROVAL NEEDS A PENDING PROPOSAL     SQCERT.2
036900*    AND A DIFFERENT OPERATOR FROM THE ONE WHO PROPOSED IT.       SQCERT.2
037000     IF WS-CARD-ERROR-TEXT EQUAL TO SPACE                         SQCERT.2
037100        AND CRT-ACTION EQUAL TO "APPROVE "                        SQCERT.2
037200         IF WS-PND-MATCH EQUAL TO ZERO                            SQCERT.2
037300             MOVE "NO CERTIFY PENDING APPROVAL"                   SQCERT.2
037400                 TO WS-CARD-ERROR-TEXT                            SQCERT.2
037500         ELSE                                                     SQCERT.2
037600             IF PT-PROPOSED-BY (WS-PND-MATCH) EQUAL TO CRT-WHO    SQCERT.2
037700                 MOVE "APPROVER IS THE PROPOSER"                  SQCERT.2
037800                     TO WS-CARD-ERROR-TEXT                        SQCERT.2
037900             END-IF                                               SQCERT.2
038000         END-IF                                                   SQCERT.2
038100         IF WS-CARD-ERROR-TEXT NOT EQUAL TO SPACE                 SQCERT.2
038200             PERFORM LOG-REFUSAL                                  SQCERT.2
038300         END-IF                                                   SQCERT.2
038400     END-IF.                                                      SQCERT.2
038500 REWRITE-CHANGED-FILES.                                           SQCERT.2
038600*    A PENDING FILE THAT COULD NOT BE LOADED WHOLE MUST NOT BE    SQCERT.2
038700*    REWRITTEN, AND AN APPROVAL IT CANNOT RECORD MUST NOT REACH   SQCERT.2
038800*    THE CATALOG EITHER - NEITHER FILE IS TOUCHED.                SQCERT.2
038900     IF WS-PND-UNSAFE                                             SQCERT.2
039000         MOVE "** PENDING CHANGE FILE UNREADABLE OR OVER 500"     SQCERT.2
039100             TO PRINT-REC                                         SQCERT.2
039200         WRITE PRINT-REC AFTER ADVANCING 2 LINES                  SQCERT.2
039300         MOVE "   ENTRIES - NEITHER FILE REWRITTEN **"            SQCERT.2
039400             TO PRINT-REC                                         SQCERT.2
039500         WRITE PRINT-REC AFTER ADVANCING 1 LINE                   SQCERT.2
039600         CLOSE GEN-CATALOG                                        SQCERT.2
039700         MOVE 8 TO RETURN-CODE                                    SQCERT.2
039800     ELSE                                                         SQCERT.2
039900         PERFORM REWRITE-CATALOG                                  SQCERT.2
040000         PERFORM REWRITE-PENDING-FILE                             SQCERT.2
040100     END-IF.                                                      SQCERT.2
