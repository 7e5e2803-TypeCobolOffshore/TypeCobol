000100 01  AUDIT-SUMMARY-REC.                                           SQAMSREC
000200*    ONE MONTH OF AGED-OFF AUDIT MASTER OUTCOMES FOR ONE FEATURE  SQAMSREC
000300*    / PARAGRAPH PAIR, WRITTEN BY SQAAGE BEFORE IT PURGES THE     SQAMSREC
000400*    DETAIL AND READ WITH THE REMAINING DETAIL BY SQQSTA AND      SQAMSREC
000500*    SQAINQ.  THE FILE IS INDEXED ON SM-KEY, SO ITS PAIRS COME    SQAMSREC
000600*    IN THE SAME ORDER AS THE AUDIT MASTER'S.  SM-MONTH IS        SQAMSREC
000700*    YYYYMM OF THE RUN DATE.  SM-REVERSALS COUNTS PASS-TO-FAIL    SQAMSREC
000800*    AND FAIL-TO-PASS REVERSALS BETWEEN CONSECUTIVE RUNS WITHIN   SQAMSREC
000900*    THE MONTH; SM-UNEXPLAINED IS THOSE WITH NO TAPE BUILD        SQAMSREC
001000*    (GEN-CATALOG STAMP) BETWEEN THE TWO RUNS - THE ONES SQQSTA   SQAMSREC
001100*    COUNTS TOWARD FLAKINESS.  THE FIRST AND LAST PASS OR FAIL    SQAMSREC
001200*    OF THE MONTH (OUTCOME AND RUN DATE AND TIME) LET A READER    SQAMSREC
001300*    COUNT THE REVERSALS ACROSS THE MONTH'S EDGES.  THEY ARE      SQAMSREC
001400*    SPACE WHEN THE MONTH HELD NO PASS OR FAIL.  A MONTH AGED     SQAMSREC
001500*    OFF AGAIN (OUTCOMES POSTED LATE) IS ADDED TO THE SAME        SQAMSREC
001600*    RECORD, AND SM-AGED-DATE / TIME IS THE LATEST SQAAGE RUN     SQAMSREC
001650*    THAT DID SO.                                                 SQAMSREC
001700     02  SM-KEY.                                                  SQAMSREC
001800         03  SM-PAIR.                                             SQAMSREC
001900             04  SM-FEATURE      PIC X(24).                       SQAMSREC
002000             04  SM-PAR-NAME     PIC X(20).                       SQAMSREC
002100         03  SM-MONTH            PIC 9(6).                        SQAMSREC
002200     02  SM-PASS-CT              PIC 9(7).                        SQAMSREC
002300     02  SM-FAIL-CT              PIC 9(7).                        SQAMSREC
002400     02  SM-DELETE-CT            PIC 9(7).                        SQAMSREC
002500     02  SM-OTHER-CT             PIC 9(7).                        SQAMSREC
002600     02  SM-REVERSALS            PIC 9(5).                        SQAMSREC
002700     02  SM-UNEXPLAINED          PIC 9(5).                        SQAMSREC
002800     02  SM-FIRST-OUTCOME        PIC X(5).                        SQAMSREC
002900     02  SM-FIRST-STAMP.                                          SQAMSREC
003000         03  SM-FIRST-DATE       PIC 9(8).                        SQAMSREC
003100         03  SM-FIRST-TIME       PIC 9(8).                        SQAMSREC
003200     02  SM-LAST-OUTCOME         PIC X(5).                        SQAMSREC
003300     02  SM-LAST-STAMP.                                           SQAMSREC
003400         03  SM-LAST-DATE        PIC 9(8).                        SQAMSREC
003500         03  SM-LAST-TIME        PIC 9(8).                        SQAMSREC
003600     02  SM-AGED-DATE            PIC 9(8).                        SQAMSREC
003700     02  SM-AGED-TIME            PIC 9(8).                        SQAMSREC
003800     02  FILLER                  PIC X(10).                       SQAMSREC
