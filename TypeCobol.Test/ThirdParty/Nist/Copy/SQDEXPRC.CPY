000100 01  DATE-EXPRESSION-CALL.                                        SQDEXPRC
000200*    PARAMETERS OF THE DVZZDATE resolveDateExpression FUNCTION,   SQDEXPRC
000300*    WHICH TURNS A DATE WRITTEN ON A CUTOFF OR SELECTION CARD     SQDEXPRC
000400*    RELATIVE TO THE RUN DATE INTO A YYYYMMDD DATE, SO THE DECKS  SQDEXPRC
000500*    NEED NO MONTHLY HAND EDIT.  AN EXPRESSION IS A KEYWORD AND   SQDEXPRC
000600*    AN OPTIONAL SIGNED COUNT OF UP TO FOUR DIGITS, NO BLANKS :-  SQDEXPRC
000700*      YYYYMMDD      THAT DATE (VALIDATED)                        SQDEXPRC
000800*      TODAY-90      90 CALENDAR DAYS BEFORE THE RUN DATE         SQDEXPRC
000900*      BDAYS-5       5 BUSINESS DAYS BEFORE THE RUN DATE          SQDEXPRC
001000*      MONTHEND-3    END OF THE MONTH 3 MONTHS BEFORE THE RUN     SQDEXPRC
001100*      PERIOD-1      START OR END OF THE PREVIOUS FISCAL          SQDEXPRC
001200*                    PERIOD - DX-BOUNDARY "S" FOR A FROM OR       SQDEXPRC
001300*                    CUTOFF DATE, "E" FOR A TO DATE               SQDEXPRC
001400*    A CARD CARRIES ITS EXPRESSIONS IN COLUMNS 41-60 (FIRST OR    SQDEXPRC
001500*    ONLY DATE) AND 61-80 (SECOND DATE), WITH THE DATE'S OWN      SQDEXPRC
001600*    COLUMNS LEFT BLANK.  DX-RC IS 9999 WITH DX-RESULT ALL NINES  SQDEXPRC
001700*    AND DX-MESSAGE SAYING WHY WHEN THE EXPRESSION IS REJECTED.   SQDEXPRC
001800     05  DX-EXPRESSION       PIC X(20).                           SQDEXPRC
001900     05  DX-BASE-DATE        PIC 9(8).                            SQDEXPRC
002000     05  DX-BOUNDARY         PIC X(1).                            SQDEXPRC
002100         88  DX-PERIOD-START       VALUE "S".                     SQDEXPRC
002200         88  DX-PERIOD-END         VALUE "E".                     SQDEXPRC
002300     05  DX-RC               PIC 9(4) VALUE ZERO.                 SQDEXPRC
002400     05  DX-MESSAGE          PIC X(80).                           SQDEXPRC
002500     05  DX-RESULT           PIC 9(8).                            SQDEXPRC
