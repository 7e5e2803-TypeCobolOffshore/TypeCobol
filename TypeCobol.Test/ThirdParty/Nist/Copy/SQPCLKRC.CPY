000100 01  PERIOD-LOCK-QUERY.                                           SQPCLKRC
000200*    PARAMETERS OF THE DVZZPCL FISCAL-PERIOD CLOSE LOCK           SQPCLKRC
000300*    (LIBRARY), CALLED BY EVERY UTILITY THAT WRITES RUN HISTORY   SQPCLKRC
000400*    BEFORE EACH WRITE.  PQ-FUNCTION "C" ASKS WHETHER A RECORD    SQPCLKRC
000500*    WITH RUN DATE PQ-RUN-DATE MAY BE WRITTEN: THE DATE IS TAKEN  SQPCLKRC
000600*    TO ITS FISCAL PERIOD (periodOfDate) AND THE PERIOD CHECKED   SQPCLKRC
000700*    WITH isPeriodClosed AGAINST THE FISCAL FILE.  A WRITE INTO   SQPCLKRC
000800*    A CLOSED PERIOD COMES BACK WITH PQ-ALLOWED "N" UNLESS A      SQPCLKRC
000900*    GRANTED REOPEN CARD COVERS THE PERIOD, WHEN PQ-ALLOWED IS    SQPCLKRC
001000*    "Y" AND PQ-REOPENED "Y".  A DATE NOT ON THE FISCAL CALENDAR  SQPCLKRC
001100*    IS NOT LOCKED (PERIOD 9999/99).  PQ-FUNCTION "E" AT THE END  SQPCLKRC
001200*    OF THE STEP LOGS HOW MANY WRITES EACH REOPEN LET THROUGH.    SQPCLKRC
001300*    THE REOPEN CARDS ARE THE PCLREOPN FILE - ONE ROW PER         SQPCLKRC
001400*    UTILITY, FISCAL YEAR, PERIOD, OPERATOR AND REASON (COLS      SQPCLKRC
001500*    1-8, 10-13, 15-16, 18-25, 27-66); THE OPERATOR NEEDS         SQPCLKRC
001600*    OPERAUTH ACTION REOPEN IN THAT UTILITY (SEE SQAUTHRC).       SQPCLKRC
001700*    EVERY CARD, GRANTED OR REFUSED, GOES ON THE PCLLOG REOPEN    SQPCLKRC
001800*    LOG (LAYOUT SQROPREC).                                       SQPCLKRC
001900     05  PQ-FUNCTION         PIC X(1).                            SQPCLKRC
002000         88  PQ-CHECK              VALUE "C".                     SQPCLKRC
002100         88  PQ-END-OF-STEP        VALUE "E".                     SQPCLKRC
002200     05  PQ-UTILITY          PIC X(8).                            SQPCLKRC
002300     05  PQ-RUN-DATE         PIC 9(8).                            SQPCLKRC
002400     05  PQ-ALLOWED          PIC X(1).                            SQPCLKRC
002500         88  PQ-WRITE-ALLOWED      VALUE "Y".                     SQPCLKRC
002600     05  PQ-REOPENED         PIC X(1).                            SQPCLKRC
002700         88  PQ-UNDER-REOPEN       VALUE "Y".                     SQPCLKRC
002800     05  PQ-FISCAL-YEAR      PIC 9(4).                            SQPCLKRC
002900     05  PQ-PERIOD           PIC 9(2).                            SQPCLKRC
003000     05  PQ-REASON           PIC X(30).                           SQPCLKRC
