000100 01  AUTHORITY-QUERY.                                             SQAUTHRC
000200*    PARAMETERS OF THE DVZZAUT OPERATOR-AUTHORIZATION SERVER      SQAUTHRC
000300*    (LIBRARY), CALLED BY EVERY UTILITY THAT CHANGES A            SQAUTHRC
000400*    CONTROLLED FILE.  AQ-FUNCTION "C" ASKS WHETHER AQ-OPERATOR   SQAUTHRC
000500*    MAY PERFORM AQ-ACTION IN AQ-UTILITY; THE ANSWER COMES BACK   SQAUTHRC
000600*    IN AQ-AUTHORIZED WITH AQ-REASON SAYING WHY NOT.              SQAUTHRC
000700*    AQ-FUNCTION "R" RECORDS A REFUSAL THE CALLER DECIDED         SQAUTHRC
000800*    ITSELF, WITH AQ-REASON SET BY THE CALLER.  EVERY REFUSAL     SQAUTHRC
000900*    GOES TO THE SECVLOG SECURITY VIOLATION LOG WITH AQ-DETAIL,   SQAUTHRC
001000*    THE CARD AS PUNCHED.  THE GRANTS ARE THE OPERAUTH TABLE -    SQAUTHRC
001100*    ONE ROW PER OPERATOR, UTILITY AND ACTION (COLS 1-8, 10-17,   SQAUTHRC
001200*    19-26; "*" FOR EVERY ACTION OF THE UTILITY).  THE ACTIONS    SQAUTHRC
001250*    CHECKED ARE :-                                               SQAUTHRC
001300*      SQCERT   CERTIFY  APPROVE  REJECT                          SQAUTHRC
001400*      SQRFIX   CORRECT  APPROVE                                  SQAUTHRC
001500*      SQRETN   PURGE                                             SQAUTHRC
001550*      SQAAGE   PURGE                                             SQAUTHRC
001600*      SQREST   RESTORE  REOPEN                                   SQAUTHRC
001700*      DVZZHMT  ADD      DEL                                      SQAUTHRC
001720*      SQPOST   REOPEN                                            SQAUTHRC
001740*      SQRCVR   REOPEN                                            SQAUTHRC
001760*      SQCONS   REOPEN                                            SQAUTHRC
001780*    (REOPEN IS ASKED BY THE DVZZPCL CLOSE LOCK, SEE SQPCLKRC.)   SQAUTHRC
001800     05  AQ-FUNCTION         PIC X(1).                            SQAUTHRC
001900         88  AQ-CHECK              VALUE "C".                     SQAUTHRC
002000         88  AQ-REFUSAL            VALUE "R".                     SQAUTHRC
002100     05  AQ-OPERATOR         PIC X(8).                            SQAUTHRC
002200     05  AQ-UTILITY          PIC X(8).                            SQAUTHRC
002300     05  AQ-ACTION           PIC X(8).                            SQAUTHRC
002400     05  AQ-DETAIL           PIC X(80).                           SQAUTHRC
002500     05  AQ-AUTHORIZED       PIC X(1).                            SQAUTHRC
002600         88  AQ-IS-AUTHORIZED      VALUE "Y".                     SQAUTHRC
002700     05  AQ-REASON           PIC X(30).                           SQAUTHRC
