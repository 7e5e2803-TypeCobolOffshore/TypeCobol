000100 01  REOPEN-LOG-REC.                                              SQROPREC
000200*    ONE ROW OF THE PCLLOG FISCAL-PERIOD REOPEN LOG, APPENDED BY  SQROPREC
000300*    THE DVZZPCL CLOSE LOCK (LIBRARY).  RLG-STATUS :-             SQROPREC
000400*      "G"  REOPEN CARD GRANTED FOR THE STEP                      SQROPREC
000500*      "R"  REOPEN CARD REFUSED - RLG-REFUSAL SAYS WHY            SQROPREC
000600*      "U"  END OF STEP - RLG-COUNT WRITES WENT THROUGH UNDER     SQROPREC
000700*           THE GRANTED REOPEN                                    SQROPREC
000800*    RLG-DATE/RLG-TIME ARE WHEN THE ROW WAS LOGGED, RLG-REASON    SQROPREC
000900*    THE REASON AS PUNCHED ON THE REOPEN CARD.                    SQROPREC
001000     05  RLG-DATE            PIC 9(8).                            SQROPREC
001100     05  FILLER              PIC X(1).                            SQROPREC
001200     05  RLG-TIME            PIC 9(8).                            SQROPREC
001300     05  FILLER              PIC X(1).                            SQROPREC
001400     05  RLG-UTILITY         PIC X(8).                            SQROPREC
001500     05  FILLER              PIC X(1).                            SQROPREC
001600     05  RLG-FISCAL-YEAR     PIC X(4).                            SQROPREC
001700     05  FILLER              PIC X(1).                            SQROPREC
001800     05  RLG-PERIOD          PIC X(2).                            SQROPREC
001900     05  FILLER              PIC X(1).                            SQROPREC
002000     05  RLG-OPERATOR        PIC X(8).                            SQROPREC
002100     05  FILLER              PIC X(1).                            SQROPREC
002200     05  RLG-STATUS          PIC X(1).                            SQROPREC
002300         88  RLG-GRANTED           VALUE "G".                     SQROPREC
002400         88  RLG-REFUSED           VALUE "R".                     SQROPREC
002500         88  RLG-USED              VALUE "U".                     SQROPREC
002600     05  FILLER              PIC X(1).                            SQROPREC
002700     05  RLG-COUNT           PIC 9(7).                            SQROPREC
002800     05  FILLER              PIC X(1).                            SQROPREC
002900     05  RLG-REFUSAL         PIC X(30).                           SQROPREC
003000     05  FILLER              PIC X(1).                            SQROPREC
003100     05  RLG-REASON          PIC X(40).                           SQROPREC
