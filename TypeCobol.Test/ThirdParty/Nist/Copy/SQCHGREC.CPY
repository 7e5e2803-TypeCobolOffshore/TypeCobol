000100 01  CHARGEBACK-FEED-HEADER.                                      SQCHGREC
000200*    THE DELIMITED MONTHLY CHARGEBACK FEED FOR FINANCE WRITTEN    SQCHGREC
000300*    BY SQCHRG: THE HEADER, THEN ONE LINE PER COST CENTER,        SQCHGREC
000400*    SYSTEM AND PROGRAM CHARGED IN THE MONTH, THEN A CONTROL      SQCHGREC
000500*    LINE WITH COST CENTER "*TOTAL*" CARRYING THE MONTH'S         SQCHGREC
000600*    TOTALS.  MINUTES ARE ELAPSED SECONDS / 60 AND AMOUNT IS      SQCHGREC
000700*    MINUTES TIMES THE SYSTEM'S RATE, BOTH ROUNDED TO THE CENT    SQCHGREC
000750*    RUN BY RUN.                                                  SQCHGREC
000800     02  FILLER              PIC X(35) VALUE                      SQCHGREC
000900         '"MONTH","COST-CENTER","SYSTEM","PRO'.                   SQCHGREC
001000     02  FILLER              PIC X(35) VALUE                      SQCHGREC
001100         'GRAM","RUNS","ELAPSED-SECS","MINUTE'.                   SQCHGREC
001200     02  FILLER              PIC X(18) VALUE                      SQCHGREC
001300         'S","RATE","AMOUNT"'.                                    SQCHGREC
001400     02  FILLER              PIC X(32) VALUE SPACE.               SQCHGREC
001500 01  CHARGEBACK-FEED-LINE.                                        SQCHGREC
001600     02  FILLER              PIC X     VALUE '"'.                 SQCHGREC
001700     02  CHG-MONTH           PIC 9(6).                            SQCHGREC
001800     02  FILLER              PIC X(3)  VALUE '","'.               SQCHGREC
001900     02  CHG-COST-CENTER     PIC X(8).                            SQCHGREC
002000     02  FILLER              PIC X(3)  VALUE '","'.               SQCHGREC
002100     02  CHG-SYSTEM-ID       PIC X(8).                            SQCHGREC
002200     02  FILLER              PIC X(3)  VALUE '","'.               SQCHGREC
002300     02  CHG-PGM-ID          PIC X(9).                            SQCHGREC
002400     02  FILLER              PIC X(3)  VALUE '","'.               SQCHGREC
002500     02  CHG-RUNS            PIC 9(5).                            SQCHGREC
002600     02  FILLER              PIC X(3)  VALUE '","'.               SQCHGREC
002700     02  CHG-ELAPSED-SECS    PIC 9(9).                            SQCHGREC
002800     02  FILLER              PIC X(3)  VALUE '","'.               SQCHGREC
002900     02  CHG-MINUTES         PIC 9(7).99.                         SQCHGREC
003000     02  FILLER              PIC X(3)  VALUE '","'.               SQCHGREC
003100     02  CHG-RATE            PIC 9(5).99.                         SQCHGREC
003200     02  FILLER              PIC X(3)  VALUE '","'.               SQCHGREC
003300     02  CHG-AMOUNT          PIC 9(9).99.                         SQCHGREC
003400     02  FILLER              PIC X     VALUE '"'.                 SQCHGREC
003500     02  FILLER              PIC X(19) VALUE SPACE.               SQCHGREC
