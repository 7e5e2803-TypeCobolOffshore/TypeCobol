000100 01  UTILITY-CHECKPOINT-REC.                                      SQCKPREC
000200*    ONE RESTART CHECKPOINT PER LONG-RUNNING UTILITY (SQRETN,     SQCKPREC
000300*    SQAUDL, SQCONS), KEYED BY PROGRAM NAME.  THE RECORD IS       SQCKPREC
000400*    REWRITTEN EVERY CHECKPOINT INTERVAL WITH THE PHASE THE RUN   SQCKPREC
000500*    IS IN, HOW MANY INPUT RECORDS OF THAT PHASE ARE DONE, THE    SQCKPREC
000600*    LAST KEY PROCESSED AND THE RUNNING CONTROL TOTALS, SO A      SQCKPREC
000700*    RESTART CARD CAN RESUME THE RUN FROM THAT POINT.  CKP-STATE  SQCKPREC
000800*    "I" = RUN IN PROGRESS (OR INTERRUPTED), "C" = LAST RUN RAN   SQCKPREC
000900*    TO COMPLETION.  CKP-RUN-DATE / CKP-RUN-TIME ARE THE STAMP    SQCKPREC
001000*    OF THE ORIGINAL RUN, WHICH A RESTART CARRIES ON USING.       SQCKPREC
001100*    CKP-TOTAL AND CKP-WORK-AREA ARE LAID OUT BY EACH PROGRAM -   SQCKPREC
001200*    SEE THE CHECKPOINT PARAGRAPHS OF THE PROGRAM CONCERNED.      SQCKPREC
001300     02  CKP-PGM-ID          PIC X(8).                            SQCKPREC
001400     02  CKP-STATE           PIC X(1).                            SQCKPREC
001500         88  CKP-IN-PROGRESS       VALUE "I".                     SQCKPREC
001600         88  CKP-COMPLETE          VALUE "C".                     SQCKPREC
001700     02  CKP-PHASE           PIC 9(1).                            SQCKPREC
001800     02  CKP-RUN-DATE        PIC 9(8).                            SQCKPREC
001900     02  CKP-RUN-TIME        PIC 9(8).                            SQCKPREC
002000     02  CKP-TAKEN-DATE      PIC 9(8).                            SQCKPREC
002100     02  CKP-TAKEN-TIME      PIC 9(8).                            SQCKPREC
002200     02  CKP-RECORDS-DONE    PIC 9(9) COMP.                       SQCKPREC
002300     02  CKP-LAST-KEY        PIC X(63).                           SQCKPREC
002400     02  CKP-TOTALS.                                              SQCKPREC
002500         03  CKP-TOTAL       PIC 9(9) COMP OCCURS 10 TIMES.       SQCKPREC
002600     02  CKP-WORK-AREA       PIC X(600).                          SQCKPREC
002700     02  FILLER              PIC X(51).                           SQCKPREC
