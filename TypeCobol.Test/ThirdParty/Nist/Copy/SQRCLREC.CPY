000100 01  RUN-CALENDAR-REC.                                            SQRCLREC
000200*    ONE SCHEDULED RUN OF ONE SQDRVR CARD DECK (SEE SQRCAL), IN   SQRCLREC
000300*    RUN-DATE ORDER.  RCL-RULE IS THE RULE THAT PLACED THE RUN    SQRCLREC
000400*    AND RCL-SLOT THE OCCURRENCE OF THAT RULE IT FILLS - THE RUN  SQRCLREC
000500*    DATE ITSELF FOR A DAILY RUN, THE CALENDAR MONTH (YYYYMM)     SQRCLREC
000600*    FOR A MONTHLY ONE, THE FISCAL YEAR AND PERIOD (YYYYPP) FOR   SQRCLREC
000700*    A PERIOD ONE - SO A REGENERATED CALENDAR CAN SAY WHICH RUNS  SQRCLREC
000800*    MOVED.  THE SCHEDULER READS THE DATE AND THE DECK NAME.      SQRCLREC
000900     02  RCL-RUN-DATE        PIC 9(8).                            SQRCLREC
001000     02  RCL-RUN-DATE-X REDEFINES RCL-RUN-DATE.                   SQRCLREC
001100         03  RCL-RUN-YEAR    PIC 9(4).                            SQRCLREC
001200         03  RCL-RUN-MMDD    PIC 9(4).                            SQRCLREC
001300     02  RCL-DECK-NAME       PIC X(8).                            SQRCLREC
001400     02  RCL-RULE            PIC X(8).                            SQRCLREC
001500     02  RCL-SLOT            PIC X(8).                            SQRCLREC
001600     02  RCL-CULTURE         PIC X(4).                            SQRCLREC
001700     02  RCL-GEN-DATE        PIC 9(8).                            SQRCLREC
001800     02  FILLER              PIC X(36).                           SQRCLREC
