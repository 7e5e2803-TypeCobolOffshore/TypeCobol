000100 01  EXCEPTION-REC.                                               SQEXCREC
000200*    ONE STANDARD RECORD ON THE SHARED SUITE EXCEPTION FILE.      SQEXCREC
000300*    SQXCHK, SQCENS, SQPACKA, SQQSTA, SQ218A, SQDRVR, SQMISS AND  SQEXCREC
000400*    SQBRST ADD ONE FOR EVERY CONDITION THE MORNING SHIFT MUST    SQEXCREC
000450*    ACT ON; SQEXCR ABSORBS THE FILE INTO THE EXCEPTION QUEUE,    SQEXCREC
000500*    PRINTS THE CONSOLIDATED MORNING REPORT AND CARRIES FORWARD   SQEXCREC
000600*    WHATEVER HAS NOT BEEN ACKNOWLEDGED.  EXC-SEVERITY 1 NEEDS    SQEXCREC
000700*    ACTION BEFORE THE NEXT RUN, 2 IS A WARNING, 3 IS FOR         SQEXCREC
000800*    NOTICE.  EXC-RUN-KEY IS THE PGM-ID / RUN-DATE / RUN-TIME     SQEXCREC
000900*    KEY OF THE RUN THE EXCEPTION CONCERNS (ZERO WHEN IT          SQEXCREC
001000*    CONCERNS NO ONE RUN).  EXC-REF-NO IS LEFT ZERO BY THE        SQEXCREC
001100*    RAISING PROGRAM AND ASSIGNED BY SQEXCR WHEN THE EXCEPTION    SQEXCREC
001200*    IS FIRST QUEUED; IT IS THE NUMBER THE OPERATOR QUOTES ON     SQEXCREC
001300*    THE ACKNOWLEDGMENT.                                          SQEXCREC
001400     02  EXC-SEVERITY        PIC 9(1).                            SQEXCREC
001500         88  EXC-SEV-ACTION        VALUE 1.                       SQEXCREC
001600         88  EXC-SEV-WARNING       VALUE 2.                       SQEXCREC
001700         88  EXC-SEV-NOTICE        VALUE 3.                       SQEXCREC
001800     02  FILLER              PIC X(1).                            SQEXCREC
001900     02  EXC-SOURCE-PGM      PIC X(8).                            SQEXCREC
002000     02  FILLER              PIC X(1).                            SQEXCREC
002100     02  EXC-RUN-KEY.                                             SQEXCREC
002200         03  EXC-RK-PGM-ID   PIC X(6).                            SQEXCREC
002300         03  EXC-RK-RUN-DATE PIC 9(8).                            SQEXCREC
002400         03  EXC-RK-RUN-TIME PIC 9(8).                            SQEXCREC
002500     02  FILLER              PIC X(1).                            SQEXCREC
002600     02  EXC-RAISED-DATE     PIC 9(8).                            SQEXCREC
002700     02  FILLER              PIC X(1).                            SQEXCREC
002800     02  EXC-RAISED-TIME     PIC 9(8).                            SQEXCREC
002900     02  FILLER              PIC X(1).                            SQEXCREC
003000     02  EXC-TEXT            PIC X(60).                           SQEXCREC
003100     02  FILLER              PIC X(1).                            SQEXCREC
003200     02  EXC-REF-NO.                                              SQEXCREC
003300         03  EXC-REF-DATE    PIC 9(8).                            SQEXCREC
003400         03  EXC-REF-SEQ     PIC 9(4).                            SQEXCREC
003500     02  FILLER              PIC X(5).                            SQEXCREC
