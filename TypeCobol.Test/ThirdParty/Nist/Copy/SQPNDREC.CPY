000100 01  PENDING-REC.                                                 SQPNDREC
000200*    ONE MAKER-CHECKER PROPOSAL (SEE SQCERT AND SQRFIX).  A       SQPNDREC
000300*    CHANGE UNDER TWO-PERSON CONTROL IS PROPOSED BY ONE           SQPNDREC
000400*    AUTHORIZED OPERATOR AND TAKES EFFECT ONLY WHEN A DIFFERENT   SQPNDREC
000500*    AUTHORIZED OPERATOR APPROVES IT.  PND-STATUS "P" = PENDING,  SQPNDREC
000600*    "A" = APPROVED AND APPLIED; APPLIED ROWS STAY ON FILE AS     SQPNDREC
000700*    THE RECORD OF WHO PROPOSED AND WHO APPROVED.  PND-TARGET     SQPNDREC
000800*    IDENTIFIES WHAT THE CHANGE IS TO (SQCERT: PGM-ID, BUILD      SQPNDREC
000900*    DATE AND TIME OF THE GENERATION; SQRFIX: THE REPAIR RECORD   SQPNDREC
001000*    NUMBER) AND PND-CARD-IMAGE IS THE PROPOSING CARD AS          SQPNDREC
001100*    PUNCHED.  PROPOSAL NUMBERS ARE ONE SERIES ACROSS ALL         SQPNDREC
001150*    UTILITIES ON THE FILE.                                       SQPNDREC
001200     02  PND-PROPOSAL-NO     PIC 9(6).                            SQPNDREC
001300     02  PND-UTILITY         PIC X(8).                            SQPNDREC
001400     02  PND-STATUS          PIC X(1).                            SQPNDREC
001500         88  PND-PENDING           VALUE "P".                     SQPNDREC
001600         88  PND-APPLIED           VALUE "A".                     SQPNDREC
001700     02  PND-TARGET          PIC X(22).                           SQPNDREC
001800     02  PND-PROPOSED-BY     PIC X(8).                            SQPNDREC
001900     02  PND-PROPOSED-DATE   PIC 9(8).                            SQPNDREC
002000     02  PND-PROPOSED-TIME   PIC 9(8).                            SQPNDREC
002100     02  PND-APPROVED-BY     PIC X(8).                            SQPNDREC
002200     02  PND-APPROVED-DATE   PIC 9(8).                            SQPNDREC
002300     02  PND-APPROVED-TIME   PIC 9(8).                            SQPNDREC
002400     02  PND-CARD-IMAGE      PIC X(80).                           SQPNDREC
002500     02  FILLER              PIC X(15).                           SQPNDREC
