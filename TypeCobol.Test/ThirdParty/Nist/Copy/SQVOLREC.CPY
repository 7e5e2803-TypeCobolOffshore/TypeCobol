000100 01  VOLUME-REC.                                                  SQVOLREC
000200*    ONE ENTRY PER PHYSICAL TAPE VOLUME IN THE SQ-VS6 POOL (SEE   SQVOLREC
000300*    SQVOLT).  AN ASSIGNED VOLUME HOLDS ONE REEL OF ONE           SQVOLREC
000400*    CATALOGED GENERATION, NAMED BY THE GEN-CATALOG KEY OF THE    SQVOLREC
000500*    BUILD (PROGRAM-ID, BUILD DATE AND TIME) AND ITS COPY - "A"   SQVOLREC
000600*    FOR THE PRIMARY, "B" FOR THE DUPLEX COPY THAT BELONGS        SQVOLREC
000700*    OFFSITE.  A SCRATCH VOLUME HAS BEEN RELEASED FOR REUSE AND   SQVOLREC
000800*    HOLDS NOTHING THE CATALOG NEEDS.  VOL-LOCATION IS WHERE THE  SQVOLREC
000900*    REEL PHYSICALLY IS, AS LAST CONFIRMED BY THE TAPE LIBRARIAN  SQVOLREC
000950*    OR THE COURIER.                                              SQVOLREC
001000     02  VOL-SERIAL          PIC X(6).                            SQVOLREC
001100     02  VOL-STATUS          PIC X(1).                            SQVOLREC
001200         88  VOL-ASSIGNED          VALUE "A".                     SQVOLREC
001300         88  VOL-SCRATCH           VALUE "S".                     SQVOLREC
001400     02  VOL-LOCATION        PIC X(1).                            SQVOLREC
001500         88  VOL-ONSITE            VALUE "L".                     SQVOLREC
001600         88  VOL-OFFSITE           VALUE "V".                     SQVOLREC
001700     02  VOL-GEN-KEY.                                             SQVOLREC
001800         03  VOL-PGM-ID      PIC X(6).                            SQVOLREC
001900         03  VOL-BUILD-DATE  PIC 9(8).                            SQVOLREC
002000         03  VOL-BUILD-TIME  PIC 9(8).                            SQVOLREC
002100     02  VOL-COPY-ID         PIC X(1).                            SQVOLREC
002200     02  VOL-REEL-NO         PIC 9(2).                            SQVOLREC
002300     02  VOL-ASSIGN-DATE     PIC 9(8).                            SQVOLREC
002400     02  VOL-MOVE-DATE       PIC 9(8).                            SQVOLREC
002500     02  FILLER              PIC X(31).                           SQVOLREC
