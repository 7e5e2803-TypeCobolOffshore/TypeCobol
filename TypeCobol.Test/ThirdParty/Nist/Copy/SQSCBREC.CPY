000100 01  SCRUB-HISTORY-REC.                                           SQSCBREC
000200*    ONE ROW OF THE ARCHIVE SCRUB HISTORY, APPENDED BY SQSCRB.    SQSCBREC
000300*    SCH-SCRUB-DATE/SCH-SCRUB-TIME ARE THE STAMP OF THE SCRUB     SQSCBREC
000400*    RUN; SCH-ARCHIVE NAMES WHAT WAS SCRUBBED - "SQRETN-1"        SQSCBREC
000500*    (X-63), "SQRETN-2" (X-13) OR "SQRAGE" (ARCHIVE TIER X-79     SQSCBREC
000600*    WITH ITS INDEX X-80).  SCH-ROW-TYPE :-                       SQSCBREC
000700*      "S"  RESULT OF THE ARCHIVE - SCH-RESULT "P" PASSED, "F"    SQSCBREC
000800*           FAILED, "A" NOT PRESENT; SCH-RECORDS IS THE RECORDS   SQSCBREC
000900*           READ, SCH-ENTRIES THE DETAIL RECORDS (SQRETN) OR      SQSCBREC
001000*           INDEX ENTRIES (SQRAGE) CHECKED, SCH-FINDINGS THE      SQSCBREC
001100*           FINDINGS; ON AN SQRETN ROW THE RUN KEY IS THE RUN     SQSCBREC
001200*           STAMP ON THE ARCHIVE HEADER.                          SQSCBREC
001300*      "D"  ONE FINDING - SCH-RECNO IS THE ARCHIVE RECORD         SQSCBREC
001400*           NUMBER, SCH-ENTRIES THE INDEX ENTRY NUMBER            SQSCBREC
001500*           (SQRAGE), THE RUN KEY THE RUN CONCERNED (ZERO IF      SQSCBREC
001600*           NONE), SCH-TEXT WHAT WAS FOUND.                       SQSCBREC
001700     05  SCH-SCRUB-DATE      PIC 9(8).                            SQSCBREC
001800     05  FILLER              PIC X(1).                            SQSCBREC
001900     05  SCH-SCRUB-TIME      PIC 9(8).                            SQSCBREC
002000     05  FILLER              PIC X(1).                            SQSCBREC
002100     05  SCH-ARCHIVE         PIC X(8).                            SQSCBREC
002200     05  FILLER              PIC X(1).                            SQSCBREC
002300     05  SCH-ROW-TYPE        PIC X(1).                            SQSCBREC
002400         88  SCH-RESULT-ROW        VALUE "S".                     SQSCBREC
002500         88  SCH-FINDING-ROW       VALUE "D".                     SQSCBREC
002600     05  FILLER              PIC X(1).                            SQSCBREC
002700     05  SCH-RESULT          PIC X(1).                            SQSCBREC
002800         88  SCH-PASSED            VALUE "P".                     SQSCBREC
002900         88  SCH-FAILED            VALUE "F".                     SQSCBREC
003000         88  SCH-NOT-PRESENT       VALUE "A".                     SQSCBREC
003100     05  FILLER              PIC X(1).                            SQSCBREC
003200     05  SCH-RECORDS         PIC 9(7).                            SQSCBREC
003300     05  FILLER              PIC X(1).                            SQSCBREC
003400     05  SCH-ENTRIES         PIC 9(7).                            SQSCBREC
003500     05  FILLER              PIC X(1).                            SQSCBREC
003600     05  SCH-FINDINGS        PIC 9(5).                            SQSCBREC
003700     05  FILLER              PIC X(1).                            SQSCBREC
003800     05  SCH-RECNO           PIC 9(7).                            SQSCBREC
003900     05  FILLER              PIC X(1).                            SQSCBREC
004000     05  SCH-PGM-ID          PIC X(9).                            SQSCBREC
004100     05  FILLER              PIC X(1).                            SQSCBREC
004200     05  SCH-RUN-DATE        PIC 9(8).                            SQSCBREC
004300     05  FILLER              PIC X(1).                            SQSCBREC
004400     05  SCH-RUN-TIME        PIC 9(8).                            SQSCBREC
004500     05  FILLER              PIC X(1).                            SQSCBREC
004600     05  SCH-TEXT            PIC X(40).                           SQSCBREC
