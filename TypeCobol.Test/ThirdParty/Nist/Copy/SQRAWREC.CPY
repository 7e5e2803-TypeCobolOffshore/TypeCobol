000900     05  C-FAIL              PIC 999.                             SQRAWREC
001000     05  C-DELETED           PIC 999.                             SQRAWREC
001100     05  C-INSPECT           PIC 999.                             SQRAWREC
001200     05  C-NOTE.                                                  SQRAWREC
001210*    C-COMPILER-LEVEL IS THE COMPILER / RUNTIME LEVEL THE RUN     SQRAWREC
001220*    WAS PRODUCED UNDER, FROM THE RUN IDENTITY CARD, SO SQACPT    SQRAWREC
001230*    CAN LINE UP THE SAME TESTS UNDER TWO LEVELS.  IT TAKES THE   SQRAWREC
001240*    FRONT OF THE NOTE AREA.  THE ONE-TIME CONVERSION SQCNVT      SQRAWREC
001250*    CLEARS IT AFTER MOVING THE OLD NOTE, AND NO OTHER ROUTINE    SQRAWREC
001260*    FILLS THE NOTE, SO THE RAW-DATA RECORD - AND EVERY           SQRAWREC
001265*    JOURNAL, UNLOAD AND ARCHIVE IMAGE OF IT - KEEPS ITS 85       SQRAWREC
001268*    BYTES.                                                       SQRAWREC
001270         10  C-COMPILER-LEVEL PIC X(8).                           SQRAWREC
001280         10  FILLER          PIC X(5).                            SQRAWREC
001300     05  C-INDENT            PIC X.                               SQRAWREC
001400     05  C-ABORT             PIC X(8).                            SQRAWREC
001500*    JOB AND SYSTEM IDENTITY STAMPED AT OPEN-FILES TIME SO        SQRAWREC
