000100 01  LOAD-REGISTER-REC.                                           SQLRGREC
000200*    ONE ENTRY PER AUDIT FILE AND PER TEST RUN LOADED INTO THE    SQLRGREC
000300*    AUDIT MASTER BY SQAUDL.  A FILE ENTRY (LRG-TYPE "F") IS      SQLRGREC
000400*    KEYED BY THE INPUT IT CAME IN ON (1 = X-73, 2 = X-76), ITS   SQLRGREC
000500*    RECORD COUNT, ITS HASH TOTAL (THE SUM OF THE RUN-DATE AND    SQLRGREC
000600*    RUN-TIME OF EVERY RECORD, MODULO 10**9) AND ITS FIRST RUN    SQLRGREC
000700*    KEY; A RUN ENTRY (LRG-TYPE "R") IS KEYED BY PGM-ID, RUN      SQLRGREC
000800*    DATE AND RUN TIME.  LRG-LOAD-DATE / LRG-LOAD-TIME ARE THE    SQLRGREC
000900*    STAMP OF THE SQAUDL RUN THAT MADE THE ENTRY.  ON A FILE      SQLRGREC
001000*    ENTRY THE COUNTS ARE THE RECORDS AND RUNS IN THE FILE AND    SQLRGREC
001100*    THE RUNS LOADED AND SKIPPED; ON A RUN ENTRY LRG-RECORDS IS   SQLRGREC
001200*    THE OUTCOME RECORDS OF THE RUN AND THE RUN COUNTS ARE ZERO.  SQLRGREC
001300     02  LRG-KEY.                                                 SQLRGREC
001400         03  LRG-TYPE        PIC X(1).                            SQLRGREC
001500             88  LRG-FILE-ENTRY    VALUE "F".                     SQLRGREC
001600             88  LRG-RUN-ENTRY     VALUE "R".                     SQLRGREC
001700         03  LRG-KEY-DATA    PIC X(49).                           SQLRGREC
001800     02  LRG-FILE-KEY REDEFINES LRG-KEY.                          SQLRGREC
001900         03  FILLER          PIC X(1).                            SQLRGREC
002000         03  LRG-SOURCE      PIC 9(1).                            SQLRGREC
002100         03  LRG-FILE-COUNT  PIC 9(7).                            SQLRGREC
002200         03  LRG-HASH-TOTAL  PIC 9(9).                            SQLRGREC
002300         03  LRG-FIRST-RUN   PIC X(25).                           SQLRGREC
002400         03  FILLER          PIC X(7).                            SQLRGREC
002500     02  LRG-RUN-KEY REDEFINES LRG-KEY.                           SQLRGREC
002600         03  FILLER          PIC X(1).                            SQLRGREC
002700         03  LRG-PGM-ID      PIC X(9).                            SQLRGREC
002800         03  LRG-RUN-DATE    PIC 9(8).                            SQLRGREC
002900         03  LRG-RUN-TIME    PIC 9(8).                            SQLRGREC
003000         03  FILLER          PIC X(24).                           SQLRGREC
003100     02  LRG-LOAD-DATE       PIC 9(8).                            SQLRGREC
003200     02  LRG-LOAD-TIME       PIC 9(8).                            SQLRGREC
003300     02  LRG-LOAD-SOURCE     PIC 9(1).                            SQLRGREC
003400     02  LRG-RECORDS         PIC 9(7).                            SQLRGREC
003500     02  LRG-RUNS-IN-FILE    PIC 9(5).                            SQLRGREC
003600     02  LRG-RUNS-LOADED     PIC 9(5).                            SQLRGREC
003700     02  LRG-RUNS-SKIPPED    PIC 9(5).                            SQLRGREC
003800     02  LRG-LAST-RUN        PIC X(25).                           SQLRGREC
003900     02  FILLER              PIC X(26).                           SQLRGREC
