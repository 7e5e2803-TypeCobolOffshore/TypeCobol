000100 01  DIST-LIST-REC.                                               SQDSTREC
000200*    ONE LINE OF THE REPORT DISTRIBUTION LIST (SEE SQBRST):       SQDSTREC
000300*    WHICH RECIPIENT GETS WHICH PROGRAM'S VALIDATION LISTINGS,    SQDSTREC
000400*    WHERE THEY GO AND HOW.  DST-PGM-ID IS THE PROGRAM-ID AS IT   SQDSTREC
000500*    IS KEYED ON REPORT-REPO, OR "ALL" FOR EVERY PROGRAM THAT     SQDSTREC
000600*    RAN.  A RECIPIENT MAY HAVE ONE LINE PER PROGRAM; ALL THE     SQDSTREC
000700*    LINES OF ONE RECIPIENT AND DESTINATION BURST INTO ONE SPOOL  SQDSTREC
000800*    OUTPUT.  DST-SCOPE "F" SENDS ONLY RUNS WITH FAILURES, AND    SQDSTREC
000900*    FROM THEIR LISTINGS ONLY THE FAILED TESTS; "A" (OR SPACE)    SQDSTREC
001000*    SENDS EVERY RUN'S FULL LISTING.  DST-COPIES OF SPACE OR      SQDSTREC
001050*    ZERO MEANS ONE.                                              SQDSTREC
001100     02  DST-RECIPIENT       PIC X(8).                            SQDSTREC
001200     02  FILLER              PIC X(1).                            SQDSTREC
001300     02  DST-PGM-ID          PIC X(9).                            SQDSTREC
001400     02  FILLER              PIC X(1).                            SQDSTREC
001500     02  DST-DESTINATION     PIC X(8).                            SQDSTREC
001600     02  FILLER              PIC X(1).                            SQDSTREC
001700     02  DST-COPIES          PIC X(2).                            SQDSTREC
001800     02  DST-COPIES-9 REDEFINES DST-COPIES                        SQDSTREC
001900                             PIC 9(2).                            SQDSTREC
002000     02  FILLER              PIC X(1).                            SQDSTREC
002100     02  DST-SCOPE           PIC X(1).                            SQDSTREC
002200         88  DST-FAILURES-ONLY     VALUE "F".                     SQDSTREC
002300         88  DST-FULL-LISTING      VALUE "A" " ".                 SQDSTREC
002400     02  FILLER              PIC X(1).                            SQDSTREC
002500     02  DST-NAME            PIC X(30).                           SQDSTREC
002600     02  FILLER              PIC X(17).                           SQDSTREC
