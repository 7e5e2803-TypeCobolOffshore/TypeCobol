000100 01  WAIVER-REC.                                                  SQWVRREC
000200*    ONE KNOWN-ISSUE WAIVER PER FAILING TEST.  THE KEY IS THE     SQWVRREC
000300*    FEATURE AND PARAGRAPH NAME EXACTLY AS THEY PRINT ON THE      SQWVRREC
000400*    VALIDATION LISTING AND POST TO THE AUDIT FILE; WVR-PGM-ID    SQWVRREC
000500*    NARROWS THE WAIVER TO ONE ROUTINE AND MAY BE LEFT AS SPACE   SQWVRREC
000600*    TO COVER EVERY ROUTINE REPORTING THAT FEATURE/PARAGRAPH.     SQWVRREC
000700*    A FAILURE MATCHING A WAIVER WHOSE WVR-EXPIRY-DATE IS ON OR   SQWVRREC
000800*    AFTER THE RUN DATE IS REPORTED AS "WAIVD" AND KEPT OUT OF    SQWVRREC
000900*    THE FAILURE COUNT AND RETURN CODE; ONCE THE EXPIRY DATE      SQWVRREC
001000*    HAS PASSED THE FAILURE COUNTS AGAIN AND THE WAIVER IS        SQWVRREC
001100*    LISTED ON THE EXPIRED-WAIVER SECTION OF THE REPORT.          SQWVRREC
001200     02  WVR-FEATURE         PIC X(24).                           SQWVRREC
001300     02  FILLER              PIC X(1).                            SQWVRREC
001400     02  WVR-PAR-NAME        PIC X(20).                           SQWVRREC
001500     02  FILLER              PIC X(1).                            SQWVRREC
001600     02  WVR-PGM-ID          PIC X(6).                            SQWVRREC
001700     02  FILLER              PIC X(1).                            SQWVRREC
001800     02  WVR-INCIDENT        PIC X(8).                            SQWVRREC
001900     02  FILLER              PIC X(1).                            SQWVRREC
002000     02  WVR-APPROVED-BY     PIC X(8).                            SQWVRREC
002100     02  FILLER              PIC X(1).                            SQWVRREC
002200     02  WVR-EXPIRY-DATE     PIC 9(8).                            SQWVRREC
002300     02  FILLER              PIC X(1).                            SQWVRREC
