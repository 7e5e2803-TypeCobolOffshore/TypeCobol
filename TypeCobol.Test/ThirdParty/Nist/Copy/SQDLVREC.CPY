000100 01  DELIVERY-LOG-REC.                                            SQDLVREC
000200*    ONE DELIVERY BY THE NIGHTLY REPORT BURST (SEE SQBRST): ONE   SQDLVREC
000300*    RUN'S LISTING TO ONE RECIPIENT, WITH THE SCOPE AND NUMBER    SQDLVREC
000400*    OF COPIES SENT AND THE LINES PER COPY.  DLV-STATUS "D" IS A  SQDLVREC
000500*    DELIVERY; "M" IS A RUN THE RECIPIENT WAS DUE WHOSE LISTING   SQDLVREC
000600*    IS NOT ON REPORT-REPO, SO NOTHING WENT.  DLV-RUN-KEY IS THE  SQDLVREC
000700*    REPORT-REPO RUN KEY.  THE LOG IS EXTENDED EVERY NIGHT.       SQDLVREC
000800     02  DLV-BURST-DATE      PIC 9(8).                            SQDLVREC
000900     02  DLV-BURST-TIME      PIC 9(8).                            SQDLVREC
001000     02  DLV-RECIPIENT       PIC X(8).                            SQDLVREC
001100     02  DLV-DESTINATION     PIC X(8).                            SQDLVREC
001200     02  DLV-RUN-KEY.                                             SQDLVREC
001300         03  DLV-PGM-ID      PIC X(9).                            SQDLVREC
001400         03  DLV-RUN-DATE    PIC 9(8).                            SQDLVREC
001500         03  DLV-RUN-TIME    PIC 9(8).                            SQDLVREC
001600     02  DLV-SCOPE           PIC X(1).                            SQDLVREC
001700     02  DLV-COPIES          PIC 9(2).                            SQDLVREC
001800     02  DLV-LINES           PIC 9(5).                            SQDLVREC
001900     02  DLV-STATUS          PIC X(1).                            SQDLVREC
002000         88  DLV-DELIVERED         VALUE "D".                     SQDLVREC
002100         88  DLV-NOT-ON-REPO       VALUE "M".                     SQDLVREC
002200     02  FILLER              PIC X(14).                           SQDLVREC
