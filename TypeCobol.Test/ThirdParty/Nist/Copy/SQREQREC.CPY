000100 01  REQUIREMENT-REC.                                             SQREQREC
000200*    ONE LINE OF THE MAINTAINED REQUIREMENTS FILE READ BY THE     SQREQREC
000300*    TRACEABILITY MATRIX (SQRTRC).  EACH LINE MAPS A REQUIREMENT  SQREQREC
000400*    TO ONE TEST NAMED BY THE FEATURE AND PARAGRAPH NAME EXACTLY  SQREQREC
000500*    AS THEY POST TO THE AUDIT MASTER (E.G. "READ LONG RECORD").  SQREQREC
000600*    A REQUIREMENT COVERED BY SEVERAL TESTS HAS ONE LINE PER      SQREQREC
000700*    TEST UNDER THE SAME REQ-ID.  REQ-PAR-NAME LEFT AS SPACE      SQREQREC
000800*    COVERS EVERY PARAGRAPH OF THE FEATURE.  A REQUIREMENT NOT    SQREQREC
000900*    YET MAPPED TO ANY TEST HAS ONE LINE WITH REQ-FEATURE LEFT    SQREQREC
001000*    AS SPACE, SO IT STILL PRINTS AS UNTESTED.  REQ-CAPTION IS    SQREQREC
001100*    TAKEN FROM THE FIRST LINE OF THE REQUIREMENT THAT HAS ONE.   SQREQREC
001200*    A LINE WITH AN ASTERISK IN COLUMN 1 IS A COMMENT.            SQREQREC
001300     02  REQ-ID              PIC X(12).                           SQREQREC
001400     02  FILLER              PIC X(1).                            SQREQREC
001500     02  REQ-FEATURE         PIC X(24).                           SQREQREC
001600     02  FILLER              PIC X(1).                            SQREQREC
001700     02  REQ-PAR-NAME        PIC X(20).                           SQREQREC
001800     02  FILLER              PIC X(1).                            SQREQREC
001900     02  REQ-CAPTION         PIC X(21).                           SQREQREC
