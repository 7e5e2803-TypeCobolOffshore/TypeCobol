001390     02  GC-CERT-STATUS      PIC X(1).                            SQGCATRC
001393     02  GC-CERT-BY          PIC X(8).                            SQGCATRC
001396     02  GC-CERT-DATE        PIC 9(8).                            SQGCATRC
001397*    GC-CERT-APPROVED-BY IS THE SECOND OPERATOR WHO APPROVED      SQGCATRC
001398*    THE CERTIFICATION GC-CERT-BY PROPOSED (SEE SQPNDREC).        SQGCATRC
001399     02  GC-CERT-APPROVED-BY PIC X(8).                            SQGCATRC
001400     02  FILLER              PIC X(15).                           SQGCATRC
