000100 01  COST-CENTER-REC.                                             SQCCTREC
000200*    ONE LINE OF THE BATCH CHARGEBACK COST-CENTER TABLE (SEE      SQCCTREC
000300*    SQCHRG).  A "J" LINE CHARGES EVERY RUN SUBMITTED UNDER JOB   SQCCTREC
000400*    NAME CCT-KEY TO COST CENTER CCT-COST-CENTER; AN "R" LINE     SQCCTREC
000500*    GIVES THE RATE PER ELAPSED MINUTE ON SYSTEM CCT-KEY, TWO     SQCCTREC
000600*    IMPLIED DECIMALS (0001250 = 12.50).  A JOB NAME OR SYSTEM    SQCCTREC
000700*    MAY APPEAR ONLY ONCE.  THE JOB NAME AND SYSTEM ARE MATCHED   SQCCTREC
000800*    AGAINST C-JOB-NAME AND C-SYSTEM-ID OF THE RAW-DATA RECORD.   SQCCTREC
000900     02  CCT-TYPE            PIC X(1).                            SQCCTREC
001000         88  CCT-JOB-LINE          VALUE "J".                     SQCCTREC
001100         88  CCT-RATE-LINE         VALUE "R".                     SQCCTREC
001200     02  FILLER              PIC X(1).                            SQCCTREC
001300     02  CCT-KEY             PIC X(8).                            SQCCTREC
001400     02  FILLER              PIC X(1).                            SQCCTREC
001500     02  CCT-DETAIL          PIC X(69).                           SQCCTREC
001600     02  CCT-JOB-DETAIL REDEFINES CCT-DETAIL.                     SQCCTREC
001700         03  CCT-COST-CENTER PIC X(8).                            SQCCTREC
001800         03  FILLER          PIC X(1).                            SQCCTREC
001900         03  CCT-CC-NAME     PIC X(30).                           SQCCTREC
002000         03  FILLER          PIC X(30).                           SQCCTREC
002100     02  CCT-RATE-DETAIL REDEFINES CCT-DETAIL.                    SQCCTREC
002200         03  CCT-RATE        PIC X(7).                            SQCCTREC
002300         03  CCT-RATE-9 REDEFINES CCT-RATE                        SQCCTREC
002400                             PIC 9(5)V99.                         SQCCTREC
002500         03  FILLER          PIC X(62).                           SQCCTREC
