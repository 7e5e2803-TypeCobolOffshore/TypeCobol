006700     02  AM-PGM-ID          PIC X(9).                             SQCNVA.2
006800     02  AM-OUTCOME         PIC X(5).                             SQCNVA.2
006900     02  AM-RE-MARK         PIC X(61).                            SQCNVA.2
006950     02  AM-COMPILER-LEVEL  PIC X(8).                             SQCNVA.2
007000 FD  PRINT-FILE                                                   SQCNVA.2
007100     LABEL RECORDS                                                SQCNVA.2
007200     XXXXX084                                                     SQCNVA.2
013100         MOVE OAM-PGM-ID TO AM-PGM-ID                             SQCNVA.2
013200         MOVE OAM-OUTCOME TO AM-OUTCOME                           SQCNVA.2
013300         MOVE OAM-RE-MARK TO AM-RE-MARK                           SQCNVA.2
013350         MOVE SPACE TO AM-COMPILER-LEVEL                          SQCNVA.2
013400         WRITE AUDIT-MASTER-SATZ                                  SQCNVA.2
013500             INVALID KEY                                          SQCNVA.2
013501                 ADD 1 TO WS-DROPPED-COUNT                        SQCNVA.2
