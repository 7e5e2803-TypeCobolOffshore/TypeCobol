014900     MOVE ORD-DELETED       TO C-DELETED.                         SQCNVT.2
015000     MOVE ORD-INSPECT       TO C-INSPECT.                         SQCNVT.2
015100     MOVE ORD-NOTE          TO C-NOTE.                            SQCNVT.2
015110*    THE OLD LAYOUT CARRIES NO COMPILER LEVEL, SO THE FRONT OF    SQCNVT.2
015120*    THE NOTE AREA IS CLEARED AGAIN AFTER THE NOTE IS MOVED.      SQCNVT.2
015130     MOVE SPACE             TO C-COMPILER-LEVEL.                  SQCNVT.2
015200     MOVE ORD-INDENT        TO C-INDENT.                          SQCNVT.2
015300     MOVE ORD-ABORT         TO C-ABORT.                           SQCNVT.2
015400     MOVE SPACE             TO C-JOB-NAME.                        SQCNVT.2
