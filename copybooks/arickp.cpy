000134*                      OPERATIONS.  RECORD LENGTH IS NOW 120 -
000135*                      RE-ALLOCATE THE CKPT WORK DATASETS
000136*                      WHEN PICKING THIS UP.
000137*    2026-10-15 MDH    ADDED THE PARTITION NUMBER OF A
000138*                      PARTITIONED MIXI RUN AND AN END-OF-RUN
000139*                      FLAG ON THE FINAL CHECKPOINT, SO THE
000140*                      MIXM MERGE CAN TELL WHICH PARTITIONS
000141*                      FINISHED AND TAKE THEIR TOTALS, TAKEN
000142*                      FROM THE FILLER.
000143*****************************************************************
000144  01  ARI-CKPT-RECORD.
000150      05  ARI-CKPT-JOB-ID              PIC X(08).
000160      05  ARI-CKPT-LAST-SEQ-NO         PIC 9(06).
000170      05  ARI-CKPT-RECS-READ           PIC 9(07).
000218      05  ARI-CKPT-CNT-MULTIPLY        PIC 9(07).
000219      05  ARI-CKPT-CNT-PERCENT         PIC 9(07).
000220      05  ARI-CKPT-CNT-MODULO          PIC 9(07).
000230      05  ARI-CKPT-PART-NO             PIC 9(01).
000240      05  ARI-CKPT-END-IND             PIC X(01).
000250          88  ARI-CKPT-RUN-ENDED       VALUE 'E'.
000260      05  FILLER                       PIC X(07).
