000490*                      (RC=24, BEFORE ANY FILE IS PROCESSED)
000500*                      INSTEAD OF SILENTLY FALLING BACK TO
000510*                      THE PROGRAM DEFAULT.
000511*    2026-10-15 MDH    ADDED THE PARTITION COUNT (1-4, DEFAULT
000512*                      4) READ BY THE MIXS SPLIT AND MIXM MERGE
000513*                      OF A PARTITIONED MIXI RUN, AND THE
000514*                      PARTITION NUMBER (1-4) THAT MAKES A MIXI
000515*                      STEP PROCESS ONE PARTITION OF THE SPLIT
000516*                      EXTRACT.  BLANK RUNS THE WHOLE EXTRACT
000517*                      IN ONE PASS AS BEFORE.
000520*****************************************************************
000530  01  ARI-PARM-RECORD.
000540      05  ARI-PARM-JOB-ID              PIC X(08).
000630      05  ARI-PARM-REPROC-IND          PIC X(01).
000640      05  ARI-PARM-PROC-DATE           PIC 9(08).
000650      05  ARI-PARM-STRICT-IND          PIC X(01).
000660      05  ARI-PARM-PARTITIONS          PIC 9(01).
000670      05  ARI-PARM-PARTITION-NO        PIC 9(01).
000680      05  FILLER                       PIC X(32).
