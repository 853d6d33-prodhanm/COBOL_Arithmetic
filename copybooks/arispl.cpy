000010*****************************************************************
000020* ARISPL     -  ARITHMETIC SUITE EXTRACT SPLIT CONTROL RECORD
000030*
000040*    COPYBOOK    : ARISPL
000050*    DESCRIPTION : ONE RECORD PER PARTITION OF A MIXI EXTRACT
000060*                  CUT BY THE MIXS SPLIT STEP.  CARRIES THE
000070*                  SEQUENCE NUMBER RANGE, DETAIL COUNT AND NUM1
000080*                  HASH WRITTEN TO THAT PARTITION'S OWN TRAILER,
000090*                  TOGETHER WITH THE JOB ID, PROCESS DATE AND
000100*                  SUPPLYING SOURCE SYSTEM OF THE WHOLE EXTRACT.
000110*                  READ BY THE MIXM MERGE STEP TO PROVE EVERY
000120*                  PARTITION RAN TO COMPLETION AGAINST THE
000130*                  DETAILS IT WAS GIVEN.  AN EMPTY PARTITION
000140*                  CARRIES ZERO COUNT AND ZERO SEQUENCE RANGE.
000150*
000160*    MODIFICATION HISTORY
000170*    DATE       INIT   DESCRIPTION
000180*    ---------- ----   ------------------------------------------
000190*    2026-10-15 MDH    INITIAL VERSION.
000200*****************************************************************
000210  01  ARI-SPL-RECORD.
000220      05  ARI-SPL-JOB-ID              PIC X(08).
000230      05  ARI-SPL-RUN-DATE            PIC 9(08).
000240      05  ARI-SPL-PART-NO             PIC 9(01).
000250      05  ARI-SPL-PART-COUNT          PIC 9(01).
000260      05  ARI-SPL-EXTRACT-SYSTEM      PIC X(08).
000270      05  ARI-SPL-FIRST-SEQ-NO        PIC 9(06).
000280      05  ARI-SPL-LAST-SEQ-NO         PIC 9(06).
000290      05  ARI-SPL-DETAIL-COUNT        PIC 9(07).
000300      05  ARI-SPL-HASH-NUM1           PIC S9(13)V99
000310                                      SIGN LEADING SEPARATE.
000320      05  FILLER                      PIC X(19).
