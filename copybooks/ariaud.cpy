000260*                      SUPPLIER.  RECORD LENGTH IS NOW 110 -
000270*                      RE-ALLOCATE THE LIVE AUDIT LOG AND
000280*                      ARCHIVE DATASETS WHEN PICKING THIS UP.
000283*    2026-10-15 MDH    ADDED CONDITION NAMES FOR THE PCTI AND
000286*                      MODI OPERATIONS THE MIXI ENGINE AUDITS.
000290*****************************************************************
000300  01  ARI-AUDIT-RECORD.
000310      05  ARI-AUD-JOB-ID               PIC X(08).
000380          88  ARI-AUD-OP-ADD           VALUE 'ADDI'.
000390          88  ARI-AUD-OP-SUBTRACT      VALUE 'SUBI'.
000400          88  ARI-AUD-OP-MULTIPLY      VALUE 'MULI'.
000403          88  ARI-AUD-OP-PERCENT       VALUE 'PCTI'.
000406          88  ARI-AUD-OP-MODULO        VALUE 'MODI'.
000410      05  ARI-AUD-RUN-DATE             PIC 9(08).
000420      05  ARI-AUD-RUN-TIME             PIC 9(08).
000430      05  ARI-AUD-SEQ-NO               PIC 9(06).
