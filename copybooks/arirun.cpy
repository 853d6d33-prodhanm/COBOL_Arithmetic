000229*    2026-09-03 MDH    ADDED PER-OPERATION COUNTS FOR THE NEW
000230*                      PCTI AND MODI OPERATIONS.  RECORD
000231*                      LENGTH IS NOW 120.
000232*    2026-10-15 MDH    ADDED THE DECIMAL PLACES OPTION THE RUN
000233*                      USED (DIVI AND MIXI; ZERO OR BLANK FROM
000234*                      THE ENGINES WITH NO ROUNDING OPTION),
000235*                      TAKEN FROM THE FILLER, SO THE RCAL
000236*                      RECALCULATION VERIFIER CAN REPRODUCE THE
000237*                      RUN'S ROUNDING.
000238*    2026-10-15 MDH    ADDED THE RECN PROOF OUTCOME (PROVED OR
000239*                      FAILED, BLANK WHEN NOT YET PROVED), THE
000240*                      MISSING/DUPLICATED/ORPHANED SEQUENCE
000241*                      COUNTS (HELD TO 999) AND THE FLAG SET
000242*                      WHEN RESL OR AUDX PUBLISHED THE RUN
000243*                      UNDER THE UNPROVED-RUN OVERRIDE, TAKEN
000244*                      FROM THE FILLER.  THE ENGINES CLEAR THEM
000245*                      AT START OF RUN.
000246*****************************************************************
000247  01  ARI-REG-RECORD.
000250      05  ARI-REG-KEY.
000260          10  ARI-REG-JOB-ID          PIC X(08).
000270          10  ARI-REG-RUN-DATE        PIC 9(08).
000402      05  ARI-REG-CNT-PERCENT         PIC 9(07).
000404      05  ARI-REG-CNT-MODULO          PIC 9(07).
000410      05  ARI-REG-RETURN-CODE         PIC 9(04).
000420      05  ARI-REG-DEC-PLACES          PIC 9(01).
000430      05  ARI-REG-PROOF-STATUS        PIC X(01).
000440          88  ARI-REG-PROOF-PASSED    VALUE 'P'.
000450          88  ARI-REG-PROOF-FAILED    VALUE 'F'.
000460      05  ARI-REG-PUBLISH-OVRD        PIC X(01).
000470          88  ARI-REG-PUBLISH-OVERRIDDEN
000480                                      VALUE 'Y'.
000490      05  ARI-REG-PROOF-COUNTS.
000500          10  ARI-REG-PROOF-MISSING   PIC 9(03).
000510          10  ARI-REG-PROOF-DUPLICATED
000520                                      PIC 9(03).
000530          10  ARI-REG-PROOF-ORPHANED  PIC 9(03).
000540      05  FILLER                      PIC X(02).
