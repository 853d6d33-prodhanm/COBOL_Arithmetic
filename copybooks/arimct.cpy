000010*****************************************************************
000020* ARIMCT     -  ARITHMETIC SUITE ONLINE AUDIT MERGE CONTROL
000030*
000040*    COPYBOOK    : ARIMCT
000050*    DESCRIPTION : ONE-RECORD CONTROL FILE (A NEW GENERATION PER
000060*                  MERGE) HOLDING THE KEY OF THE LAST ONLINE
000070*                  CAPTURE RECORD AUDM MERGED INTO THE LIVE AUDIT
000080*                  LOG, WITH THE COUNTS OF THAT MERGE AND THE
000090*                  RUNNING TOTAL.  EVERY CAPTURE RECORD AT OR
000100*                  BELOW THE KEY IS ON THE LIVE LOG; EVERY ONE
000110*                  ABOVE IT IS STILL AWAITING MERGE.  AN ABSENT
000120*                  CONTROL FILE MEANS NOTHING HAS BEEN MERGED.
000130*
000140*    MODIFICATION HISTORY
000150*    DATE       INIT   DESCRIPTION
000160*    ---------- ----   ------------------------------------------
000170*    2026-10-15 MDH    INITIAL VERSION.
000180*****************************************************************
000190  01  ARI-MCT-RECORD.
000200      05  ARI-MCT-LAST-KEY.
000210          10  ARI-MCT-LAST-STAMP      PIC 9(15).
000220          10  ARI-MCT-LAST-TERM-ID    PIC X(04).
000230      05  ARI-MCT-MERGE-DATE          PIC 9(08).
000240      05  ARI-MCT-MERGE-TIME          PIC 9(08).
000250      05  ARI-MCT-CAPTURED            PIC 9(09).
000260      05  ARI-MCT-MERGED              PIC 9(09).
000270      05  ARI-MCT-TOTAL-MERGED        PIC 9(11).
000280      05  FILLER                      PIC X(16).
