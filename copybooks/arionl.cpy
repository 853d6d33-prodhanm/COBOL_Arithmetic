000010*****************************************************************
000020* ARIONL     -  ARITHMETIC SUITE ONLINE AUDIT CAPTURE RECORD
000030*
000040*    COPYBOOK    : ARIONL
000050*    DESCRIPTION : ONE RECORD FOR EVERY DIVIC ONLINE INQUIRY,
000060*                  CARRYING THE FULL ARIAUD AUDIT RECORD.  KEYED
000070*                  BY THE CICS ABSOLUTE TIME OF THE INQUIRY PLUS
000080*                  THE TERMINAL, SO THE FILE READS IN TIME ORDER
000090*                  AND A MERGE CAN RESUME AFTER THE LAST KEY IT
000100*                  TOOK.  WRITTEN ONLY BY DIVIC (FCT NAME
000110*                  ARIONL); AUDM MERGES IT INTO THE LIVE AUDIT
000120*                  LOG NIGHTLY, AUDR COUNTS WHAT IS NOT YET
000130*                  MERGED AND AUDP TRIMS WHAT IS MERGED AND PAST
000140*                  RETENTION.  THE LIVE AUDIT LOG ITSELF IS NEVER
000150*                  WRITTEN FROM CICS.
000160*
000170*    MODIFICATION HISTORY
000180*    DATE       INIT   DESCRIPTION
000190*    ---------- ----   ------------------------------------------
000200*    2026-10-15 MDH    INITIAL VERSION.
000210*****************************************************************
000220  01  ARI-ONL-RECORD.
000230      05  ARI-ONL-KEY.
000240          10  ARI-ONL-STAMP           PIC 9(15).
000250          10  ARI-ONL-TERM-ID         PIC X(04).
000260      05  ARI-ONL-AUDIT-DATA          PIC X(110).
000270      05  FILLER                      PIC X(21).
