000010*****************************************************************
000020* ARISHJ     -  ARITHMETIC SUITE SUSPENSE HISTORY JOURNAL RECORD
000030*
000040*    COPYBOOK    : ARISHJ
000050*    DESCRIPTION : ONE RECORD FOR EVERY ACTION TAKEN ON A
000060*                  SUSPENSE ITEM FROM THE SUSC SCREEN - REPAIR
000070*                  KEYED, REPAIR APPROVED, REPAIR REJECTED AND
000080*                  WRITE-OFF - WITH THE USER, THE DATE AND TIME,
000090*                  THE STATUS AND NUM1/NUM2 BEFORE AND AFTER,
000100*                  AND THE REASON GIVEN.  KEYED BY THE CICS
000110*                  ABSOLUTE TIME OF THE ACTION PLUS THE
000120*                  TERMINAL, SO THE FILE READS IN TIME ORDER.
000130*                  WRITTEN ONLY BY SUSC (FCT NAME ARISHJ) AND
000140*                  NEVER UPDATED; READ BY THE SUSW WRITE-OFF
000150*                  REGISTER.
000160*
000170*    MODIFICATION HISTORY
000180*    DATE       INIT   DESCRIPTION
000190*    ---------- ----   ------------------------------------------
000200*    2026-10-15 MDH    INITIAL VERSION.
000210*****************************************************************
000220  01  ARI-SHJ-RECORD.
000230      05  ARI-SHJ-KEY.
000240          10  ARI-SHJ-STAMP           PIC 9(15).
000250          10  ARI-SHJ-TERM-ID         PIC X(04).
000260      05  ARI-SHJ-ACTION              PIC X(04).
000270          88  ARI-SHJ-REPAIR          VALUE 'REPR'.
000280          88  ARI-SHJ-APPROVE         VALUE 'APPR'.
000290          88  ARI-SHJ-REJECT          VALUE 'RJCT'.
000300          88  ARI-SHJ-WRITE-OFF       VALUE 'WOFF'.
000310      05  ARI-SHJ-USER-ID             PIC X(08).
000320      05  ARI-SHJ-ACTION-DATE         PIC 9(08).
000330      05  ARI-SHJ-ACTION-TIME         PIC 9(06).
000340      05  ARI-SHJ-SUS-KEY.
000350          10  ARI-SHJ-SEQ-NO          PIC 9(06).
000360          10  ARI-SHJ-OP-CODE         PIC X(04).
000370          10  ARI-SHJ-DATE-ADDED      PIC 9(08).
000380      05  ARI-SHJ-SOURCE-SYSTEM       PIC X(08).
000390      05  ARI-SHJ-REASON-CODE         PIC X(04).
000400      05  ARI-SHJ-STATUS-BEFORE       PIC X(01).
000410      05  ARI-SHJ-STATUS-AFTER        PIC X(01).
000420      05  ARI-SHJ-BEFORE-NUM1         PIC X(10).
000430      05  ARI-SHJ-BEFORE-NUM2         PIC X(10).
000440      05  ARI-SHJ-AFTER-NUM1          PIC X(10).
000450      05  ARI-SHJ-AFTER-NUM2          PIC X(10).
000460      05  ARI-SHJ-REMARK              PIC X(30).
000470      05  FILLER                      PIC X(03).
