000140*                  SEQUENCE NUMBER ALONE WOULD LET AN
000150*                  UNRELATED REJECT OVERWRITE A STILL-OPEN
000160*                  SUSPENSE ITEM.  STATUS LIFE CYCLE IS
000164*                  O (OPEN) TO P (REPAIR PENDING APPROVAL) TO
000168*                  R (REPAIRED - APPROVED BY A SECOND USER) TO
000172*                  C (RECYCLED), OR O TO W (WRITTEN OFF - NEVER
000176*                  RECYCLED).  A REJECTED REPAIR GOES BACK TO O.
000180*
000190*    MODIFICATION HISTORY
000200*    DATE       INIT   DESCRIPTION
000262*    2026-09-03 MDH    ADDED THE EXTRACT SOURCE SYSTEM CARRIED
000264*                      FROM THE REJECT RECORD SO SUSPENSE CAN
000266*                      BE CHASED WITH THE RIGHT SUPPLIER.
000267*    2026-10-15 MDH    DUAL CONTROL.  A REPAIR NOW HOLDS THE
000268*                      CORRECTED NUM1/NUM2 AS PENDING VALUES
000269*                      UNDER THE NEW P STATUS UNTIL A DIFFERENT
000270*                      USER APPROVES IT (APPROVER AND DATE
000271*                      ADDED); ADDED THE W WRITTEN-OFF STATUS
000272*                      WITH THE USER, DATE AND MANDATORY
000273*                      REASON.  RECORD LENGTH IS NOW 200.
000274*****************************************************************
000280  01  ARI-SUS-RECORD.
000290      05  ARI-SUS-KEY.
000300          10  ARI-SUS-SEQ-NO          PIC 9(06).
000370      05  ARI-SUS-STATUS              PIC X(01).
000380          88  ARI-SUS-OPEN            VALUE 'O'.
000390          88  ARI-SUS-REPAIRED        VALUE 'R'.
000395          88  ARI-SUS-PENDING         VALUE 'P'.
000400          88  ARI-SUS-RECYCLED        VALUE 'C'.
000405          88  ARI-SUS-WRITTEN-OFF     VALUE 'W'.
000410      05  ARI-SUS-DATE-REPAIRED       PIC 9(08).
000420      05  ARI-SUS-REPAIR-USER         PIC X(08).
000430      05  ARI-SUS-SOURCE-SYSTEM       PIC X(08).
000440      05  ARI-SUS-PEND-NUM1           PIC X(10).
000450      05  ARI-SUS-PEND-NUM2           PIC X(10).
000460      05  ARI-SUS-APPROVE-USER        PIC X(08).
000470      05  ARI-SUS-DATE-APPROVED       PIC 9(08).
000480      05  ARI-SUS-WOFF-USER           PIC X(08).
000490      05  ARI-SUS-DATE-WOFF           PIC 9(08).
000500      05  ARI-SUS-WOFF-REASON         PIC X(30).
000510      05  FILLER                      PIC X(21).
