000010*****************************************************************
000020* ARIPER     -  ARITHMETIC SUITE ACCOUNTING PERIOD CONTROL RECORD
000030*
000040*    COPYBOOK    : ARIPER
000050*    DESCRIPTION : ONE RECORD PER CALENDAR MONTH (YYYYMM) THE
000060*                  PCLS MONTH-END CLOSE HAS CERTIFIED.  CARRIES
000070*                  THE PERIOD'S STATUS (CLOSED, OR REOPENED WITH
000080*                  THE USER, TIME AND MANDATORY REASON), THE
000090*                  PERIOD'S OWN CONTROL TOTALS AND THE CLOSING
000100*                  (CUMULATIVE) CONTROL TOTALS THE NEXT CLOSE
000110*                  CARRIES FORWARD AS ITS OPENING FIGURES.  WHILE
000120*                  A PERIOD IS CLOSED, RBAK WILL NOT BACK OUT A
000130*                  RUN IN IT, AUDP WILL NOT PURGE ITS AUDIT
000140*                  RECORDS AND THE ENGINES WILL NOT RUN OR
000150*                  REPROCESS ONE OF ITS PROCESS DATES.  KEYED BY
000160*                  PERIOD (DD PERFILE) AND WRITTEN ONLY BY PCLS.
000170*                  NO RECORD MEANS THE MONTH WAS NEVER CLOSED.
000180*
000190*    MODIFICATION HISTORY
000200*    DATE       INIT   DESCRIPTION
000210*    ---------- ----   ------------------------------------------
000220*    2026-10-15 MDH    INITIAL VERSION.
000230*****************************************************************
000240  01  ARI-PER-RECORD.
000250      05  ARI-PER-PERIOD              PIC 9(06).
000260      05  ARI-PER-PERIOD-SPLIT REDEFINES ARI-PER-PERIOD.
000270          10  ARI-PER-YEAR            PIC 9(04).
000280          10  ARI-PER-MONTH           PIC 9(02).
000290      05  ARI-PER-STATUS              PIC X(01).
000300          88  ARI-PER-CLOSED          VALUE 'C'.
000310          88  ARI-PER-REOPENED        VALUE 'R'.
000320      05  ARI-PER-CLOSE-COUNT         PIC 9(03).
000330      05  ARI-PER-CLOSED-BY           PIC X(08).
000340      05  ARI-PER-CLOSE-SUBMITTER     PIC X(08).
000350      05  ARI-PER-CLOSE-DATE          PIC 9(08).
000360      05  ARI-PER-CLOSE-TIME          PIC 9(08).
000370      05  ARI-PER-REOPEN-COUNT        PIC 9(03).
000380      05  ARI-PER-REOPENED-BY         PIC X(08).
000390      05  ARI-PER-REOPEN-SUBMITTER    PIC X(08).
000400      05  ARI-PER-REOPEN-DATE         PIC 9(08).
000410      05  ARI-PER-REOPEN-TIME         PIC 9(08).
000420      05  ARI-PER-REOPEN-REASON       PIC X(60).
000430      05  ARI-PER-PERIOD-TOTALS.
000440          10  ARI-PER-PRD-RUNS        PIC 9(07).
000450          10  ARI-PER-PRD-READ        PIC 9(11).
000460          10  ARI-PER-PRD-ACCEPTED    PIC 9(11).
000470          10  ARI-PER-PRD-REJECTED    PIC 9(11).
000480          10  ARI-PER-PRD-AUD-BATCH   PIC 9(11).
000490          10  ARI-PER-PRD-AUD-ONLINE  PIC 9(11).
000500          10  ARI-PER-PRD-SUM-NUM1    PIC S9(15)V9(04).
000510          10  ARI-PER-PRD-SUM-RESULT  PIC S9(15)V9(04).
000520      05  ARI-PER-CLOSING-TOTALS.
000530          10  ARI-PER-CLS-RUNS        PIC 9(07).
000540          10  ARI-PER-CLS-READ        PIC 9(11).
000550          10  ARI-PER-CLS-ACCEPTED    PIC 9(11).
000560          10  ARI-PER-CLS-REJECTED    PIC 9(11).
000570          10  ARI-PER-CLS-AUD-BATCH   PIC 9(11).
000580          10  ARI-PER-CLS-AUD-ONLINE  PIC 9(11).
000590          10  ARI-PER-CLS-SUM-NUM1    PIC S9(15)V9(04).
000600          10  ARI-PER-CLS-SUM-RESULT  PIC S9(15)V9(04).
000610      05  FILLER                      PIC X(63).
