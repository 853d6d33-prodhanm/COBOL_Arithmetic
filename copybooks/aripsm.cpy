000010*****************************************************************
000020* ARIPSM     -  ARITHMETIC SUITE PERIOD SUMMARY RECORD
000030*
000040*    COPYBOOK    : ARIPSM
000050*    DESCRIPTION : ONE RECORD PER JOB ID, OPERATION AND SOURCE
000060*                  SYSTEM FOR A CERTIFIED MONTH-END PERIOD,
000070*                  WRITTEN BY PCLS WHEN IT CLOSES THE PERIOD -
000080*                  THE MONTH'S AUDIT ACTIVITY ROLLED UP TO A
000090*                  RECORD COUNT, SUM OF NUM1 AND SUM OF RESULTS.
000100*                  A NEW GENERATION IS CUT FOR EVERY CLOSE (A
000110*                  PERIOD REOPENED AND CLOSED AGAIN HAS ONE PER
000120*                  CLOSE; THE LATEST IS THE CERTIFIED ONE).
000130*                  ONLINE INQUIRIES APPEAR UNDER JOB ID DIVIONLN.
000140*
000150*    MODIFICATION HISTORY
000160*    DATE       INIT   DESCRIPTION
000170*    ---------- ----   ------------------------------------------
000180*    2026-10-15 MDH    INITIAL VERSION.
000190*****************************************************************
000200  01  ARI-PSM-RECORD.
000210      05  ARI-PSM-PERIOD              PIC 9(06).
000220      05  ARI-PSM-JOB-ID              PIC X(08).
000230      05  ARI-PSM-OPERATION           PIC X(04).
000240      05  ARI-PSM-SOURCE-SYSTEM       PIC X(08).
000250      05  ARI-PSM-RECORDS             PIC 9(09).
000260      05  ARI-PSM-SUM-NUM1            PIC S9(13)V99.
000270      05  ARI-PSM-SUM-RESULT          PIC S9(15)V9(04).
000280      05  FILLER                      PIC X(11).
