000010*****************************************************************
000020* ARIACE     -  ARITHMETIC SUITE SUBMITTING-USER LOOKUP
000030*
000040*    COPYBOOK    : ARIACE
000050*    DESCRIPTION : LINKAGE SECTION MAPPINGS OF THE SYSTEM
000060*                  CONTROL BLOCKS CHAINED TO FIND THE USER ID
000070*                  THE BATCH JOB RUNS UNDER - PSA (AT ADDRESS
000080*                  ZERO) -> CURRENT ASCB -> ASXB -> ACEE.  ONLY
000090*                  THE FIELDS ON THE CHAIN ARE NAMED.  THE USER
000100*                  ID COMES FROM THE SECURITY ENVIRONMENT, NOT
000110*                  FROM ANYTHING IN THE JCL OR THE PARM CARD,
000120*                  SO IT CANNOT BE KEYED OVER.  FOR THE BATCH
000130*                  AUTHORIZATION CHECKS AGAINST ARIAUT.
000140*
000150*    MODIFICATION HISTORY
000160*    DATE       INIT   DESCRIPTION
000170*    ---------- ----   ------------------------------------------
000180*    2026-10-15 MDH    INITIAL VERSION.
000190*****************************************************************
000200  01  ARI-PSA.
000210      05  FILLER                      PIC X(548).
000220      05  ARI-PSA-AOLD                POINTER.
000230  01  ARI-ASCB.
000240      05  FILLER                      PIC X(108).
000250      05  ARI-ASCB-ASXB               POINTER.
000260  01  ARI-ASXB.
000270      05  FILLER                      PIC X(200).
000280      05  ARI-ASXB-SENV               POINTER.
000290  01  ARI-ACEE.
000300      05  ARI-ACEE-ACRONYM            PIC X(04).
000310      05  FILLER                      PIC X(16).
000320      05  ARI-ACEE-USER-LEN           PIC X(01).
000330      05  ARI-ACEE-USER-ID            PIC X(08).
