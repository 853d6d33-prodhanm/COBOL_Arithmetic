000010*****************************************************************
000020* ARIAUT     -  ARITHMETIC SUITE USER AUTHORIZATION PROFILE
000030*
000040*    COPYBOOK    : ARIAUT
000050*    DESCRIPTION : ONE RECORD PER USER ID SAYING WHICH SUITE
000060*                  FUNCTIONS THAT USER MAY PERFORM - ONLINE
000070*                  CALCULATION AND PRIOR-RESULT/RUN INQUIRY
000080*                  (DIVIC, RUNC), SUSPENSE REPAIR AND APPROVAL
000090*                  (SUSC), RUN BACKOUT (RBAK), AUDIT PURGE
000100*                  (AUDP), THE REPROCESS OVERRIDE (ENGINES) AND
000110*                  THE PUBLISH OVERRIDE (RESL, AUDX) - PLUS
000120*                  SECURITY ADMINISTRATION OF THIS FILE ITSELF
000130*                  (AUTM) AND MONTH-END PERIOD CLOSE AND REOPEN
000140*                  (PCLS).  A FUNCTION IS HELD ONLY WHEN ITS
000150*                  FLAG IS Y AND THE PROFILE IS ACTIVE; NO
000160*                  PROFILE MEANS NOTHING IS HELD.  KEYED BY USER
000170*                  ID (FCT NAME ARIAUT, DD AUTFILE IN BATCH) AND
000180*                  MAINTAINED ONLY BY AUTM.
000190*
000200*    MODIFICATION HISTORY
000210*    DATE       INIT   DESCRIPTION
000220*    ---------- ----   ------------------------------------------
000230*    2026-10-15 MDH    INITIAL VERSION.
000240*    2026-10-15 MDH    ADDED THE PERIOD CLOSE FUNCTION (PCLS
000250*                      MONTH-END CLOSE AND REOPEN), TAKEN FROM
000260*                      THE FILLER.
000270*****************************************************************
000280  01  ARI-AUT-RECORD.
000290      05  ARI-AUT-USER-ID             PIC X(08).
000300      05  ARI-AUT-USER-NAME           PIC X(30).
000310      05  ARI-AUT-STATUS              PIC X(01).
000320          88  ARI-AUT-ACTIVE          VALUE 'A'.
000330          88  ARI-AUT-REVOKED         VALUE 'R'.
000340      05  ARI-AUT-FUNCTIONS.
000350          10  ARI-AUT-ONLINE-CALC     PIC X(01).
000360              88  ARI-AUT-CALC-YES    VALUE 'Y'.
000370          10  ARI-AUT-INQUIRY         PIC X(01).
000380              88  ARI-AUT-INQUIRY-YES VALUE 'Y'.
000390          10  ARI-AUT-SUS-REPAIR      PIC X(01).
000400              88  ARI-AUT-REPAIR-YES  VALUE 'Y'.
000410          10  ARI-AUT-SUS-APPROVE     PIC X(01).
000420              88  ARI-AUT-APPROVE-YES VALUE 'Y'.
000430          10  ARI-AUT-BACKOUT         PIC X(01).
000440              88  ARI-AUT-BACKOUT-YES VALUE 'Y'.
000450          10  ARI-AUT-PURGE           PIC X(01).
000460              88  ARI-AUT-PURGE-YES   VALUE 'Y'.
000470          10  ARI-AUT-REPROCESS       PIC X(01).
000480              88  ARI-AUT-REPROCESS-YES
000490                                      VALUE 'Y'.
000500          10  ARI-AUT-PUBLISH-OVRD    PIC X(01).
000510              88  ARI-AUT-PUBLISH-YES VALUE 'Y'.
000520          10  ARI-AUT-SECURITY-ADMIN  PIC X(01).
000530              88  ARI-AUT-ADMIN-YES   VALUE 'Y'.
000540          10  ARI-AUT-PERIOD-CLOSE    PIC X(01).
000550              88  ARI-AUT-PERIOD-CLOSE-YES
000560                                      VALUE 'Y'.
000570      05  ARI-AUT-FUNCTION-FLAGS REDEFINES ARI-AUT-FUNCTIONS.
000580          10  ARI-AUT-FLAG            PIC X(01) OCCURS 10.
000590      05  ARI-AUT-UPDATED-BY          PIC X(08).
000600      05  ARI-AUT-DATE-UPDATED        PIC 9(08).
000610      05  FILLER                      PIC X(35).
