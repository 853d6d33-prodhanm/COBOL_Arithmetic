000010*****************************************************************
000020* ARILIM     -  ARITHMETIC SUITE OPERAND / RESULT LIMITS RECORD
000030*
000040*    COPYBOOK    : ARILIM
000050*    DESCRIPTION : KEYED LIMITS MASTER HOLDING THE PLAUSIBLE
000060*                  RANGE OF NUM1 AND NUM2 AND THE LARGEST
000070*                  ABSOLUTE RESULT EXPECTED FROM EACH SUPPLYING
000080*                  SOURCE SYSTEM FOR EACH OPERATION.  KEYED BY
000090*                  SOURCE SYSTEM (AS CARRIED ON THE EXTRACT
000100*                  HEADER) PLUS OPERATION CODE.  A ROW WITH
000110*                  SOURCE SYSTEM 'DEFAULT' APPLIES TO ANY
000120*                  SUPPLIER WITHOUT A ROW OF ITS OWN FOR THAT
000130*                  OPERATION; AN OPERATION WITH NO ROW AT ALL
000140*                  IS NOT LIMIT CHECKED.  A MINIMUM AND MAXIMUM
000150*                  PAIR BOTH ZERO, OR A ZERO RESULT MAXIMUM,
000160*                  LEAVES THAT VALUE UNCHECKED.  READ BY DIVI,
000170*                  ADDI, SUBI, MULI AND MIXI, WHICH REJECT A
000180*                  DETAIL OUTSIDE ITS LIMITS WITH REASON CODE
000190*                  LIMT; MAINTAINED ONLINE BY THE LIMC SCREEN.
000200*
000210*    MODIFICATION HISTORY
000220*    DATE       INIT   DESCRIPTION
000230*    ---------- ----   ------------------------------------------
000240*    2026-10-15 MDH    INITIAL VERSION.
000250*****************************************************************
000260  01  ARI-LIM-RECORD.
000270      05  ARI-LIM-KEY.
000280          10  ARI-LIM-SOURCE-SYSTEM   PIC X(08).
000290              88  ARI-LIM-SYS-DEFAULT VALUE 'DEFAULT '.
000300          10  ARI-LIM-OP-CODE         PIC X(04).
000310      05  ARI-LIM-NUM1-MIN            PIC S9(07)V99
000320                                      SIGN LEADING SEPARATE.
000330      05  ARI-LIM-NUM1-MAX            PIC S9(07)V99
000340                                      SIGN LEADING SEPARATE.
000350      05  ARI-LIM-NUM2-MIN            PIC S9(07)V99
000360                                      SIGN LEADING SEPARATE.
000370      05  ARI-LIM-NUM2-MAX            PIC S9(07)V99
000380                                      SIGN LEADING SEPARATE.
000390      05  ARI-LIM-RESULT-MAX          PIC 9(14)V9(04).
000400      05  ARI-LIM-UPDATE-USER         PIC X(08).
000410      05  ARI-LIM-UPDATE-DATE         PIC 9(08).
000420      05  FILLER                      PIC X(14).
