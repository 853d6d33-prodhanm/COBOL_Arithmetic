000160*    DATE       INIT   DESCRIPTION
000170*    ---------- ----   ------------------------------------------
000180*    2026-08-22 MDH    INITIAL VERSION.
000182*    2026-10-15 MDH    ADDED PENDING NUM1/NUM2, APPROVED DATE AND
000184*                      USER, ACTION REASON AND THE SECOND KEY
000186*                      LEGEND LINE FOR DUAL CONTROL.
000190*****************************************************************
000200  01  SUSCMAPI.
000210      05  FILLER                      PIC X(30).
000380          10  NUM1A                   PIC X.
000390      05  NUM1I                       PIC X(10).
000400      05  FILLER                      PIC X(13).
000401      05  PNUM1L                      PIC S9(04) COMP.
000402      05  PNUM1F                      PIC X.
000403      05  FILLER REDEFINES PNUM1F.
000404          10  PNUM1A                  PIC X.
000405      05  PNUM1I                      PIC X(10).
000406      05  FILLER                      PIC X(13).
000410      05  NUM2L                       PIC S9(04) COMP.
000420      05  NUM2F                       PIC X.
000430      05  FILLER REDEFINES NUM2F.
000440          10  NUM2A                   PIC X.
000450      05  NUM2I                       PIC X(10).
000451      05  FILLER                      PIC X(13).
000452      05  PNUM2L                      PIC S9(04) COMP.
000453      05  PNUM2F                      PIC X.
000454      05  FILLER REDEFINES PNUM2F.
000455          10  PNUM2A                  PIC X.
000456      05  PNUM2I                      PIC X(10).
000460      05  FILLER                      PIC X(13).
000470      05  REASONL                     PIC S9(04) COMP.
000480      05  REASONF                     PIC X.
000840      05  FILLER REDEFINES RUSERF.
000850          10  RUSERA                  PIC X.
000860      05  RUSERI                      PIC X(08).
000861      05  FILLER                      PIC X(11).
000862      05  APPRDL                      PIC S9(04) COMP.
000863      05  APPRDF                      PIC X.
000864      05  FILLER REDEFINES APPRDF.
000865          10  APPRDA                  PIC X.
000866      05  APPRDI                      PIC X(08).
000867      05  FILLER                      PIC X(05).
000868      05  AUSERL                      PIC S9(04) COMP.
000869      05  AUSERF                      PIC X.
000870      05  FILLER REDEFINES AUSERF.
000871          10  AUSERA                  PIC X.
000872      05  AUSERI                      PIC X(08).
000873      05  FILLER                      PIC X(13).
000874      05  ACTRSNL                     PIC S9(04) COMP.
000875      05  ACTRSNF                     PIC X.
000876      05  FILLER REDEFINES ACTRSNF.
000877          10  ACTRSNA                 PIC X.
000878      05  ACTRSNI                     PIC X(30).
000879      05  MSGL                        PIC S9(04) COMP.
000880      05  MSGF                        PIC X.
000890      05  FILLER REDEFINES MSGF.
000900          10  MSGA                    PIC X.
000910      05  MSGI                        PIC X(40).
000920      05  FILLER                      PIC X(48).
000925      05  FILLER                      PIC X(43).
000930*
000940  01  SUSCMAPO REDEFINES SUSCMAPI.
000950      05  FILLER                      PIC X(30).
001040      05  NUM1O                       PIC X(10).
001050      05  FILLER                      PIC X(13).
001060      05  FILLER                      PIC X(03).
001062      05  PNUM1O                      PIC X(10).
001064      05  FILLER                      PIC X(13).
001066      05  FILLER                      PIC X(03).
001070      05  NUM2O                       PIC X(10).
001072      05  FILLER                      PIC X(13).
001074      05  FILLER                      PIC X(03).
001076      05  PNUM2O                      PIC X(10).
001080      05  FILLER                      PIC X(13).
001090      05  FILLER                      PIC X(03).
001100      05  REASONO                     PIC X(04).
001250      05  FILLER                      PIC X(05).
001260      05  FILLER                      PIC X(03).
001270      05  RUSERO                      PIC X(08).
001271      05  FILLER                      PIC X(11).
001272      05  FILLER                      PIC X(03).
001273      05  APPRDO                      PIC X(08).
001274      05  FILLER                      PIC X(05).
001275      05  FILLER                      PIC X(03).
001276      05  AUSERO                      PIC X(08).
001277      05  FILLER                      PIC X(13).
001278      05  FILLER                      PIC X(03).
001279      05  ACTRSNO                     PIC X(30).
001280      05  FILLER                      PIC X(03).
001290      05  MSGO                        PIC X(40).
001300      05  FILLER                      PIC X(48).
001310      05  FILLER                      PIC X(43).
