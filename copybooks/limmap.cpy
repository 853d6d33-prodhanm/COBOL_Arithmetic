000010*****************************************************************
000020* LIMMAP     -  SYMBOLIC MAP FOR THE LIMC SUPPLIER LIMITS
000030*               MAINTENANCE SCREEN
000040*
000050*    COPYBOOK    : LIMMAP
000060*    DESCRIPTION : GENERATED-STYLE SYMBOLIC MAP FOR MAPSET
000070*                  LIMCMS, MAP LIMCMAP (SEE LIMCMAP.BMS).
000080*                  FILLER LENGTHS FOLLOW THE SAME CONVENTION
000090*                  AS DIVIMAP - EVERY UNNAMED TITLE/LABEL
000100*                  FIELD RESERVES ITS OWN 2-BYTE LENGTH +
000110*                  1-BYTE ATTRIBUTE + DATA SPAN, AND EACH
000120*                  NAMED FIELD'S O-SIDE FILLER COVERS ITS
000130*                  LENGTH/ATTRIBUTE PAIR.
000140*
000150*    MODIFICATION HISTORY
000160*    DATE       INIT   DESCRIPTION
000170*    ---------- ----   ------------------------------------------
000180*    2026-10-15 MDH    INITIAL VERSION.
000190*****************************************************************
000200  01  LIMCMAPI.
000210      05  FILLER                      PIC X(37).
000220      05  FILLER                      PIC X(13).
000230      05  SYSIDL                      PIC S9(04) COMP.
000240      05  SYSIDF                      PIC X.
000250      05  FILLER REDEFINES SYSIDF.
000260          10  SYSIDA                  PIC X.
000270      05  SYSIDI                      PIC X(08).
000280      05  FILLER                      PIC X(12).
000290      05  OPCDL                       PIC S9(04) COMP.
000300      05  OPCDF                       PIC X.
000310      05  FILLER REDEFINES OPCDF.
000320          10  OPCDA                   PIC X.
000330      05  OPCDI                       PIC X(04).
000340      05  FILLER                      PIC X(13).
000350      05  N1MINL                      PIC S9(04) COMP.
000360      05  N1MINF                      PIC X.
000370      05  FILLER REDEFINES N1MINF.
000380          10  N1MINA                  PIC X.
000390      05  N1MINI                      PIC X(10).
000400      05  FILLER                      PIC X(13).
000410      05  N1MAXL                      PIC S9(04) COMP.
000420      05  N1MAXF                      PIC X.
000430      05  FILLER REDEFINES N1MAXF.
000440          10  N1MAXA                  PIC X.
000450      05  N1MAXI                      PIC X(10).
000460      05  FILLER                      PIC X(13).
000470      05  N2MINL                      PIC S9(04) COMP.
000480      05  N2MINF                      PIC X.
000490      05  FILLER REDEFINES N2MINF.
000500          10  N2MINA                  PIC X.
000510      05  N2MINI                      PIC X(10).
000520      05  FILLER                      PIC X(13).
000530      05  N2MAXL                      PIC S9(04) COMP.
000540      05  N2MAXF                      PIC X.
000550      05  FILLER REDEFINES N2MAXF.
000560          10  N2MAXA                  PIC X.
000570      05  N2MAXI                      PIC X(10).
000580      05  FILLER                      PIC X(13).
000590      05  RSMAXL                      PIC S9(04) COMP.
000600      05  RSMAXF                      PIC X.
000610      05  FILLER REDEFINES RSMAXF.
000620          10  RSMAXA                  PIC X.
000630      05  RSMAXI                      PIC X(18).
000640      05  FILLER                      PIC X(13).
000650      05  UPDDTL                      PIC S9(04) COMP.
000660      05  UPDDTF                      PIC X.
000670      05  FILLER REDEFINES UPDDTF.
000680          10  UPDDTA                  PIC X.
000690      05  UPDDTI                      PIC X(08).
000700      05  FILLER                      PIC X(05).
000710      05  UPDUSL                      PIC S9(04) COMP.
000720      05  UPDUSF                      PIC X.
000730      05  FILLER REDEFINES UPDUSF.
000740          10  UPDUSA                  PIC X.
000750      05  UPDUSI                      PIC X(08).
000760      05  MSGL                        PIC S9(04) COMP.
000770      05  MSGF                        PIC X.
000780      05  FILLER REDEFINES MSGF.
000790          10  MSGA                    PIC X.
000800      05  MSGI                        PIC X(40).
000810      05  FILLER                      PIC X(49).
000820      05  FILLER                      PIC X(45).
000830      05  FILLER                      PIC X(49).
000840*
000850  01  LIMCMAPO REDEFINES LIMCMAPI.
000860      05  FILLER                      PIC X(37).
000870      05  FILLER                      PIC X(13).
000880      05  FILLER                      PIC X(03).
000890      05  SYSIDO                      PIC X(08).
000900      05  FILLER                      PIC X(12).
000910      05  FILLER                      PIC X(03).
000920      05  OPCDO                       PIC X(04).
000930      05  FILLER                      PIC X(13).
000940      05  FILLER                      PIC X(03).
000950      05  N1MINO                      PIC X(10).
000960      05  FILLER                      PIC X(13).
000970      05  FILLER                      PIC X(03).
000980      05  N1MAXO                      PIC X(10).
000990      05  FILLER                      PIC X(13).
001000      05  FILLER                      PIC X(03).
001010      05  N2MINO                      PIC X(10).
001020      05  FILLER                      PIC X(13).
001030      05  FILLER                      PIC X(03).
001040      05  N2MAXO                      PIC X(10).
001050      05  FILLER                      PIC X(13).
001060      05  FILLER                      PIC X(03).
001070      05  RSMAXO                      PIC X(18).
001080      05  FILLER                      PIC X(13).
001090      05  FILLER                      PIC X(03).
001100      05  UPDDTO                      PIC X(08).
001110      05  FILLER                      PIC X(05).
001120      05  FILLER                      PIC X(03).
001130      05  UPDUSO                      PIC X(08).
001140      05  FILLER                      PIC X(03).
001150      05  MSGO                        PIC X(40).
001160      05  FILLER                      PIC X(49).
001170      05  FILLER                      PIC X(45).
001180      05  FILLER                      PIC X(49).
