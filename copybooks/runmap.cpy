000160*    DATE       INIT   DESCRIPTION
000170*    ---------- ----   ------------------------------------------
000180*    2026-09-03 MDH    INITIAL VERSION.
000183*    2026-10-15 MDH    ADDED PRFST (RUN PROOF OUTCOME) AND THE
000186*                      PMIS/PDUP/PORP PROOF EXCEPTION COUNTS.
000190*****************************************************************
000200  01  RUNCMAPI.
000210      05  FILLER                      PIC X(28).
000370      05  FILLER REDEFINES STATXF.
000380          10  STATXA                  PIC X.
000390      05  STATXI                      PIC X(12).
000391      05  FILLER                      PIC X(08).
000392      05  PRFSTL                      PIC S9(04) COMP.
000393      05  PRFSTF                      PIC X.
000394      05  FILLER REDEFINES PRFSTF.
000395          10  PRFSTA                  PIC X.
000396      05  PRFSTI                      PIC X(12).
000400      05  FILLER                      PIC X(13).
000410      05  STIMEL                      PIC S9(04) COMP.
000420      05  STIMEF                      PIC X.
001090      05  FILLER REDEFINES CMODF.
001100          10  CMODA                   PIC X.
001110      05  CMODI                       PIC X(10).
001111      05  FILLER                      PIC X(13).
001112      05  PMISL                       PIC S9(04) COMP.
001113      05  PMISF                       PIC X.
001114      05  FILLER REDEFINES PMISF.
001115          10  PMISA                   PIC X.
001116      05  PMISI                       PIC X(10).
001117      05  FILLER                      PIC X(13).
001118      05  PDUPL                       PIC S9(04) COMP.
001119      05  PDUPF                       PIC X.
001120      05  FILLER REDEFINES PDUPF.
001121          10  PDUPA                   PIC X.
001122      05  PDUPI                       PIC X(10).
001123      05  FILLER                      PIC X(13).
001124      05  PORPL                       PIC S9(04) COMP.
001125      05  PORPF                       PIC X.
001126      05  FILLER REDEFINES PORPF.
001127          10  PORPA                   PIC X.
001128      05  PORPI                       PIC X(10).
001129      05  MSGL                        PIC S9(04) COMP.
001130      05  MSGF                        PIC X.
001140      05  FILLER REDEFINES MSGF.
001150          10  MSGA                    PIC X.
001270      05  FILLER                      PIC X(13).
001280      05  FILLER                      PIC X(03).
001290      05  STATXO                      PIC X(12).
001292      05  FILLER                      PIC X(08).
001294      05  FILLER                      PIC X(03).
001296      05  PRFSTO                      PIC X(12).
001300      05  FILLER                      PIC X(13).
001310      05  FILLER                      PIC X(03).
001320      05  STIMEO                      PIC X(08).
001630      05  FILLER                      PIC X(06).
001640      05  FILLER                      PIC X(03).
001650      05  CMODO                       PIC X(10).
001651      05  FILLER                      PIC X(13).
001652      05  FILLER                      PIC X(03).
001653      05  PMISO                       PIC X(10).
001654      05  FILLER                      PIC X(13).
001655      05  FILLER                      PIC X(03).
001656      05  PDUPO                       PIC X(10).
001657      05  FILLER                      PIC X(13).
001658      05  FILLER                      PIC X(03).
001659      05  PORPO                       PIC X(10).
001660      05  FILLER                      PIC X(03).
001670      05  MSGO                        PIC X(40).
001680      05  FILLER                      PIC X(26).
