000180*                ITEMS STILL OPEN AFTER THE PARM-DRIVEN NUMBER
000190*                OF DAYS ARE LISTED ON THE AGING REPORT AND
000200*                THE STEP ENDS RC=4 SO OPERATIONS SEES THEM.
000203*                ONLY A REPAIR APPROVED ON SUSC BY A USER
000206*                OTHER THAN THE ONE WHO KEYED IT IS RECYCLED.
000210*
000220* MODIFICATION HISTORY
000230* DATE       INIT   DESCRIPTION
000240* ---------- ----   -----------------------------------------
000250* 2026-08-22 MDH    INITIAL VERSION.
000251* 2026-10-15 MDH    DUAL CONTROL - A REPAIRED ITEM IS RECYCLED
000252*                   ONLY WHEN ITS APPROVER IS RECORDED AND IS
000253*                   NOT THE REPAIRER.  ONE REPAIRED BEFORE
000254*                   APPROVAL EXISTED GOES BACK TO PENDING
000255*                   APPROVAL (RC=4).  PENDING ITEMS COUNTED.
000260*****************************************************************
000270        ENVIRONMENT DIVISION.
000280        CONFIGURATION SECTION.
001050        77  ARI-RECS-AGED                PIC 9(07) COMP
001060                                          VALUE ZERO.
001070        77  ARI-RECS-OPEN                PIC 9(07) COMP
001072                                          VALUE ZERO.
001074        77  ARI-RECS-PENDING             PIC 9(07) COMP
001076                                          VALUE ZERO.
001078        77  ARI-RECS-RETURNED            PIC 9(07) COMP
001080                                          VALUE ZERO.
001090*
001100*****************************************************************
002380            EXIT.
002390*
002400*****************************************************************
002406*    2000-PROCESS-ONE-ITEM - READ ONE SUSPENSE ITEM.  APPROVED
002412*                 REPAIRS RECYCLE; OPEN ITEMS PAST THE CUTOFF
002418*                 GO ON THE AGING REPORT.  REPAIRS STILL
002424*                 AWAITING APPROVAL AND WRITTEN-OFF ITEMS ARE
002430*                 LEFT WHERE THEY ARE.
002440*****************************************************************
002450        2000-PROCESS-ONE-ITEM.
002460            READ ARI-SUS-FILE
002500            END-READ.
002510            ADD 1 TO ARI-RECS-READ.
002520            IF ARI-SUS-REPAIRED
002522                IF ARI-SUS-APPROVE-USER = SPACES
002524                    OR ARI-SUS-APPROVE-USER = ARI-SUS-REPAIR-USER
002526                    PERFORM 2300-RETURN-FOR-APPROVAL
002528                        THRU 2300-RETURN-FOR-APPROVAL-EXIT
002530                ELSE
002532                    PERFORM 2100-RECYCLE-ITEM
002534                        THRU 2100-RECYCLE-ITEM-EXIT
002536                END-IF
002538                GO TO 2000-PROCESS-ONE-ITEM-EXIT
002540            END-IF.
002542            IF ARI-SUS-PENDING
002544                ADD 1 TO ARI-RECS-PENDING
002550                GO TO 2000-PROCESS-ONE-ITEM-EXIT
002560            END-IF.
002570            IF ARI-SUS-OPEN
003200            EXIT.
003210*
003220*****************************************************************
003221*    2300-RETURN-FOR-APPROVAL - A REPAIRED ITEM WITH NO SECOND
003222*                 USER'S APPROVAL ON IT (REPAIRED BEFORE DUAL
003223*                 CONTROL) IS NOT RECYCLED.  IT GOES BACK TO
003224*                 PENDING APPROVAL WITH ITS REPAIRED VALUES AS
003225*                 THE PENDING VALUES, SO IT APPEARS IN THE SUSC
003226*                 APPROVAL WORK LIKE ANY NEW REPAIR.
003227*****************************************************************
003228        2300-RETURN-FOR-APPROVAL.
003229            MOVE ARI-SUS-NUM1 TO ARI-SUS-PEND-NUM1.
003230            MOVE ARI-SUS-NUM2 TO ARI-SUS-PEND-NUM2.
003231            MOVE SPACES       TO ARI-SUS-APPROVE-USER.
003232            MOVE ZERO         TO ARI-SUS-DATE-APPROVED.
003233            SET ARI-SUS-PENDING TO TRUE.
003234            REWRITE ARI-SUS-RECORD.
003235            IF NOT ARI-SUSM-OK
003236                DISPLAY 'SUSX0005E - SUSMAST REWRITE FAILED - '
003237                        'STATUS = ' ARI-SUSM-STATUS
003238                        ' KEY = ' ARI-SUS-SEQ-NO
003239                MOVE 16 TO ARI-RETURN-CODE
003240                PERFORM 9999-ABEND
003241                    THRU 9999-ABEND-EXIT
003242            END-IF.
003243            DISPLAY 'SUSX0006W - ITEM ' ARI-SUS-SEQ-NO ' '
003244                    ARI-SUS-OP-CODE ' ' ARI-SUS-DATE-ADDED
003245                    ' NOT APPROVED - RETURNED FOR APPROVAL'.
003246            ADD 1 TO ARI-RECS-RETURNED.
003247        2300-RETURN-FOR-APPROVAL-EXIT.
003248            EXIT.
003249*
003250*****************************************************************
003251*    3000-TERMINATE - DISPLAY RUN TOTALS AND CLOSE FILES.  A
003252*                 NON-EMPTY AGING REPORT, OR ANY ITEM SENT
003253*                 BACK FOR APPROVAL, ENDS RC=4 SO THE
003254*                 SCHEDULER SURFACES IT TO OPERATIONS.
003260*****************************************************************
003270        3000-TERMINATE.
003280            DISPLAY 'SUSX - ITEMS READ        = '
003330                    ARI-RECS-OPEN.
003340            DISPLAY 'SUSX - ITEMS OVER AGE    = '
003350                    ARI-RECS-AGED.
003352            DISPLAY 'SUSX - AWAITING APPROVAL = '
003354                    ARI-RECS-PENDING.
003356            DISPLAY 'SUSX - SENT FOR APPROVAL = '
003358                    ARI-RECS-RETURNED.
003360            CLOSE ARI-SUS-FILE
003370                  ARI-RECYCLE-FILE
003380                  ARI-REPORT-FILE.
003390            IF ARI-RECS-AGED > ZERO
003395                OR ARI-RECS-RETURNED > ZERO
003400                MOVE 4 TO ARI-RETURN-CODE
003410            END-IF.
003420        3000-TERMINATE-EXIT.
