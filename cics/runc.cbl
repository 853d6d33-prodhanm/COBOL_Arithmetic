000290* DATE       INIT   DESCRIPTION
000300* ---------- ----   -----------------------------------------
000310* 2026-09-03 MDH    INITIAL VERSION.
000311* 2026-10-15 MDH    SHOWS WHETHER THE RUN IS PROVED, UNPROVED OR
000312*                    PUBLISHED UNDER THE RESL/AUDX OVERRIDE, WITH
000313*                    THE MISSING, DUPLICATED AND ORPHANED COUNTS
000314*                    RECN RECORDED ON THE RUN REGISTER ENTRY.
000315* 2026-10-15 MDH    THE SIGNED-ON USER MUST NOW HOLD THE INQUIRY
000316*                    FUNCTION ON THE ARIAUT AUTHORIZATION PROFILE
000317*                    TO SEE A RUN REGISTER ENTRY.
000320*****************************************************************
000330        ENVIRONMENT DIVISION.
000340*
000450        COPY ARIRUN.
000460*
000470*****************************************************************
000471*    AUTHORIZATION PROFILE - THE SIGNED-ON USER'S ENTRY
000472*****************************************************************
000473        COPY ARIAUT.
000474*
000475*****************************************************************
000480*    PROGRAM SWITCHES AND MISCELLANEOUS WORKING STORAGE
000490*****************************************************************
000500        01  ARI-SWITCHES.
000570                                         VALUE 'RUNCMAP'.
000580        77  ARI-MAPSETID                 PIC X(08) VALUE 'RUNCMS'.
000590        77  ARI-REG-FILE-ID              PIC X(08) VALUE 'ARIRUN'.
000595        77  ARI-AUT-FILE-ID              PIC X(08) VALUE 'ARIAUT'.
000600        77  ARI-EDIT-COUNT               PIC Z,ZZZ,ZZ9.
000610        77  ARI-END-MSG                  PIC X(19)
000620                              VALUE 'RUNC INQUIRY ENDED'.
001590                GO TO 2000-PROCESS-INPUT-EXIT
001600            END-IF.
001610            MOVE SPACES TO MSGO.
001613            PERFORM 8000-READ-AUTH-PROFILE
001616                THRU 8000-READ-AUTH-PROFILE-EXIT.
001619            IF ARI-AUT-ACTIVE
001622                AND ARI-AUT-INQUIRY-YES
001625                PERFORM 2100-INQUIRE-RUN
001628                    THRU 2100-INQUIRE-RUN-EXIT
001631            ELSE
001634                MOVE 'NOT AUTHORIZED FOR RUN INQUIRY' TO MSGO
001637            END-IF.
001640            IF ARI-FOUND-YES
001650                PERFORM 2200-FORMAT-RUN
001660                    THRU 2200-FORMAT-RUN-EXIT
002190*    2200-FORMAT-RUN - ECHO THE REGISTER ENTRY TO THE SCREEN.
002200*                 AN IN-FLIGHT RUN SHOWS THE POSITION OF ITS
002210*                 LAST PROGRESS MILESTONE; A COMPLETE RUN
002214*                 SHOWS ITS FINAL COUNTS.  THE PROOF FIELD
002218*                 SHOWS PROVED ONLY WHEN RECN PASSED THE RUN;
002222*                 A RUN PUBLISHED WITHOUT A PASSED PROOF SHOWS
002226*                 OVERRIDDEN, ANY OTHER RUN UNPROVED.
002230*****************************************************************
002240        2200-FORMAT-RUN.
002250            MOVE ARI-REG-JOB-ID     TO JOBIDO.
002590            MOVE ARI-EDIT-COUNT        TO CPCTO.
002600            MOVE ARI-REG-CNT-MODULO    TO ARI-EDIT-COUNT.
002610            MOVE ARI-EDIT-COUNT        TO CMODO.
002611            EVALUATE TRUE
002612                WHEN ARI-REG-PROOF-PASSED
002613                    MOVE 'PROVED      ' TO PRFSTO
002614                WHEN ARI-REG-PUBLISH-OVERRIDDEN
002615                    MOVE 'OVERRIDDEN  ' TO PRFSTO
002616                WHEN OTHER
002617                    MOVE 'UNPROVED    ' TO PRFSTO
002618            END-EVALUATE.
002619            IF (ARI-REG-PROOF-PASSED OR ARI-REG-PROOF-FAILED)
002620                AND ARI-REG-PROOF-COUNTS NUMERIC
002621                MOVE ARI-REG-PROOF-MISSING    TO ARI-EDIT-COUNT
002622                MOVE ARI-EDIT-COUNT           TO PMISO
002623                MOVE ARI-REG-PROOF-DUPLICATED TO ARI-EDIT-COUNT
002624                MOVE ARI-EDIT-COUNT           TO PDUPO
002625                MOVE ARI-REG-PROOF-ORPHANED   TO ARI-EDIT-COUNT
002626                MOVE ARI-EDIT-COUNT           TO PORPO
002627            ELSE
002628                MOVE SPACES TO PMISO
002629                               PDUPO
002630                               PORPO
002631            END-IF.
002632            IF ARI-REG-OPEN
002633                MOVE 'IN FLIGHT - SHOWING LAST MILESTONE'
002640                    TO MSGO
002650            ELSE
002660                MOVE 'RUN FINISHED - FINAL COUNTS SHOWN'
002680            END-IF.
002730        2200-FORMAT-RUN-EXIT.
002740            EXIT.
002750*
002760*****************************************************************
002770*    8000-READ-AUTH-PROFILE - READ THE SIGNED-ON USER'S ENTRY ON
002780*                 THE AUTHORIZATION PROFILE FILE.  NO ENTRY, OR A
002790*                 READ FAILURE, LEAVES THE STATUS BLANK, WHICH THE
002800*                 CALLER TREATS AS NOT AUTHORIZED.
002810*****************************************************************
002820        8000-READ-AUTH-PROFILE.
002830            MOVE SPACES TO ARI-AUT-RECORD.
002840            EXEC CICS ASSIGN
002850                USERID(ARI-AUT-USER-ID)
002860            END-EXEC.
002870            EXEC CICS READ
002880                FILE(ARI-AUT-FILE-ID)
002890                INTO(ARI-AUT-RECORD)
002900                RIDFLD(ARI-AUT-USER-ID)
002910                RESP(ARI-RESP-CODE)
002920            END-EXEC.
002930            IF ARI-RESP-CODE NOT = DFHRESP(NORMAL)
002940                IF ARI-RESP-CODE NOT = DFHRESP(NOTFND)
002950                    DISPLAY 'RUNC0004E - READ ARIAUT FAILED, '
002960                            'RESP = ' ARI-RESP-CODE
002970                END-IF
002980                MOVE SPACES TO ARI-AUT-STATUS
002990            END-IF.
003000        8000-READ-AUTH-PROFILE-EXIT.
003010            EXIT.
