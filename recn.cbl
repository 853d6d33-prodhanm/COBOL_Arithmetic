000260* DATE       INIT   DESCRIPTION
000270* ---------- ----   -----------------------------------------
000280* 2026-08-22 MDH    INITIAL VERSION.
000281* 2026-10-15 MDH    THE PROOF OUTCOME (PROVED OR FAILED) AND THE
000282*                    MISSING, DUPLICATED AND ORPHANED COUNTS ARE
000283*                    NOW RECORDED ON THE RUN REGISTER ENTRY FOR
000284*                    THE JOB ID AND RUN DATE.  RESL AND AUDX
000285*                    REFUSE TO PUBLISH A RUN NOT PROVED HERE.
000290*****************************************************************
000300        ENVIRONMENT DIVISION.
000310        CONFIGURATION SECTION.
000510                ASSIGN TO PARMIN
000520                ORGANIZATION IS SEQUENTIAL
000530                FILE STATUS IS ARI-PARM-STATUS.
000531            SELECT ARI-REG-FILE
000532                ASSIGN TO RUNREG
000533                ORGANIZATION IS INDEXED
000534                ACCESS MODE IS RANDOM
000535                RECORD KEY IS ARI-REG-KEY
000536                FILE STATUS IS ARI-REGF-STATUS.
000540*
000550        DATA DIVISION.
000560        FILE SECTION.
000840            05  RECN-PARM-LAYOUT-IND     PIC X(01).
000850            05  FILLER                   PIC X(63).
000860*
000862        FD  ARI-REG-FILE
000864            LABEL RECORDS ARE STANDARD.
000866        COPY ARIRUN.
000868*
000870        WORKING-STORAGE SECTION.
000880*****************************************************************
000890*    FILE STATUS SWITCHES
000980            88  ARI-REPORT-OK            VALUE '00'.
000990        77  ARI-PARM-STATUS              PIC X(02) VALUE SPACES.
001000            88  ARI-PARM-OK              VALUE '00'.
001002        77  ARI-REGF-STATUS              PIC X(02) VALUE SPACES.
001004            88  ARI-REGF-OK              VALUE '00'.
001006            88  ARI-REGF-NO-FILE         VALUE '35'.
001008            88  ARI-REGF-NO-RECORD       VALUE '23'.
001010*
001020*****************************************************************
001030*    PROGRAM SWITCHES
004970            EXIT.
004980*
004990*****************************************************************
004996*    6000-TERMINATE - WRITE THE PROOF TOTALS, RECORD THE
005002*                 OUTCOME ON THE RUN REGISTER, CLOSE THE FILES
005010*                 AND SET RC=8 WHEN ANY PROOF FAILED.
005020*****************************************************************
005030        6000-TERMINATE.
005420                        ' AUDITED = ' RECN-AUD-RECORDS
005430                        ' REJECTED = ' RECN-REJ-RECORDS
005440            END-IF.
005443            PERFORM 6500-RECORD-PROOF
005446                THRU 6500-RECORD-PROOF-EXIT.
005450            CLOSE ARI-TRANS-FILE
005460                  ARI-AUDIT-FILE
005470                  ARI-REJECT-FILE
005480                  ARI-REPORT-FILE.
005490        6000-TERMINATE-EXIT.
005491            EXIT.
005492*
005493*****************************************************************
005494*    6500-RECORD-PROOF - STAMP THE PROOF OUTCOME AND EXCEPTION
005495*                 COUNTS ON THE RUN REGISTER ENTRY THE ENGINE
005496*                 LEFT FOR THIS JOB ID AND RUN DATE, SO RESL,
005497*                 AUDX AND THE RUNC SCREEN CAN SEE WHETHER THE
005498*                 RUN WAS PROVED.  NO ENTRY (OR NO REGISTER)
005499*                 IS A WARNING ONLY - THE RUN THEN SIMPLY
005500*                 STAYS UNPROVED AND WILL NOT BE PUBLISHED
005501*                 WITHOUT THE OVERRIDE.
005502*****************************************************************
005503        6500-RECORD-PROOF.
005504            OPEN I-O ARI-REG-FILE.
005505            IF ARI-REGF-NO-FILE
005506                DISPLAY 'RECN0007W - RUNREG NOT AVAILABLE - '
005507                        'PROOF OUTCOME NOT RECORDED'
005508                MOVE ' PROOF NOT RECORDED - NO RUN REGISTER'
005509                    TO RECN-REPORT-RECORD
005510                WRITE RECN-REPORT-RECORD
005511                GO TO 6500-RECORD-PROOF-EXIT
005512            END-IF.
005513            IF NOT ARI-REGF-OK
005514                DISPLAY 'RECN0008E - UNABLE TO OPEN RUNREG - '
005515                        'STATUS = ' ARI-REGF-STATUS
005516                MOVE 16 TO ARI-RETURN-CODE
005517                PERFORM 9999-ABEND
005518                    THRU 9999-ABEND-EXIT
005519            END-IF.
005520            MOVE RECN-JOB-ID   TO ARI-REG-JOB-ID.
005521            MOVE RECN-RUN-DATE TO ARI-REG-RUN-DATE.
005522            READ ARI-REG-FILE.
005523            IF ARI-REGF-NO-RECORD
005524                DISPLAY 'RECN0007W - NO RUN REGISTER ENTRY FOR '
005525                        'JOB ' RECN-JOB-ID ' DATE ' RECN-RUN-DATE
005526                        ' - PROOF OUTCOME NOT RECORDED'
005527                MOVE ' PROOF NOT RECORDED - RUN NOT REGISTERED'
005528                    TO RECN-REPORT-RECORD
005529                WRITE RECN-REPORT-RECORD
005530                CLOSE ARI-REG-FILE
005531                GO TO 6500-RECORD-PROOF-EXIT
005532            END-IF.
005533            IF NOT ARI-REGF-OK
005534                DISPLAY 'RECN0009E - RUNREG READ FAILED - '
005535                        'STATUS = ' ARI-REGF-STATUS
005536                MOVE 16 TO ARI-RETURN-CODE
005537                PERFORM 9999-ABEND
005538                    THRU 9999-ABEND-EXIT
005539            END-IF.
005540            IF ARI-PROOF-FAIL-YES
005541                SET ARI-REG-PROOF-FAILED TO TRUE
005542            ELSE
005543                SET ARI-REG-PROOF-PASSED TO TRUE
005544            END-IF.
005545            IF RECN-MISSING-CNT > 999
005546                MOVE 999 TO ARI-REG-PROOF-MISSING
005547            ELSE
005548                MOVE RECN-MISSING-CNT TO ARI-REG-PROOF-MISSING
005549            END-IF.
005550            IF RECN-DUP-CNT > 999
005551                MOVE 999 TO ARI-REG-PROOF-DUPLICATED
005552            ELSE
005553                MOVE RECN-DUP-CNT TO ARI-REG-PROOF-DUPLICATED
005554            END-IF.
005555            IF RECN-ORPHAN-CNT > 999
005556                MOVE 999 TO ARI-REG-PROOF-ORPHANED
005557            ELSE
005558                MOVE RECN-ORPHAN-CNT TO ARI-REG-PROOF-ORPHANED
005559            END-IF.
005560            REWRITE ARI-REG-RECORD.
005561            IF NOT ARI-REGF-OK
005562                DISPLAY 'RECN0010E - RUNREG REWRITE FAILED - '
005563                        'STATUS = ' ARI-REGF-STATUS
005564                MOVE 16 TO ARI-RETURN-CODE
005565                PERFORM 9999-ABEND
005566                    THRU 9999-ABEND-EXIT
005567            END-IF.
005568            CLOSE ARI-REG-FILE.
005569            MOVE ' PROOF OUTCOME RECORDED ON THE RUN REGISTER'
005570                TO RECN-REPORT-RECORD.
005571            WRITE RECN-REPORT-RECORD.
005572        6500-RECORD-PROOF-EXIT.
005573            EXIT.
005574*
005575*****************************************************************
005576*    9999-ABEND - FATAL I/O ERROR HANDLING.  DISPLAYS THE
005577*                 CONDITION AND ENDS THE RUN WITH A NON-ZERO
005578*                 RETURN CODE SO THE JCL STEP FAILS VISIBLY.
005579*****************************************************************
005580        9999-ABEND.
005581            MOVE ARI-RETURN-CODE TO RETURN-CODE.
005590            STOP RUN.
005600        9999-ABEND-EXIT.
005610            EXIT.
