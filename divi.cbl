000930*                    FOR THE EXTRACT AND SHOWN WITH THE CONTROL
000940*                    TOTALS, SO A REJECT SPIKE CAN BE ATTRIBUTED
000950*                    TO THE RIGHT UPSTREAM FEED.
000951* 2026-10-15 MDH    ADDED THE SUPPLIER LIMITS MASTER (ARILIM) -
000952*                    A DETAIL WHOSE NUM1, NUM2 OR RESULT FALLS
000953*                    OUTSIDE THE LIMITS HELD FOR ITS SOURCE
000954*                    SYSTEM AND OPERATION IS REJECTED WITH
000955*                    REASON CODE LIMT, SO IT GOES THROUGH
000956*                    SUSPENSE REPAIR LIKE ANY OTHER REJECT.
000957* 2026-10-15 MDH    THE DECIMAL PLACES OPTION IN FORCE IS NOW
000958*                    RECORDED ON THE RUN REGISTER ENTRY SO THE
000959*                    RCAL RECALCULATION VERIFIER CAN REPRODUCE
000960*                    THE ROUNDING THE RUN APPLIED.
000961* 2026-10-15 MDH    THE RECN PROOF OUTCOME ON THE RUN REGISTER
000962*                    ENTRY IS CLEARED WHEN THE RUN STARTS, SO A
000963*                    REPROCESSED RUN HAS TO BE PROVED AGAIN
000964*                    BEFORE RESL OR AUDX WILL PUBLISH IT.
000965* 2026-10-15 MDH    A REPROCESS OVERRIDE IS NOW REFUSED (RC=28)
000966*                    UNLESS BOTH THE PARM CARD USER AND THE USER
000967*                    THE JOB WAS SUBMITTED UNDER HOLD THE
000968*                    REPROCESS FUNCTION ON THE ARIAUT
000969*                    AUTHORIZATION PROFILE.
000970* 2026-10-15 MDH    A RUN OR REPROCESS FOR A PROCESS DATE IN A
000971*                    MONTH-END PERIOD CLOSED BY PCLS IS REFUSED
000972*                    (RC=32) UNTIL THE PERIOD IS REOPENED; A
000973*                    REOPENED PERIOD IS SHOWN WITH ITS REASON.
000974* 2026-10-15 MDH    A PERFILE READ ERROR NOW ENDS THE RUN
000975*                    (RC=16) INSTEAD OF BEING TAKEN AS AN
000976*                    OPEN PERIOD.
000977*****************************************************************
000978        ENVIRONMENT DIVISION.
000980        CONFIGURATION SECTION.
000990        INPUT-OUTPUT SECTION.
001000        FILE-CONTROL.
001340                ACCESS MODE IS RANDOM
001350                RECORD KEY IS ARI-HST-KEY
001360                FILE STATUS IS ARI-HSTF-STATUS.
001361            SELECT ARI-LIM-FILE
001362                ASSIGN TO LIMFILE
001363                ORGANIZATION IS INDEXED
001364                ACCESS MODE IS RANDOM
001365                RECORD KEY IS ARI-LIM-KEY
001366                FILE STATUS IS ARI-LIMF-STATUS.
001370            SELECT OPTIONAL ARI-PARM-FILE
001380                ASSIGN TO PARMIN
001390                ORGANIZATION IS SEQUENTIAL          
001400                FILE STATUS IS ARI-PARM-STATUS.
001401            SELECT ARI-AUT-FILE
001402                ASSIGN TO AUTFILE
001403                ORGANIZATION IS INDEXED
001404                ACCESS MODE IS RANDOM
001405                RECORD KEY IS ARI-AUT-USER-ID
001406                FILE STATUS IS ARI-AUTF-STATUS.
001407            SELECT OPTIONAL ARI-PER-FILE
001408                ASSIGN TO PERFILE
001409                ORGANIZATION IS INDEXED
001410                ACCESS MODE IS RANDOM
001411                RECORD KEY IS ARI-PER-PERIOD
001412                FILE STATUS IS ARI-PERF-STATUS.
001413*
001420        DATA DIVISION.
001430        FILE SECTION.
001440        FD  ARI-TRANS-FILE
001800            LABEL RECORDS ARE STANDARD.
001810        COPY ARIHST.
001820*
001822        FD  ARI-LIM-FILE
001824            LABEL RECORDS ARE STANDARD.
001826        COPY ARILIM.
001828*
001830        FD  ARI-PARM-FILE
001840            RECORDING MODE IS F
001850            LABEL RECORDS ARE STANDARD.
001860        COPY ARIPRM.
001861*
001862        FD  ARI-AUT-FILE
001863            LABEL RECORDS ARE STANDARD.
001864        COPY ARIAUT.
001865*
001866        FD  ARI-PER-FILE
001867            LABEL RECORDS ARE STANDARD.
001868        COPY ARIPER.
001870*
001880        WORKING-STORAGE SECTION.
001890*****************************************************************
002100            88  ARI-HSTF-OK              VALUE '00'.
002110            88  ARI-HSTF-NO-FILE         VALUE '35'.
002120            88  ARI-HSTF-DUP-KEY         VALUE '22'.
002122        77  ARI-LIMF-STATUS              PIC X(02) VALUE SPACES.
002124            88  ARI-LIMF-OK              VALUE '00'.
002126            88  ARI-LIMF-NO-FILE         VALUE '35'.
002128            88  ARI-LIMF-NO-RECORD       VALUE '23'.
002130        77  ARI-PARM-STATUS              PIC X(02) VALUE SPACES.
002140            88  ARI-PARM-OK              VALUE '00'.
002150            88  ARI-PARM-EOF             VALUE '10'.
002151        77  ARI-AUTF-STATUS              PIC X(02) VALUE SPACES.
002152            88  ARI-AUTF-OK              VALUE '00'.
002153        77  ARI-PERF-STATUS              PIC X(02) VALUE SPACES.
002154            88  ARI-PERF-OK              VALUE '00'.
002155            88  ARI-PERF-MISSING         VALUE '05' '35'.
002156            88  ARI-PERF-NO-RECORD       VALUE '23'.
002160*
002170*****************************************************************
002180*    PROGRAM SWITCHES
002490                88  ARI-REG-FOUND-YES    VALUE 'Y'.
002500            05  ARI-STRICT-SW            PIC X(01) VALUE 'N'.
002510                88  ARI-STRICT-YES       VALUE 'Y'.
002511            05  ARI-LIM-AVAIL-SW         PIC X(01) VALUE 'N'.
002512                88  ARI-LIM-AVAIL-YES    VALUE 'Y'.
002513            05  ARI-LIM-FOUND-SW         PIC X(01) VALUE 'N'.
002514                88  ARI-LIM-FOUND-YES    VALUE 'Y'
002515                                          WHEN SET TO FALSE 'N'.
002520*
002530*****************************************************************
002540*    TRANSACTION WORK FIELDS - THE RECORD TYPE AND CONTROL
003670        77  ARI-ROUND-3-DEC              PIC S9(09)V9(03)
003680                                          VALUE ZERO.
003690*
003691*****************************************************************
003692*    SUPPLIER LIMITS - THE SOURCE SYSTEM AND OPERATION OF THE
003693*    LIMITS ROW LAST LOOKED UP, SO A RUN OF DETAILS FROM ONE
003694*    SUPPLIER READS THE LIMITS MASTER ONCE, AND THE ABSOLUTE
003695*    RESULT HELD AGAINST THE RESULT MAXIMUM.
003696*****************************************************************
003697        01  ARI-LIM-LOOKUP.
003698            05  ARI-LIM-LAST-SYSTEM      PIC X(08)
003699                                          VALUE HIGH-VALUES.
003700            05  ARI-LIM-LAST-OP-CODE     PIC X(04)
003701                                          VALUE HIGH-VALUES.
003702        77  ARI-LIM-OPERATION            PIC X(04) VALUE 'DIVI'.
003703        77  ARI-LIM-ABS-RESULT           PIC 9(14)V9(04)
003704                                          VALUE ZERO.
003705        77  ARI-RECS-LIMIT               PIC 9(07) COMP
003706                                          VALUE ZERO.
003707*
003708*
003710*****************************************************************
003720*    EFFECTIVE-OPTIONS ECHO LINES - PRINTED AT THE TOP OF THE
003730*    CONTROL TOTAL REPORT SO THE SETTINGS THE RUN ACTUALLY USED
003910        77  ARI-RESTART-SEQ-NO           PIC 9(06) VALUE ZERO.
003920*
003930*****************************************************************
003931*    AUTHORIZATION CHECK - THE PARM CARD USER AND THE USER THE
003932*    JOB WAS SUBMITTED UNDER, EACH LOOKED UP ON THE PROFILE FILE
003933*****************************************************************
003934        01  ARI-AUTH-CHECK.
003935            05  ARI-AUTH-PARM-USER       PIC X(08) VALUE SPACES.
003936            05  ARI-AUTH-SUBMIT-USER     PIC X(08) VALUE SPACES.
003937            05  ARI-AUTH-USER-ID         PIC X(08) VALUE SPACES.
003938            05  ARI-AUTH-SOURCE          PIC X(09) VALUE SPACES.
003939            05  ARI-AUTH-REFUSED-SW      PIC X(01) VALUE 'N'.
003940                88  ARI-AUTH-REFUSED-YES VALUE 'Y'.
003941*
003942*****************************************************************
003943*    RETURN CODE
003950*****************************************************************
003960        77  ARI-RETURN-CODE              PIC 9(04) COMP
003970                                          VALUE ZERO.
003972*
003974        LINKAGE SECTION.
003976        COPY ARIACE.
003980*
003990        PROCEDURE DIVISION.
004000*
004160        1000-INITIALIZE.
004170            PERFORM 1100-READ-PARM-CARD
004180                THRU 1100-READ-PARM-CARD-EXIT.
004182            IF ARI-REPROC-YES
004184                PERFORM 1800-CHECK-AUTHORITY
004186                    THRU 1800-CHECK-AUTHORITY-EXIT
004188            END-IF.
004190            PERFORM 1200-OPEN-FILES
004200                THRU 1200-OPEN-FILES-EXIT.
004203            PERFORM 1700-OPEN-LIMITS
004206                THRU 1700-OPEN-LIMITS-EXIT.
004210            PERFORM 1600-WRITE-OPTIONS-PAGE
004220                THRU 1600-WRITE-OPTIONS-PAGE-EXIT.
004230            PERFORM 1500-CHECK-RUN-REGISTER
004460                    CLOSE ARI-PARM-FILE
004470                    GO TO 1100-READ-PARM-CARD-EXIT
004480            END-READ.
004485            MOVE ARI-PARM-USER-ID TO ARI-AUTH-PARM-USER.
004490            IF ARI-PARM-STRICT-IND = 'Y'
004500                SET ARI-STRICT-YES TO TRUE
004510            END-IF.
007370*                 WITH THE FINAL COUNTS AND RETURN CODE.
007380*****************************************************************
007390        1500-CHECK-RUN-REGISTER.
007393            PERFORM 1900-CHECK-PERIOD-LOCK
007396                THRU 1900-CHECK-PERIOD-LOCK-EXIT.
007400            OPEN I-O ARI-REG-FILE.
007410            IF ARI-REGF-NO-FILE
007420                OPEN OUTPUT ARI-REG-FILE
007810                         ARI-REG-CNT-MULTIPLY
007820                         ARI-REG-CNT-PERCENT
007830                         ARI-REG-CNT-MODULO
007832                         ARI-REG-PROOF-MISSING
007834                         ARI-REG-PROOF-DUPLICATED
007836                         ARI-REG-PROOF-ORPHANED
007840                         ARI-REG-RETURN-CODE.
007842            MOVE SPACE TO ARI-REG-PROOF-STATUS
007844                          ARI-REG-PUBLISH-OVRD.
007846            MOVE ARI-DEC-PLACES TO ARI-REG-DEC-PLACES.
007850            IF ARI-REG-FOUND-YES
007860                REWRITE ARI-REG-RECORD
007870            ELSE
008690                MOVE 'NO' TO ARI-OPT-VALUE
008700            END-IF.
008710            WRITE ARI-REPORT-LINE FROM ARI-OPT-LINE.
008711            MOVE 'SUPPLIER LIMIT CHECK' TO ARI-OPT-LABEL.
008712            IF ARI-LIM-AVAIL-YES
008713                MOVE 'YES' TO ARI-OPT-VALUE
008714            ELSE
008715                MOVE 'NO - NO LIMFILE' TO ARI-OPT-VALUE
008716            END-IF.
008717            WRITE ARI-REPORT-LINE FROM ARI-OPT-LINE.
008720            MOVE SPACES TO ARI-REPORT-LINE.
008730            WRITE ARI-REPORT-LINE.
008740        1600-WRITE-OPTIONS-PAGE-EXIT.
008741            EXIT.
008742*
008743*****************************************************************
008744*    1700-OPEN-LIMITS - OPEN THE SUPPLIER LIMITS MASTER.  A
008745*                 LIMITS MASTER NOT YET DEFINED IS NOT AN ERROR -
008746*                 THE RUN CARRIES ON WITHOUT LIMIT CHECKING AND
008747*                 SAYS SO ON THE CONSOLE AND THE OPTIONS PAGE.
008748*****************************************************************
008749        1700-OPEN-LIMITS.
008750            OPEN INPUT ARI-LIM-FILE.
008751            IF ARI-LIMF-OK
008752                SET ARI-LIM-AVAIL-YES TO TRUE
008753                GO TO 1700-OPEN-LIMITS-EXIT
008754            END-IF.
008755            IF NOT ARI-LIMF-NO-FILE
008756                DISPLAY 'DIVI0021E - UNABLE TO OPEN LIMFILE - '
008757                        'STATUS = ' ARI-LIMF-STATUS
008758                MOVE 16 TO ARI-RETURN-CODE
008759                PERFORM 9999-ABEND
008760                    THRU 9999-ABEND-EXIT
008761            END-IF.
008762            DISPLAY 'DIVI0022W - LIMITS MASTER NOT AVAILABLE - '
008763                    'LIMIT CHECKS BYPASSED'.
008764        1700-OPEN-LIMITS-EXIT.
008765            EXIT.
008766*
008767*****************************************************************
008768*    1800-CHECK-AUTHORITY - A REPROCESS OVERRIDE ON THE PARM CARD
008769*                 IS HONOURED ONLY WHEN BOTH THE PARM CARD USER
008770*                 AND THE USER THE JOB WAS SUBMITTED UNDER HOLD
008771*                 IT ON THE AUTHORIZATION PROFILE FILE.  EITHER
008772*                 ONE MISSING, REVOKED OR WITHOUT THE FUNCTION
008773*                 (OR NO PROFILE FILE) REFUSES THE RUN WITH RC=28
008774*                 BEFORE ANY FILE IS PROCESSED.
008775*****************************************************************
008776        1800-CHECK-AUTHORITY.
008777            PERFORM 1810-GET-SUBMITTER
008778                THRU 1810-GET-SUBMITTER-EXIT.
008779            OPEN INPUT ARI-AUT-FILE.
008780            IF ARI-AUTF-OK
008781                MOVE 'PARM CARD'          TO ARI-AUTH-SOURCE
008782                MOVE ARI-AUTH-PARM-USER   TO ARI-AUTH-USER-ID
008783                PERFORM 1820-CHECK-ONE-USER
008784                    THRU 1820-CHECK-ONE-USER-EXIT
008785                MOVE 'SUBMITTER'          TO ARI-AUTH-SOURCE
008786                MOVE ARI-AUTH-SUBMIT-USER TO ARI-AUTH-USER-ID
008787                PERFORM 1820-CHECK-ONE-USER
008788                    THRU 1820-CHECK-ONE-USER-EXIT
008789                CLOSE ARI-AUT-FILE
008790            ELSE
008791                DISPLAY 'DIVI0025E - UNABLE TO OPEN AUTFILE - '
008792                        'STATUS = ' ARI-AUTF-STATUS
008793                SET ARI-AUTH-REFUSED-YES TO TRUE
008794            END-IF.
008795            IF ARI-AUTH-REFUSED-YES
008796                DISPLAY 'DIVI0026E - REPROCESS OVERRIDE '
008797                        'REFUSED - RUN NOT STARTED'
008798                MOVE 28 TO ARI-RETURN-CODE
008799                PERFORM 9999-ABEND
008800                    THRU 9999-ABEND-EXIT
008801            END-IF.
008802        1800-CHECK-AUTHORITY-EXIT.
008803            EXIT.
008804*
008805*****************************************************************
008806*    1810-GET-SUBMITTER - THE USER ID THE JOB RUNS UNDER, TAKEN
008807*                 FROM THE ACEE.  NO ACEE LEAVES IT BLANK, WHICH
008808*                 1820-CHECK-ONE-USER REFUSES.
008809*****************************************************************
008810        1810-GET-SUBMITTER.
008811            MOVE SPACES TO ARI-AUTH-SUBMIT-USER.
008812            SET ADDRESS OF ARI-PSA  TO NULL.
008813            SET ADDRESS OF ARI-ASCB TO ARI-PSA-AOLD.
008814            SET ADDRESS OF ARI-ASXB TO ARI-ASCB-ASXB.
008815            IF ARI-ASXB-SENV = NULL
008816                GO TO 1810-GET-SUBMITTER-EXIT
008817            END-IF.
008818            SET ADDRESS OF ARI-ACEE TO ARI-ASXB-SENV.
008819            IF ARI-ACEE-ACRONYM = 'ACEE'
008820                MOVE ARI-ACEE-USER-ID TO ARI-AUTH-SUBMIT-USER
008821            END-IF.
008822        1810-GET-SUBMITTER-EXIT.
008823            EXIT.
008824*
008825*****************************************************************
008826*    1820-CHECK-ONE-USER - THE USER MUST HAVE AN ACTIVE PROFILE
008827*                 HOLDING THE FUNCTION.  EACH FAILURE IS SHOWN
008828*                 ON THE CONSOLE AND REFUSES THE RUN.
008829*****************************************************************
008830        1820-CHECK-ONE-USER.
008831            IF ARI-AUTH-USER-ID = SPACES
008832                DISPLAY 'DIVI0024E - NO ' ARI-AUTH-SOURCE
008833                        ' USER ID'
008834                SET ARI-AUTH-REFUSED-YES TO TRUE
008835                GO TO 1820-CHECK-ONE-USER-EXIT
008836            END-IF.
008837            MOVE ARI-AUTH-USER-ID TO ARI-AUT-USER-ID.
008838            READ ARI-AUT-FILE.
008839            IF NOT ARI-AUTF-OK
008840                DISPLAY 'DIVI0024E - ' ARI-AUTH-SOURCE ' USER '
008841                        ARI-AUTH-USER-ID ' HAS NO PROFILE'
008842                SET ARI-AUTH-REFUSED-YES TO TRUE
008843                GO TO 1820-CHECK-ONE-USER-EXIT
008844            END-IF.
008845            IF NOT ARI-AUT-ACTIVE
008846                DISPLAY 'DIVI0024E - ' ARI-AUTH-SOURCE ' USER '
008847                        ARI-AUTH-USER-ID ' PROFILE REVOKED'
008848                SET ARI-AUTH-REFUSED-YES TO TRUE
008849                GO TO 1820-CHECK-ONE-USER-EXIT
008850            END-IF.
008851            IF NOT ARI-AUT-REPROCESS-YES
008852                DISPLAY 'DIVI0024E - ' ARI-AUTH-SOURCE ' USER '
008853                        ARI-AUTH-USER-ID ' NOT AUTHORIZED FOR '
008854                        'REPROCESS OVERRIDE'
008855                SET ARI-AUTH-REFUSED-YES TO TRUE
008856            END-IF.
008857        1820-CHECK-ONE-USER-EXIT.
008858            EXIT.
008859*
008860*****************************************************************
008861*    1900-CHECK-PERIOD-LOCK - A PROCESS DATE IN A MONTH-END
008862*                 PERIOD CLOSED BY PCLS IS REFUSED WITH RC=32
008863*                 BEFORE THE RUN IS REGISTERED - NEITHER A FIRST
008864*                 RUN NOR A REPROCESS MAY CHANGE A CERTIFIED
008865*                 PERIOD.  A PERIOD REOPENED WITH A RECORDED
008866*                 REASON IS ALLOWED AND THE REOPEN IS SHOWN.  NO
008867*                 PERIOD CONTROL FILE MEANS NO PERIOD IS CLOSED.
008868*****************************************************************
008869        1900-CHECK-PERIOD-LOCK.
008870            OPEN INPUT ARI-PER-FILE.
008871            IF ARI-PERF-MISSING
008872                CLOSE ARI-PER-FILE
008873                GO TO 1900-CHECK-PERIOD-LOCK-EXIT
008874            END-IF.
008875            IF NOT ARI-PERF-OK
008876                DISPLAY 'DIVI0028E - UNABLE TO OPEN PERFILE - '
008877                        'STATUS = ' ARI-PERF-STATUS
008878                MOVE 16 TO ARI-RETURN-CODE
008879                PERFORM 9999-ABEND
008880                    THRU 9999-ABEND-EXIT
008881            END-IF.
008882            DIVIDE ARI-PROC-DATE BY 100 GIVING ARI-PER-PERIOD.
008883            READ ARI-PER-FILE.
008884            IF ARI-PERF-NO-RECORD
008885                CLOSE ARI-PER-FILE
008886                GO TO 1900-CHECK-PERIOD-LOCK-EXIT
008887            END-IF.
008888            IF NOT ARI-PERF-OK
008889                DISPLAY 'DIVI0030E - PERFILE READ ERROR - '
008890                        'STATUS = ' ARI-PERF-STATUS
008891                MOVE 16 TO ARI-RETURN-CODE
008892                PERFORM 9999-ABEND
008893                    THRU 9999-ABEND-EXIT
008894            END-IF.
008895            IF ARI-PER-CLOSED
008896                DISPLAY 'DIVI0027E - PROCESS DATE ' ARI-PROC-DATE
008897                        ' IS IN CLOSED PERIOD ' ARI-PER-PERIOD
008898                        ' - RUN REFUSED'
008899                MOVE 32 TO ARI-RETURN-CODE
008900                PERFORM 9999-ABEND
008901                    THRU 9999-ABEND-EXIT
008902            END-IF.
008903            IF ARI-PER-REOPENED
008904                DISPLAY 'DIVI0029I - PERIOD ' ARI-PER-PERIOD
008905                        ' REOPENED BY ' ARI-PER-REOPENED-BY
008906                        ' ON ' ARI-PER-REOPEN-DATE
008907                DISPLAY 'DIVI0029I - REASON - '
008908                        ARI-PER-REOPEN-REASON
008909            END-IF.
008910            CLOSE ARI-PER-FILE.
008911        1900-CHECK-PERIOD-LOCK-EXIT.
008912            EXIT.
008913*
008914*****************************************************************
008915*    2000-PROCESS-FILE - MAIN TRANSACTION LOOP.
008916*****************************************************************
008917        2000-PROCESS-FILE.
008918            PERFORM 2100-READ-TRANS
008919                THRU 2100-READ-TRANS-EXIT.
008920            IF NOT ARI-EOF-YES
008921                AND NOT ARI-CTL-REC-YES
008922                IF ARI-VALID-YES
008923                    PERFORM 2200-VALIDATE-TRANS
008924                        THRU 2200-VALIDATE-TRANS-EXIT
008925                END-IF
008926                IF ARI-VALID-YES
008927                    PERFORM 2250-CHECK-LIMITS
008928                        THRU 2250-CHECK-LIMITS-EXIT
008929                END-IF
008930                IF ARI-VALID-YES
008931                    PERFORM 2300-CALC-TRANS
008932                        THRU 2300-CALC-TRANS-EXIT
008933                END-IF
008934                IF ARI-VALID-YES
008935                    PERFORM 2270-CHECK-RESULT-LIMIT
008936                        THRU 2270-CHECK-RESULT-LIMIT-EXIT
008937                END-IF
008938                IF ARI-VALID-YES
008940                    PERFORM 2400-WRITE-AUDIT
008950                        THRU 2400-WRITE-AUDIT-EXIT
008960                    PERFORM 2500-ACCUM-TOTALS
012660            EXIT.
012670*
012680*****************************************************************
012681*    2250-CHECK-LIMITS - HOLD THE OPERANDS OF A WELL-FORMED
012682*                 DETAIL AGAINST THE LIMITS MASTER ROW FOR ITS
012683*                 SOURCE SYSTEM AND OPERATION.  AN OPERAND
012684*                 OUTSIDE ITS RANGE IS REJECTED WITH REASON CODE
012685*                 LIMT SO IT GOES TO SUSPENSE FOR REPAIR INSTEAD
012686*                 OF THROUGH THE CALCULATION.
012687*****************************************************************
012688        2250-CHECK-LIMITS.
012689            IF NOT ARI-LIM-AVAIL-YES
012690                GO TO 2250-CHECK-LIMITS-EXIT
012691            END-IF.
012692            PERFORM 2260-READ-LIMITS
012693                THRU 2260-READ-LIMITS-EXIT.
012694            IF NOT ARI-LIM-FOUND-YES
012695                GO TO 2250-CHECK-LIMITS-EXIT
012696            END-IF.
012697            IF (ARI-LIM-NUM1-MIN NOT = ZERO
012698                OR ARI-LIM-NUM1-MAX NOT = ZERO)
012699                AND (ARI-CALC-NUM1 < ARI-LIM-NUM1-MIN
012700                OR ARI-CALC-NUM1 > ARI-LIM-NUM1-MAX)
012701                SET ARI-REJ-OUT-OF-LIMIT TO TRUE
012702                MOVE 'NUM1 OUTSIDE SUPPLIER LIMITS'
012703                    TO ARI-REJ-REASON-TEXT
012704                SET ARI-VALID-YES TO FALSE
012705                ADD 1 TO ARI-RECS-LIMIT
012706                GO TO 2250-CHECK-LIMITS-EXIT
012707            END-IF.
012708            IF (ARI-LIM-NUM2-MIN NOT = ZERO
012709                OR ARI-LIM-NUM2-MAX NOT = ZERO)
012710                AND (ARI-CALC-NUM2 < ARI-LIM-NUM2-MIN
012711                OR ARI-CALC-NUM2 > ARI-LIM-NUM2-MAX)
012712                SET ARI-REJ-OUT-OF-LIMIT TO TRUE
012713                MOVE 'NUM2 OUTSIDE SUPPLIER LIMITS'
012714                    TO ARI-REJ-REASON-TEXT
012715                SET ARI-VALID-YES TO FALSE
012716                ADD 1 TO ARI-RECS-LIMIT
012717            END-IF.
012718        2250-CHECK-LIMITS-EXIT.
012719            EXIT.
012720*
012721*****************************************************************
012722*    2260-READ-LIMITS - FIND THE LIMITS ROW FOR THE EXTRACT'S
012723*                 SOURCE SYSTEM AND THE OPERATION, FALLING BACK
012724*                 TO THE DEFAULT ROW FOR THE OPERATION.  THE KEY
012725*                 LAST LOOKED UP IS KEPT SO THE MASTER IS ONLY
012726*                 READ AGAIN WHEN IT CHANGES.
012727*****************************************************************
012728        2260-READ-LIMITS.
012729            IF ARI-WORK-EXTRACT-SYSTEM = ARI-LIM-LAST-SYSTEM
012730                AND ARI-LIM-OPERATION = ARI-LIM-LAST-OP-CODE
012731                GO TO 2260-READ-LIMITS-EXIT
012732            END-IF.
012733            MOVE ARI-WORK-EXTRACT-SYSTEM TO ARI-LIM-LAST-SYSTEM.
012734            MOVE ARI-LIM-OPERATION       TO ARI-LIM-LAST-OP-CODE.
012735            SET ARI-LIM-FOUND-YES TO FALSE.
012736            MOVE ARI-WORK-EXTRACT-SYSTEM TO ARI-LIM-SOURCE-SYSTEM.
012737            MOVE ARI-LIM-OPERATION       TO ARI-LIM-OP-CODE.
012738            READ ARI-LIM-FILE.
012739            IF ARI-LIMF-NO-RECORD
012740                SET ARI-LIM-SYS-DEFAULT TO TRUE
012741                MOVE ARI-LIM-OPERATION TO ARI-LIM-OP-CODE
012742                READ ARI-LIM-FILE
012743            END-IF.
012744            IF ARI-LIMF-OK
012745                SET ARI-LIM-FOUND-YES TO TRUE
012746                GO TO 2260-READ-LIMITS-EXIT
012747            END-IF.
012748            IF NOT ARI-LIMF-NO-RECORD
012749                DISPLAY 'DIVI0023E - LIMFILE READ FAILED - '
012750                        'STATUS = ' ARI-LIMF-STATUS
012751                MOVE 16 TO ARI-RETURN-CODE
012752                PERFORM 9999-ABEND
012753                    THRU 9999-ABEND-EXIT
012754            END-IF.
012755        2260-READ-LIMITS-EXIT.
012756            EXIT.
012757*
012758*****************************************************************
012759*    2270-CHECK-RESULT-LIMIT - A RESULT WHOSE ABSOLUTE VALUE IS
012760*                 ABOVE THE RESULT MAXIMUM ON THE LIMITS ROW IS
012761*                 REJECTED WITH REASON CODE LIMT.  THE UNSIGNED
012762*                 RECEIVING FIELD DROPS THE SIGN.
012763*****************************************************************
012764        2270-CHECK-RESULT-LIMIT.
012765            IF NOT ARI-LIM-FOUND-YES
012766                OR ARI-LIM-RESULT-MAX = ZERO
012767                GO TO 2270-CHECK-RESULT-LIMIT-EXIT
012768            END-IF.
012769            MOVE ARI-CALC-RESULT TO ARI-LIM-ABS-RESULT.
012770            IF ARI-LIM-ABS-RESULT > ARI-LIM-RESULT-MAX
012771                SET ARI-REJ-OUT-OF-LIMIT TO TRUE
012772                MOVE 'RESULT EXCEEDS SUPPLIER LIMIT'
012773                    TO ARI-REJ-REASON-TEXT
012774                SET ARI-VALID-YES TO FALSE
012775                ADD 1 TO ARI-RECS-LIMIT
012776            END-IF.
012777        2270-CHECK-RESULT-LIMIT-EXIT.
012778            EXIT.
012779*
012780*****************************************************************
012781*    2300-CALC-TRANS - DIVIDE NUM1 BY NUM2, KEEPING BOTH THE
012782*                 QUOTIENT (TO THE PARM-SELECTED PRECISION) AND
012783*                 THE INTEGER REMAINDER.  THE REMAINDER MUST COME
012784*                 FROM A SEPARATE INTEGER DIVIDE - COMPUTING IT
012785*                 AGAINST THE DECIMAL QUOTIENT IN ARI-CALC-RESULT
012786*                 ALWAYS YIELDS A FRACTION THAT TRUNCATES TO ZERO
012787*                 IN THE INTEGER REMAINDER FIELD.  A ZERO DIVISOR
012788*                 LONGER CORRUPTS ARI-CALC-RESULT - THE RESULT
012789*                 IS LEFT AT ITS ZERO SENTINEL AND THE PAIR IS
012790*                 ROUTED TO THE REJECT/SUSPENSE FILE.
012791*****************************************************************
012800        2300-CALC-TRANS.
012810            MOVE ZERO TO ARI-CALC-RESULT.
012820            MOVE ZERO TO ARI-CALC-REMAINDER.
014830            MOVE ZERO                TO ARI-REG-CNT-PERCENT.
014840            MOVE ZERO                TO ARI-REG-CNT-MODULO.
014850            MOVE ZERO                TO ARI-REG-RETURN-CODE.
014855            MOVE ARI-DEC-PLACES      TO ARI-REG-DEC-PLACES.
014860            REWRITE ARI-REG-RECORD.
014870            IF NOT ARI-REGF-OK
014880                DISPLAY 'DIVI0016E - RUNREG WRITE FAILED - '
015370                  ARI-REPORT-FILE
015380                  ARI-SEQRPT-FILE
015390                  ARI-CKPT-FILE.
015392            IF ARI-LIM-AVAIL-YES
015394                CLOSE ARI-LIM-FILE
015396            END-IF.
015400            IF ARI-RECS-REJECTED > ZERO
015410                MOVE 4 TO ARI-RETURN-CODE
015420            END-IF.
015720            MOVE ARI-RECS-REJECTED TO ARI-RPT-COUNT.
015730            WRITE ARI-REPORT-LINE.
015740            MOVE SPACES TO ARI-REPORT-LINE.
015742            MOVE 'REJECTED OUTSIDE LIMITS' TO ARI-RPT-LABEL.
015744            MOVE ARI-RECS-LIMIT TO ARI-RPT-COUNT.
015746            WRITE ARI-REPORT-LINE.
015748            MOVE SPACES TO ARI-REPORT-LINE.
015750            MOVE 'SUM OF NUMERATORS (NUM1)' TO ARI-RPT-LABEL.
015760            MOVE ARI-SUM-NUM1 TO ARI-RPT-VALUE.
015770            WRITE ARI-REPORT-LINE.
015830                ARI-RECS-ACCEPTED.
015840            DISPLAY 'DIVI - RECORDS REJECTED = '
015850                ARI-RECS-REJECTED.
015853            DISPLAY 'DIVI - LIMIT REJECTS    = '
015856                ARI-RECS-LIMIT.
015860            DISPLAY 'DIVI - SUM OF NUM1      = ' ARI-SUM-NUM1.
015870            DISPLAY 'DIVI - SUM OF RESULTS   = ' ARI-SUM-RESULT.
015880            DISPLAY 'DIVI - SOURCE SYSTEM    = '
016440            MOVE ZERO                TO ARI-REG-CNT-PERCENT.
016450            MOVE ZERO                TO ARI-REG-CNT-MODULO.
016460            MOVE ARI-RETURN-CODE     TO ARI-REG-RETURN-CODE.
016465            MOVE ARI-DEC-PLACES      TO ARI-REG-DEC-PLACES.
016470            REWRITE ARI-REG-RECORD.
016480            IF NOT ARI-REGF-OK
016490                DISPLAY 'DIVI0016E - RUNREG WRITE FAILED - '
