000720*                    FOR THE EXTRACT AND SHOWN WITH THE CONTROL
000730*                    TOTALS, SO A REJECT SPIKE CAN BE ATTRIBUTED
000740*                    TO THE RIGHT UPSTREAM FEED.
000741* 2026-10-15 MDH    ADDED THE SUPPLIER LIMITS MASTER (ARILIM) -
000742*                    A DETAIL WHOSE NUM1, NUM2 OR RESULT FALLS
000743*                    OUTSIDE THE LIMITS HELD FOR ITS SOURCE
000744*                    SYSTEM AND OPERATION IS REJECTED WITH
000745*                    REASON CODE LIMT, SO IT GOES THROUGH
000746*                    SUSPENSE REPAIR LIKE ANY OTHER REJECT.
000747* 2026-10-15 MDH    THE RECN PROOF OUTCOME ON THE RUN REGISTER
000748*                    ENTRY IS CLEARED WHEN THE RUN STARTS, SO A
000749*                    REPROCESSED RUN HAS TO BE PROVED AGAIN
000750*                    BEFORE RESL OR AUDX WILL PUBLISH IT.
000751* 2026-10-15 MDH    A REPROCESS OVERRIDE IS NOW REFUSED (RC=28)
000752*                    UNLESS BOTH THE PARM CARD USER AND THE USER
000753*                    THE JOB WAS SUBMITTED UNDER HOLD THE
000754*                    REPROCESS FUNCTION ON THE ARIAUT
000755*                    AUTHORIZATION PROFILE.
000756* 2026-10-15 MDH    A RUN OR REPROCESS FOR A PROCESS DATE IN A
000757*                    MONTH-END PERIOD CLOSED BY PCLS IS REFUSED
000758*                    (RC=32) UNTIL THE PERIOD IS REOPENED; A
000759*                    REOPENED PERIOD IS SHOWN WITH ITS REASON.
000760* 2026-10-15 MDH    A PERFILE READ ERROR NOW ENDS THE RUN
000761*                    (RC=16) INSTEAD OF BEING TAKEN AS AN
000762*                    OPEN PERIOD.
000763*****************************************************************
000764        ENVIRONMENT DIVISION.
000770        CONFIGURATION SECTION.
000780        INPUT-OUTPUT SECTION.
000790        FILE-CONTROL.
001050                ACCESS MODE IS RANDOM
001060                RECORD KEY IS ARI-HST-KEY
001070                FILE STATUS IS ARI-HSTF-STATUS.
001071            SELECT ARI-LIM-FILE
001072                ASSIGN TO LIMFILE
001073                ORGANIZATION IS INDEXED
001074                ACCESS MODE IS RANDOM
001075                RECORD KEY IS ARI-LIM-KEY
001076                FILE STATUS IS ARI-LIMF-STATUS.
001077            SELECT ARI-AUT-FILE
001078                ASSIGN TO AUTFILE
001079                ORGANIZATION IS INDEXED
001080                ACCESS MODE IS RANDOM
001081                RECORD KEY IS ARI-AUT-USER-ID
001082                FILE STATUS IS ARI-AUTF-STATUS.
001083            SELECT OPTIONAL ARI-PER-FILE
001084                ASSIGN TO PERFILE
001085                ORGANIZATION IS INDEXED
001086                ACCESS MODE IS RANDOM
001087                RECORD KEY IS ARI-PER-PERIOD
001088                FILE STATUS IS ARI-PERF-STATUS.
001089*
001090        DATA DIVISION.
001100        FILE SECTION.
001110        FD  ARI-TRANS-FILE
001320            LABEL RECORDS ARE STANDARD.
001330        COPY ARIHST.
001340*
001342        FD  ARI-LIM-FILE
001344            LABEL RECORDS ARE STANDARD.
001346        COPY ARILIM.
001348*
001350        FD  ARI-SEQRPT-FILE
001360            RECORDING MODE IS F
001370            LABEL RECORDS ARE STANDARD.
001380        01  ARI-SEQRPT-RECORD            PIC X(80).
001381*
001382        FD  ARI-AUT-FILE
001383            LABEL RECORDS ARE STANDARD.
001384        COPY ARIAUT.
001385*
001386        FD  ARI-PER-FILE
001387            LABEL RECORDS ARE STANDARD.
001388        COPY ARIPER.
001390*
001400        WORKING-STORAGE SECTION.
001410*****************************************************************
001490        77  ARI-PARM-STATUS              PIC X(02) VALUE SPACES.
001500            88  ARI-PARM-OK              VALUE '00'.
001510            88  ARI-PARM-EOF             VALUE '10'.
001513        77  ARI-AUTF-STATUS              PIC X(02) VALUE SPACES.
001516            88  ARI-AUTF-OK              VALUE '00'.
001520        77  ARI-SEQRPT-STATUS            PIC X(02) VALUE SPACES.
001530            88  ARI-SEQRPT-OK            VALUE '00'.
001540        77  ARI-REGF-STATUS              PIC X(02) VALUE SPACES.
001590            88  ARI-HSTF-OK              VALUE '00'.
001600            88  ARI-HSTF-NO-FILE         VALUE '35'.
001610            88  ARI-HSTF-DUP-KEY         VALUE '22'.
001611        77  ARI-LIMF-STATUS              PIC X(02) VALUE SPACES.
001612            88  ARI-LIMF-OK              VALUE '00'.
001613            88  ARI-LIMF-NO-FILE         VALUE '35'.
001614            88  ARI-LIMF-NO-RECORD       VALUE '23'.
001615        77  ARI-PERF-STATUS              PIC X(02) VALUE SPACES.
001616            88  ARI-PERF-OK              VALUE '00'.
001617            88  ARI-PERF-MISSING         VALUE '05' '35'.
001618            88  ARI-PERF-NO-RECORD       VALUE '23'.
001620*
001630*****************************************************************
001640*    PROGRAM SWITCHES
001880                88  ARI-REG-FOUND-YES    VALUE 'Y'.
001890            05  ARI-STRICT-SW            PIC X(01) VALUE 'N'.
001900                88  ARI-STRICT-YES       VALUE 'Y'.
001901            05  ARI-LIM-AVAIL-SW         PIC X(01) VALUE 'N'.
001902                88  ARI-LIM-AVAIL-YES    VALUE 'Y'.
001903            05  ARI-LIM-FOUND-SW         PIC X(01) VALUE 'N'.
001904                88  ARI-LIM-FOUND-YES    VALUE 'Y'
001905                                          WHEN SET TO FALSE 'N'.
001910*
001920*****************************************************************
001930*    TRANSACTION WORK FIELDS - THE RECORD TYPE AND CONTROL
003050            05  ARI-CALC-RESULT          PIC S9(08)V99.
003060*
003070*****************************************************************
003071*    SUPPLIER LIMITS - THE SOURCE SYSTEM AND OPERATION OF THE
003072*    LIMITS ROW LAST LOOKED UP, SO A RUN OF DETAILS FROM ONE
003073*    SUPPLIER READS THE LIMITS MASTER ONCE, AND THE ABSOLUTE
003074*    RESULT HELD AGAINST THE RESULT MAXIMUM.
003075*****************************************************************
003076        01  ARI-LIM-LOOKUP.
003077            05  ARI-LIM-LAST-SYSTEM      PIC X(08)
003078                                          VALUE HIGH-VALUES.
003079            05  ARI-LIM-LAST-OP-CODE     PIC X(04)
003080                                          VALUE HIGH-VALUES.
003081        77  ARI-LIM-OPERATION            PIC X(04) VALUE 'SUBI'.
003082        77  ARI-LIM-ABS-RESULT           PIC 9(14)V9(04)
003083                                          VALUE ZERO.
003084        77  ARI-RECS-LIMIT               PIC 9(07) COMP
003085                                          VALUE ZERO.
003086*
003087*****************************************************************
003088*    AUTHORIZATION CHECK - THE PARM CARD USER AND THE USER THE
003089*    JOB WAS SUBMITTED UNDER, EACH LOOKED UP ON THE PROFILE FILE
003090*****************************************************************
003091        01  ARI-AUTH-CHECK.
003092            05  ARI-AUTH-PARM-USER       PIC X(08) VALUE SPACES.
003093            05  ARI-AUTH-SUBMIT-USER     PIC X(08) VALUE SPACES.
003094            05  ARI-AUTH-USER-ID         PIC X(08) VALUE SPACES.
003095            05  ARI-AUTH-SOURCE          PIC X(09) VALUE SPACES.
003096            05  ARI-AUTH-REFUSED-SW      PIC X(01) VALUE 'N'.
003097                88  ARI-AUTH-REFUSED-YES VALUE 'Y'.
003098*
003099*****************************************************************
003100*    RETURN CODE
003101*****************************************************************
003102        77  ARI-RETURN-CODE              PIC 9(04) COMP
003110                                          VALUE ZERO.
003112*
003114        LINKAGE SECTION.
003116        COPY ARIACE.
003120*
003130        PROCEDURE DIVISION.
003140*
003290        1000-INITIALIZE.
003300            PERFORM 1100-READ-PARM-CARD
003310                THRU 1100-READ-PARM-CARD-EXIT.
003312            IF ARI-REPROC-YES
003314                PERFORM 1800-CHECK-AUTHORITY
003316                    THRU 1800-CHECK-AUTHORITY-EXIT
003318            END-IF.
003320            OPEN INPUT  ARI-TRANS-FILE.
003330            IF NOT ARI-TRANS-OK
003340                DISPLAY 'SUBI0001E - UNABLE TO OPEN TRANSIN - '
003640            END-IF.
003650            WRITE ARI-SEQRPT-RECORD FROM ARI-SEQ-HEADING.
003660            ACCEPT ARI-RUN-TIME FROM TIME.
003663            PERFORM 1700-OPEN-LIMITS
003666                THRU 1700-OPEN-LIMITS-EXIT.
003670            PERFORM 1600-DISPLAY-OPTIONS
003680                THRU 1600-DISPLAY-OPTIONS-EXIT.
003690            PERFORM 1500-CHECK-RUN-REGISTER
003910                    CLOSE ARI-PARM-FILE
003920                    GO TO 1100-READ-PARM-CARD-EXIT
003930            END-READ.
003935            MOVE ARI-PARM-USER-ID TO ARI-AUTH-PARM-USER.
003940            IF ARI-PARM-STRICT-IND = 'Y'
003950                SET ARI-STRICT-YES TO TRUE
003960            END-IF.
005140*                 WITH THE FINAL COUNTS AND RETURN CODE.
005150*****************************************************************
005160        1500-CHECK-RUN-REGISTER.
005163            PERFORM 1900-CHECK-PERIOD-LOCK
005166                THRU 1900-CHECK-PERIOD-LOCK-EXIT.
005170            OPEN I-O ARI-REG-FILE.
005180            IF ARI-REGF-NO-FILE
005190                OPEN OUTPUT ARI-REG-FILE
005580                         ARI-REG-CNT-MULTIPLY
005590                         ARI-REG-CNT-PERCENT
005600                         ARI-REG-CNT-MODULO
005602                         ARI-REG-PROOF-MISSING
005604                         ARI-REG-PROOF-DUPLICATED
005606                         ARI-REG-PROOF-ORPHANED
005610                         ARI-REG-RETURN-CODE.
005613            MOVE SPACE TO ARI-REG-PROOF-STATUS
005616                          ARI-REG-PUBLISH-OVRD.
005620            IF ARI-REG-FOUND-YES
005630                REWRITE ARI-REG-RECORD
005640            ELSE
006120            ELSE
006130                DISPLAY 'SUBI - OPTION STRICT PARM  = NO'
006140            END-IF.
006141            IF ARI-LIM-AVAIL-YES
006142                DISPLAY 'SUBI - OPTION LIMIT CHECK  = YES'
006143            ELSE
006144                DISPLAY 'SUBI - OPTION LIMIT CHECK  = NO - '
006145                        'NO LIMITS MASTER'
006146            END-IF.
006150        1600-DISPLAY-OPTIONS-EXIT.
006151            EXIT.
006152*
006153*****************************************************************
006154*    1700-OPEN-LIMITS - OPEN THE SUPPLIER LIMITS MASTER.  A
006155*                 LIMITS MASTER NOT YET DEFINED IS NOT AN ERROR -
006156*                 THE RUN CARRIES ON WITHOUT LIMIT CHECKING AND
006157*                 SAYS SO ON THE CONSOLE AND THE OPTIONS ECHO.
006158*****************************************************************
006159        1700-OPEN-LIMITS.
006160            OPEN INPUT ARI-LIM-FILE.
006161            IF ARI-LIMF-OK
006162                SET ARI-LIM-AVAIL-YES TO TRUE
006163                GO TO 1700-OPEN-LIMITS-EXIT
006164            END-IF.
006165            IF NOT ARI-LIMF-NO-FILE
006166                DISPLAY 'SUBI0018E - UNABLE TO OPEN LIMFILE - '
006167                        'STATUS = ' ARI-LIMF-STATUS
006168                MOVE 16 TO ARI-RETURN-CODE
006169                PERFORM 9999-ABEND
006170                    THRU 9999-ABEND-EXIT
006171            END-IF.
006172            DISPLAY 'SUBI0019W - LIMITS MASTER NOT AVAILABLE - '
006173                    'LIMIT CHECKS BYPASSED'.
006174        1700-OPEN-LIMITS-EXIT.
006175            EXIT.
006176*
006177*****************************************************************
006178*    1800-CHECK-AUTHORITY - A REPROCESS OVERRIDE ON THE PARM CARD
006179*                 IS HONOURED ONLY WHEN BOTH THE PARM CARD USER
006180*                 AND THE USER THE JOB WAS SUBMITTED UNDER HOLD
006181*                 IT ON THE AUTHORIZATION PROFILE FILE.  EITHER
006182*                 ONE MISSING, REVOKED OR WITHOUT THE FUNCTION
006183*                 (OR NO PROFILE FILE) REFUSES THE RUN WITH RC=28
006184*                 BEFORE ANY FILE IS PROCESSED.
006185*****************************************************************
006186        1800-CHECK-AUTHORITY.
006187            PERFORM 1810-GET-SUBMITTER
006188                THRU 1810-GET-SUBMITTER-EXIT.
006189            OPEN INPUT ARI-AUT-FILE.
006190            IF ARI-AUTF-OK
006191                MOVE 'PARM CARD'          TO ARI-AUTH-SOURCE
006192                MOVE ARI-AUTH-PARM-USER   TO ARI-AUTH-USER-ID
006193                PERFORM 1820-CHECK-ONE-USER
006194                    THRU 1820-CHECK-ONE-USER-EXIT
006195                MOVE 'SUBMITTER'          TO ARI-AUTH-SOURCE
006196                MOVE ARI-AUTH-SUBMIT-USER TO ARI-AUTH-USER-ID
006197                PERFORM 1820-CHECK-ONE-USER
006198                    THRU 1820-CHECK-ONE-USER-EXIT
006199                CLOSE ARI-AUT-FILE
006200            ELSE
006201                DISPLAY 'SUBI0022E - UNABLE TO OPEN AUTFILE - '
006202                        'STATUS = ' ARI-AUTF-STATUS
006203                SET ARI-AUTH-REFUSED-YES TO TRUE
006204            END-IF.
006205            IF ARI-AUTH-REFUSED-YES
006206                DISPLAY 'SUBI0023E - REPROCESS OVERRIDE '
006207                        'REFUSED - RUN NOT STARTED'
006208                MOVE 28 TO ARI-RETURN-CODE
006209                PERFORM 9999-ABEND
006210                    THRU 9999-ABEND-EXIT
006211            END-IF.
006212        1800-CHECK-AUTHORITY-EXIT.
006213            EXIT.
006214*
006215*****************************************************************
006216*    1810-GET-SUBMITTER - THE USER ID THE JOB RUNS UNDER, TAKEN
006217*                 FROM THE ACEE.  NO ACEE LEAVES IT BLANK, WHICH
006218*                 1820-CHECK-ONE-USER REFUSES.
006219*****************************************************************
006220        1810-GET-SUBMITTER.
006221            MOVE SPACES TO ARI-AUTH-SUBMIT-USER.
006222            SET ADDRESS OF ARI-PSA  TO NULL.
006223            SET ADDRESS OF ARI-ASCB TO ARI-PSA-AOLD.
006224            SET ADDRESS OF ARI-ASXB TO ARI-ASCB-ASXB.
006225            IF ARI-ASXB-SENV = NULL
006226                GO TO 1810-GET-SUBMITTER-EXIT
006227            END-IF.
006228            SET ADDRESS OF ARI-ACEE TO ARI-ASXB-SENV.
006229            IF ARI-ACEE-ACRONYM = 'ACEE'
006230                MOVE ARI-ACEE-USER-ID TO ARI-AUTH-SUBMIT-USER
006231            END-IF.
006232        1810-GET-SUBMITTER-EXIT.
006233            EXIT.
006234*
006235*****************************************************************
006236*    1820-CHECK-ONE-USER - THE USER MUST HAVE AN ACTIVE PROFILE
006237*                 HOLDING THE FUNCTION.  EACH FAILURE IS SHOWN
006238*                 ON THE CONSOLE AND REFUSES THE RUN.
006239*****************************************************************
006240        1820-CHECK-ONE-USER.
006241            IF ARI-AUTH-USER-ID = SPACES
006242                DISPLAY 'SUBI0021E - NO ' ARI-AUTH-SOURCE
006243                        ' USER ID'
006244                SET ARI-AUTH-REFUSED-YES TO TRUE
006245                GO TO 1820-CHECK-ONE-USER-EXIT
006246            END-IF.
006247            MOVE ARI-AUTH-USER-ID TO ARI-AUT-USER-ID.
006248            READ ARI-AUT-FILE.
006249            IF NOT ARI-AUTF-OK
006250                DISPLAY 'SUBI0021E - ' ARI-AUTH-SOURCE ' USER '
006251                        ARI-AUTH-USER-ID ' HAS NO PROFILE'
006252                SET ARI-AUTH-REFUSED-YES TO TRUE
006253                GO TO 1820-CHECK-ONE-USER-EXIT
006254            END-IF.
006255            IF NOT ARI-AUT-ACTIVE
006256                DISPLAY 'SUBI0021E - ' ARI-AUTH-SOURCE ' USER '
006257                        ARI-AUTH-USER-ID ' PROFILE REVOKED'
006258                SET ARI-AUTH-REFUSED-YES TO TRUE
006259                GO TO 1820-CHECK-ONE-USER-EXIT
006260            END-IF.
006261            IF NOT ARI-AUT-REPROCESS-YES
006262                DISPLAY 'SUBI0021E - ' ARI-AUTH-SOURCE ' USER '
006263                        ARI-AUTH-USER-ID ' NOT AUTHORIZED FOR '
006264                        'REPROCESS OVERRIDE'
006265                SET ARI-AUTH-REFUSED-YES TO TRUE
006266            END-IF.
006267        1820-CHECK-ONE-USER-EXIT.
006268            EXIT.
006269*
006270*****************************************************************
006271*    1900-CHECK-PERIOD-LOCK - A PROCESS DATE IN A MONTH-END
006272*                 PERIOD CLOSED BY PCLS IS REFUSED WITH RC=32
006273*                 BEFORE THE RUN IS REGISTERED - NEITHER A FIRST
006274*                 RUN NOR A REPROCESS MAY CHANGE A CERTIFIED
006275*                 PERIOD.  A PERIOD REOPENED WITH A RECORDED
006276*                 REASON IS ALLOWED AND THE REOPEN IS SHOWN.  NO
006277*                 PERIOD CONTROL FILE MEANS NO PERIOD IS CLOSED.
006278*****************************************************************
006279        1900-CHECK-PERIOD-LOCK.
006280            OPEN INPUT ARI-PER-FILE.
006281            IF ARI-PERF-MISSING
006282                CLOSE ARI-PER-FILE
006283                GO TO 1900-CHECK-PERIOD-LOCK-EXIT
006284            END-IF.
006285            IF NOT ARI-PERF-OK
006286                DISPLAY 'SUBI0025E - UNABLE TO OPEN PERFILE - '
006287                        'STATUS = ' ARI-PERF-STATUS
006288                MOVE 16 TO ARI-RETURN-CODE
006289                PERFORM 9999-ABEND
006290                    THRU 9999-ABEND-EXIT
006291            END-IF.
006292            DIVIDE ARI-PROC-DATE BY 100 GIVING ARI-PER-PERIOD.
006293            READ ARI-PER-FILE.
006294            IF ARI-PERF-NO-RECORD
006295                CLOSE ARI-PER-FILE
006296                GO TO 1900-CHECK-PERIOD-LOCK-EXIT
006297            END-IF.
006298            IF NOT ARI-PERF-OK
006299                DISPLAY 'SUBI0027E - PERFILE READ ERROR - '
006300                        'STATUS = ' ARI-PERF-STATUS
006301                MOVE 16 TO ARI-RETURN-CODE
006302                PERFORM 9999-ABEND
006303                    THRU 9999-ABEND-EXIT
006304            END-IF.
006305            IF ARI-PER-CLOSED
006306                DISPLAY 'SUBI0024E - PROCESS DATE ' ARI-PROC-DATE
006307                        ' IS IN CLOSED PERIOD ' ARI-PER-PERIOD
006308                        ' - RUN REFUSED'
006309                MOVE 32 TO ARI-RETURN-CODE
006310                PERFORM 9999-ABEND
006311                    THRU 9999-ABEND-EXIT
006312            END-IF.
006313            IF ARI-PER-REOPENED
006314                DISPLAY 'SUBI0026I - PERIOD ' ARI-PER-PERIOD
006315                        ' REOPENED BY ' ARI-PER-REOPENED-BY
006316                        ' ON ' ARI-PER-REOPEN-DATE
006317                DISPLAY 'SUBI0026I - REASON - '
006318                        ARI-PER-REOPEN-REASON
006319            END-IF.
006320            CLOSE ARI-PER-FILE.
006321        1900-CHECK-PERIOD-LOCK-EXIT.
006322            EXIT.
006323*
006324*****************************************************************
006325*    2000-PROCESS-FILE - MAIN TRANSACTION LOOP.
006326*****************************************************************
006327        2000-PROCESS-FILE.
006328            PERFORM 2100-READ-TRANS
006329                THRU 2100-READ-TRANS-EXIT.
006330            IF NOT ARI-EOF-YES
006331                AND NOT ARI-CTL-REC-YES
006332                IF ARI-VALID-YES
006333                    PERFORM 2200-VALIDATE-TRANS
006334                        THRU 2200-VALIDATE-TRANS-EXIT
006335                END-IF
006336                IF ARI-VALID-YES
006337                    PERFORM 2250-CHECK-LIMITS
006338                        THRU 2250-CHECK-LIMITS-EXIT
006339                END-IF
006340                IF ARI-VALID-YES
006341                    PERFORM 2300-CALC-TRANS
006342                        THRU 2300-CALC-TRANS-EXIT
006343                    PERFORM 2270-CHECK-RESULT-LIMIT
006344                        THRU 2270-CHECK-RESULT-LIMIT-EXIT
006345                END-IF
006346                IF ARI-VALID-YES
006347                    PERFORM 2400-DISPLAY-TRANS
006348                        THRU 2400-DISPLAY-TRANS-EXIT
006350                    ADD ARI-CALC-RESULT TO ARI-SUM-RESULT
006360                    ADD ARI-CALC-NUM1 TO ARI-SUM-NUM1
006370                    ADD 1 TO ARI-RECS-ACCEPTED
010000            EXIT.
010010*
010020*****************************************************************
010021*    2250-CHECK-LIMITS - HOLD THE OPERANDS OF A WELL-FORMED
010022*                 DETAIL AGAINST THE LIMITS MASTER ROW FOR ITS
010023*                 SOURCE SYSTEM AND OPERATION.  AN OPERAND
010024*                 OUTSIDE ITS RANGE IS REJECTED WITH REASON CODE
010025*                 LIMT SO IT GOES TO SUSPENSE FOR REPAIR INSTEAD
010026*                 OF THROUGH THE CALCULATION.
010027*****************************************************************
010028        2250-CHECK-LIMITS.
010029            IF NOT ARI-LIM-AVAIL-YES
010030                GO TO 2250-CHECK-LIMITS-EXIT
010031            END-IF.
010032            PERFORM 2260-READ-LIMITS
010033                THRU 2260-READ-LIMITS-EXIT.
010034            IF NOT ARI-LIM-FOUND-YES
010035                GO TO 2250-CHECK-LIMITS-EXIT
010036            END-IF.
010037            IF (ARI-LIM-NUM1-MIN NOT = ZERO
010038                OR ARI-LIM-NUM1-MAX NOT = ZERO)
010039                AND (ARI-CALC-NUM1 < ARI-LIM-NUM1-MIN
010040                OR ARI-CALC-NUM1 > ARI-LIM-NUM1-MAX)
010041                SET ARI-REJ-OUT-OF-LIMIT TO TRUE
010042                MOVE 'NUM1 OUTSIDE SUPPLIER LIMITS'
010043                    TO ARI-REJ-REASON-TEXT
010044                SET ARI-VALID-YES TO FALSE
010045                ADD 1 TO ARI-RECS-LIMIT
010046                GO TO 2250-CHECK-LIMITS-EXIT
010047            END-IF.
010048            IF (ARI-LIM-NUM2-MIN NOT = ZERO
010049                OR ARI-LIM-NUM2-MAX NOT = ZERO)
010050                AND (ARI-CALC-NUM2 < ARI-LIM-NUM2-MIN
010051                OR ARI-CALC-NUM2 > ARI-LIM-NUM2-MAX)
010052                SET ARI-REJ-OUT-OF-LIMIT TO TRUE
010053                MOVE 'NUM2 OUTSIDE SUPPLIER LIMITS'
010054                    TO ARI-REJ-REASON-TEXT
010055                SET ARI-VALID-YES TO FALSE
010056                ADD 1 TO ARI-RECS-LIMIT
010057            END-IF.
010058        2250-CHECK-LIMITS-EXIT.
010059            EXIT.
010060*
010061*****************************************************************
010062*    2260-READ-LIMITS - FIND THE LIMITS ROW FOR THE EXTRACT'S
010063*                 SOURCE SYSTEM AND THE OPERATION, FALLING BACK
010064*                 TO THE DEFAULT ROW FOR THE OPERATION.  THE KEY
010065*                 LAST LOOKED UP IS KEPT SO THE MASTER IS ONLY
010066*                 READ AGAIN WHEN IT CHANGES.
010067*****************************************************************
010068        2260-READ-LIMITS.
010069            IF ARI-WORK-EXTRACT-SYSTEM = ARI-LIM-LAST-SYSTEM
010070                AND ARI-LIM-OPERATION = ARI-LIM-LAST-OP-CODE
010071                GO TO 2260-READ-LIMITS-EXIT
010072            END-IF.
010073            MOVE ARI-WORK-EXTRACT-SYSTEM TO ARI-LIM-LAST-SYSTEM.
010074            MOVE ARI-LIM-OPERATION       TO ARI-LIM-LAST-OP-CODE.
010075            SET ARI-LIM-FOUND-YES TO FALSE.
010076            MOVE ARI-WORK-EXTRACT-SYSTEM TO ARI-LIM-SOURCE-SYSTEM.
010077            MOVE ARI-LIM-OPERATION       TO ARI-LIM-OP-CODE.
010078            READ ARI-LIM-FILE.
010079            IF ARI-LIMF-NO-RECORD
010080                SET ARI-LIM-SYS-DEFAULT TO TRUE
010081                MOVE ARI-LIM-OPERATION TO ARI-LIM-OP-CODE
010082                READ ARI-LIM-FILE
010083            END-IF.
010084            IF ARI-LIMF-OK
010085                SET ARI-LIM-FOUND-YES TO TRUE
010086                GO TO 2260-READ-LIMITS-EXIT
010087            END-IF.
010088            IF NOT ARI-LIMF-NO-RECORD
010089                DISPLAY 'SUBI0020E - LIMFILE READ FAILED - '
010090                        'STATUS = ' ARI-LIMF-STATUS
010091                MOVE 16 TO ARI-RETURN-CODE
010092                PERFORM 9999-ABEND
010093                    THRU 9999-ABEND-EXIT
010094            END-IF.
010095        2260-READ-LIMITS-EXIT.
010096            EXIT.
010097*
010098*****************************************************************
010099*    2270-CHECK-RESULT-LIMIT - A RESULT WHOSE ABSOLUTE VALUE IS
010100*                 ABOVE THE RESULT MAXIMUM ON THE LIMITS ROW IS
010101*                 REJECTED WITH REASON CODE LIMT.  THE UNSIGNED
010102*                 RECEIVING FIELD DROPS THE SIGN.
010103*****************************************************************
010104        2270-CHECK-RESULT-LIMIT.
010105            IF NOT ARI-LIM-FOUND-YES
010106                OR ARI-LIM-RESULT-MAX = ZERO
010107                GO TO 2270-CHECK-RESULT-LIMIT-EXIT
010108            END-IF.
010109            MOVE ARI-CALC-RESULT TO ARI-LIM-ABS-RESULT.
010110            IF ARI-LIM-ABS-RESULT > ARI-LIM-RESULT-MAX
010111                SET ARI-REJ-OUT-OF-LIMIT TO TRUE
010112                MOVE 'RESULT EXCEEDS SUPPLIER LIMIT'
010113                    TO ARI-REJ-REASON-TEXT
010114                SET ARI-VALID-YES TO FALSE
010115                ADD 1 TO ARI-RECS-LIMIT
010116            END-IF.
010117        2270-CHECK-RESULT-LIMIT-EXIT.
010118            EXIT.
010119*
010120*****************************************************************
010121*    2300-CALC-TRANS - SUBTRACTION NUM1 AND NUM2.
010122*****************************************************************
010123        2300-CALC-TRANS.
010124            SUBTRACT ARI-CALC-NUM2 FROM ARI-CALC-NUM1
010125                GIVING ARI-CALC-RESULT.
010126        2300-CALC-TRANS-EXIT.
010127            EXIT.
010128*
010129        2400-DISPLAY-TRANS.
010130            IF NOT ARI-HIVOL-YES
010131                DISPLAY ARI-CALC-NUM1 ' - ' ARI-CALC-NUM2
010140                    ' = ' ARI-CALC-RESULT
010150            END-IF.
010160        2400-DISPLAY-TRANS-EXIT.
011370                    ARI-RECS-ACCEPTED.
011380            DISPLAY 'SUBI - RECORDS REJECTED = '
011390                    ARI-RECS-REJECTED.
011393            DISPLAY 'SUBI - LIMIT REJECTS    = '
011396                    ARI-RECS-LIMIT.
011400            DISPLAY 'SUBI - SUM OF RESULTS   = '
011410                    ARI-SUM-RESULT.
011420            MOVE ARI-SEQ-ERRORS TO ARI-SEQ-TOT-ERRORS.
011450            CLOSE ARI-TRANS-FILE
011460                  ARI-REJECT-FILE
011470                  ARI-SEQRPT-FILE.
011472            IF ARI-LIM-AVAIL-YES
011474                CLOSE ARI-LIM-FILE
011476            END-IF.
011480            IF ARI-RECS-REJECTED > ZERO
011490                MOVE 4 TO ARI-RETURN-CODE
011500            END-IF.
