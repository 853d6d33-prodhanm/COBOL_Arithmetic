000860*                    FOR THE EXTRACT AND SHOWN WITH THE CONTROL
000870*                    TOTALS, SO A REJECT SPIKE CAN BE ATTRIBUTED
000880*                    TO THE RIGHT UPSTREAM FEED.
000881* 2026-10-15 MDH    ADDED THE SUPPLIER LIMITS MASTER (ARILIM) -
000882*                    A DETAIL WHOSE NUM1, NUM2 OR RESULT FALLS
000883*                    OUTSIDE THE LIMITS HELD FOR ITS SOURCE
000884*                    SYSTEM AND OPERATION IS REJECTED WITH
000885*                    REASON CODE LIMT, SO IT GOES THROUGH
000886*                    SUSPENSE REPAIR LIKE ANY OTHER REJECT.
000887* 2026-10-15 MDH    THE DECIMAL PLACES OPTION IN FORCE IS NOW
000888*                    RECORDED ON THE RUN REGISTER ENTRY SO THE
000889*                    RCAL RECALCULATION VERIFIER CAN REPRODUCE
000890*                    THE ROUNDING THE RUN APPLIED.
000891* 2026-10-15 MDH    PARTITION MODE - A PARM PARTITION NUMBER
000892*                    (1-4) RUNS THIS STEP OVER ONE PARTITION OF
000893*                    AN EXTRACT CUT BY MIXS.  THE STEP THEN
000894*                    LEAVES THE RUN REGISTER AND RUN HISTORY TO
000895*                    THE MIXM MERGE AND TAGS ITS CHECKPOINTS
000896*                    WITH THE PARTITION NUMBER; ITS FINAL
000897*                    CHECKPOINT IS MARKED END-OF-RUN SO THE
000898*                    MERGE CAN TELL A FINISHED PARTITION FROM
000899*                    ONE THAT STOPPED.
000900* 2026-10-15 MDH    THE RECN PROOF OUTCOME ON THE RUN REGISTER
000901*                    ENTRY IS CLEARED WHEN THE RUN STARTS, SO A
000902*                    REPROCESSED RUN HAS TO BE PROVED AGAIN
000903*                    BEFORE RESL OR AUDX WILL PUBLISH IT.
000904* 2026-10-15 MDH    A REPROCESS OVERRIDE IS NOW REFUSED (RC=28)
000905*                    UNLESS BOTH THE PARM CARD USER AND THE USER
000906*                    THE JOB WAS SUBMITTED UNDER HOLD THE
000907*                    REPROCESS FUNCTION ON THE ARIAUT
000908*                    AUTHORIZATION PROFILE.
000909* 2026-10-15 MDH    A RUN OR REPROCESS FOR A PROCESS DATE IN A
000910*                    MONTH-END PERIOD CLOSED BY PCLS IS REFUSED
000911*                    (RC=32) UNTIL THE PERIOD IS REOPENED; A
000912*                    REOPENED PERIOD IS SHOWN WITH ITS REASON.
000913* 2026-10-15 MDH    A PERFILE READ ERROR NOW ENDS THE RUN
000914*                    (RC=16) INSTEAD OF BEING TAKEN AS AN
000915*                    OPEN PERIOD.
000916*****************************************************************
000917        ENVIRONMENT DIVISION.
000918        CONFIGURATION SECTION.
000920        INPUT-OUTPUT SECTION.
000930        FILE-CONTROL.
000940            SELECT ARI-TRANS-FILE
001270                ACCESS MODE IS RANDOM
001280                RECORD KEY IS ARI-HST-KEY
001290                FILE STATUS IS ARI-HSTF-STATUS.
001291            SELECT ARI-LIM-FILE
001292                ASSIGN TO LIMFILE
001293                ORGANIZATION IS INDEXED
001294                ACCESS MODE IS RANDOM
001295                RECORD KEY IS ARI-LIM-KEY
001296                FILE STATUS IS ARI-LIMF-STATUS.
001300            SELECT OPTIONAL ARI-PARM-FILE
001310                ASSIGN TO PARMIN
001320                ORGANIZATION IS SEQUENTIAL
001330                FILE STATUS IS ARI-PARM-STATUS.
001331            SELECT ARI-AUT-FILE
001332                ASSIGN TO AUTFILE
001333                ORGANIZATION IS INDEXED
001334                ACCESS MODE IS RANDOM
001335                RECORD KEY IS ARI-AUT-USER-ID
001336                FILE STATUS IS ARI-AUTF-STATUS.
001337            SELECT OPTIONAL ARI-PER-FILE
001338                ASSIGN TO PERFILE
001339                ORGANIZATION IS INDEXED
001340                ACCESS MODE IS RANDOM
001341                RECORD KEY IS ARI-PER-PERIOD
001342                FILE STATUS IS ARI-PERF-STATUS.
001343*
001350        DATA DIVISION.
001360        FILE SECTION.
001370        FD  ARI-TRANS-FILE
001730            LABEL RECORDS ARE STANDARD.
001740        COPY ARIHST.
001750*
001752        FD  ARI-LIM-FILE
001754            LABEL RECORDS ARE STANDARD.
001756        COPY ARILIM.
001758*
001760        FD  ARI-PARM-FILE
001770            RECORDING MODE IS F
001780            LABEL RECORDS ARE STANDARD.
001790        COPY ARIPRM.
001791*
001792        FD  ARI-AUT-FILE
001793            LABEL RECORDS ARE STANDARD.
001794        COPY ARIAUT.
001795*
001796        FD  ARI-PER-FILE
001797            LABEL RECORDS ARE STANDARD.
001798        COPY ARIPER.
001800*
001810        WORKING-STORAGE SECTION.
001820*****************************************************************
002030            88  ARI-HSTF-OK              VALUE '00'.
002040            88  ARI-HSTF-NO-FILE         VALUE '35'.
002050            88  ARI-HSTF-DUP-KEY         VALUE '22'.
002052        77  ARI-LIMF-STATUS              PIC X(02) VALUE SPACES.
002054            88  ARI-LIMF-OK              VALUE '00'.
002056            88  ARI-LIMF-NO-FILE         VALUE '35'.
002058            88  ARI-LIMF-NO-RECORD       VALUE '23'.
002060        77  ARI-PARM-STATUS              PIC X(02) VALUE SPACES.
002070            88  ARI-PARM-OK              VALUE '00'.
002080            88  ARI-PARM-EOF             VALUE '10'.
002081        77  ARI-AUTF-STATUS              PIC X(02) VALUE SPACES.
002082            88  ARI-AUTF-OK              VALUE '00'.
002083        77  ARI-PERF-STATUS              PIC X(02) VALUE SPACES.
002084            88  ARI-PERF-OK              VALUE '00'.
002085            88  ARI-PERF-MISSING         VALUE '05' '35'.
002086            88  ARI-PERF-NO-RECORD       VALUE '23'.
002090*
002100*****************************************************************
002110*    PROGRAM SWITCHES
002420                88  ARI-REG-FOUND-YES    VALUE 'Y'.
002430            05  ARI-STRICT-SW            PIC X(01) VALUE 'N'.
002440                88  ARI-STRICT-YES       VALUE 'Y'.
002441            05  ARI-LIM-AVAIL-SW         PIC X(01) VALUE 'N'.
002442                88  ARI-LIM-AVAIL-YES    VALUE 'Y'.
002443            05  ARI-LIM-FOUND-SW         PIC X(01) VALUE 'N'.
002444                88  ARI-LIM-FOUND-YES    VALUE 'Y'
002445                                          WHEN SET TO FALSE 'N'.
002450*
002460*****************************************************************
002470*    TRANSACTION WORK FIELDS - THE RECORD TYPE, OPERATION CODE
003860        77  ARI-ROUND-3-DEC              PIC S9(09)V9(03)
003870                                          VALUE ZERO.
003880*
003881*****************************************************************
003882*    SUPPLIER LIMITS - THE SOURCE SYSTEM AND OPERATION OF THE
003883*    LIMITS ROW LAST LOOKED UP, SO A RUN OF DETAILS FROM ONE
003884*    SUPPLIER READS THE LIMITS MASTER ONCE, AND THE ABSOLUTE
003885*    RESULT HELD AGAINST THE RESULT MAXIMUM.
003886*****************************************************************
003887        01  ARI-LIM-LOOKUP.
003888            05  ARI-LIM-LAST-SYSTEM      PIC X(08)
003889                                          VALUE HIGH-VALUES.
003890            05  ARI-LIM-LAST-OP-CODE     PIC X(04)
003891                                          VALUE HIGH-VALUES.
003892        77  ARI-LIM-OPERATION            PIC X(04) VALUE SPACES.
003893        77  ARI-LIM-ABS-RESULT           PIC 9(14)V9(04)
003894                                          VALUE ZERO.
003895        77  ARI-RECS-LIMIT               PIC 9(07) COMP
003896                                          VALUE ZERO.
003897*
003898*
003900*****************************************************************
003910*    EFFECTIVE-OPTIONS ECHO LINES - PRINTED AT THE TOP OF THE
003920*    CONTROL TOTAL REPORT SO THE SETTINGS THE RUN ACTUALLY USED
004080            05  ARI-RUN-TIME             PIC 9(08) VALUE ZERO.
004090            05  ARI-PROC-DATE            PIC 9(08) VALUE ZERO.
004100        77  ARI-RESTART-SEQ-NO           PIC 9(06) VALUE ZERO.
004101        77  ARI-PART-NO                  PIC 9(01) VALUE ZERO.
004102            88  ARI-PARTITION-RUN        VALUE 1 THRU 4.
004103*
004104*****************************************************************
004105*    AUTHORIZATION CHECK - THE PARM CARD USER AND THE USER THE
004106*    JOB WAS SUBMITTED UNDER, EACH LOOKED UP ON THE PROFILE FILE
004107*****************************************************************
004108        01  ARI-AUTH-CHECK.
004109            05  ARI-AUTH-PARM-USER       PIC X(08) VALUE SPACES.
004110            05  ARI-AUTH-SUBMIT-USER     PIC X(08) VALUE SPACES.
004111            05  ARI-AUTH-USER-ID         PIC X(08) VALUE SPACES.
004112            05  ARI-AUTH-SOURCE          PIC X(09) VALUE SPACES.
004113            05  ARI-AUTH-REFUSED-SW      PIC X(01) VALUE 'N'.
004114                88  ARI-AUTH-REFUSED-YES VALUE 'Y'.
004115*
004120*****************************************************************
004130*    RETURN CODE
004140*****************************************************************
004150        77  ARI-RETURN-CODE              PIC 9(04) COMP
004160                                          VALUE ZERO.
004162*
004164        LINKAGE SECTION.
004166        COPY ARIACE.
004170*
004180        PROCEDURE DIVISION.
004190*
004350        1000-INITIALIZE.
004360            PERFORM 1100-READ-PARM-CARD
004370                THRU 1100-READ-PARM-CARD-EXIT.
004372            IF ARI-REPROC-YES
004374                PERFORM 1800-CHECK-AUTHORITY
004376                    THRU 1800-CHECK-AUTHORITY-EXIT
004378            END-IF.
004380            PERFORM 1200-OPEN-FILES
004390                THRU 1200-OPEN-FILES-EXIT.
004393            PERFORM 1700-OPEN-LIMITS
004396                THRU 1700-OPEN-LIMITS-EXIT.
004400            PERFORM 1600-WRITE-OPTIONS-PAGE
004410                THRU 1600-WRITE-OPTIONS-PAGE-EXIT.
004413            IF ARI-PARTITION-RUN
004416                DISPLAY 'MIXI0024I - PARTITION ' ARI-PART-NO
004419                        ' OF A SPLIT EXTRACT - RUN REGISTER AND '
004422                        'HISTORY KEPT BY MIXM MERGE'
004425            ELSE
004428                PERFORM 1500-CHECK-RUN-REGISTER
004431                    THRU 1500-CHECK-RUN-REGISTER-EXIT
004434            END-IF.
004440            PERFORM 1300-OPEN-CKPT-FILE
004450                THRU 1300-OPEN-CKPT-FILE-EXIT.
004460            IF ARI-RESTART-YES
004650                    CLOSE ARI-PARM-FILE
004660                    GO TO 1100-READ-PARM-CARD-EXIT
004670            END-READ.
004675            MOVE ARI-PARM-USER-ID TO ARI-AUTH-PARM-USER.
004680            IF ARI-PARM-STRICT-IND = 'Y'
004690                SET ARI-STRICT-YES TO TRUE
004700            END-IF.
004970            IF ARI-PARM-PROC-DATE NUMERIC
004980                AND ARI-PARM-PROC-DATE > ZERO
004990                MOVE ARI-PARM-PROC-DATE TO ARI-PROC-DATE
004991            END-IF.
004992            IF ARI-PARM-PARTITION-NO (1:1) NOT = SPACE
004993                AND ARI-PARM-PARTITION-NO (1:1) NOT = '0'
004994                IF ARI-PARM-PARTITION-NO NOT NUMERIC
004995                    OR ARI-PARM-PARTITION-NO > 4
004996                    DISPLAY 'MIXI0032E - INVALID PARM PARTITION '
004997                            'NUMBER = '
004998                            ARI-PARM-PARTITION-NO (1:1)
004999                            ' - RUN NOT STARTED'
005000                    MOVE 24 TO ARI-RETURN-CODE
005001                    PERFORM 9999-ABEND
005002                        THRU 9999-ABEND-EXIT
005003                END-IF
005004                MOVE ARI-PARM-PARTITION-NO TO ARI-PART-NO
005005            END-IF.
005010            IF ARI-PARM-HIVOL-INTERVAL NUMERIC
005020                AND ARI-PARM-HIVOL-INTERVAL > ZERO
005030                MOVE ARI-PARM-HIVOL-INTERVAL
007610*                 WITH THE FINAL COUNTS AND RETURN CODE.
007620*****************************************************************
007630        1500-CHECK-RUN-REGISTER.
007633            PERFORM 1900-CHECK-PERIOD-LOCK
007636                THRU 1900-CHECK-PERIOD-LOCK-EXIT.
007640            OPEN I-O ARI-REG-FILE.
007650            IF ARI-REGF-NO-FILE
007660                OPEN OUTPUT ARI-REG-FILE
008050                         ARI-REG-CNT-MULTIPLY
008060                         ARI-REG-CNT-PERCENT
008070                         ARI-REG-CNT-MODULO
008072                         ARI-REG-PROOF-MISSING
008074                         ARI-REG-PROOF-DUPLICATED
008076                         ARI-REG-PROOF-ORPHANED
008080                         ARI-REG-RETURN-CODE.
008082            MOVE SPACE TO ARI-REG-PROOF-STATUS
008084                          ARI-REG-PUBLISH-OVRD.
008086            MOVE ARI-DEC-PLACES TO ARI-REG-DEC-PLACES.
008090            IF ARI-REG-FOUND-YES
008100                REWRITE ARI-REG-RECORD
008110            ELSE
008930                MOVE 'NO' TO ARI-OPT-VALUE
008940            END-IF.
008950            WRITE ARI-REPORT-LINE FROM ARI-OPT-LINE.
008951            MOVE 'SUPPLIER LIMIT CHECK' TO ARI-OPT-LABEL.
008952            IF ARI-LIM-AVAIL-YES
008953                MOVE 'YES' TO ARI-OPT-VALUE
008954            ELSE
008955                MOVE 'NO - NO LIMFILE' TO ARI-OPT-VALUE
008956            END-IF.
008957            WRITE ARI-REPORT-LINE FROM ARI-OPT-LINE.
008958            MOVE 'PARTITION' TO ARI-OPT-LABEL.
008959            IF ARI-PARTITION-RUN
008960                MOVE ARI-PART-NO TO ARI-OPT-VALUE
008961            ELSE
008962                MOVE 'NONE - WHOLE EXTRACT' TO ARI-OPT-VALUE
008963            END-IF.
008964            WRITE ARI-REPORT-LINE FROM ARI-OPT-LINE.
008965            MOVE SPACES TO ARI-REPORT-LINE.
008970            WRITE ARI-REPORT-LINE.
008980        1600-WRITE-OPTIONS-PAGE-EXIT.
008981            EXIT.
008982*
008983*****************************************************************
008984*    1700-OPEN-LIMITS - OPEN THE SUPPLIER LIMITS MASTER.  A
008985*                 LIMITS MASTER NOT YET DEFINED IS NOT AN ERROR -
008986*                 THE RUN CARRIES ON WITHOUT LIMIT CHECKING AND
008987*                 SAYS SO ON THE CONSOLE AND THE OPTIONS PAGE.
008988*****************************************************************
008989        1700-OPEN-LIMITS.
008990            OPEN INPUT ARI-LIM-FILE.
008991            IF ARI-LIMF-OK
008992                SET ARI-LIM-AVAIL-YES TO TRUE
008993                GO TO 1700-OPEN-LIMITS-EXIT
008994            END-IF.
008995            IF NOT ARI-LIMF-NO-FILE
008996                DISPLAY 'MIXI0021E - UNABLE TO OPEN LIMFILE - '
008997                        'STATUS = ' ARI-LIMF-STATUS
008998                MOVE 16 TO ARI-RETURN-CODE
008999                PERFORM 9999-ABEND
009000                    THRU 9999-ABEND-EXIT
009001            END-IF.
009002            DISPLAY 'MIXI0022W - LIMITS MASTER NOT AVAILABLE - '
009003                    'LIMIT CHECKS BYPASSED'.
009004        1700-OPEN-LIMITS-EXIT.
009005            EXIT.
009006*
009007*****************************************************************
009008*    1800-CHECK-AUTHORITY - A REPROCESS OVERRIDE ON THE PARM CARD
009009*                 IS HONOURED ONLY WHEN BOTH THE PARM CARD USER
009010*                 AND THE USER THE JOB WAS SUBMITTED UNDER HOLD
009011*                 IT ON THE AUTHORIZATION PROFILE FILE.  EITHER
009012*                 ONE MISSING, REVOKED OR WITHOUT THE FUNCTION
009013*                 (OR NO PROFILE FILE) REFUSES THE RUN WITH RC=28
009014*                 BEFORE ANY FILE IS PROCESSED.
009015*****************************************************************
009016        1800-CHECK-AUTHORITY.
009017            PERFORM 1810-GET-SUBMITTER
009018                THRU 1810-GET-SUBMITTER-EXIT.
009019            OPEN INPUT ARI-AUT-FILE.
009020            IF ARI-AUTF-OK
009021                MOVE 'PARM CARD'          TO ARI-AUTH-SOURCE
009022                MOVE ARI-AUTH-PARM-USER   TO ARI-AUTH-USER-ID
009023                PERFORM 1820-CHECK-ONE-USER
009024                    THRU 1820-CHECK-ONE-USER-EXIT
009025                MOVE 'SUBMITTER'          TO ARI-AUTH-SOURCE
009026                MOVE ARI-AUTH-SUBMIT-USER TO ARI-AUTH-USER-ID
009027                PERFORM 1820-CHECK-ONE-USER
009028                    THRU 1820-CHECK-ONE-USER-EXIT
009029                CLOSE ARI-AUT-FILE
009030            ELSE
009031                DISPLAY 'MIXI0026E - UNABLE TO OPEN AUTFILE - '
009032                        'STATUS = ' ARI-AUTF-STATUS
009033                SET ARI-AUTH-REFUSED-YES TO TRUE
009034            END-IF.
009035            IF ARI-AUTH-REFUSED-YES
009036                DISPLAY 'MIXI0027E - REPROCESS OVERRIDE '
009037                        'REFUSED - RUN NOT STARTED'
009038                MOVE 28 TO ARI-RETURN-CODE
009039                PERFORM 9999-ABEND
009040                    THRU 9999-ABEND-EXIT
009041            END-IF.
009042        1800-CHECK-AUTHORITY-EXIT.
009043            EXIT.
009044*
009045*****************************************************************
009046*    1810-GET-SUBMITTER - THE USER ID THE JOB RUNS UNDER, TAKEN
009047*                 FROM THE ACEE.  NO ACEE LEAVES IT BLANK, WHICH
009048*                 1820-CHECK-ONE-USER REFUSES.
009049*****************************************************************
009050        1810-GET-SUBMITTER.
009051            MOVE SPACES TO ARI-AUTH-SUBMIT-USER.
009052            SET ADDRESS OF ARI-PSA  TO NULL.
009053            SET ADDRESS OF ARI-ASCB TO ARI-PSA-AOLD.
009054            SET ADDRESS OF ARI-ASXB TO ARI-ASCB-ASXB.
009055            IF ARI-ASXB-SENV = NULL
009056                GO TO 1810-GET-SUBMITTER-EXIT
009057            END-IF.
009058            SET ADDRESS OF ARI-ACEE TO ARI-ASXB-SENV.
009059            IF ARI-ACEE-ACRONYM = 'ACEE'
009060                MOVE ARI-ACEE-USER-ID TO ARI-AUTH-SUBMIT-USER
009061            END-IF.
009062        1810-GET-SUBMITTER-EXIT.
009063            EXIT.
009064*
009065*****************************************************************
009066*    1820-CHECK-ONE-USER - THE USER MUST HAVE AN ACTIVE PROFILE
009067*                 HOLDING THE FUNCTION.  EACH FAILURE IS SHOWN
009068*                 ON THE CONSOLE AND REFUSES THE RUN.
009069*****************************************************************
009070        1820-CHECK-ONE-USER.
009071            IF ARI-AUTH-USER-ID = SPACES
009072                DISPLAY 'MIXI0025E - NO ' ARI-AUTH-SOURCE
009073                        ' USER ID'
009074                SET ARI-AUTH-REFUSED-YES TO TRUE
009075                GO TO 1820-CHECK-ONE-USER-EXIT
009076            END-IF.
009077            MOVE ARI-AUTH-USER-ID TO ARI-AUT-USER-ID.
009078            READ ARI-AUT-FILE.
009079            IF NOT ARI-AUTF-OK
009080                DISPLAY 'MIXI0025E - ' ARI-AUTH-SOURCE ' USER '
009081                        ARI-AUTH-USER-ID ' HAS NO PROFILE'
009082                SET ARI-AUTH-REFUSED-YES TO TRUE
009083                GO TO 1820-CHECK-ONE-USER-EXIT
009084            END-IF.
009085            IF NOT ARI-AUT-ACTIVE
009086                DISPLAY 'MIXI0025E - ' ARI-AUTH-SOURCE ' USER '
009087                        ARI-AUTH-USER-ID ' PROFILE REVOKED'
009088                SET ARI-AUTH-REFUSED-YES TO TRUE
009089                GO TO 1820-CHECK-ONE-USER-EXIT
009090            END-IF.
009091            IF NOT ARI-AUT-REPROCESS-YES
009092                DISPLAY 'MIXI0025E - ' ARI-AUTH-SOURCE ' USER '
009093                        ARI-AUTH-USER-ID ' NOT AUTHORIZED FOR '
009094                        'REPROCESS OVERRIDE'
009095                SET ARI-AUTH-REFUSED-YES TO TRUE
009096            END-IF.
009097        1820-CHECK-ONE-USER-EXIT.
009098            EXIT.
009099*
009100*****************************************************************
009101*    1900-CHECK-PERIOD-LOCK - A PROCESS DATE IN A MONTH-END
009102*                 PERIOD CLOSED BY PCLS IS REFUSED WITH RC=32
009103*                 BEFORE THE RUN IS REGISTERED - NEITHER A FIRST
009104*                 RUN NOR A REPROCESS MAY CHANGE A CERTIFIED
009105*                 PERIOD.  A PERIOD REOPENED WITH A RECORDED
009106*                 REASON IS ALLOWED AND THE REOPEN IS SHOWN.  NO
009107*                 PERIOD CONTROL FILE MEANS NO PERIOD IS CLOSED.
009108*****************************************************************
009109        1900-CHECK-PERIOD-LOCK.
009110            OPEN INPUT ARI-PER-FILE.
009111            IF ARI-PERF-MISSING
009112                CLOSE ARI-PER-FILE
009113                GO TO 1900-CHECK-PERIOD-LOCK-EXIT
009114            END-IF.
009115            IF NOT ARI-PERF-OK
009116                DISPLAY 'MIXI0029E - UNABLE TO OPEN PERFILE - '
009117                        'STATUS = ' ARI-PERF-STATUS
009118                MOVE 16 TO ARI-RETURN-CODE
009119                PERFORM 9999-ABEND
009120                    THRU 9999-ABEND-EXIT
009121            END-IF.
009122            DIVIDE ARI-PROC-DATE BY 100 GIVING ARI-PER-PERIOD.
009123            READ ARI-PER-FILE.
009124            IF ARI-PERF-NO-RECORD
009125                CLOSE ARI-PER-FILE
009126                GO TO 1900-CHECK-PERIOD-LOCK-EXIT
009127            END-IF.
009128            IF NOT ARI-PERF-OK
009129                DISPLAY 'MIXI0031E - PERFILE READ ERROR - '
009130                        'STATUS = ' ARI-PERF-STATUS
009131                MOVE 16 TO ARI-RETURN-CODE
009132                PERFORM 9999-ABEND
009133                    THRU 9999-ABEND-EXIT
009134            END-IF.
009135            IF ARI-PER-CLOSED
009136                DISPLAY 'MIXI0028E - PROCESS DATE ' ARI-PROC-DATE
009137                        ' IS IN CLOSED PERIOD ' ARI-PER-PERIOD
009138                        ' - RUN REFUSED'
009139                MOVE 32 TO ARI-RETURN-CODE
009140                PERFORM 9999-ABEND
009141                    THRU 9999-ABEND-EXIT
009142            END-IF.
009143            IF ARI-PER-REOPENED
009144                DISPLAY 'MIXI0030I - PERIOD ' ARI-PER-PERIOD
009145                        ' REOPENED BY ' ARI-PER-REOPENED-BY
009146                        ' ON ' ARI-PER-REOPEN-DATE
009147                DISPLAY 'MIXI0030I - REASON - '
009148                        ARI-PER-REOPEN-REASON
009149            END-IF.
009150            CLOSE ARI-PER-FILE.
009151        1900-CHECK-PERIOD-LOCK-EXIT.
009152            EXIT.
009153*
009154*****************************************************************
009155*    2000-PROCESS-FILE - MAIN TRANSACTION LOOP.
009156*****************************************************************
009157        2000-PROCESS-FILE.
009158            PERFORM 2100-READ-TRANS
009159                THRU 2100-READ-TRANS-EXIT.
009160            IF NOT ARI-EOF-YES
009161                AND NOT ARI-CTL-REC-YES
009162                IF ARI-VALID-YES
009163                    PERFORM 2200-VALIDATE-TRANS
009164                        THRU 2200-VALIDATE-TRANS-EXIT
009165                END-IF
009166                IF ARI-VALID-YES
009167                    PERFORM 2250-CHECK-LIMITS
009168                        THRU 2250-CHECK-LIMITS-EXIT
009169                END-IF
009170                IF ARI-VALID-YES
009171                    PERFORM 2300-CALC-TRANS
009172                        THRU 2300-CALC-TRANS-EXIT
009173                END-IF
009174                IF ARI-VALID-YES
009175                    PERFORM 2270-CHECK-RESULT-LIMIT
009176                        THRU 2270-CHECK-RESULT-LIMIT-EXIT
009177                END-IF
009178                IF ARI-VALID-YES
009180                    PERFORM 2400-WRITE-AUDIT
009190                        THRU 2400-WRITE-AUDIT-EXIT
009200                    PERFORM 2500-ACCUM-TOTALS
013000            EXIT.
013010*
013020*****************************************************************
013021*    2250-CHECK-LIMITS - HOLD THE OPERANDS OF A WELL-FORMED
013022*                 DETAIL AGAINST THE LIMITS MASTER ROW FOR ITS
013023*                 SOURCE SYSTEM AND OPERATION.  AN OPERAND
013024*                 OUTSIDE ITS RANGE IS REJECTED WITH REASON CODE
013025*                 LIMT SO IT GOES TO SUSPENSE FOR REPAIR INSTEAD
013026*                 OF THROUGH THE CALCULATION.
013027*****************************************************************
013028        2250-CHECK-LIMITS.
013029            MOVE ARI-WORK-OP-CODE TO ARI-LIM-OPERATION.
013030            IF NOT ARI-LIM-AVAIL-YES
013031                GO TO 2250-CHECK-LIMITS-EXIT
013032            END-IF.
013033            PERFORM 2260-READ-LIMITS
013034                THRU 2260-READ-LIMITS-EXIT.
013035            IF NOT ARI-LIM-FOUND-YES
013036                GO TO 2250-CHECK-LIMITS-EXIT
013037            END-IF.
013038            IF (ARI-LIM-NUM1-MIN NOT = ZERO
013039                OR ARI-LIM-NUM1-MAX NOT = ZERO)
013040                AND (ARI-CALC-NUM1 < ARI-LIM-NUM1-MIN
013041                OR ARI-CALC-NUM1 > ARI-LIM-NUM1-MAX)
013042                SET ARI-REJ-OUT-OF-LIMIT TO TRUE
013043                MOVE 'NUM1 OUTSIDE SUPPLIER LIMITS'
013044                    TO ARI-REJ-REASON-TEXT
013045                SET ARI-VALID-YES TO FALSE
013046                ADD 1 TO ARI-RECS-LIMIT
013047                GO TO 2250-CHECK-LIMITS-EXIT
013048            END-IF.
013049            IF (ARI-LIM-NUM2-MIN NOT = ZERO
013050                OR ARI-LIM-NUM2-MAX NOT = ZERO)
013051                AND (ARI-CALC-NUM2 < ARI-LIM-NUM2-MIN
013052                OR ARI-CALC-NUM2 > ARI-LIM-NUM2-MAX)
013053                SET ARI-REJ-OUT-OF-LIMIT TO TRUE
013054                MOVE 'NUM2 OUTSIDE SUPPLIER LIMITS'
013055                    TO ARI-REJ-REASON-TEXT
013056                SET ARI-VALID-YES TO FALSE
013057                ADD 1 TO ARI-RECS-LIMIT
013058            END-IF.
013059        2250-CHECK-LIMITS-EXIT.
013060            EXIT.
013061*
013062*****************************************************************
013063*    2260-READ-LIMITS - FIND THE LIMITS ROW FOR THE EXTRACT'S
013064*                 SOURCE SYSTEM AND THE OPERATION, FALLING BACK
013065*                 TO THE DEFAULT ROW FOR THE OPERATION.  THE KEY
013066*                 LAST LOOKED UP IS KEPT SO THE MASTER IS ONLY
013067*                 READ AGAIN WHEN IT CHANGES.
013068*****************************************************************
013069        2260-READ-LIMITS.
013070            IF ARI-WORK-EXTRACT-SYSTEM = ARI-LIM-LAST-SYSTEM
013071                AND ARI-LIM-OPERATION = ARI-LIM-LAST-OP-CODE
013072                GO TO 2260-READ-LIMITS-EXIT
013073            END-IF.
013074            MOVE ARI-WORK-EXTRACT-SYSTEM TO ARI-LIM-LAST-SYSTEM.
013075            MOVE ARI-LIM-OPERATION       TO ARI-LIM-LAST-OP-CODE.
013076            SET ARI-LIM-FOUND-YES TO FALSE.
013077            MOVE ARI-WORK-EXTRACT-SYSTEM TO ARI-LIM-SOURCE-SYSTEM.
013078            MOVE ARI-LIM-OPERATION       TO ARI-LIM-OP-CODE.
013079            READ ARI-LIM-FILE.
013080            IF ARI-LIMF-NO-RECORD
013081                SET ARI-LIM-SYS-DEFAULT TO TRUE
013082                MOVE ARI-LIM-OPERATION TO ARI-LIM-OP-CODE
013083                READ ARI-LIM-FILE
013084            END-IF.
013085            IF ARI-LIMF-OK
013086                SET ARI-LIM-FOUND-YES TO TRUE
013087                GO TO 2260-READ-LIMITS-EXIT
013088            END-IF.
013089            IF NOT ARI-LIMF-NO-RECORD
013090                DISPLAY 'MIXI0023E - LIMFILE READ FAILED - '
013091                        'STATUS = ' ARI-LIMF-STATUS
013092                MOVE 16 TO ARI-RETURN-CODE
013093                PERFORM 9999-ABEND
013094                    THRU 9999-ABEND-EXIT
013095            END-IF.
013096        2260-READ-LIMITS-EXIT.
013097            EXIT.
013098*
013099*****************************************************************
013100*    2270-CHECK-RESULT-LIMIT - A RESULT WHOSE ABSOLUTE VALUE IS
013101*                 ABOVE THE RESULT MAXIMUM ON THE LIMITS ROW IS
013102*                 REJECTED WITH REASON CODE LIMT.  THE UNSIGNED
013103*                 RECEIVING FIELD DROPS THE SIGN.
013104*****************************************************************
013105        2270-CHECK-RESULT-LIMIT.
013106            IF NOT ARI-LIM-FOUND-YES
013107                OR ARI-LIM-RESULT-MAX = ZERO
013108                GO TO 2270-CHECK-RESULT-LIMIT-EXIT
013109            END-IF.
013110            MOVE ARI-CALC-RESULT TO ARI-LIM-ABS-RESULT.
013111            IF ARI-LIM-ABS-RESULT > ARI-LIM-RESULT-MAX
013112                SET ARI-REJ-OUT-OF-LIMIT TO TRUE
013113                MOVE 'RESULT EXCEEDS SUPPLIER LIMIT'
013114                    TO ARI-REJ-REASON-TEXT
013115                SET ARI-VALID-YES TO FALSE
013116                ADD 1 TO ARI-RECS-LIMIT
013117            END-IF.
013118        2270-CHECK-RESULT-LIMIT-EXIT.
013119            EXIT.
013120*
013121*****************************************************************
013122*    2300-CALC-TRANS - DISPATCH THE RECORD TO THE ARITHMETIC
013123*                 ROUTINE NAMED BY ITS OPERATION CODE.  EACH
013124*                 ROUTINE APPLIES THE SAME RULES AS ITS SINGLE-
013125*                 OPERATION COMPANION PROGRAM.
013126*****************************************************************
013127        2300-CALC-TRANS.
013128            MOVE ZERO TO ARI-CALC-RESULT.
013129            MOVE ZERO TO ARI-CALC-REMAINDER.
013130            MOVE ZERO TO ARI-CALC-INT-QUOT.
013131            EVALUATE TRUE
013132                WHEN ARI-WORK-OP-DIVIDE
013140                    PERFORM 2310-CALC-DIVIDE
013150                        THRU 2310-CALC-DIVIDE-EXIT
013160                WHEN ARI-WORK-OP-ADD
015570            MOVE ARI-CNT-MULTIPLY    TO ARI-CKPT-CNT-MULTIPLY.
015580            MOVE ARI-CNT-PERCENT     TO ARI-CKPT-CNT-PERCENT.
015590            MOVE ARI-CNT-MODULO      TO ARI-CKPT-CNT-MODULO.
015593            MOVE ARI-PART-NO         TO ARI-CKPT-PART-NO.
015596            MOVE SPACE               TO ARI-CKPT-END-IND.
015600            WRITE ARI-CKPT-RECORD.
015610        2600-CHECKPOINT-EXIT.
015620            EXIT.
016190                    ' REJECTED = ' ARI-RECS-REJECTED
016200                    ' LAST SEQ = ' ARI-PREV-SEQ-NO.
016210            MOVE ARI-PROG-INTERVAL TO ARI-PROG-COUNTDOWN.
016216            IF NOT ARI-PARTITION-RUN
016222                PERFORM 2850-UPDATE-RUN-REGISTER
016228                    THRU 2850-UPDATE-RUN-REGISTER-EXIT
016234            END-IF.
016240        2800-PROGRESS-MILESTONE-EXIT.
016250            EXIT.
016260*
016470            MOVE ARI-CNT-PERCENT     TO ARI-REG-CNT-PERCENT.
016480            MOVE ARI-CNT-MODULO      TO ARI-REG-CNT-MODULO.
016490            MOVE ZERO                TO ARI-REG-RETURN-CODE.
016495            MOVE ARI-DEC-PLACES      TO ARI-REG-DEC-PLACES.
016500            REWRITE ARI-REG-RECORD.
016510            IF NOT ARI-REGF-OK
016520                DISPLAY 'MIXI0016E - RUNREG WRITE FAILED - '
016910            MOVE ARI-CNT-MULTIPLY    TO ARI-CKPT-CNT-MULTIPLY.
016920            MOVE ARI-CNT-PERCENT     TO ARI-CKPT-CNT-PERCENT.
016930            MOVE ARI-CNT-MODULO      TO ARI-CKPT-CNT-MODULO.
016933            MOVE ARI-PART-NO         TO ARI-CKPT-PART-NO.
016936            SET ARI-CKPT-RUN-ENDED   TO TRUE.
016940            WRITE ARI-CKPT-RECORD.
016950            MOVE ARI-SEQ-ERRORS TO ARI-SEQ-TOT-ERRORS.
016960            MOVE ARI-SEQ-GAPS   TO ARI-SEQ-TOT-GAPS.
017010                  ARI-REPORT-FILE
017020                  ARI-SEQRPT-FILE
017030                  ARI-CKPT-FILE.
017032            IF ARI-LIM-AVAIL-YES
017034                CLOSE ARI-LIM-FILE
017036            END-IF.
017040            IF ARI-RECS-REJECTED > ZERO
017050                MOVE 4 TO ARI-RETURN-CODE
017052            END-IF.
017054            IF ARI-PARTITION-RUN
017056                GO TO 3000-TERMINATE-EXIT
017060            END-IF.
017070            PERFORM 3300-CLOSE-RUN-REGISTER
017080                THRU 3300-CLOSE-RUN-REGISTER-EXIT.
017340            MOVE SPACES TO ARI-REPORT-LINE.
017350            MOVE 'RECORDS REJECTED' TO ARI-RPT-LABEL.
017360            MOVE ARI-RECS-REJECTED TO ARI-RPT-COUNT.
017362            WRITE ARI-REPORT-LINE.
017364            MOVE SPACES TO ARI-REPORT-LINE.
017366            MOVE 'REJECTED OUTSIDE LIMITS' TO ARI-RPT-LABEL.
017368            MOVE ARI-RECS-LIMIT TO ARI-RPT-COUNT.
017370            WRITE ARI-REPORT-LINE.
017380            MOVE SPACES TO ARI-REPORT-LINE.
017390            MOVE 'DIVISIONS PERFORMED' TO ARI-RPT-LABEL.
017710                ARI-RECS-ACCEPTED.
017720            DISPLAY 'MIXI - RECORDS REJECTED = '
017730                ARI-RECS-REJECTED.
017733            DISPLAY 'MIXI - LIMIT REJECTS    = '
017736                ARI-RECS-LIMIT.
017740            DISPLAY 'MIXI - DIVISIONS        = ' ARI-CNT-DIVIDE.
017750            DISPLAY 'MIXI - ADDITIONS        = ' ARI-CNT-ADD.
017760            DISPLAY 'MIXI - SUBTRACTIONS     = '
018400            MOVE ARI-CNT-PERCENT     TO ARI-REG-CNT-PERCENT.
018410            MOVE ARI-CNT-MODULO      TO ARI-REG-CNT-MODULO.
018420            MOVE ARI-RETURN-CODE     TO ARI-REG-RETURN-CODE.
018425            MOVE ARI-DEC-PLACES      TO ARI-REG-DEC-PLACES.
018430            REWRITE ARI-REG-RECORD.
018440            IF NOT ARI-REGF-OK
018450                DISPLAY 'MIXI0016E - RUNREG WRITE FAILED - '
