000230* DATE       INIT   DESCRIPTION
000240* ---------- ----   -----------------------------------------
000250* 2026-09-03 MDH    INITIAL VERSION.
000251* 2026-10-15 MDH    A RUN IS ONLY PUBLISHED ONCE RECN HAS
000252*                    RECORDED A PASSED PROOF ON ITS RUN REGISTER
000253*                    ENTRY.  AN UNPROVED RUN IS REFUSED (RC=8,
000254*                    NO HEADER WRITTEN) UNLESS THE PARM CARD
000255*                    CARRIES THE PUBLISH-UNPROVED OVERRIDE (RC=4,
000256*                    FLAGGED ON THE REGISTER).  ADDED AN
000257*                    EFFECTIVE-OPTIONS PAGE TO RPTOUT.
000258* 2026-10-15 MDH    A PUBLISH OVERRIDE IS NOW REFUSED (RC=28)
000259*                    UNLESS BOTH THE PARM CARD USER (NEW, COLUMNS
000260*                    18-25) AND THE USER THE JOB WAS SUBMITTED
000261*                    UNDER HOLD THE OVERRIDE FUNCTION ON THE
000262*                    ARIAUT AUTHORIZATION PROFILE.
000263*****************************************************************
000270        ENVIRONMENT DIVISION.
000280        CONFIGURATION SECTION.
000290        INPUT-OUTPUT SECTION.
000440                ASSIGN TO PARMIN
000450                ORGANIZATION IS SEQUENTIAL
000460                FILE STATUS IS ARI-PARM-STATUS.
000461            SELECT ARI-REG-FILE
000462                ASSIGN TO RUNREG
000463                ORGANIZATION IS INDEXED
000464                ACCESS MODE IS RANDOM
000465                RECORD KEY IS ARI-REG-KEY
000466                FILE STATUS IS ARI-REGF-STATUS.
000467            SELECT ARI-AUT-FILE
000468                ASSIGN TO AUTFILE
000469                ORGANIZATION IS INDEXED
000470                ACCESS MODE IS RANDOM
000471                RECORD KEY IS ARI-AUT-USER-ID
000472                FILE STATUS IS ARI-AUTF-STATUS.
000473*
000480        DATA DIVISION.
000490        FILE SECTION.
000500        FD  ARI-AUDIT-FILE
000680        01  AUDX-PARM-RECORD.
000690            05  AUDX-PARM-JOB-ID         PIC X(08).
000700            05  AUDX-PARM-RUN-DATE       PIC 9(08).
000701            05  AUDX-PARM-OVRD-IND       PIC X(01).
000702            05  AUDX-PARM-USER-ID        PIC X(08).
000703            05  FILLER                   PIC X(55).
000704*
000705        FD  ARI-REG-FILE
000706            LABEL RECORDS ARE STANDARD.
000707        COPY ARIRUN.
000708*
000709        FD  ARI-AUT-FILE
000710            LABEL RECORDS ARE STANDARD.
000711        COPY ARIAUT.
000720*
000730        WORKING-STORAGE SECTION.
000740*****************************************************************
000820            88  ARI-REPORT-OK            VALUE '00'.
000830        77  ARI-PARM-STATUS              PIC X(02) VALUE SPACES.
000840            88  ARI-PARM-OK              VALUE '00'.
000841        77  ARI-AUTF-STATUS              PIC X(02) VALUE SPACES.
000842            88  ARI-AUTF-OK              VALUE '00'.
000843        77  ARI-REGF-STATUS              PIC X(02) VALUE SPACES.
000844            88  ARI-REGF-OK              VALUE '00'.
000845            88  ARI-REGF-NO-FILE         VALUE '35'.
000846            88  ARI-REGF-NO-RECORD       VALUE '23'.
000850*
000860*****************************************************************
000870*    PROGRAM SWITCHES
000890        01  ARI-SWITCHES.
000900            05  ARI-EOF-SW               PIC X(01) VALUE 'N'.
000910                88  ARI-EOF-YES          VALUE 'Y'.
000911            05  ARI-OVRD-SW              PIC X(01) VALUE 'N'.
000912                88  ARI-OVRD-YES         VALUE 'Y'.
000913            05  AUDX-PROOF-SW            PIC X(01) VALUE 'N'.
000914                88  AUDX-PROOF-PASSED    VALUE 'P'.
000915                88  AUDX-PROOF-FAILED    VALUE 'F'.
000916                88  AUDX-PROOF-NOT-RUN   VALUE ' '.
000917                88  AUDX-PROOF-NO-ENTRY  VALUE 'N'.
000920*
000930*****************************************************************
000940*    COUNTERS AND CONTROL TOTALS
001350            05  FILLER                   PIC X(22) VALUE SPACES.
001360*
001370*****************************************************************
001371*    EFFECTIVE-OPTIONS ECHO LINES - PRINTED AT THE TOP OF RPTOUT
001372*    SO THE RUN PROOF AND ANY OVERRIDE SIT WITH THE BALANCING.
001373*****************************************************************
001374        01  ARI-OPT-LINE.
001375            05  ARI-OPT-LABEL            PIC X(30).
001376            05  ARI-OPT-VALUE            PIC X(20).
001377            05  FILLER                   PIC X(30).
001378*
001379*****************************************************************
001380*    AUTHORIZATION CHECK - THE PARM CARD USER AND THE USER THE
001381*    JOB WAS SUBMITTED UNDER, EACH LOOKED UP ON THE PROFILE FILE
001382*****************************************************************
001383        01  ARI-AUTH-CHECK.
001384            05  ARI-AUTH-PARM-USER       PIC X(08) VALUE SPACES.
001385            05  ARI-AUTH-SUBMIT-USER     PIC X(08) VALUE SPACES.
001386            05  ARI-AUTH-USER-ID         PIC X(08) VALUE SPACES.
001387            05  ARI-AUTH-SOURCE          PIC X(09) VALUE SPACES.
001388            05  ARI-AUTH-REFUSED-SW      PIC X(01) VALUE 'N'.
001389                88  ARI-AUTH-REFUSED-YES VALUE 'Y'.
001390*
001391*****************************************************************
001392*    RETURN CODE
001393*****************************************************************
001400        77  ARI-RETURN-CODE              PIC 9(04) COMP
001410                                          VALUE ZERO.
001412*
001414        LINKAGE SECTION.
001416        COPY ARIACE.
001420*
001430        PROCEDURE DIVISION.
001440*
001550*
001560*****************************************************************
001570*    1000-INITIALIZE - OPEN FILES, PICK UP THE RUN SELECTION
001576*                 FROM THE PARM CARD, REFUSE THE RUN UNLESS
001582*                 RECN PROVED IT OR THE PARM CARD OVERRIDES
001588*                 THE PROOF, AND CUT THE INTERFACE HEADER
001594*                 CONTROL RECORD.
001600*****************************************************************
001610        1000-INITIALIZE.
001620            PERFORM 1100-READ-PARM-CARD
001900            IF AUDX-RUN-DATE = ZERO
001910                MOVE AUDX-CUT-DATE TO AUDX-RUN-DATE
001920            END-IF.
001921            PERFORM 1200-CHECK-RUN-PROOF
001922                THRU 1200-CHECK-RUN-PROOF-EXIT.
001923            PERFORM 1600-WRITE-OPTIONS-PAGE
001924                THRU 1600-WRITE-OPTIONS-PAGE-EXIT.
001925            IF NOT AUDX-PROOF-PASSED
001926                IF ARI-OVRD-YES
001927                    PERFORM 1800-CHECK-AUTHORITY
001928                        THRU 1800-CHECK-AUTHORITY-EXIT
001929                    DISPLAY 'AUDX0008W - RUN NOT PROVED - '
001930                            'PUBLISHED UNDER PARM CARD OVERRIDE'
001931                    MOVE ' RUN NOT PROVED - PUBLISHED ON OVERRIDE'
001932                        TO AUDX-REPORT-RECORD
001933                    WRITE AUDX-REPORT-RECORD
001934                    MOVE 4 TO ARI-RETURN-CODE
001935                ELSE
001936                    DISPLAY 'AUDX0007E - RUN NOT PROVED - '
001937                            'JOB ' AUDX-JOB-ID
001938                            ' DATE ' AUDX-RUN-DATE
001939                            ' - PUBLICATION REFUSED'
001940                    MOVE ' RUN NOT PROVED - PUBLICATION REFUSED'
001941                        TO AUDX-REPORT-RECORD
001942                    WRITE AUDX-REPORT-RECORD
001943                    MOVE 8 TO ARI-RETURN-CODE
001944                    PERFORM 9999-ABEND
001945                        THRU 9999-ABEND-EXIT
001946                END-IF
001947            END-IF.
001948            PERFORM 1500-WRITE-HEADER
001949                THRU 1500-WRITE-HEADER-EXIT.
001950        1000-INITIALIZE-EXIT.
001960            EXIT.
001970*
002090                    CLOSE ARI-PARM-FILE
002100                    GO TO 1100-READ-PARM-CARD-EXIT
002110            END-READ.
002115            MOVE AUDX-PARM-USER-ID TO ARI-AUTH-PARM-USER.
002120            IF AUDX-PARM-JOB-ID NOT = SPACES
002130                MOVE AUDX-PARM-JOB-ID TO AUDX-JOB-ID
002140            END-IF.
002160                AND AUDX-PARM-RUN-DATE > ZERO
002170                MOVE AUDX-PARM-RUN-DATE TO AUDX-RUN-DATE
002180            END-IF.
002182            IF AUDX-PARM-OVRD-IND = 'Y'
002184                SET ARI-OVRD-YES TO TRUE
002186            END-IF.
002190            CLOSE ARI-PARM-FILE.
002200        1100-READ-PARM-CARD-EXIT.
002201            EXIT.
002202*
002203*****************************************************************
002204*    1200-CHECK-RUN-PROOF - LOOK UP THE PROOF OUTCOME RECN
002205*                 RECORDED ON THE RUN REGISTER ENTRY FOR THE
002206*                 SELECTED JOB ID AND RUN DATE.  NO REGISTER,
002207*                 NO ENTRY OR NO RECN OUTCOME ALL COUNT AS
002208*                 NOT PROVED.
002209*****************************************************************
002210        1200-CHECK-RUN-PROOF.
002211            SET AUDX-PROOF-NO-ENTRY TO TRUE.
002212            OPEN INPUT ARI-REG-FILE.
002213            IF ARI-REGF-NO-FILE
002214                GO TO 1200-CHECK-RUN-PROOF-EXIT
002215            END-IF.
002216            IF NOT ARI-REGF-OK
002217                DISPLAY 'AUDX0005E - UNABLE TO OPEN RUNREG - '
002218                        'STATUS = ' ARI-REGF-STATUS
002219                MOVE 16 TO ARI-RETURN-CODE
002220                PERFORM 9999-ABEND
002221                    THRU 9999-ABEND-EXIT
002222            END-IF.
002223            MOVE AUDX-JOB-ID   TO ARI-REG-JOB-ID.
002224            MOVE AUDX-RUN-DATE TO ARI-REG-RUN-DATE.
002225            READ ARI-REG-FILE.
002226            IF ARI-REGF-NO-RECORD
002227                CLOSE ARI-REG-FILE
002228                GO TO 1200-CHECK-RUN-PROOF-EXIT
002229            END-IF.
002230            IF NOT ARI-REGF-OK
002231                DISPLAY 'AUDX0006E - RUNREG READ FAILED - '
002232                        'STATUS = ' ARI-REGF-STATUS
002233                MOVE 16 TO ARI-RETURN-CODE
002234                PERFORM 9999-ABEND
002235                    THRU 9999-ABEND-EXIT
002236            END-IF.
002237            EVALUATE TRUE
002238                WHEN ARI-REG-PROOF-PASSED
002239                    SET AUDX-PROOF-PASSED TO TRUE
002240                WHEN ARI-REG-PROOF-FAILED
002241                    SET AUDX-PROOF-FAILED TO TRUE
002242                WHEN OTHER
002243                    SET AUDX-PROOF-NOT-RUN TO TRUE
002244            END-EVALUATE.
002245            CLOSE ARI-REG-FILE.
002246        1200-CHECK-RUN-PROOF-EXIT.
002247            EXIT.
002248*
002249*****************************************************************
002250*    1500-WRITE-HEADER - THE INTERFACE HEADER NAMES THE RUN
002251*                 BEING PUBLISHED AND WHEN THE EXTRACT WAS
002260*                 CUT, SO DOWNSTREAM CAN PROVE IT IS READING
002270*                 THE RIGHT NIGHT'S FILE.
002280*****************************************************************
002420                    THRU 9999-ABEND-EXIT
002430            END-IF.
002440        1500-WRITE-HEADER-EXIT.
002441            EXIT.
002442*
002443*****************************************************************
002444*    1600-WRITE-OPTIONS-PAGE - EFFECTIVE-OPTIONS ECHO AT THE TOP
002445*                 OF RPTOUT: THE RUN SELECTED, ITS RECN PROOF
002446*                 OUTCOME AND WHETHER THE OVERRIDE WAS SET.
002447*****************************************************************
002448        1600-WRITE-OPTIONS-PAGE.
002449            MOVE ' AUDX - EFFECTIVE RUN OPTIONS'
002450                TO AUDX-REPORT-RECORD.
002451            WRITE AUDX-REPORT-RECORD.
002452            MOVE SPACES TO ARI-OPT-LINE.
002453            MOVE 'JOB ID' TO ARI-OPT-LABEL.
002454            MOVE AUDX-JOB-ID TO ARI-OPT-VALUE.
002455            WRITE AUDX-REPORT-RECORD FROM ARI-OPT-LINE.
002456            MOVE 'RUN DATE' TO ARI-OPT-LABEL.
002457            MOVE AUDX-RUN-DATE TO ARI-OPT-VALUE.
002458            WRITE AUDX-REPORT-RECORD FROM ARI-OPT-LINE.
002459            MOVE 'RECN RUN PROOF' TO ARI-OPT-LABEL.
002460            EVALUATE TRUE
002461                WHEN AUDX-PROOF-PASSED
002462                    MOVE 'PROVED' TO ARI-OPT-VALUE
002463                WHEN AUDX-PROOF-FAILED
002464                    MOVE 'FAILED' TO ARI-OPT-VALUE
002465                WHEN AUDX-PROOF-NOT-RUN
002466                    MOVE 'NOT PROVED' TO ARI-OPT-VALUE
002467                WHEN OTHER
002468                    MOVE 'NOT REGISTERED' TO ARI-OPT-VALUE
002469            END-EVALUATE.
002470            WRITE AUDX-REPORT-RECORD FROM ARI-OPT-LINE.
002471            MOVE 'PUBLISH UNPROVED OVERRIDE' TO ARI-OPT-LABEL.
002472            IF ARI-OVRD-YES
002473                MOVE 'YES' TO ARI-OPT-VALUE
002474            ELSE
002475                MOVE 'NO' TO ARI-OPT-VALUE
002476            END-IF.
002477            WRITE AUDX-REPORT-RECORD FROM ARI-OPT-LINE.
002478        1600-WRITE-OPTIONS-PAGE-EXIT.
002479            EXIT.
002480*
002481*****************************************************************
002482*    1800-CHECK-AUTHORITY - A PUBLISH OVERRIDE ON THE PARM CARD IS
002483*                 HONOURED ONLY WHEN BOTH THE PARM CARD USER AND
002484*                 THE USER THE JOB WAS SUBMITTED UNDER HOLD IT ON
002485*                 THE AUTHORIZATION PROFILE FILE.  OTHERWISE THE
002486*                 STEP IS REFUSED WITH RC=28 BEFORE ANYTHING IS
002487*                 PUBLISHED.
002488*****************************************************************
002489        1800-CHECK-AUTHORITY.
002490            PERFORM 1810-GET-SUBMITTER
002491                THRU 1810-GET-SUBMITTER-EXIT.
002492            OPEN INPUT ARI-AUT-FILE.
002493            IF ARI-AUTF-OK
002494                MOVE 'PARM CARD'          TO ARI-AUTH-SOURCE
002495                MOVE ARI-AUTH-PARM-USER   TO ARI-AUTH-USER-ID
002496                PERFORM 1820-CHECK-ONE-USER
002497                    THRU 1820-CHECK-ONE-USER-EXIT
002498                MOVE 'SUBMITTER'          TO ARI-AUTH-SOURCE
002499                MOVE ARI-AUTH-SUBMIT-USER TO ARI-AUTH-USER-ID
002500                PERFORM 1820-CHECK-ONE-USER
002501                    THRU 1820-CHECK-ONE-USER-EXIT
002502                CLOSE ARI-AUT-FILE
002503            ELSE
002504                DISPLAY 'AUDX0011E - UNABLE TO OPEN AUTFILE - '
002505                        'STATUS = ' ARI-AUTF-STATUS
002506                SET ARI-AUTH-REFUSED-YES TO TRUE
002507            END-IF.
002508            IF ARI-AUTH-REFUSED-YES
002509                DISPLAY 'AUDX0012E - PUBLISH OVERRIDE '
002510                        'REFUSED - NOTHING PUBLISHED'
002511                MOVE 28 TO ARI-RETURN-CODE
002512                PERFORM 9999-ABEND
002513                    THRU 9999-ABEND-EXIT
002514            END-IF.
002515        1800-CHECK-AUTHORITY-EXIT.
002516            EXIT.
002517*
002518*****************************************************************
002519*    1810-GET-SUBMITTER - THE USER ID THE JOB RUNS UNDER, TAKEN
002520*                 FROM THE ACEE.  NO ACEE LEAVES IT BLANK, WHICH
002521*                 1820-CHECK-ONE-USER REFUSES.
002522*****************************************************************
002523        1810-GET-SUBMITTER.
002524            MOVE SPACES TO ARI-AUTH-SUBMIT-USER.
002525            SET ADDRESS OF ARI-PSA  TO NULL.
002526            SET ADDRESS OF ARI-ASCB TO ARI-PSA-AOLD.
002527            SET ADDRESS OF ARI-ASXB TO ARI-ASCB-ASXB.
002528            IF ARI-ASXB-SENV = NULL
002529                GO TO 1810-GET-SUBMITTER-EXIT
002530            END-IF.
002531            SET ADDRESS OF ARI-ACEE TO ARI-ASXB-SENV.
002532            IF ARI-ACEE-ACRONYM = 'ACEE'
002533                MOVE ARI-ACEE-USER-ID TO ARI-AUTH-SUBMIT-USER
002534            END-IF.
002535        1810-GET-SUBMITTER-EXIT.
002536            EXIT.
002537*
002538*****************************************************************
002539*    1820-CHECK-ONE-USER - THE USER MUST HAVE AN ACTIVE PROFILE
002540*                 HOLDING THE FUNCTION.  EACH FAILURE IS SHOWN
002541*                 ON THE CONSOLE AND REFUSES THE RUN.
002542*****************************************************************
002543        1820-CHECK-ONE-USER.
002544            IF ARI-AUTH-USER-ID = SPACES
002545                DISPLAY 'AUDX0010E - NO ' ARI-AUTH-SOURCE
002546                        ' USER ID'
002547                SET ARI-AUTH-REFUSED-YES TO TRUE
002548                GO TO 1820-CHECK-ONE-USER-EXIT
002549            END-IF.
002550            MOVE ARI-AUTH-USER-ID TO ARI-AUT-USER-ID.
002551            READ ARI-AUT-FILE.
002552            IF NOT ARI-AUTF-OK
002553                DISPLAY 'AUDX0010E - ' ARI-AUTH-SOURCE ' USER '
002554                        ARI-AUTH-USER-ID ' HAS NO PROFILE'
002555                SET ARI-AUTH-REFUSED-YES TO TRUE
002556                GO TO 1820-CHECK-ONE-USER-EXIT
002557            END-IF.
002558            IF NOT ARI-AUT-ACTIVE
002559                DISPLAY 'AUDX0010E - ' ARI-AUTH-SOURCE ' USER '
002560                        ARI-AUTH-USER-ID ' PROFILE REVOKED'
002561                SET ARI-AUTH-REFUSED-YES TO TRUE
002562                GO TO 1820-CHECK-ONE-USER-EXIT
002563            END-IF.
002564            IF NOT ARI-AUT-PUBLISH-YES
002565                DISPLAY 'AUDX0010E - ' ARI-AUTH-SOURCE ' USER '
002566                        ARI-AUTH-USER-ID ' NOT AUTHORIZED FOR '
002567                        'PUBLISH OVERRIDE'
002568                SET ARI-AUTH-REFUSED-YES TO TRUE
002569            END-IF.
002570        1820-CHECK-ONE-USER-EXIT.
002571            EXIT.
002572*
002573*****************************************************************
002574*    2000-PUBLISH-ONE-RECORD - PUBLISH ONE AUDIT RECORD OF
002575*                 THE SELECTED RUN AS AN INTERFACE DETAIL AND
002576*                 FEED THE RESULT HASH.
002577*****************************************************************
002578        2000-PUBLISH-ONE-RECORD.
002579            READ ARI-AUDIT-FILE
002580                AT END
002581                    SET ARI-EOF-YES TO TRUE
002582                    GO TO 2000-PUBLISH-ONE-RECORD-EXIT
002583            END-READ.
002584            ADD 1 TO AUDX-RECS-READ.
002590            IF ARI-AUD-JOB-ID NOT = AUDX-JOB-ID
002600                OR ARI-AUD-RUN-DATE NOT NUMERIC
002610                OR ARI-AUD-RUN-DATE NOT = AUDX-RUN-DATE
002860*
002870*****************************************************************
002880*    3000-TERMINATE - CUT THE INTERFACE TRAILER, PRINT THE
002885*                 BALANCING REPORT, FLAG AN OVERRIDDEN
002890*                 PUBLICATION ON THE RUN REGISTER AND CLOSE
002895*                 THE FILES.
002900*****************************************************************
002910        3000-TERMINATE.
002920            MOVE SPACES TO ARI-INT-TRL-RECORD.
003210                    AUDX-RECS-PUBLISHED.
003220            DISPLAY 'AUDX - RESULT HASH        = '
003230                    AUDX-HASH-RESULT.
003231            IF ARI-OVRD-YES
003232                AND (AUDX-PROOF-FAILED OR AUDX-PROOF-NOT-RUN)
003233                PERFORM 3100-FLAG-OVERRIDE
003234                    THRU 3100-FLAG-OVERRIDE-EXIT
003235            END-IF.
003240            CLOSE ARI-AUDIT-FILE
003250                  ARI-INT-FILE
003260                  ARI-REPORT-FILE.
003270        3000-TERMINATE-EXIT.
003271            EXIT.
003272*
003273*****************************************************************
003274*    3100-FLAG-OVERRIDE - MARK THE RUN REGISTER ENTRY AS
003275*                 PUBLISHED UNDER THE OVERRIDE SO RUNC SHOWS
003276*                 THE RUN AS OVERRIDDEN RATHER THAN PROVED.
003277*****************************************************************
003278        3100-FLAG-OVERRIDE.
003279            OPEN I-O ARI-REG-FILE.
003280            IF NOT ARI-REGF-OK
003281                DISPLAY 'AUDX0005E - UNABLE TO OPEN RUNREG - '
003282                        'STATUS = ' ARI-REGF-STATUS
003283                MOVE 16 TO ARI-RETURN-CODE
003284                PERFORM 9999-ABEND
003285                    THRU 9999-ABEND-EXIT
003286            END-IF.
003287            MOVE AUDX-JOB-ID   TO ARI-REG-JOB-ID.
003288            MOVE AUDX-RUN-DATE TO ARI-REG-RUN-DATE.
003289            READ ARI-REG-FILE.
003290            IF NOT ARI-REGF-OK
003291                DISPLAY 'AUDX0006E - RUNREG READ FAILED - '
003292                        'STATUS = ' ARI-REGF-STATUS
003293                MOVE 16 TO ARI-RETURN-CODE
003294                PERFORM 9999-ABEND
003295                    THRU 9999-ABEND-EXIT
003296            END-IF.
003297            SET ARI-REG-PUBLISH-OVERRIDDEN TO TRUE.
003298            REWRITE ARI-REG-RECORD.
003299            IF NOT ARI-REGF-OK
003300                DISPLAY 'AUDX0009E - RUNREG REWRITE FAILED - '
003301                        'STATUS = ' ARI-REGF-STATUS
003302                MOVE 16 TO ARI-RETURN-CODE
003303                PERFORM 9999-ABEND
003304                    THRU 9999-ABEND-EXIT
003305            END-IF.
003306            CLOSE ARI-REG-FILE.
003307        3100-FLAG-OVERRIDE-EXIT.
003308            EXIT.
003309*
003310*****************************************************************
003311*    9999-ABEND - FATAL I/O ERROR HANDLING.  DISPLAYS THE
003320*                 CONDITION AND ENDS THE RUN WITH A NON-ZERO
003330*                 RETURN CODE SO THE JCL STEP FAILS VISIBLY.
003340*****************************************************************
