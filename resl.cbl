000220* 2026-08-22 MDH    INITIAL VERSION.
000221* 2026-09-03 MDH    SOURCE SYSTEM NOW CARRIED FROM THE AUDIT
000222*                    RECORD ONTO THE RESULTS MASTER ENTRY.
000223* 2026-10-15 MDH    A RUN IS ONLY LOADED ONCE RECN HAS RECORDED A
000224*                    PASSED PROOF ON ITS RUN REGISTER ENTRY.  AN
000225*                    UNPROVED RUN IS REFUSED (RC=8) UNLESS THE
000226*                    PARM CARD CARRIES THE PUBLISH-UNPROVED
000227*                    OVERRIDE (RC=4, FLAGGED ON THE REGISTER).
000228*                    ADDED RPTOUT WITH AN EFFECTIVE-OPTIONS PAGE.
000229* 2026-10-15 MDH    A PUBLISH OVERRIDE IS NOW REFUSED (RC=28)
000230*                    UNLESS BOTH THE PARM CARD USER (NEW, COLUMNS
000231*                    18-25) AND THE USER THE JOB WAS SUBMITTED
000232*                    UNDER HOLD THE OVERRIDE FUNCTION ON THE
000233*                    ARIAUT AUTHORIZATION PROFILE.
000234*****************************************************************
000240        ENVIRONMENT DIVISION.
000250        CONFIGURATION SECTION.
000260        INPUT-OUTPUT SECTION.
000390                ASSIGN TO PARMIN
000400                ORGANIZATION IS SEQUENTIAL
000410                FILE STATUS IS ARI-PARM-STATUS.
000411            SELECT ARI-REG-FILE
000412                ASSIGN TO RUNREG
000413                ORGANIZATION IS INDEXED
000414                ACCESS MODE IS RANDOM
000415                RECORD KEY IS ARI-REG-KEY
000416                FILE STATUS IS ARI-REGF-STATUS.
000417            SELECT ARI-REPORT-FILE
000418                ASSIGN TO RPTOUT
000419                ORGANIZATION IS SEQUENTIAL
000420                FILE STATUS IS ARI-REPORT-STATUS.
000421            SELECT ARI-AUT-FILE
000422                ASSIGN TO AUTFILE
000423                ORGANIZATION IS INDEXED
000424                ACCESS MODE IS RANDOM
000425                RECORD KEY IS ARI-AUT-USER-ID
000426                FILE STATUS IS ARI-AUTF-STATUS.
000427*
000430        DATA DIVISION.
000440        FILE SECTION.
000450        FD  ARI-AUDIT-FILE
000570        01  RESL-PARM-RECORD.
000580            05  RESL-PARM-JOB-ID         PIC X(08).
000590            05  RESL-PARM-RUN-DATE       PIC 9(08).
000591            05  RESL-PARM-OVRD-IND       PIC X(01).
000592            05  RESL-PARM-USER-ID        PIC X(08).
000593            05  FILLER                   PIC X(55).
000594*
000595        FD  ARI-REG-FILE
000596            LABEL RECORDS ARE STANDARD.
000597        COPY ARIRUN.
000598*
000599        FD  ARI-REPORT-FILE
000600            RECORDING MODE IS F
000601            LABEL RECORDS ARE STANDARD.
000602        01  RESL-REPORT-RECORD           PIC X(80).
000603*
000604        FD  ARI-AUT-FILE
000605            LABEL RECORDS ARE STANDARD.
000606        COPY ARIAUT.
000610*
000620        WORKING-STORAGE SECTION.
000630*****************************************************************
000710            88  ARI-RESM-DUP-KEY         VALUE '22'.
000720        77  ARI-PARM-STATUS              PIC X(02) VALUE SPACES.
000730            88  ARI-PARM-OK              VALUE '00'.
000731        77  ARI-AUTF-STATUS              PIC X(02) VALUE SPACES.
000732            88  ARI-AUTF-OK              VALUE '00'.
000733        77  ARI-REGF-STATUS              PIC X(02) VALUE SPACES.
000734            88  ARI-REGF-OK              VALUE '00'.
000735            88  ARI-REGF-NO-FILE         VALUE '35'.
000736            88  ARI-REGF-NO-RECORD       VALUE '23'.
000737        77  ARI-REPORT-STATUS            PIC X(02) VALUE SPACES.
000738            88  ARI-REPORT-OK            VALUE '00'.
000740*
000750*****************************************************************
000760*    PROGRAM SWITCHES
000780        01  ARI-SWITCHES.
000790            05  ARI-EOF-SW               PIC X(01) VALUE 'N'.
000800                88  ARI-EOF-YES          VALUE 'Y'.
000801            05  ARI-OVRD-SW              PIC X(01) VALUE 'N'.
000802                88  ARI-OVRD-YES         VALUE 'Y'.
000803            05  RESL-PROOF-SW            PIC X(01) VALUE 'N'.
000804                88  RESL-PROOF-PASSED    VALUE 'P'.
000805                88  RESL-PROOF-FAILED    VALUE 'F'.
000806                88  RESL-PROOF-NOT-RUN   VALUE ' '.
000807                88  RESL-PROOF-NO-ENTRY  VALUE 'N'.
000810*
000820*****************************************************************
000830*    COUNTERS
000970        77  RESL-RUN-DATE                PIC 9(08) VALUE ZERO.
000980*
000990*****************************************************************
000991*    EFFECTIVE-OPTIONS ECHO LINES - PRINTED AT THE TOP OF RPTOUT
000992*    SO THE RUN PROOF AND ANY OVERRIDE SIT WITH THE LOAD.
000993*****************************************************************
000994        01  ARI-OPT-LINE.
000995            05  ARI-OPT-LABEL            PIC X(30).
000996            05  ARI-OPT-VALUE            PIC X(20).
000997            05  FILLER                   PIC X(30).
000998*
000999*****************************************************************
001000*    AUTHORIZATION CHECK - THE PARM CARD USER AND THE USER THE
001001*    JOB WAS SUBMITTED UNDER, EACH LOOKED UP ON THE PROFILE FILE
001002*****************************************************************
001003        01  ARI-AUTH-CHECK.
001004            05  ARI-AUTH-PARM-USER       PIC X(08) VALUE SPACES.
001005            05  ARI-AUTH-SUBMIT-USER     PIC X(08) VALUE SPACES.
001006            05  ARI-AUTH-USER-ID         PIC X(08) VALUE SPACES.
001007            05  ARI-AUTH-SOURCE          PIC X(09) VALUE SPACES.
001008            05  ARI-AUTH-REFUSED-SW      PIC X(01) VALUE 'N'.
001009                88  ARI-AUTH-REFUSED-YES VALUE 'Y'.
001010*
001011*****************************************************************
001012*    RETURN CODE
001013*****************************************************************
001020        77  ARI-RETURN-CODE              PIC 9(04) COMP
001030                                          VALUE ZERO.
001032*
001034        LINKAGE SECTION.
001036        COPY ARIACE.
001040*
001050        PROCEDURE DIVISION.
001060*
001170*
001180*****************************************************************
001190*    1000-INITIALIZE - OPEN FILES, CREATING THE RESULTS MASTER
001196*                 ON ITS VERY FIRST LOAD, PICK UP THE RUN
001202*                 SELECTION FROM THE PARM CARD AND REFUSE THE
001208*                 LOAD UNLESS RECN PROVED THE RUN OR THE PARM
001214*                 CARD OVERRIDES THE PROOF.
001220*****************************************************************
001230        1000-INITIALIZE.
001240            PERFORM 1100-READ-PARM-CARD
001470            IF RESL-RUN-DATE = ZERO
001480                ACCEPT RESL-RUN-DATE FROM DATE YYYYMMDD
001490            END-IF.
001491            OPEN OUTPUT ARI-REPORT-FILE.
001492            IF NOT ARI-REPORT-OK
001493                DISPLAY 'RESL0007E - UNABLE TO OPEN RPTOUT - '
001494                        'STATUS = ' ARI-REPORT-STATUS
001495                MOVE 16 TO ARI-RETURN-CODE
001496                PERFORM 9999-ABEND
001497                    THRU 9999-ABEND-EXIT
001498            END-IF.
001499            PERFORM 1200-CHECK-RUN-PROOF
001500                THRU 1200-CHECK-RUN-PROOF-EXIT.
001501            PERFORM 1600-WRITE-OPTIONS-PAGE
001502                THRU 1600-WRITE-OPTIONS-PAGE-EXIT.
001503            IF NOT RESL-PROOF-PASSED
001504                IF ARI-OVRD-YES
001505                    PERFORM 1800-CHECK-AUTHORITY
001506                        THRU 1800-CHECK-AUTHORITY-EXIT
001507                    DISPLAY 'RESL0009W - RUN NOT PROVED - '
001508                            'LOADED UNDER PARM CARD OVERRIDE'
001509                    MOVE ' RUN NOT PROVED - LOADED UNDER OVERRIDE'
001510                        TO RESL-REPORT-RECORD
001511                    WRITE RESL-REPORT-RECORD
001512                    MOVE 4 TO ARI-RETURN-CODE
001513                ELSE
001514                    DISPLAY 'RESL0008E - RUN NOT PROVED - '
001515                            'JOB ' RESL-JOB-ID
001516                            ' DATE ' RESL-RUN-DATE
001517                            ' - LOAD REFUSED'
001518                    MOVE ' RUN NOT PROVED - LOAD REFUSED'
001519                        TO RESL-REPORT-RECORD
001520                    WRITE RESL-REPORT-RECORD
001521                    MOVE 8 TO ARI-RETURN-CODE
001522                    PERFORM 9999-ABEND
001523                        THRU 9999-ABEND-EXIT
001524                END-IF
001525            END-IF.
001526        1000-INITIALIZE-EXIT.
001527            EXIT.
001528*
001530        1100-READ-PARM-CARD.
001540            OPEN INPUT ARI-PARM-FILE.
001550            IF ARI-PARM-STATUS = '35'
001640                    CLOSE ARI-PARM-FILE
001650                    GO TO 1100-READ-PARM-CARD-EXIT
001660            END-READ.
001665            MOVE RESL-PARM-USER-ID TO ARI-AUTH-PARM-USER.
001670            IF RESL-PARM-JOB-ID NOT = SPACES
001680                MOVE RESL-PARM-JOB-ID TO RESL-JOB-ID
001690            END-IF.
001710                AND RESL-PARM-RUN-DATE > ZERO
001720                MOVE RESL-PARM-RUN-DATE TO RESL-RUN-DATE
001730            END-IF.
001732            IF RESL-PARM-OVRD-IND = 'Y'
001734                SET ARI-OVRD-YES TO TRUE
001736            END-IF.
001740            CLOSE ARI-PARM-FILE.
001750        1100-READ-PARM-CARD-EXIT.
001751            EXIT.
001752*
001753*****************************************************************
001754*    1200-CHECK-RUN-PROOF - LOOK UP THE PROOF OUTCOME RECN
001755*                 RECORDED ON THE RUN REGISTER ENTRY FOR THE
001756*                 SELECTED JOB ID AND RUN DATE.  NO REGISTER,
001757*                 NO ENTRY OR NO RECN OUTCOME ALL COUNT AS
001758*                 NOT PROVED.
001759*****************************************************************
001760        1200-CHECK-RUN-PROOF.
001761            SET RESL-PROOF-NO-ENTRY TO TRUE.
001762            OPEN INPUT ARI-REG-FILE.
001763            IF ARI-REGF-NO-FILE
001764                GO TO 1200-CHECK-RUN-PROOF-EXIT
001765            END-IF.
001766            IF NOT ARI-REGF-OK
001767                DISPLAY 'RESL0005E - UNABLE TO OPEN RUNREG - '
001768                        'STATUS = ' ARI-REGF-STATUS
001769                MOVE 16 TO ARI-RETURN-CODE
001770                PERFORM 9999-ABEND
001771                    THRU 9999-ABEND-EXIT
001772            END-IF.
001773            MOVE RESL-JOB-ID   TO ARI-REG-JOB-ID.
001774            MOVE RESL-RUN-DATE TO ARI-REG-RUN-DATE.
001775            READ ARI-REG-FILE.
001776            IF ARI-REGF-NO-RECORD
001777                CLOSE ARI-REG-FILE
001778                GO TO 1200-CHECK-RUN-PROOF-EXIT
001779            END-IF.
001780            IF NOT ARI-REGF-OK
001781                DISPLAY 'RESL0006E - RUNREG READ FAILED - '
001782                        'STATUS = ' ARI-REGF-STATUS
001783                MOVE 16 TO ARI-RETURN-CODE
001784                PERFORM 9999-ABEND
001785                    THRU 9999-ABEND-EXIT
001786            END-IF.
001787            EVALUATE TRUE
001788                WHEN ARI-REG-PROOF-PASSED
001789                    SET RESL-PROOF-PASSED TO TRUE
001790                WHEN ARI-REG-PROOF-FAILED
001791                    SET RESL-PROOF-FAILED TO TRUE
001792                WHEN OTHER
001793                    SET RESL-PROOF-NOT-RUN TO TRUE
001794            END-EVALUATE.
001795            CLOSE ARI-REG-FILE.
001796        1200-CHECK-RUN-PROOF-EXIT.
001797            EXIT.
001798*
001799*****************************************************************
001800*    1600-WRITE-OPTIONS-PAGE - EFFECTIVE-OPTIONS ECHO AT THE TOP
001801*                 OF RPTOUT: THE RUN SELECTED, ITS RECN PROOF
001802*                 OUTCOME AND WHETHER THE OVERRIDE WAS SET.
001803*****************************************************************
001804        1600-WRITE-OPTIONS-PAGE.
001805            MOVE ' RESL - EFFECTIVE RUN OPTIONS'
001806                TO RESL-REPORT-RECORD.
001807            WRITE RESL-REPORT-RECORD.
001808            MOVE SPACES TO ARI-OPT-LINE.
001809            MOVE 'JOB ID' TO ARI-OPT-LABEL.
001810            MOVE RESL-JOB-ID TO ARI-OPT-VALUE.
001811            WRITE RESL-REPORT-RECORD FROM ARI-OPT-LINE.
001812            MOVE 'RUN DATE' TO ARI-OPT-LABEL.
001813            MOVE RESL-RUN-DATE TO ARI-OPT-VALUE.
001814            WRITE RESL-REPORT-RECORD FROM ARI-OPT-LINE.
001815            MOVE 'RECN RUN PROOF' TO ARI-OPT-LABEL.
001816            EVALUATE TRUE
001817                WHEN RESL-PROOF-PASSED
001818                    MOVE 'PROVED' TO ARI-OPT-VALUE
001819                WHEN RESL-PROOF-FAILED
001820                    MOVE 'FAILED' TO ARI-OPT-VALUE
001821                WHEN RESL-PROOF-NOT-RUN
001822                    MOVE 'NOT PROVED' TO ARI-OPT-VALUE
001823                WHEN OTHER
001824                    MOVE 'NOT REGISTERED' TO ARI-OPT-VALUE
001825            END-EVALUATE.
001826            WRITE RESL-REPORT-RECORD FROM ARI-OPT-LINE.
001827            MOVE 'PUBLISH UNPROVED OVERRIDE' TO ARI-OPT-LABEL.
001828            IF ARI-OVRD-YES
001829                MOVE 'YES' TO ARI-OPT-VALUE
001830            ELSE
001831                MOVE 'NO' TO ARI-OPT-VALUE
001832            END-IF.
001833            WRITE RESL-REPORT-RECORD FROM ARI-OPT-LINE.
001834        1600-WRITE-OPTIONS-PAGE-EXIT.
001835            EXIT.
001836*
001837*****************************************************************
001838*    1800-CHECK-AUTHORITY - A PUBLISH OVERRIDE ON THE PARM CARD IS
001839*                 HONOURED ONLY WHEN BOTH THE PARM CARD USER AND
001840*                 THE USER THE JOB WAS SUBMITTED UNDER HOLD IT ON
001841*                 THE AUTHORIZATION PROFILE FILE.  OTHERWISE THE
001842*                 STEP IS REFUSED WITH RC=28 BEFORE ANYTHING IS
001843*                 PUBLISHED.
001844*****************************************************************
001845        1800-CHECK-AUTHORITY.
001846            PERFORM 1810-GET-SUBMITTER
001847                THRU 1810-GET-SUBMITTER-EXIT.
001848            OPEN INPUT ARI-AUT-FILE.
001849            IF ARI-AUTF-OK
001850                MOVE 'PARM CARD'          TO ARI-AUTH-SOURCE
001851                MOVE ARI-AUTH-PARM-USER   TO ARI-AUTH-USER-ID
001852                PERFORM 1820-CHECK-ONE-USER
001853                    THRU 1820-CHECK-ONE-USER-EXIT
001854                MOVE 'SUBMITTER'          TO ARI-AUTH-SOURCE
001855                MOVE ARI-AUTH-SUBMIT-USER TO ARI-AUTH-USER-ID
001856                PERFORM 1820-CHECK-ONE-USER
001857                    THRU 1820-CHECK-ONE-USER-EXIT
001858                CLOSE ARI-AUT-FILE
001859            ELSE
001860                DISPLAY 'RESL0012E - UNABLE TO OPEN AUTFILE - '
001861                        'STATUS = ' ARI-AUTF-STATUS
001862                SET ARI-AUTH-REFUSED-YES TO TRUE
001863            END-IF.
001864            IF ARI-AUTH-REFUSED-YES
001865                DISPLAY 'RESL0013E - PUBLISH OVERRIDE '
001866                        'REFUSED - NOTHING PUBLISHED'
001867                MOVE 28 TO ARI-RETURN-CODE
001868                PERFORM 9999-ABEND
001869                    THRU 9999-ABEND-EXIT
001870            END-IF.
001871        1800-CHECK-AUTHORITY-EXIT.
001872            EXIT.
001873*
001874*****************************************************************
001875*    1810-GET-SUBMITTER - THE USER ID THE JOB RUNS UNDER, TAKEN
001876*                 FROM THE ACEE.  NO ACEE LEAVES IT BLANK, WHICH
001877*                 1820-CHECK-ONE-USER REFUSES.
001878*****************************************************************
001879        1810-GET-SUBMITTER.
001880            MOVE SPACES TO ARI-AUTH-SUBMIT-USER.
001881            SET ADDRESS OF ARI-PSA  TO NULL.
001882            SET ADDRESS OF ARI-ASCB TO ARI-PSA-AOLD.
001883            SET ADDRESS OF ARI-ASXB TO ARI-ASCB-ASXB.
001884            IF ARI-ASXB-SENV = NULL
001885                GO TO 1810-GET-SUBMITTER-EXIT
001886            END-IF.
001887            SET ADDRESS OF ARI-ACEE TO ARI-ASXB-SENV.
001888            IF ARI-ACEE-ACRONYM = 'ACEE'
001889                MOVE ARI-ACEE-USER-ID TO ARI-AUTH-SUBMIT-USER
001890            END-IF.
001891        1810-GET-SUBMITTER-EXIT.
001892            EXIT.
001893*
001894*****************************************************************
001895*    1820-CHECK-ONE-USER - THE USER MUST HAVE AN ACTIVE PROFILE
001896*                 HOLDING THE FUNCTION.  EACH FAILURE IS SHOWN
001897*                 ON THE CONSOLE AND REFUSES THE RUN.
001898*****************************************************************
001899        1820-CHECK-ONE-USER.
001900            IF ARI-AUTH-USER-ID = SPACES
001901                DISPLAY 'RESL0011E - NO ' ARI-AUTH-SOURCE
001902                        ' USER ID'
001903                SET ARI-AUTH-REFUSED-YES TO TRUE
001904                GO TO 1820-CHECK-ONE-USER-EXIT
001905            END-IF.
001906            MOVE ARI-AUTH-USER-ID TO ARI-AUT-USER-ID.
001907            READ ARI-AUT-FILE.
001908            IF NOT ARI-AUTF-OK
001909                DISPLAY 'RESL0011E - ' ARI-AUTH-SOURCE ' USER '
001910                        ARI-AUTH-USER-ID ' HAS NO PROFILE'
001911                SET ARI-AUTH-REFUSED-YES TO TRUE
001912                GO TO 1820-CHECK-ONE-USER-EXIT
001913            END-IF.
001914            IF NOT ARI-AUT-ACTIVE
001915                DISPLAY 'RESL0011E - ' ARI-AUTH-SOURCE ' USER '
001916                        ARI-AUTH-USER-ID ' PROFILE REVOKED'
001917                SET ARI-AUTH-REFUSED-YES TO TRUE
001918                GO TO 1820-CHECK-ONE-USER-EXIT
001919            END-IF.
001920            IF NOT ARI-AUT-PUBLISH-YES
001921                DISPLAY 'RESL0011E - ' ARI-AUTH-SOURCE ' USER '
001922                        ARI-AUTH-USER-ID ' NOT AUTHORIZED FOR '
001923                        'PUBLISH OVERRIDE'
001924                SET ARI-AUTH-REFUSED-YES TO TRUE
001925            END-IF.
001926        1820-CHECK-ONE-USER-EXIT.
001927            EXIT.
001928*
001929*****************************************************************
001930*    2000-LOAD-ONE-RESULT - LOAD ONE AUDIT RECORD OF THE
001931*                 SELECTED RUN INTO THE RESULTS MASTER.
001932*****************************************************************
001933        2000-LOAD-ONE-RESULT.
001934            READ ARI-AUDIT-FILE
001935                AT END
001936                    SET ARI-EOF-YES TO TRUE
001937                    GO TO 2000-LOAD-ONE-RESULT-EXIT
001938            END-READ.
001939            IF ARI-AUD-JOB-ID NOT = RESL-JOB-ID
001940                OR ARI-AUD-RUN-DATE NOT NUMERIC
001941                OR ARI-AUD-RUN-DATE NOT = RESL-RUN-DATE
001942                GO TO 2000-LOAD-ONE-RESULT-EXIT
001943            END-IF.
001944            ADD 1 TO RESL-RECS-READ.
001945            PERFORM 2100-BUILD-RES-RECORD
001950                THRU 2100-BUILD-RES-RECORD-EXIT.
001960            WRITE ARI-RES-RECORD.
001970            IF ARI-RESM-OK
002320            EXIT.
002330*
002340*****************************************************************
002346*    3000-TERMINATE - DISPLAY LOAD TOTALS, FLAG AN OVERRIDDEN
002352*                 LOAD ON THE RUN REGISTER AND CLOSE FILES.
002360*****************************************************************
002370        3000-TERMINATE.
002380            DISPLAY 'RESL - AUDIT RECS MATCHED = '
002410                    RESL-RECS-LOADED.
002420            DISPLAY 'RESL - RESULTS REPLACED   = '
002430                    RESL-RECS-REPLACED.
002431            IF ARI-OVRD-YES
002432                AND (RESL-PROOF-FAILED OR RESL-PROOF-NOT-RUN)
002433                PERFORM 3100-FLAG-OVERRIDE
002434                    THRU 3100-FLAG-OVERRIDE-EXIT
002435            END-IF.
002440            CLOSE ARI-AUDIT-FILE
002446                  ARI-RES-FILE
002452                  ARI-REPORT-FILE.
002460        3000-TERMINATE-EXIT.
002461            EXIT.
002462*
002463*****************************************************************
002464*    3100-FLAG-OVERRIDE - MARK THE RUN REGISTER ENTRY AS
002465*                 PUBLISHED UNDER THE OVERRIDE SO RUNC SHOWS
002466*                 THE RUN AS OVERRIDDEN RATHER THAN PROVED.
002467*****************************************************************
002468        3100-FLAG-OVERRIDE.
002469            OPEN I-O ARI-REG-FILE.
002470            IF NOT ARI-REGF-OK
002471                DISPLAY 'RESL0005E - UNABLE TO OPEN RUNREG - '
002472                        'STATUS = ' ARI-REGF-STATUS
002473                MOVE 16 TO ARI-RETURN-CODE
002474                PERFORM 9999-ABEND
002475                    THRU 9999-ABEND-EXIT
002476            END-IF.
002477            MOVE RESL-JOB-ID   TO ARI-REG-JOB-ID.
002478            MOVE RESL-RUN-DATE TO ARI-REG-RUN-DATE.
002479            READ ARI-REG-FILE.
002480            IF NOT ARI-REGF-OK
002481                DISPLAY 'RESL0006E - RUNREG READ FAILED - '
002482                        'STATUS = ' ARI-REGF-STATUS
002483                MOVE 16 TO ARI-RETURN-CODE
002484                PERFORM 9999-ABEND
002485                    THRU 9999-ABEND-EXIT
002486            END-IF.
002487            SET ARI-REG-PUBLISH-OVERRIDDEN TO TRUE.
002488            REWRITE ARI-REG-RECORD.
002489            IF NOT ARI-REGF-OK
002490                DISPLAY 'RESL0010E - RUNREG REWRITE FAILED - '
002491                        'STATUS = ' ARI-REGF-STATUS
002492                MOVE 16 TO ARI-RETURN-CODE
002493                PERFORM 9999-ABEND
002494                    THRU 9999-ABEND-EXIT
002495            END-IF.
002496            CLOSE ARI-REG-FILE.
002497        3100-FLAG-OVERRIDE-EXIT.
002498            EXIT.
002499*
002500*****************************************************************
002501*    9999-ABEND - FATAL I/O ERROR HANDLING.  DISPLAYS THE
002510*                 CONDITION AND ENDS THE RUN WITH A NON-ZERO
002520*                 RETURN CODE SO THE JCL STEP FAILS VISIBLY.
002530*****************************************************************
