000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AUTM.
000030 AUTHOR.        M D HARTLEY.
000040 INSTALLATION.  ARITHMETIC SUITE - BATCH PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM      : AUTM
000090* DESCRIPTION  : AUTHORIZATION PROFILE MAINTENANCE.  APPLIES THE
000100*                MAINTENANCE CARDS ON MAINTIN TO THE KEYED USER
000110*                AUTHORIZATION PROFILE FILE (ARIAUT) THAT DIVIC,
000120*                SUSC, RUNC, THE ENGINES, RESL, AUDX, RBAK AND
000130*                AUDP CHECK BEFORE A USER MAY PERFORM A SUITE
000140*                FUNCTION, THEN LISTS EVERY PROFILE ON FILE.
000150*                ONLY A USER WHOSE OWN PROFILE IS ACTIVE AND
000160*                HOLDS SECURITY ADMINISTRATION MAY RUN IT (THE
000170*                USER THE JOB WAS SUBMITTED UNDER, TAKEN FROM
000180*                THE ACEE - NOT A PARM CARD), AND NO CARD MAY
000190*                CHANGE THE SUBMITTER'S OWN PROFILE, SO NOBODY
000200*                GRANTS THEMSELVES A FUNCTION.  EVERY CHANGE IS
000210*                STAMPED WITH THE SUBMITTER AND THE RUN DATE.
000220*                WITH NO MAINTIN CARDS THE RUN ONLY LISTS.
000230*
000240*                MAINTENANCE CARD -
000250*                  COL 1      ACTION  A ADD, C CHANGE, R REVOKE,
000260*                                     E REINSTATE, D DELETE,
000270*                                     * COMMENT (IGNORED)
000280*                  COL 2-9    USER ID
000290*                  COL 10-39  USER NAME (REQUIRED ON ADD; ON
000300*                             CHANGE BLANK KEEPS THE NAME)
000310*                  COL 40-49  FUNCTION FLAGS, Y OR N, IN THE
000320*                             ARIAUT ORDER - CALC, INQUIRY,
000330*                             REPAIR, APPROVE, BACKOUT, PURGE,
000340*                             REPROCESS, PUBLISH, ADMIN, PERIOD
000350*                             CLOSE.  ON ADD BLANK IS N; ON
000360*                             CHANGE BLANK KEEPS THE FLAG AS
000370*                             IT IS.
000380*
000390*                RETURN CODES - 0 ALL CARDS APPLIED, 4 ONE OR
000400*                MORE CARDS REJECTED (LISTED ON THE REPORT),
000410*                16 FATAL I/O ERROR, 28 SUBMITTER NOT
000420*                AUTHORIZED - NOTHING APPLIED.
000430*
000440* MODIFICATION HISTORY
000450* DATE       INIT   DESCRIPTION
000460* ---------- ----   -----------------------------------------
000470* 2026-10-15 MDH    INITIAL VERSION.
000480* 2026-10-15 MDH    PERIOD CLOSE FUNCTION FLAG ADDED IN CARD
000490*                    COLUMN 49 AND ON THE PROFILE LISTING.
000500*****************************************************************
000510        ENVIRONMENT DIVISION.
000520        CONFIGURATION SECTION.
000530        INPUT-OUTPUT SECTION.
000540        FILE-CONTROL.
000550            SELECT ARI-AUT-FILE
000560                ASSIGN TO AUTFILE
000570                ORGANIZATION IS INDEXED
000580                ACCESS MODE IS DYNAMIC
000590                RECORD KEY IS ARI-AUT-USER-ID
000600                FILE STATUS IS ARI-AUTF-STATUS.
000610            SELECT OPTIONAL ARI-MAINT-FILE
000620                ASSIGN TO MAINTIN
000630                ORGANIZATION IS SEQUENTIAL
000640                FILE STATUS IS ARI-MAINT-STATUS.
000650            SELECT ARI-REPORT-FILE
000660                ASSIGN TO RPTOUT
000670                ORGANIZATION IS SEQUENTIAL
000680                FILE STATUS IS ARI-REPORT-STATUS.
000690*
000700        DATA DIVISION.
000710        FILE SECTION.
000720        FD  ARI-AUT-FILE
000730            LABEL RECORDS ARE STANDARD.
000740        COPY ARIAUT.
000750*
000760        FD  ARI-MAINT-FILE
000770            RECORDING MODE IS F
000780            LABEL RECORDS ARE STANDARD.
000790        01  AUTM-CARD-RECORD.
000800            05  AUTM-CARD-ACTION         PIC X(01).
000810                88  AUTM-CARD-ADD        VALUE 'A'.
000820                88  AUTM-CARD-CHANGE     VALUE 'C'.
000830                88  AUTM-CARD-REVOKE     VALUE 'R'.
000840                88  AUTM-CARD-REINSTATE  VALUE 'E'.
000850                88  AUTM-CARD-DELETE     VALUE 'D'.
000860                88  AUTM-CARD-COMMENT    VALUE '*'.
000870                88  AUTM-CARD-VALID-ACTION
000880                                          VALUE 'A' 'C' 'R'
000890                                                'E' 'D'.
000900            05  AUTM-CARD-USER-ID        PIC X(08).
000910            05  AUTM-CARD-USER-NAME      PIC X(30).
000920            05  AUTM-CARD-FLAGS.
000930                10  AUTM-CARD-FLAG       PIC X(01) OCCURS 10.
000940            05  FILLER                   PIC X(31).
000950*
000960        FD  ARI-REPORT-FILE
000970            RECORDING MODE IS F
000980            LABEL RECORDS ARE STANDARD.
000990        01  AUTM-REPORT-RECORD           PIC X(80).
001000*
001010        WORKING-STORAGE SECTION.
001020*****************************************************************
001030*    FILE STATUS SWITCHES
001040*****************************************************************
001050        77  ARI-AUTF-STATUS              PIC X(02) VALUE SPACES.
001060            88  ARI-AUTF-OK              VALUE '00'.
001070            88  ARI-AUTF-NO-RECORD       VALUE '23'.
001080            88  ARI-AUTF-DUP-KEY         VALUE '22'.
001090        77  ARI-MAINT-STATUS             PIC X(02) VALUE SPACES.
001100            88  ARI-MAINT-OK             VALUE '00'.
001110            88  ARI-MAINT-MISSING        VALUE '05' '35'.
001120        77  ARI-REPORT-STATUS            PIC X(02) VALUE SPACES.
001130            88  ARI-REPORT-OK            VALUE '00'.
001140*
001150*****************************************************************
001160*    PROGRAM SWITCHES
001170*****************************************************************
001180        01  ARI-SWITCHES.
001190            05  ARI-EOF-SW               PIC X(01) VALUE 'N'.
001200                88  ARI-EOF-YES          VALUE 'Y'
001210                                          WHEN SET TO FALSE 'N'.
001220            05  AUTM-MAINT-AVAIL-SW      PIC X(01) VALUE 'N'.
001230                88  AUTM-MAINT-AVAIL-YES VALUE 'Y'.
001240            05  AUTM-CARD-OK-SW          PIC X(01) VALUE 'Y'.
001250                88  AUTM-CARD-OK         VALUE 'Y'
001260                                          WHEN SET TO FALSE 'N'.
001270*
001280*****************************************************************
001290*    COUNTERS
001300*****************************************************************
001310        77  AUTM-CARDS-READ              PIC 9(07) COMP
001320                                          VALUE ZERO.
001330        77  AUTM-CARDS-APPLIED           PIC 9(07) COMP
001340                                          VALUE ZERO.
001350        77  AUTM-CARDS-REJECTED          PIC 9(07) COMP
001360                                          VALUE ZERO.
001370        77  AUTM-PROFILES-LISTED         PIC 9(07) COMP
001380                                          VALUE ZERO.
001390        77  AUTM-SUB                     PIC 9(03) COMP
001400                                          VALUE ZERO.
001410        77  ARI-RUN-DATE                 PIC 9(08) VALUE ZERO.
001420*
001430*****************************************************************
001440*    SUBMITTING USER - TAKEN FROM THE ACEE
001450*****************************************************************
001460        77  AUTM-SUBMIT-USER             PIC X(08) VALUE SPACES.
001470        77  AUTM-RESULT                  PIC X(40) VALUE SPACES.
001480*
001490*****************************************************************
001500*    MAINTENANCE REPORT LINES
001510*****************************************************************
001520        01  AUTM-RPT-HEADING.
001530            05  FILLER                   PIC X(42)
001540                VALUE ' AUTM - AUTHORIZATION PROFILE MAINTENANCE'.
001550            05  FILLER                   PIC X(07)
001560                VALUE ' - RUN '.
001570            05  AUTM-HDG-RUN-DATE        PIC 9(08).
001580            05  FILLER                   PIC X(05)
001590                VALUE ' BY '.
001600            05  AUTM-HDG-USER            PIC X(08).
001610            05  FILLER                   PIC X(10) VALUE SPACES.
001620        01  AUTM-CARD-LINE.
001630            05  FILLER                   PIC X(01) VALUE SPACE.
001640            05  AUTM-CL-ACTION           PIC X(01).
001650            05  FILLER                   PIC X(02) VALUE SPACES.
001660            05  AUTM-CL-USER-ID          PIC X(08).
001670            05  FILLER                   PIC X(02) VALUE SPACES.
001680            05  AUTM-CL-FLAGS            PIC X(10).
001690            05  FILLER                   PIC X(02) VALUE SPACES.
001700            05  AUTM-CL-RESULT           PIC X(40).
001710            05  FILLER                   PIC X(14) VALUE SPACES.
001720        01  AUTM-COUNT-LINE.
001730            05  FILLER                   PIC X(01) VALUE SPACE.
001740            05  AUTM-CNT-LABEL           PIC X(30).
001750            05  AUTM-CNT-COUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.
001760            05  FILLER                   PIC X(35) VALUE SPACES.
001770        01  AUTM-LIST-HEADING.
001780            05  FILLER                   PIC X(44)
001790                VALUE ' USER ID   NAME'.
001800            05  FILLER                   PIC X(36)
001810                VALUE 'S  FUNCTIONS   UPDATED BY'.
001820        01  AUTM-LIST-LINE.
001830            05  FILLER                   PIC X(01) VALUE SPACE.
001840            05  AUTM-LL-USER-ID          PIC X(08).
001850            05  FILLER                   PIC X(02) VALUE SPACES.
001860            05  AUTM-LL-USER-NAME        PIC X(30).
001870            05  FILLER                   PIC X(03) VALUE SPACES.
001880            05  AUTM-LL-STATUS           PIC X(01).
001890            05  FILLER                   PIC X(02) VALUE SPACES.
001900            05  AUTM-LL-FLAGS            PIC X(10).
001910            05  FILLER                   PIC X(02) VALUE SPACES.
001920            05  AUTM-LL-UPDATED-BY       PIC X(08).
001930            05  FILLER                   PIC X(01) VALUE SPACE.
001940            05  AUTM-LL-DATE-UPDATED     PIC 9(08).
001950            05  FILLER                   PIC X(04) VALUE SPACES.
001960*
001970*****************************************************************
001980*    RETURN CODE
001990*****************************************************************
002000        77  ARI-RETURN-CODE              PIC 9(04) COMP
002010                                          VALUE ZERO.
002020*
002030        LINKAGE SECTION.
002040        COPY ARIACE.
002050*
002060        PROCEDURE DIVISION.
002070*
002080        0000-MAIN-PROCESS.
002090            PERFORM 1000-INITIALIZE
002100                THRU 1000-INITIALIZE-EXIT.
002110            IF AUTM-MAINT-AVAIL-YES
002120                PERFORM 2000-PROCESS-CARD
002130                    THRU 2000-PROCESS-CARD-EXIT
002140                    UNTIL ARI-EOF-YES
002150            END-IF.
002160            PERFORM 3000-LIST-PROFILES
002170                THRU 3000-LIST-PROFILES-EXIT.
002180            PERFORM 4000-TERMINATE
002190                THRU 4000-TERMINATE-EXIT.
002200            MOVE ARI-RETURN-CODE TO RETURN-CODE.
002210            STOP RUN.
002220*
002230*****************************************************************
002240*    1000-INITIALIZE - OPEN THE PROFILE FILE AND THE REPORT,
002250*                 CONFIRM THE SUBMITTER MAY ADMINISTER THE
002260*                 FILE, THEN OPEN THE MAINTENANCE CARDS.  NO
002270*                 MAINTIN MEANS A LISTING-ONLY RUN.
002280*****************************************************************
002290        1000-INITIALIZE.
002300            ACCEPT ARI-RUN-DATE FROM DATE YYYYMMDD.
002310            OPEN I-O ARI-AUT-FILE.
002320            IF NOT ARI-AUTF-OK
002330                DISPLAY 'AUTM0001E - UNABLE TO OPEN AUTFILE - '
002340                        'STATUS = ' ARI-AUTF-STATUS
002350                MOVE 16 TO ARI-RETURN-CODE
002360                PERFORM 9999-ABEND
002370                    THRU 9999-ABEND-EXIT
002380            END-IF.
002390            PERFORM 1800-CHECK-AUTHORITY
002400                THRU 1800-CHECK-AUTHORITY-EXIT.
002410            OPEN OUTPUT ARI-REPORT-FILE.
002420            IF NOT ARI-REPORT-OK
002430                DISPLAY 'AUTM0002E - UNABLE TO OPEN RPTOUT - '
002440                        'STATUS = ' ARI-REPORT-STATUS
002450                MOVE 16 TO ARI-RETURN-CODE
002460                PERFORM 9999-ABEND
002470                    THRU 9999-ABEND-EXIT
002480            END-IF.
002490            MOVE ARI-RUN-DATE     TO AUTM-HDG-RUN-DATE.
002500            MOVE AUTM-SUBMIT-USER TO AUTM-HDG-USER.
002510            WRITE AUTM-REPORT-RECORD FROM AUTM-RPT-HEADING.
002520            OPEN INPUT ARI-MAINT-FILE.
002530            IF ARI-MAINT-MISSING
002540                CLOSE ARI-MAINT-FILE
002550                MOVE ' NO MAINTENANCE CARDS - LISTING ONLY'
002560                    TO AUTM-REPORT-RECORD
002570                WRITE AUTM-REPORT-RECORD
002580                GO TO 1000-INITIALIZE-EXIT
002590            END-IF.
002600            IF NOT ARI-MAINT-OK
002610                DISPLAY 'AUTM0004E - UNABLE TO OPEN MAINTIN - '
002620                        'STATUS = ' ARI-MAINT-STATUS
002630                MOVE 16 TO ARI-RETURN-CODE
002640                PERFORM 9999-ABEND
002650                    THRU 9999-ABEND-EXIT
002660            END-IF.
002670            SET AUTM-MAINT-AVAIL-YES TO TRUE.
002680        1000-INITIALIZE-EXIT.
002690            EXIT.
002700*
002710*****************************************************************
002720*    1800-CHECK-AUTHORITY - THE USER THE JOB WAS SUBMITTED
002730*                 UNDER MUST HAVE AN ACTIVE PROFILE HOLDING
002740*                 SECURITY ADMINISTRATION.  OTHERWISE THE RUN
002750*                 IS REFUSED WITH RC=28 AND NOTHING IS APPLIED
002760*                 OR LISTED.
002770*****************************************************************
002780        1800-CHECK-AUTHORITY.
002790            PERFORM 1810-GET-SUBMITTER
002800                THRU 1810-GET-SUBMITTER-EXIT.
002810            IF AUTM-SUBMIT-USER = SPACES
002820                DISPLAY 'AUTM0003E - NO SUBMITTER USER ID - '
002830                        'MAINTENANCE REFUSED'
002840                MOVE 28 TO ARI-RETURN-CODE
002850                PERFORM 9999-ABEND
002860                    THRU 9999-ABEND-EXIT
002870            END-IF.
002880            MOVE AUTM-SUBMIT-USER TO ARI-AUT-USER-ID.
002890            READ ARI-AUT-FILE.
002900            IF ARI-AUTF-OK
002910                AND ARI-AUT-ACTIVE
002920                AND ARI-AUT-ADMIN-YES
002930                GO TO 1800-CHECK-AUTHORITY-EXIT
002940            END-IF.
002950            DISPLAY 'AUTM0003E - SUBMITTER ' AUTM-SUBMIT-USER
002960                    ' NOT AUTHORIZED FOR SECURITY ADMIN - '
002970                    'MAINTENANCE REFUSED'.
002980            MOVE 28 TO ARI-RETURN-CODE.
002990            PERFORM 9999-ABEND
003000                THRU 9999-ABEND-EXIT.
003010        1800-CHECK-AUTHORITY-EXIT.
003020            EXIT.
003030*
003040*****************************************************************
003050*    1810-GET-SUBMITTER - THE USER ID THE JOB RUNS UNDER, TAKEN
003060*                 FROM THE ACEE.  NO ACEE LEAVES IT BLANK, WHICH
003070*                 1800-CHECK-AUTHORITY REFUSES.
003080*****************************************************************
003090        1810-GET-SUBMITTER.
003100            MOVE SPACES TO AUTM-SUBMIT-USER.
003110            SET ADDRESS OF ARI-PSA  TO NULL.
003120            SET ADDRESS OF ARI-ASCB TO ARI-PSA-AOLD.
003130            SET ADDRESS OF ARI-ASXB TO ARI-ASCB-ASXB.
003140            IF ARI-ASXB-SENV = NULL
003150                GO TO 1810-GET-SUBMITTER-EXIT
003160            END-IF.
003170            SET ADDRESS OF ARI-ACEE TO ARI-ASXB-SENV.
003180            IF ARI-ACEE-ACRONYM = 'ACEE'
003190                MOVE ARI-ACEE-USER-ID TO AUTM-SUBMIT-USER
003200            END-IF.
003210        1810-GET-SUBMITTER-EXIT.
003220            EXIT.
003230*
003240*****************************************************************
003250*    2000-PROCESS-CARD - READ ONE MAINTENANCE CARD, VALIDATE IT
003260*                 AND APPLY IT.  EVERY CARD EXCEPT A COMMENT IS
003270*                 LISTED WITH ITS RESULT.
003280*****************************************************************
003290        2000-PROCESS-CARD.
003300            READ ARI-MAINT-FILE
003310                AT END
003320                    SET ARI-EOF-YES TO TRUE
003330                    GO TO 2000-PROCESS-CARD-EXIT
003340            END-READ.
003350            IF AUTM-CARD-COMMENT
003360                GO TO 2000-PROCESS-CARD-EXIT
003370            END-IF.
003380            ADD 1 TO AUTM-CARDS-READ.
003390            PERFORM 2100-VALIDATE-CARD
003400                THRU 2100-VALIDATE-CARD-EXIT.
003410            IF AUTM-CARD-OK
003420                EVALUATE TRUE
003430                    WHEN AUTM-CARD-ADD
003440                        PERFORM 2200-ADD-PROFILE
003450                            THRU 2200-ADD-PROFILE-EXIT
003460                    WHEN AUTM-CARD-CHANGE
003470                        PERFORM 2300-CHANGE-PROFILE
003480                            THRU 2300-CHANGE-PROFILE-EXIT
003490                    WHEN AUTM-CARD-REVOKE
003500                        PERFORM 2400-SET-PROFILE-STATUS
003510                            THRU 2400-SET-PROFILE-STATUS-EXIT
003520                    WHEN AUTM-CARD-REINSTATE
003530                        PERFORM 2400-SET-PROFILE-STATUS
003540                            THRU 2400-SET-PROFILE-STATUS-EXIT
003550                    WHEN AUTM-CARD-DELETE
003560                        PERFORM 2500-DELETE-PROFILE
003570                            THRU 2500-DELETE-PROFILE-EXIT
003580                END-EVALUATE
003590            END-IF.
003600            IF AUTM-CARD-OK
003610                ADD 1 TO AUTM-CARDS-APPLIED
003620            ELSE
003630                ADD 1 TO AUTM-CARDS-REJECTED
003640                IF ARI-RETURN-CODE < 4
003650                    MOVE 4 TO ARI-RETURN-CODE
003660                END-IF
003670            END-IF.
003680            MOVE AUTM-CARD-ACTION  TO AUTM-CL-ACTION.
003690            MOVE AUTM-CARD-USER-ID TO AUTM-CL-USER-ID.
003700            MOVE AUTM-CARD-FLAGS   TO AUTM-CL-FLAGS.
003710            MOVE AUTM-RESULT       TO AUTM-CL-RESULT.
003720            WRITE AUTM-REPORT-RECORD FROM AUTM-CARD-LINE.
003730        2000-PROCESS-CARD-EXIT.
003740            EXIT.
003750*
003760*****************************************************************
003770*    2100-VALIDATE-CARD - ACTION, USER ID AND FLAGS MUST BE
003780*                 VALID, AND NO CARD MAY TOUCH THE SUBMITTER'S
003790*                 OWN PROFILE.
003800*****************************************************************
003810        2100-VALIDATE-CARD.
003820            SET AUTM-CARD-OK TO TRUE.
003830            MOVE SPACES TO AUTM-RESULT.
003840            IF NOT AUTM-CARD-VALID-ACTION
003850                MOVE 'REJECTED - INVALID ACTION' TO AUTM-RESULT
003860                SET AUTM-CARD-OK TO FALSE
003870                GO TO 2100-VALIDATE-CARD-EXIT
003880            END-IF.
003890            IF AUTM-CARD-USER-ID = SPACES
003900                MOVE 'REJECTED - USER ID REQUIRED' TO AUTM-RESULT
003910                SET AUTM-CARD-OK TO FALSE
003920                GO TO 2100-VALIDATE-CARD-EXIT
003930            END-IF.
003940            IF AUTM-CARD-USER-ID = AUTM-SUBMIT-USER
003950                MOVE 'REJECTED - CANNOT MAINTAIN OWN PROFILE'
003960                    TO AUTM-RESULT
003970                SET AUTM-CARD-OK TO FALSE
003980                GO TO 2100-VALIDATE-CARD-EXIT
003990            END-IF.
004000            IF AUTM-CARD-ADD
004010                AND AUTM-CARD-USER-NAME = SPACES
004020                MOVE 'REJECTED - USER NAME REQUIRED ON ADD'
004030                    TO AUTM-RESULT
004040                SET AUTM-CARD-OK TO FALSE
004050                GO TO 2100-VALIDATE-CARD-EXIT
004060            END-IF.
004070            PERFORM 2110-CHECK-ONE-FLAG
004080                THRU 2110-CHECK-ONE-FLAG-EXIT
004090                VARYING AUTM-SUB FROM 1 BY 1
004100                UNTIL AUTM-SUB > 10.
004110        2100-VALIDATE-CARD-EXIT.
004120            EXIT.
004130*
004140        2110-CHECK-ONE-FLAG.
004150            IF AUTM-CARD-FLAG (AUTM-SUB) NOT = 'Y'
004160                AND AUTM-CARD-FLAG (AUTM-SUB) NOT = 'N'
004170                AND AUTM-CARD-FLAG (AUTM-SUB) NOT = SPACE
004180                MOVE 'REJECTED - FUNCTION FLAG NOT Y OR N'
004190                    TO AUTM-RESULT
004200                SET AUTM-CARD-OK TO FALSE
004210            END-IF.
004220        2110-CHECK-ONE-FLAG-EXIT.
004230            EXIT.
004240*
004250*****************************************************************
004260*    2200-ADD-PROFILE - WRITE A NEW ACTIVE PROFILE.  A BLANK
004270*                 FLAG IS NOT HELD.
004280*****************************************************************
004290        2200-ADD-PROFILE.
004300            MOVE SPACES              TO ARI-AUT-RECORD.
004310            MOVE AUTM-CARD-USER-ID   TO ARI-AUT-USER-ID.
004320            MOVE AUTM-CARD-USER-NAME TO ARI-AUT-USER-NAME.
004330            SET ARI-AUT-ACTIVE TO TRUE.
004340            MOVE AUTM-CARD-FLAGS     TO ARI-AUT-FUNCTIONS.
004350            PERFORM 2210-DEFAULT-ONE-FLAG
004360                THRU 2210-DEFAULT-ONE-FLAG-EXIT
004370                VARYING AUTM-SUB FROM 1 BY 1
004380                UNTIL AUTM-SUB > 10.
004390            MOVE AUTM-SUBMIT-USER    TO ARI-AUT-UPDATED-BY.
004400            MOVE ARI-RUN-DATE        TO ARI-AUT-DATE-UPDATED.
004410            WRITE ARI-AUT-RECORD.
004420            IF ARI-AUTF-DUP-KEY
004430                MOVE 'REJECTED - USER ALREADY ON FILE'
004440                    TO AUTM-RESULT
004450                SET AUTM-CARD-OK TO FALSE
004460                GO TO 2200-ADD-PROFILE-EXIT
004470            END-IF.
004480            IF NOT ARI-AUTF-OK
004490                DISPLAY 'AUTM0005E - AUTFILE WRITE FAILED - '
004500                        'STATUS = ' ARI-AUTF-STATUS
004510                MOVE 16 TO ARI-RETURN-CODE
004520                PERFORM 9999-ABEND
004530                    THRU 9999-ABEND-EXIT
004540            END-IF.
004550            MOVE 'ADDED' TO AUTM-RESULT.
004560        2200-ADD-PROFILE-EXIT.
004570            EXIT.
004580*
004590        2210-DEFAULT-ONE-FLAG.
004600            IF ARI-AUT-FLAG (AUTM-SUB) = SPACE
004610                MOVE 'N' TO ARI-AUT-FLAG (AUTM-SUB)
004620            END-IF.
004630        2210-DEFAULT-ONE-FLAG-EXIT.
004640            EXIT.
004650*
004660*****************************************************************
004670*    2300-CHANGE-PROFILE - REPLACE THE NAME AND ANY FLAG KEYED
004680*                 ON THE CARD; BLANKS LEAVE THE PROFILE AS IT
004690*                 IS.  THE STATUS IS NOT CHANGED HERE.
004700*****************************************************************
004710        2300-CHANGE-PROFILE.
004720            PERFORM 2900-READ-PROFILE
004730                THRU 2900-READ-PROFILE-EXIT.
004740            IF NOT AUTM-CARD-OK
004750                GO TO 2300-CHANGE-PROFILE-EXIT
004760            END-IF.
004770            IF AUTM-CARD-USER-NAME NOT = SPACES
004780                MOVE AUTM-CARD-USER-NAME TO ARI-AUT-USER-NAME
004790            END-IF.
004800            PERFORM 2310-CHANGE-ONE-FLAG
004810                THRU 2310-CHANGE-ONE-FLAG-EXIT
004820                VARYING AUTM-SUB FROM 1 BY 1
004830                UNTIL AUTM-SUB > 10.
004840            PERFORM 2950-REWRITE-PROFILE
004850                THRU 2950-REWRITE-PROFILE-EXIT.
004860            MOVE 'CHANGED' TO AUTM-RESULT.
004870        2300-CHANGE-PROFILE-EXIT.
004880            EXIT.
004890*
004900        2310-CHANGE-ONE-FLAG.
004910            IF AUTM-CARD-FLAG (AUTM-SUB) NOT = SPACE
004920                MOVE AUTM-CARD-FLAG (AUTM-SUB)
004930                    TO ARI-AUT-FLAG (AUTM-SUB)
004940            END-IF.
004950        2310-CHANGE-ONE-FLAG-EXIT.
004960            EXIT.
004970*
004980*****************************************************************
004990*    2400-SET-PROFILE-STATUS - REVOKE OR REINSTATE.  A REVOKED
005000*                 PROFILE KEEPS ITS FLAGS BUT HOLDS NOTHING
005010*                 UNTIL IT IS REINSTATED.
005020*****************************************************************
005030        2400-SET-PROFILE-STATUS.
005040            PERFORM 2900-READ-PROFILE
005050                THRU 2900-READ-PROFILE-EXIT.
005060            IF NOT AUTM-CARD-OK
005070                GO TO 2400-SET-PROFILE-STATUS-EXIT
005080            END-IF.
005090            IF AUTM-CARD-REVOKE
005100                SET ARI-AUT-REVOKED TO TRUE
005110                MOVE 'REVOKED' TO AUTM-RESULT
005120            ELSE
005130                SET ARI-AUT-ACTIVE TO TRUE
005140                MOVE 'REINSTATED' TO AUTM-RESULT
005150            END-IF.
005160            PERFORM 2950-REWRITE-PROFILE
005170                THRU 2950-REWRITE-PROFILE-EXIT.
005180        2400-SET-PROFILE-STATUS-EXIT.
005190            EXIT.
005200*
005210*****************************************************************
005220*    2500-DELETE-PROFILE - REMOVE THE PROFILE.  THE USER THEN
005230*                 HOLDS NO FUNCTION AT ALL.
005240*****************************************************************
005250        2500-DELETE-PROFILE.
005260            PERFORM 2900-READ-PROFILE
005270                THRU 2900-READ-PROFILE-EXIT.
005280            IF NOT AUTM-CARD-OK
005290                GO TO 2500-DELETE-PROFILE-EXIT
005300            END-IF.
005310            DELETE ARI-AUT-FILE RECORD.
005320            IF NOT ARI-AUTF-OK
005330                DISPLAY 'AUTM0006E - AUTFILE DELETE FAILED - '
005340                        'STATUS = ' ARI-AUTF-STATUS
005350                MOVE 16 TO ARI-RETURN-CODE
005360                PERFORM 9999-ABEND
005370                    THRU 9999-ABEND-EXIT
005380            END-IF.
005390            MOVE 'DELETED' TO AUTM-RESULT.
005400        2500-DELETE-PROFILE-EXIT.
005410            EXIT.
005420*
005430*****************************************************************
005440*    2900-READ-PROFILE - READ THE CARD'S USER FOR UPDATE.  NOT
005450*                 ON FILE REJECTS THE CARD.
005460*****************************************************************
005470        2900-READ-PROFILE.
005480            MOVE AUTM-CARD-USER-ID TO ARI-AUT-USER-ID.
005490            READ ARI-AUT-FILE.
005500            IF ARI-AUTF-NO-RECORD
005510                MOVE 'REJECTED - USER NOT ON FILE' TO AUTM-RESULT
005520                SET AUTM-CARD-OK TO FALSE
005530                GO TO 2900-READ-PROFILE-EXIT
005540            END-IF.
005550            IF NOT ARI-AUTF-OK
005560                DISPLAY 'AUTM0007E - AUTFILE READ FAILED - '
005570                        'STATUS = ' ARI-AUTF-STATUS
005580                MOVE 16 TO ARI-RETURN-CODE
005590                PERFORM 9999-ABEND
005600                    THRU 9999-ABEND-EXIT
005610            END-IF.
005620        2900-READ-PROFILE-EXIT.
005630            EXIT.
005640*
005650        2950-REWRITE-PROFILE.
005660            MOVE AUTM-SUBMIT-USER TO ARI-AUT-UPDATED-BY.
005670            MOVE ARI-RUN-DATE     TO ARI-AUT-DATE-UPDATED.
005680            REWRITE ARI-AUT-RECORD.
005690            IF NOT ARI-AUTF-OK
005700                DISPLAY 'AUTM0008E - AUTFILE REWRITE FAILED - '
005710                        'STATUS = ' ARI-AUTF-STATUS
005720                MOVE 16 TO ARI-RETURN-CODE
005730                PERFORM 9999-ABEND
005740                    THRU 9999-ABEND-EXIT
005750            END-IF.
005760        2950-REWRITE-PROFILE-EXIT.
005770            EXIT.
005780*
005790*****************************************************************
005800*    3000-LIST-PROFILES - LIST EVERY PROFILE ON FILE AFTER THE
005810*                 CARDS ARE APPLIED, IN USER ID ORDER, SO THE
005820*                 REPORT IS THE SIGNED-OFF RECORD OF WHO HOLDS
005830*                 WHAT.
005840*****************************************************************
005850        3000-LIST-PROFILES.
005860            MOVE SPACES TO AUTM-REPORT-RECORD.
005870            WRITE AUTM-REPORT-RECORD.
005880            MOVE ' FUNCTIONS - 1 CALC  2 INQUIRY  3 REPAIR  '
005890                TO AUTM-REPORT-RECORD.
005900            MOVE '4 APPROVE  5 BACKOUT'
005910                TO AUTM-REPORT-RECORD (43:20).
005920            WRITE AUTM-REPORT-RECORD.
005930            MOVE '             6 PURGE  7 REPROCESS  8 PUBLISH  '
005940                TO AUTM-REPORT-RECORD.
005950            MOVE '9 ADMIN  10 CLOSE'
005960                TO AUTM-REPORT-RECORD (47:17).
005970            WRITE AUTM-REPORT-RECORD.
005980            WRITE AUTM-REPORT-RECORD FROM AUTM-LIST-HEADING.
005990            MOVE LOW-VALUES TO ARI-AUT-USER-ID.
006000            START ARI-AUT-FILE
006010                KEY IS GREATER THAN ARI-AUT-USER-ID
006020                INVALID KEY
006030                    GO TO 3000-LIST-PROFILES-EXIT
006040            END-START.
006050            SET ARI-EOF-YES TO FALSE.
006060            PERFORM 3100-LIST-ONE-PROFILE
006070                THRU 3100-LIST-ONE-PROFILE-EXIT
006080                UNTIL ARI-EOF-YES.
006090        3000-LIST-PROFILES-EXIT.
006100            EXIT.
006110*
006120        3100-LIST-ONE-PROFILE.
006130            READ ARI-AUT-FILE NEXT RECORD
006140                AT END
006150                    SET ARI-EOF-YES TO TRUE
006160                    GO TO 3100-LIST-ONE-PROFILE-EXIT
006170            END-READ.
006180            IF NOT ARI-AUTF-OK
006190                DISPLAY 'AUTM0007E - AUTFILE READ FAILED - '
006200                        'STATUS = ' ARI-AUTF-STATUS
006210                MOVE 16 TO ARI-RETURN-CODE
006220                PERFORM 9999-ABEND
006230                    THRU 9999-ABEND-EXIT
006240            END-IF.
006250            ADD 1 TO AUTM-PROFILES-LISTED.
006260            MOVE ARI-AUT-USER-ID      TO AUTM-LL-USER-ID.
006270            MOVE ARI-AUT-USER-NAME    TO AUTM-LL-USER-NAME.
006280            MOVE ARI-AUT-STATUS       TO AUTM-LL-STATUS.
006290            MOVE ARI-AUT-FUNCTIONS    TO AUTM-LL-FLAGS.
006300            MOVE ARI-AUT-UPDATED-BY   TO AUTM-LL-UPDATED-BY.
006310            MOVE ARI-AUT-DATE-UPDATED TO AUTM-LL-DATE-UPDATED.
006320            WRITE AUTM-REPORT-RECORD FROM AUTM-LIST-LINE.
006330        3100-LIST-ONE-PROFILE-EXIT.
006340            EXIT.
006350*
006360*****************************************************************
006370*    4000-TERMINATE - PRINT THE CARD COUNTS AND CLOSE.
006380*****************************************************************
006390        4000-TERMINATE.
006400            MOVE SPACES TO AUTM-REPORT-RECORD.
006410            WRITE AUTM-REPORT-RECORD.
006420            MOVE 'CARDS READ' TO AUTM-CNT-LABEL.
006430            MOVE AUTM-CARDS-READ TO AUTM-CNT-COUNT.
006440            WRITE AUTM-REPORT-RECORD FROM AUTM-COUNT-LINE.
006450            MOVE 'CARDS APPLIED' TO AUTM-CNT-LABEL.
006460            MOVE AUTM-CARDS-APPLIED TO AUTM-CNT-COUNT.
006470            WRITE AUTM-REPORT-RECORD FROM AUTM-COUNT-LINE.
006480            MOVE 'CARDS REJECTED' TO AUTM-CNT-LABEL.
006490            MOVE AUTM-CARDS-REJECTED TO AUTM-CNT-COUNT.
006500            WRITE AUTM-REPORT-RECORD FROM AUTM-COUNT-LINE.
006510            MOVE 'PROFILES ON FILE' TO AUTM-CNT-LABEL.
006520            MOVE AUTM-PROFILES-LISTED TO AUTM-CNT-COUNT.
006530            WRITE AUTM-REPORT-RECORD FROM AUTM-COUNT-LINE.
006540            DISPLAY 'AUTM - CARDS APPLIED  = ' AUTM-CARDS-APPLIED.
006550            DISPLAY 'AUTM - CARDS REJECTED = '
006560                    AUTM-CARDS-REJECTED.
006570            IF AUTM-MAINT-AVAIL-YES
006580                CLOSE ARI-MAINT-FILE
006590            END-IF.
006600            CLOSE ARI-AUT-FILE
006610                  ARI-REPORT-FILE.
006620        4000-TERMINATE-EXIT.
006630            EXIT.
006640*
006650*****************************************************************
006660*    9999-ABEND - FATAL I/O ERROR HANDLING.  DISPLAYS THE
006670*                 CONDITION AND ENDS THE RUN WITH A NON-ZERO
006680*                 RETURN CODE SO THE JCL STEP FAILS VISIBLY.
006690*****************************************************************
006700        9999-ABEND.
006710            MOVE ARI-RETURN-CODE TO RETURN-CODE.
006720            STOP RUN.
006730        9999-ABEND-EXIT.
006740            EXIT.
