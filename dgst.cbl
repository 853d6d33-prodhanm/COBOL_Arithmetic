000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    DGST.
000030 AUTHOR.        M D HARTLEY.
000040 INSTALLATION.  ARITHMETIC SUITE - BATCH PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM      : DGST
000090* DESCRIPTION  : MORNING OPERATIONS EXCEPTION DIGEST.  RUNS AT
000100*                THE END OF THE BATCH WINDOW AND GATHERS INTO
000110*                ONE PRIORITIZED LISTING WHAT THE SUITE'S
000120*                STEPS EACH REPORT IN THEIR OWN SYSOUT, FOR
000130*                THE PROCESS DATE:
000140*                  1 RUNS NOT COMPLETE - REGISTER ENTRIES LEFT
000150*                    OPEN, AND PROVED JOBS WITH NO ENTRY
000160*                  2 RUNS NOT PROVED - THE RECN OUTCOME HELD
000170*                    ON THE RUN REGISTER
000180*                  3 VOLUME SWINGS - THE TRND DAY-OVER-DAY
000190*                    RULE WORKED AGAIN FROM THE RUN-TOTALS
000200*                    HISTORY AT THE SAME WARNING LEVEL
000210*                  4 AGED SUSPENSE ITEMS BY SOURCE SYSTEM -
000220*                    THE SUSX AGING RULE OVER THE SUSPENSE
000230*                    MASTER
000240*                  5 BACKED-OUT RUNS
000250*                  6 RUNS THAT ENDED WITH REJECTS (REJRPT)
000260*                THE STEP ENDS WITH THE RETURN CODE OF THE
000270*                WORST CONDITION FOUND, SO THE SCHEDULER AND
000280*                THE ANALYST SEE AT A GLANCE WHETHER THE
000290*                NIGHT WAS CLEAN.  THE DIGEST ONLY READS - IT
000300*                UPDATES NOTHING.
000310*
000320* MODIFICATION HISTORY
000330* DATE       INIT   DESCRIPTION
000340* ---------- ----   -----------------------------------------
000350* 2026-10-15 MDH    INITIAL VERSION.
000360*****************************************************************
000370        ENVIRONMENT DIVISION.
000380        CONFIGURATION SECTION.
000390        INPUT-OUTPUT SECTION.
000400        FILE-CONTROL.
000410            SELECT OPTIONAL ARI-REG-FILE
000420                ASSIGN TO RUNREG
000430                ORGANIZATION IS INDEXED
000440                ACCESS MODE IS SEQUENTIAL
000450                RECORD KEY IS ARI-REG-KEY
000460                FILE STATUS IS ARI-REGF-STATUS.
000470            SELECT OPTIONAL ARI-HST-FILE
000480                ASSIGN TO HSTFILE
000490                ORGANIZATION IS INDEXED
000500                ACCESS MODE IS SEQUENTIAL
000510                RECORD KEY IS ARI-HST-KEY
000520                FILE STATUS IS ARI-HSTF-STATUS.
000530            SELECT OPTIONAL ARI-SUS-FILE
000540                ASSIGN TO SUSMAST
000550                ORGANIZATION IS INDEXED
000560                ACCESS MODE IS SEQUENTIAL
000570                RECORD KEY IS ARI-SUS-KEY
000580                FILE STATUS IS ARI-SUSM-STATUS.
000590            SELECT ARI-REPORT-FILE
000600                ASSIGN TO RPTOUT
000610                ORGANIZATION IS SEQUENTIAL
000620                FILE STATUS IS ARI-REPORT-STATUS.
000630            SELECT OPTIONAL ARI-PARM-FILE
000640                ASSIGN TO PARMIN
000650                ORGANIZATION IS SEQUENTIAL
000660                FILE STATUS IS ARI-PARM-STATUS.
000670*
000680        DATA DIVISION.
000690        FILE SECTION.
000700        FD  ARI-REG-FILE
000710            LABEL RECORDS ARE STANDARD.
000720        COPY ARIRUN.
000730*
000740        FD  ARI-HST-FILE
000750            LABEL RECORDS ARE STANDARD.
000760        COPY ARIHST.
000770*
000780        FD  ARI-SUS-FILE
000790            LABEL RECORDS ARE STANDARD.
000800        COPY ARISUS.
000810*
000820        FD  ARI-REPORT-FILE
000830            RECORDING MODE IS F
000840            LABEL RECORDS ARE STANDARD.
000850        01  DGST-REPORT-RECORD           PIC X(80).
000860*
000870        FD  ARI-PARM-FILE
000880            RECORDING MODE IS F
000890            LABEL RECORDS ARE STANDARD.
000900        01  DGST-PARM-RECORD.
000910            05  DGST-PARM-RUN-DATE       PIC 9(08).
000920            05  DGST-PARM-WARN-PCT       PIC 9(03).
000930            05  DGST-PARM-AGE-DAYS       PIC 9(03).
000940            05  DGST-PARM-PROVED-JOBS.
000950                10  DGST-PARM-PROVED-JOB PIC X(08) OCCURS 6.
000960            05  FILLER                   PIC X(18).
000970*
000980        WORKING-STORAGE SECTION.
000990*****************************************************************
001000*    FILE STATUS SWITCHES
001010*****************************************************************
001020        77  ARI-REGF-STATUS              PIC X(02) VALUE SPACES.
001030            88  ARI-REGF-OK              VALUE '00'.
001040            88  ARI-REGF-EOF             VALUE '10'.
001050            88  ARI-REGF-MISSING         VALUE '05' '35'.
001060        77  ARI-HSTF-STATUS              PIC X(02) VALUE SPACES.
001070            88  ARI-HSTF-OK              VALUE '00'.
001080            88  ARI-HSTF-EOF             VALUE '10'.
001090            88  ARI-HSTF-MISSING         VALUE '05' '35'.
001100        77  ARI-SUSM-STATUS              PIC X(02) VALUE SPACES.
001110            88  ARI-SUSM-OK              VALUE '00'.
001120            88  ARI-SUSM-EOF             VALUE '10'.
001130            88  ARI-SUSM-MISSING         VALUE '05' '35'.
001140        77  ARI-REPORT-STATUS            PIC X(02) VALUE SPACES.
001150            88  ARI-REPORT-OK            VALUE '00'.
001160        77  ARI-PARM-STATUS              PIC X(02) VALUE SPACES.
001170            88  ARI-PARM-OK              VALUE '00'.
001180*
001190*****************************************************************
001200*    PROGRAM SWITCHES
001210*****************************************************************
001220        01  ARI-SWITCHES.
001230            05  ARI-EOF-SW               PIC X(01) VALUE 'N'.
001240                88  ARI-EOF-YES          VALUE 'Y'
001250                                          WHEN SET TO FALSE 'N'.
001260            05  DGST-REG-SW              PIC X(01) VALUE 'Y'.
001270                88  DGST-REG-ON-FILE     VALUE 'Y'
001280                                          WHEN SET TO FALSE 'N'.
001290            05  DGST-FOUND-SW            PIC X(01) VALUE 'N'.
001300                88  DGST-FOUND-YES       VALUE 'Y'
001310                                          WHEN SET TO FALSE 'N'.
001320            05  DGST-PROVED-JOB-SW       PIC X(01) VALUE 'N'.
001330                88  DGST-PROVED-JOB-YES  VALUE 'Y'
001340                                          WHEN SET TO FALSE 'N'.
001350            05  DGST-PRIOR-SW            PIC X(01) VALUE 'N'.
001360                88  DGST-PRIOR-YES       VALUE 'Y'
001370                                          WHEN SET TO FALSE 'N'.
001380            05  DGST-TODAY-SW            PIC X(01) VALUE 'N'.
001390                88  DGST-TODAY-YES       VALUE 'Y'
001400                                          WHEN SET TO FALSE 'N'.
001410*
001420*****************************************************************
001430*    SELECTION CONTROL - THE PROCESS DATE (DEFAULT TODAY),
001440*    THE TRND SWING WARNING LEVEL AND THE SUSX AGING LIMIT
001450*    (SAME DEFAULTS AS THOSE STEPS), AND THE JOBS WHOSE RUNS
001460*    MUST CARRY A RECN PROOF (DEFAULT THE TWO JOBS WITH A
001470*    RECON STEP).
001480*****************************************************************
001490        77  DGST-RUN-DATE                PIC 9(08) VALUE ZERO.
001500        77  DGST-WARN-PCT                PIC 9(03) VALUE 25.
001510        77  ARI-AGE-DAYS                 PIC 9(03) VALUE 30.
001520        77  ARI-RUN-DATE                 PIC 9(08) VALUE ZERO.
001530        01  DGST-PROVED-JOB-VALUES.
001540            05  FILLER                   PIC X(08)
001550                                          VALUE 'DIVIBTCH'.
001560            05  FILLER                   PIC X(08)
001570                                          VALUE 'MIXIBTCH'.
001580            05  FILLER                   PIC X(32) VALUE SPACES.
001590        01  DGST-PROVED-JOB-TABLE
001600                REDEFINES DGST-PROVED-JOB-VALUES.
001610            05  DGST-PROVED-JOB          PIC X(08) OCCURS 6.
001620        01  ARI-CUTOFF-AREA.
001630            05  ARI-CUTOFF-DATE          PIC 9(08).
001640            05  ARI-CUTOFF-SPLIT REDEFINES ARI-CUTOFF-DATE.
001650                10  ARI-CUT-YEAR         PIC 9(04).
001660                10  ARI-CUT-MONTH        PIC 9(02).
001670                10  ARI-CUT-DAY          PIC 9(02).
001680        01  ARI-DIM-VALUES               PIC X(24)
001690                VALUE '312831303130313130313031'.
001700        01  ARI-DIM-TABLE REDEFINES ARI-DIM-VALUES.
001710            05  ARI-DIM                  PIC 9(02) OCCURS 12.
001720        77  ARI-LEAP-QUOT                PIC 9(04) COMP
001730                                          VALUE ZERO.
001740        77  ARI-LEAP-REM                 PIC 9(03) COMP
001750                                          VALUE ZERO.
001760*
001770*****************************************************************
001780*    RUN TABLE - THE REGISTER ENTRIES FOR THE PROCESS DATE,
001790*    LOADED IN ONE PASS SO EACH PRIORITY CAN BE LISTED IN
001800*    TURN.  A NIGHT CARRIES A HANDFUL OF JOBS; ANY ENTRIES
001810*    BEYOND THE TABLE ARE COUNTED AND FLAGGED.
001820*****************************************************************
001830        01  DGST-RUN-TABLE.
001840            05  DGST-RUN-USED            PIC 9(03) COMP
001850                                          VALUE ZERO.
001860            05  DGST-RUN-ENTRY OCCURS 100.
001870                10  DGST-RUN-JOB-ID      PIC X(08).
001880                10  DGST-RUN-STATUS      PIC X(01).
001890                    88  DGST-RUN-OPEN    VALUE 'O'.
001900                    88  DGST-RUN-COMPLETE
001910                                          VALUE 'C'.
001920                    88  DGST-RUN-BACKED-OUT
001930                                          VALUE 'B'.
001940                10  DGST-RUN-PROOF       PIC X(01).
001950                    88  DGST-RUN-PROVED  VALUE 'P'.
001960                    88  DGST-RUN-PROOF-FAILED
001970                                          VALUE 'F'.
001980                10  DGST-RUN-OVRD        PIC X(01).
001990                    88  DGST-RUN-OVERRIDDEN
002000                                          VALUE 'Y'.
002010                10  DGST-RUN-READ        PIC 9(07).
002020                10  DGST-RUN-REJECTED    PIC 9(07).
002030                10  DGST-RUN-RC          PIC 9(04).
002040                10  DGST-RUN-MISSING     PIC 9(03).
002050                10  DGST-RUN-DUPLICATED  PIC 9(03).
002060                10  DGST-RUN-ORPHANED    PIC 9(03).
002070        77  DGST-RUN-OVERFLOW            PIC 9(05) COMP
002080                                          VALUE ZERO.
002090        77  DGST-SUB                     PIC 9(03) COMP
002100                                          VALUE ZERO.
002110        77  DGST-JOB-SUB                 PIC 9(03) COMP
002120                                          VALUE ZERO.
002130*
002140*****************************************************************
002150*    SOURCE SYSTEM TABLE - AGED OPEN SUSPENSE ITEMS COUNTED
002160*    PER SUPPLYING SYSTEM WITH THE OLDEST DATE ADDED.  ITEMS
002170*    FROM SYSTEMS BEYOND THE TABLE FALL INTO ONE OTHERS LINE.
002180*****************************************************************
002190        01  DGST-SRC-TABLE.
002200            05  DGST-SRC-USED            PIC 9(03) COMP
002210                                          VALUE ZERO.
002220            05  DGST-SRC-ENTRY OCCURS 50.
002230                10  DGST-SRC-SYSTEM      PIC X(08).
002240                10  DGST-SRC-COUNT       PIC 9(07) COMP.
002250                10  DGST-SRC-OLDEST      PIC 9(08).
002260        77  DGST-SRC-SUB                 PIC 9(03) COMP
002270                                          VALUE ZERO.
002280        77  DGST-SRC-OTHER-COUNT         PIC 9(07) COMP
002290                                          VALUE ZERO.
002300        77  DGST-SRC-OTHER-OLDEST        PIC 9(08) VALUE ZERO.
002310        77  DGST-SUS-SYSTEM              PIC X(08) VALUE SPACES.
002320*
002330*****************************************************************
002340*    VOLUME SWING WORK FIELDS - THE PROCESS-DATE RUN OF THE
002350*    JOB IN HAND AND THE RUN BEFORE IT, AS TRND COMPARES THEM.
002360*****************************************************************
002370        01  DGST-SWING-WORK.
002380            05  DGST-CUR-JOB             PIC X(08) VALUE SPACES.
002390            05  DGST-PRIOR-READ          PIC 9(07) VALUE ZERO.
002400            05  DGST-PRIOR-NUM1          PIC S9(13)V9(04)
002410                                          VALUE ZERO.
002420            05  DGST-TODAY-READ          PIC 9(07) VALUE ZERO.
002430            05  DGST-TODAY-NUM1          PIC S9(13)V9(04)
002440                                          VALUE ZERO.
002450            05  DGST-READ-PCT            PIC S9(07)V9
002460                                          VALUE ZERO.
002470            05  DGST-NUM1-PCT            PIC S9(07)V9
002480                                          VALUE ZERO.
002490*
002500*****************************************************************
002510*    DIGEST COUNTERS - ONE PER PRIORITY
002520*****************************************************************
002530        77  DGST-CNT-NOT-COMPLETE        PIC 9(05) COMP
002540                                          VALUE ZERO.
002550        77  DGST-CNT-NOT-PROVED          PIC 9(05) COMP
002560                                          VALUE ZERO.
002570        77  DGST-CNT-SWINGS              PIC 9(05) COMP
002580                                          VALUE ZERO.
002590        77  DGST-CNT-AGED                PIC 9(07) COMP
002600                                          VALUE ZERO.
002610        77  DGST-CNT-BACKED-OUT          PIC 9(05) COMP
002620                                          VALUE ZERO.
002630        77  DGST-CNT-REJECTS             PIC 9(05) COMP
002640                                          VALUE ZERO.
002650        77  DGST-SECT-RC                 PIC 9(04) COMP
002660                                          VALUE ZERO.
002670*
002680*****************************************************************
002690*    REPORT LINES
002700*****************************************************************
002710        01  DGST-RPT-HEADING.
002720            05  FILLER                   PIC X(32)
002730                VALUE ' DGST - MORNING EXCEPTION DIGEST'.
002740            05  FILLER                   PIC X(15)
002750                VALUE ' - PROCESS DATE'.
002760            05  FILLER                   PIC X(01) VALUE SPACE.
002770            05  DGST-HDG-RUN-DATE        PIC 9(08).
002780            05  FILLER                   PIC X(24) VALUE SPACES.
002790        01  ARI-OPT-LINE.
002800            05  ARI-OPT-LABEL            PIC X(30).
002810            05  ARI-OPT-VALUE            PIC X(20).
002820            05  FILLER                   PIC X(30).
002830        01  DGST-SECT-LINE.
002840            05  FILLER                   PIC X(10)
002850                VALUE ' PRIORITY '.
002860            05  DGST-SECT-NO             PIC 9(01).
002870            05  FILLER                   PIC X(03) VALUE ' - '.
002880            05  DGST-SECT-TITLE          PIC X(40).
002890            05  FILLER                   PIC X(04) VALUE 'RC='.
002900            05  DGST-SECT-RC-EDIT        PIC Z9.
002910            05  FILLER                   PIC X(20) VALUE SPACES.
002920        01  DGST-RUN-LINE.
002930            05  FILLER                   PIC X(01) VALUE SPACE.
002940            05  DGST-RL-JOB              PIC X(08).
002950            05  FILLER                   PIC X(01) VALUE SPACE.
002960            05  DGST-RL-DATE             PIC 9(08).
002970            05  FILLER                   PIC X(01) VALUE SPACE.
002980            05  DGST-RL-TEXT             PIC X(24).
002990            05  FILLER                   PIC X(06) VALUE ' READ '.
003000            05  DGST-RL-READ             PIC Z,ZZZ,ZZ9.
003010            05  FILLER                   PIC X(05) VALUE ' REJ '.
003020            05  DGST-RL-REJECTED         PIC Z,ZZZ,ZZ9.
003030            05  FILLER                   PIC X(04) VALUE ' RC '.
003040            05  DGST-RL-RC               PIC ZZZ9.
003050        01  DGST-PROOF-LINE.
003060            05  FILLER                   PIC X(01) VALUE SPACE.
003070            05  DGST-PL-JOB              PIC X(08).
003080            05  FILLER                   PIC X(01) VALUE SPACE.
003090            05  DGST-PL-DATE             PIC 9(08).
003100            05  FILLER                   PIC X(01) VALUE SPACE.
003110            05  DGST-PL-TEXT             PIC X(36).
003120            05  FILLER                   PIC X(05) VALUE ' MIS '.
003130            05  DGST-PL-MISSING          PIC ZZ9.
003140            05  FILLER                   PIC X(05) VALUE ' DUP '.
003150            05  DGST-PL-DUPLICATED       PIC ZZ9.
003160            05  FILLER                   PIC X(05) VALUE ' ORP '.
003170            05  DGST-PL-ORPHANED         PIC ZZ9.
003180            05  FILLER                   PIC X(01) VALUE SPACE.
003190        01  DGST-SWING-LINE.
003200            05  FILLER                   PIC X(01) VALUE SPACE.
003210            05  DGST-SL-JOB              PIC X(08).
003220            05  FILLER                   PIC X(06) VALUE ' READ '.
003230            05  DGST-SL-READ             PIC Z,ZZZ,ZZ9.
003240            05  FILLER                   PIC X(07)
003250                VALUE ' PRIOR '.
003260            05  DGST-SL-PRIOR            PIC Z,ZZZ,ZZ9.
003270            05  FILLER                   PIC X(09)
003280                VALUE ' VOL PCT '.
003290            05  DGST-SL-READ-PCT         PIC ZZZZ9.9-.
003300            05  FILLER                   PIC X(10)
003310                VALUE ' NUM1 PCT '.
003320            05  DGST-SL-NUM1-PCT         PIC ZZZZ9.9-.
003330            05  FILLER                   PIC X(05) VALUE SPACES.
003340        01  DGST-AGED-LINE.
003350            05  FILLER                   PIC X(01) VALUE SPACE.
003360            05  DGST-AL-SYSTEM           PIC X(08).
003370            05  FILLER                   PIC X(18)
003380                VALUE '  AGED OPEN ITEMS '.
003390            05  DGST-AL-COUNT            PIC Z,ZZZ,ZZ9.
003400            05  FILLER                   PIC X(15)
003410                VALUE '  OLDEST ADDED '.
003420            05  DGST-AL-OLDEST           PIC 9(08).
003430            05  FILLER                   PIC X(21) VALUE SPACES.
003440        01  DGST-TOTAL-LINE.
003450            05  DGST-TOT-LABEL           PIC X(30).
003460            05  DGST-TOT-VALUE           PIC Z,ZZZ,ZZ9.
003470            05  FILLER                   PIC X(41) VALUE SPACES.
003480        01  DGST-WORST-LINE.
003490            05  FILLER                   PIC X(28)
003500                VALUE ' WORST CONDITION FOUND - RC='.
003510            05  DGST-WORST-RC            PIC Z9.
003520            05  FILLER                   PIC X(50) VALUE SPACES.
003530*
003540*****************************************************************
003550*    RETURN CODE
003560*****************************************************************
003570        77  ARI-RETURN-CODE              PIC 9(04) COMP
003580                                          VALUE ZERO.
003590*
003600        PROCEDURE DIVISION.
003610*
003620        0000-MAIN-PROCESS.
003630            PERFORM 1000-INITIALIZE
003640                THRU 1000-INITIALIZE-EXIT.
003650            PERFORM 2000-LOAD-REGISTER
003660                THRU 2000-LOAD-REGISTER-EXIT.
003670            PERFORM 3000-LIST-NOT-COMPLETE
003680                THRU 3000-LIST-NOT-COMPLETE-EXIT.
003690            PERFORM 3100-LIST-NOT-PROVED
003700                THRU 3100-LIST-NOT-PROVED-EXIT.
003710            PERFORM 3200-LIST-VOLUME-SWINGS
003720                THRU 3200-LIST-VOLUME-SWINGS-EXIT.
003730            PERFORM 3300-LIST-AGED-SUSPENSE
003740                THRU 3300-LIST-AGED-SUSPENSE-EXIT.
003750            PERFORM 3400-LIST-BACKED-OUT
003760                THRU 3400-LIST-BACKED-OUT-EXIT.
003770            PERFORM 3500-LIST-REJECTS
003780                THRU 3500-LIST-REJECTS-EXIT.
003790            PERFORM 4000-TERMINATE
003800                THRU 4000-TERMINATE-EXIT.
003810            MOVE ARI-RETURN-CODE TO RETURN-CODE.
003820            STOP RUN.
003830*
003840*****************************************************************
003850*    1000-INITIALIZE - READ THE PARM CARD, OPEN THE REPORT,
003860*                 WORK THE SUSPENSE AGING CUTOFF BACK FROM
003870*                 TODAY (AS SUSX DOES) AND PRINT THE HEADING
003880*                 AND THE EFFECTIVE OPTIONS.
003890*****************************************************************
003900        1000-INITIALIZE.
003910            PERFORM 1100-READ-PARM-CARD
003920                THRU 1100-READ-PARM-CARD-EXIT.
003930            ACCEPT ARI-RUN-DATE FROM DATE YYYYMMDD.
003940            IF DGST-RUN-DATE = ZERO
003950                MOVE ARI-RUN-DATE TO DGST-RUN-DATE
003960            END-IF.
003970            MOVE ARI-RUN-DATE TO ARI-CUTOFF-DATE.
003980            PERFORM 8110-BACK-ONE-DAY
003990                THRU 8110-BACK-ONE-DAY-EXIT
004000                ARI-AGE-DAYS TIMES.
004010            OPEN OUTPUT ARI-REPORT-FILE.
004020            IF NOT ARI-REPORT-OK
004030                DISPLAY 'DGST0001E - UNABLE TO OPEN RPTOUT - '
004040                        'STATUS = ' ARI-REPORT-STATUS
004050                MOVE 16 TO ARI-RETURN-CODE
004060                PERFORM 9999-ABEND
004070                    THRU 9999-ABEND-EXIT
004080            END-IF.
004090            MOVE DGST-RUN-DATE TO DGST-HDG-RUN-DATE.
004100            WRITE DGST-REPORT-RECORD FROM DGST-RPT-HEADING.
004110            PERFORM 1600-WRITE-OPTIONS-PAGE
004120                THRU 1600-WRITE-OPTIONS-PAGE-EXIT.
004130        1000-INITIALIZE-EXIT.
004140            EXIT.
004150*
004160*****************************************************************
004170*    1100-READ-PARM-CARD - COLS 1-8 PROCESS DATE, COLS 9-11
004180*                 SWING WARNING PERCENT, COLS 12-14 SUSPENSE
004190*                 AGING DAYS, COLS 15-62 UP TO SIX JOB IDS
004200*                 WHOSE RUNS MUST BE PROVED.  ANY JOB ID ON
004210*                 THE CARD REPLACES THE DEFAULT LIST.
004220*****************************************************************
004230        1100-READ-PARM-CARD.
004240            OPEN INPUT ARI-PARM-FILE.
004250            IF ARI-PARM-STATUS = '35'
004260                GO TO 1100-READ-PARM-CARD-EXIT
004270            END-IF.
004280            IF ARI-PARM-STATUS = '05'
004290                CLOSE ARI-PARM-FILE
004300                GO TO 1100-READ-PARM-CARD-EXIT
004310            END-IF.
004320            READ ARI-PARM-FILE
004330                AT END
004340                    CLOSE ARI-PARM-FILE
004350                    GO TO 1100-READ-PARM-CARD-EXIT
004360            END-READ.
004370            IF DGST-PARM-RUN-DATE NUMERIC
004380                AND DGST-PARM-RUN-DATE > ZERO
004390                MOVE DGST-PARM-RUN-DATE TO DGST-RUN-DATE
004400            END-IF.
004410            IF DGST-PARM-WARN-PCT NUMERIC
004420                AND DGST-PARM-WARN-PCT > ZERO
004430                MOVE DGST-PARM-WARN-PCT TO DGST-WARN-PCT
004440            END-IF.
004450            IF DGST-PARM-AGE-DAYS NUMERIC
004460                AND DGST-PARM-AGE-DAYS > ZERO
004470                MOVE DGST-PARM-AGE-DAYS TO ARI-AGE-DAYS
004480            END-IF.
004490            IF DGST-PARM-PROVED-JOBS NOT = SPACES
004500                MOVE DGST-PARM-PROVED-JOBS
004510                    TO DGST-PROVED-JOB-TABLE
004520            END-IF.
004530            CLOSE ARI-PARM-FILE.
004540        1100-READ-PARM-CARD-EXIT.
004550            EXIT.
004560*
004570*****************************************************************
004580*    1600-WRITE-OPTIONS-PAGE - ECHO THE EFFECTIVE OPTIONS SO
004590*                 THE DIGEST SHOWS WHAT IT WAS JUDGED AGAINST.
004600*****************************************************************
004610        1600-WRITE-OPTIONS-PAGE.
004620            MOVE ' DGST - EFFECTIVE RUN OPTIONS'
004630                TO DGST-REPORT-RECORD.
004640            WRITE DGST-REPORT-RECORD.
004650            MOVE SPACES TO ARI-OPT-LINE.
004660            MOVE 'PROCESS DATE' TO ARI-OPT-LABEL.
004670            MOVE DGST-RUN-DATE TO ARI-OPT-VALUE.
004680            WRITE DGST-REPORT-RECORD FROM ARI-OPT-LINE.
004690            MOVE 'VOLUME SWING WARN PCT' TO ARI-OPT-LABEL.
004700            MOVE DGST-WARN-PCT TO ARI-OPT-VALUE.
004710            WRITE DGST-REPORT-RECORD FROM ARI-OPT-LINE.
004720            MOVE 'SUSPENSE AGING DAYS' TO ARI-OPT-LABEL.
004730            MOVE ARI-AGE-DAYS TO ARI-OPT-VALUE.
004740            WRITE DGST-REPORT-RECORD FROM ARI-OPT-LINE.
004750            MOVE 'SUSPENSE AGING CUTOFF' TO ARI-OPT-LABEL.
004760            MOVE ARI-CUTOFF-DATE TO ARI-OPT-VALUE.
004770            WRITE DGST-REPORT-RECORD FROM ARI-OPT-LINE.
004780            MOVE 'JOBS REQUIRING RECN PROOF' TO ARI-OPT-LABEL.
004790            PERFORM 1610-WRITE-PROVED-JOB
004800                THRU 1610-WRITE-PROVED-JOB-EXIT
004810                VARYING DGST-JOB-SUB FROM 1 BY 1
004820                UNTIL DGST-JOB-SUB > 6.
004830        1600-WRITE-OPTIONS-PAGE-EXIT.
004840            EXIT.
004850*
004860        1610-WRITE-PROVED-JOB.
004870            IF DGST-PROVED-JOB (DGST-JOB-SUB) = SPACES
004880                GO TO 1610-WRITE-PROVED-JOB-EXIT
004890            END-IF.
004900            MOVE DGST-PROVED-JOB (DGST-JOB-SUB) TO ARI-OPT-VALUE.
004910            WRITE DGST-REPORT-RECORD FROM ARI-OPT-LINE.
004920            MOVE SPACES TO ARI-OPT-LABEL.
004930        1610-WRITE-PROVED-JOB-EXIT.
004940            EXIT.
004950*
004960*****************************************************************
004970*    2000-LOAD-REGISTER - PASS THE RUN REGISTER IN KEY ORDER
004980*                 AND TABLE EVERY ENTRY FOR THE PROCESS DATE.
004990*                 A MISSING REGISTER IS NOT AN ERROR HERE -
005000*                 EVERY JOB THAT MUST BE PROVED THEN SHOWS AS
005010*                 NOT REGISTERED.
005020*****************************************************************
005030        2000-LOAD-REGISTER.
005040            OPEN INPUT ARI-REG-FILE.
005050            IF ARI-REGF-MISSING
005060                SET DGST-REG-ON-FILE TO FALSE
005070                CLOSE ARI-REG-FILE
005080                GO TO 2000-LOAD-REGISTER-EXIT
005090            END-IF.
005100            IF NOT ARI-REGF-OK
005110                DISPLAY 'DGST0002E - UNABLE TO OPEN RUNREG - '
005120                        'STATUS = ' ARI-REGF-STATUS
005130                MOVE 16 TO ARI-RETURN-CODE
005140                PERFORM 9999-ABEND
005150                    THRU 9999-ABEND-EXIT
005160            END-IF.
005170            SET ARI-EOF-YES TO FALSE.
005180            PERFORM 2100-READ-REGISTER
005190                THRU 2100-READ-REGISTER-EXIT
005200                UNTIL ARI-EOF-YES.
005210            CLOSE ARI-REG-FILE.
005220            IF DGST-RUN-OVERFLOW > ZERO
005230                DISPLAY 'DGST0003W - ' DGST-RUN-OVERFLOW
005240                        ' REGISTER ENTRIES NOT DIGESTED - '
005250                        'REVIEW ON RUNC'
005260                MOVE ' MORE RUNS THAN THE DIGEST HOLDS - SEE RUNC'
005270                    TO DGST-REPORT-RECORD
005280                WRITE DGST-REPORT-RECORD
005290                MOVE 4 TO DGST-SECT-RC
005300                PERFORM 8200-RAISE-RETURN-CODE
005310                    THRU 8200-RAISE-RETURN-CODE-EXIT
005320            END-IF.
005330        2000-LOAD-REGISTER-EXIT.
005340            EXIT.
005350*
005360        2100-READ-REGISTER.
005370            READ ARI-REG-FILE
005380                AT END
005390                    SET ARI-EOF-YES TO TRUE
005400                    GO TO 2100-READ-REGISTER-EXIT
005410            END-READ.
005420            IF NOT ARI-REGF-OK
005430                DISPLAY 'DGST0004E - RUNREG READ ERROR - '
005440                        'STATUS = ' ARI-REGF-STATUS
005450                MOVE 16 TO ARI-RETURN-CODE
005460                PERFORM 9999-ABEND
005470                    THRU 9999-ABEND-EXIT
005480            END-IF.
005490            IF ARI-REG-RUN-DATE NOT = DGST-RUN-DATE
005500                GO TO 2100-READ-REGISTER-EXIT
005510            END-IF.
005520            IF DGST-RUN-USED = 100
005530                ADD 1 TO DGST-RUN-OVERFLOW
005540                GO TO 2100-READ-REGISTER-EXIT
005550            END-IF.
005560            ADD 1 TO DGST-RUN-USED.
005570            MOVE ARI-REG-JOB-ID
005580                TO DGST-RUN-JOB-ID (DGST-RUN-USED).
005590            MOVE ARI-REG-STATUS
005600                TO DGST-RUN-STATUS (DGST-RUN-USED).
005610            MOVE ARI-REG-PROOF-STATUS
005620                TO DGST-RUN-PROOF (DGST-RUN-USED).
005630            MOVE ARI-REG-PUBLISH-OVRD
005640                TO DGST-RUN-OVRD (DGST-RUN-USED).
005650            MOVE ARI-REG-RECS-READ
005660                TO DGST-RUN-READ (DGST-RUN-USED).
005670            MOVE ARI-REG-RECS-REJECTED
005680                TO DGST-RUN-REJECTED (DGST-RUN-USED).
005690            MOVE ARI-REG-RETURN-CODE
005700                TO DGST-RUN-RC (DGST-RUN-USED).
005710            IF ARI-REG-PROOF-COUNTS NUMERIC
005720                MOVE ARI-REG-PROOF-MISSING
005730                    TO DGST-RUN-MISSING (DGST-RUN-USED)
005740                MOVE ARI-REG-PROOF-DUPLICATED
005750                    TO DGST-RUN-DUPLICATED (DGST-RUN-USED)
005760                MOVE ARI-REG-PROOF-ORPHANED
005770                    TO DGST-RUN-ORPHANED (DGST-RUN-USED)
005780            ELSE
005790                MOVE ZERO TO DGST-RUN-MISSING (DGST-RUN-USED)
005800                             DGST-RUN-DUPLICATED (DGST-RUN-USED)
005810                             DGST-RUN-ORPHANED (DGST-RUN-USED)
005820            END-IF.
005830        2100-READ-REGISTER-EXIT.
005840            EXIT.
005850*
005860*****************************************************************
005870*    3000-LIST-NOT-COMPLETE - PRIORITY 1 (RC=12).  REGISTER
005880*                 ENTRIES STILL OPEN (ABENDED OR STILL
005890*                 RUNNING), AND JOBS THAT MUST BE PROVED BUT
005900*                 HAVE NO ENTRY FOR THE PROCESS DATE AT ALL.
005910*****************************************************************
005920        3000-LIST-NOT-COMPLETE.
005930            MOVE 1 TO DGST-SECT-NO.
005940            MOVE 'RUNS NOT COMPLETE' TO DGST-SECT-TITLE.
005950            MOVE 12 TO DGST-SECT-RC.
005960            PERFORM 8000-WRITE-SECTION-HEAD
005970                THRU 8000-WRITE-SECTION-HEAD-EXIT.
005980            IF NOT DGST-REG-ON-FILE
005990                MOVE ' NO RUN REGISTER ON FILE'
006000                    TO DGST-REPORT-RECORD
006010                WRITE DGST-REPORT-RECORD
006020            END-IF.
006030            PERFORM 3010-CHECK-OPEN-RUN
006040                THRU 3010-CHECK-OPEN-RUN-EXIT
006050                VARYING DGST-SUB FROM 1 BY 1
006060                UNTIL DGST-SUB > DGST-RUN-USED.
006070            PERFORM 3020-CHECK-JOB-REGISTERED
006080                THRU 3020-CHECK-JOB-REGISTERED-EXIT
006090                VARYING DGST-JOB-SUB FROM 1 BY 1
006100                UNTIL DGST-JOB-SUB > 6.
006110            IF DGST-CNT-NOT-COMPLETE = ZERO
006120                PERFORM 8010-WRITE-NONE
006130                    THRU 8010-WRITE-NONE-EXIT
006140            ELSE
006150                PERFORM 8200-RAISE-RETURN-CODE
006160                    THRU 8200-RAISE-RETURN-CODE-EXIT
006170            END-IF.
006180        3000-LIST-NOT-COMPLETE-EXIT.
006190            EXIT.
006200*
006210        3010-CHECK-OPEN-RUN.
006220            IF NOT DGST-RUN-OPEN (DGST-SUB)
006230                GO TO 3010-CHECK-OPEN-RUN-EXIT
006240            END-IF.
006250            MOVE 'RUN STILL OPEN' TO DGST-RL-TEXT.
006260            PERFORM 8020-WRITE-RUN-LINE
006270                THRU 8020-WRITE-RUN-LINE-EXIT.
006280            ADD 1 TO DGST-CNT-NOT-COMPLETE.
006290        3010-CHECK-OPEN-RUN-EXIT.
006300            EXIT.
006310*
006320        3020-CHECK-JOB-REGISTERED.
006330            IF DGST-PROVED-JOB (DGST-JOB-SUB) = SPACES
006340                GO TO 3020-CHECK-JOB-REGISTERED-EXIT
006350            END-IF.
006360            SET DGST-FOUND-YES TO FALSE.
006370            PERFORM 3030-MATCH-RUN-JOB
006380                THRU 3030-MATCH-RUN-JOB-EXIT
006390                VARYING DGST-SUB FROM 1 BY 1
006400                UNTIL DGST-SUB > DGST-RUN-USED
006410                OR DGST-FOUND-YES.
006420            IF DGST-FOUND-YES
006430                GO TO 3020-CHECK-JOB-REGISTERED-EXIT
006440            END-IF.
006450            MOVE ZERO TO DGST-RL-READ
006460                         DGST-RL-REJECTED
006470                         DGST-RL-RC.
006480            MOVE DGST-PROVED-JOB (DGST-JOB-SUB) TO DGST-RL-JOB.
006490            MOVE DGST-RUN-DATE TO DGST-RL-DATE.
006500            MOVE 'NO RUN REGISTERED' TO DGST-RL-TEXT.
006510            WRITE DGST-REPORT-RECORD FROM DGST-RUN-LINE.
006520            ADD 1 TO DGST-CNT-NOT-COMPLETE.
006530        3020-CHECK-JOB-REGISTERED-EXIT.
006540            EXIT.
006550*
006560        3030-MATCH-RUN-JOB.
006570            IF DGST-RUN-JOB-ID (DGST-SUB)
006580                = DGST-PROVED-JOB (DGST-JOB-SUB)
006590                SET DGST-FOUND-YES TO TRUE
006600            END-IF.
006610        3030-MATCH-RUN-JOB-EXIT.
006620            EXIT.
006630*
006640*****************************************************************
006650*    3100-LIST-NOT-PROVED - PRIORITY 2 (RC=8).  COMPLETE RUNS
006660*                 WHOSE RECN PROOF FAILED, AND COMPLETE RUNS
006670*                 OF THE JOBS THAT MUST BE PROVED WITH NO
006680*                 PROOF RECORDED.  A RUN RESL OR AUDX
006690*                 PUBLISHED ON THE OVERRIDE IS SHOWN AS SUCH.
006700*****************************************************************
006710        3100-LIST-NOT-PROVED.
006720            MOVE 2 TO DGST-SECT-NO.
006730            MOVE 'RUNS NOT PROVED' TO DGST-SECT-TITLE.
006740            MOVE 8 TO DGST-SECT-RC.
006750            PERFORM 8000-WRITE-SECTION-HEAD
006760                THRU 8000-WRITE-SECTION-HEAD-EXIT.
006770            PERFORM 3110-CHECK-RUN-PROOF
006780                THRU 3110-CHECK-RUN-PROOF-EXIT
006790                VARYING DGST-SUB FROM 1 BY 1
006800                UNTIL DGST-SUB > DGST-RUN-USED.
006810            IF DGST-CNT-NOT-PROVED = ZERO
006820                PERFORM 8010-WRITE-NONE
006830                    THRU 8010-WRITE-NONE-EXIT
006840            ELSE
006850                PERFORM 8200-RAISE-RETURN-CODE
006860                    THRU 8200-RAISE-RETURN-CODE-EXIT
006870            END-IF.
006880        3100-LIST-NOT-PROVED-EXIT.
006890            EXIT.
006900*
006910        3110-CHECK-RUN-PROOF.
006920            IF NOT DGST-RUN-COMPLETE (DGST-SUB)
006930                GO TO 3110-CHECK-RUN-PROOF-EXIT
006940            END-IF.
006950            IF DGST-RUN-PROVED (DGST-SUB)
006960                GO TO 3110-CHECK-RUN-PROOF-EXIT
006970            END-IF.
006980            SET DGST-PROVED-JOB-YES TO FALSE.
006990            PERFORM 3120-MATCH-PROVED-JOB
007000                THRU 3120-MATCH-PROVED-JOB-EXIT
007010                VARYING DGST-JOB-SUB FROM 1 BY 1
007020                UNTIL DGST-JOB-SUB > 6
007030                OR DGST-PROVED-JOB-YES.
007040            IF NOT DGST-RUN-PROOF-FAILED (DGST-SUB)
007050                AND NOT DGST-PROVED-JOB-YES
007060                GO TO 3110-CHECK-RUN-PROOF-EXIT
007070            END-IF.
007080            MOVE DGST-RUN-JOB-ID (DGST-SUB) TO DGST-PL-JOB.
007090            MOVE DGST-RUN-DATE TO DGST-PL-DATE.
007100            EVALUATE TRUE
007110                WHEN DGST-RUN-PROOF-FAILED (DGST-SUB)
007120                    AND DGST-RUN-OVERRIDDEN (DGST-SUB)
007130                    MOVE 'PROOF FAILED - PUBLISHED ON OVERRIDE'
007140                        TO DGST-PL-TEXT
007150                WHEN DGST-RUN-PROOF-FAILED (DGST-SUB)
007160                    MOVE 'RECN PROOF FAILED' TO DGST-PL-TEXT
007170                WHEN DGST-RUN-OVERRIDDEN (DGST-SUB)
007180                    MOVE 'NOT PROVED - PUBLISHED ON OVERRIDE'
007190                        TO DGST-PL-TEXT
007200                WHEN OTHER
007210                    MOVE 'NO RECN PROOF RECORDED' TO DGST-PL-TEXT
007220            END-EVALUATE.
007230            MOVE DGST-RUN-MISSING (DGST-SUB) TO DGST-PL-MISSING.
007240            MOVE DGST-RUN-DUPLICATED (DGST-SUB)
007250                TO DGST-PL-DUPLICATED.
007260            MOVE DGST-RUN-ORPHANED (DGST-SUB) TO DGST-PL-ORPHANED.
007270            WRITE DGST-REPORT-RECORD FROM DGST-PROOF-LINE.
007280            ADD 1 TO DGST-CNT-NOT-PROVED.
007290        3110-CHECK-RUN-PROOF-EXIT.
007300            EXIT.
007310*
007320        3120-MATCH-PROVED-JOB.
007330            IF DGST-PROVED-JOB (DGST-JOB-SUB) NOT = SPACES
007340                AND DGST-PROVED-JOB (DGST-JOB-SUB)
007350                    = DGST-RUN-JOB-ID (DGST-SUB)
007360                SET DGST-PROVED-JOB-YES TO TRUE
007370            END-IF.
007380        3120-MATCH-PROVED-JOB-EXIT.
007390            EXIT.
007400*
007410*****************************************************************
007420*    3200-LIST-VOLUME-SWINGS - PRIORITY 3 (RC=4).  THE TRND
007430*                 RULE: THE PROCESS-DATE RUN OF EACH JOB
007440*                 AGAINST THE RUN BEFORE IT, A SWING IN THE
007450*                 DETAIL COUNT OR THE NUM1 SUM BEYOND THE
007460*                 WARNING LEVEL.  THE HISTORY ARRIVES IN KEY
007470*                 ORDER (JOB THEN DATE).
007480*****************************************************************
007490        3200-LIST-VOLUME-SWINGS.
007500            MOVE 3 TO DGST-SECT-NO.
007510            MOVE 'VOLUME SWINGS' TO DGST-SECT-TITLE.
007520            MOVE 4 TO DGST-SECT-RC.
007530            PERFORM 8000-WRITE-SECTION-HEAD
007540                THRU 8000-WRITE-SECTION-HEAD-EXIT.
007550            OPEN INPUT ARI-HST-FILE.
007560            IF ARI-HSTF-MISSING
007570                MOVE ' NO RUN HISTORY ON FILE'
007580                    TO DGST-REPORT-RECORD
007590                WRITE DGST-REPORT-RECORD
007600                CLOSE ARI-HST-FILE
007610                GO TO 3200-LIST-VOLUME-SWINGS-EXIT
007620            END-IF.
007630            IF NOT ARI-HSTF-OK
007640                DISPLAY 'DGST0005E - UNABLE TO OPEN HSTFILE - '
007650                        'STATUS = ' ARI-HSTF-STATUS
007660                MOVE 16 TO ARI-RETURN-CODE
007670                PERFORM 9999-ABEND
007680                    THRU 9999-ABEND-EXIT
007690            END-IF.
007700            SET ARI-EOF-YES TO FALSE.
007710            PERFORM 3210-READ-HISTORY
007720                THRU 3210-READ-HISTORY-EXIT
007730                UNTIL ARI-EOF-YES.
007740            CLOSE ARI-HST-FILE.
007750            IF DGST-CNT-SWINGS = ZERO
007760                PERFORM 8010-WRITE-NONE
007770                    THRU 8010-WRITE-NONE-EXIT
007780            ELSE
007790                PERFORM 8200-RAISE-RETURN-CODE
007800                    THRU 8200-RAISE-RETURN-CODE-EXIT
007810            END-IF.
007820        3200-LIST-VOLUME-SWINGS-EXIT.
007830            EXIT.
007840*
007850        3210-READ-HISTORY.
007860            READ ARI-HST-FILE
007870                AT END
007880                    PERFORM 3220-END-HIST-GROUP
007890                        THRU 3220-END-HIST-GROUP-EXIT
007900                    SET ARI-EOF-YES TO TRUE
007910                    GO TO 3210-READ-HISTORY-EXIT
007920            END-READ.
007930            IF NOT ARI-HSTF-OK
007940                DISPLAY 'DGST0006E - HSTFILE READ ERROR - '
007950                        'STATUS = ' ARI-HSTF-STATUS
007960                MOVE 16 TO ARI-RETURN-CODE
007970                PERFORM 9999-ABEND
007980                    THRU 9999-ABEND-EXIT
007990            END-IF.
008000            IF ARI-HST-JOB-ID NOT = DGST-CUR-JOB
008010                PERFORM 3220-END-HIST-GROUP
008020                    THRU 3220-END-HIST-GROUP-EXIT
008030                MOVE ARI-HST-JOB-ID TO DGST-CUR-JOB
008040                SET DGST-PRIOR-YES TO FALSE
008050                SET DGST-TODAY-YES TO FALSE
008060            END-IF.
008070            IF ARI-HST-RUN-DATE < DGST-RUN-DATE
008080                MOVE ARI-HST-RECS-READ TO DGST-PRIOR-READ
008090                MOVE ARI-HST-SUM-NUM1  TO DGST-PRIOR-NUM1
008100                SET DGST-PRIOR-YES TO TRUE
008110            END-IF.
008120            IF ARI-HST-RUN-DATE = DGST-RUN-DATE
008130                MOVE ARI-HST-RECS-READ TO DGST-TODAY-READ
008140                MOVE ARI-HST-SUM-NUM1  TO DGST-TODAY-NUM1
008150                SET DGST-TODAY-YES TO TRUE
008160            END-IF.
008170        3210-READ-HISTORY-EXIT.
008180            EXIT.
008190*
008200*****************************************************************
008210*    3220-END-HIST-GROUP - COMPARE THE JOB'S PROCESS-DATE RUN
008220*                 WITH ITS PRIOR RUN.  AS IN TRND, NO PRIOR
008230*                 VOLUME MEANS NO VARIANCE AND NO WARNING.
008240*****************************************************************
008250        3220-END-HIST-GROUP.
008260            IF DGST-CUR-JOB = SPACES
008270                GO TO 3220-END-HIST-GROUP-EXIT
008280            END-IF.
008290            IF NOT DGST-TODAY-YES
008300                OR NOT DGST-PRIOR-YES
008310                GO TO 3220-END-HIST-GROUP-EXIT
008320            END-IF.
008330            IF DGST-PRIOR-READ = ZERO
008340                GO TO 3220-END-HIST-GROUP-EXIT
008350            END-IF.
008360            COMPUTE DGST-READ-PCT ROUNDED =
008370                (DGST-TODAY-READ - DGST-PRIOR-READ) * 100
008380                / DGST-PRIOR-READ.
008390            IF DGST-PRIOR-NUM1 NOT = ZERO
008400                COMPUTE DGST-NUM1-PCT ROUNDED =
008410                    (DGST-TODAY-NUM1 - DGST-PRIOR-NUM1) * 100
008420                    / DGST-PRIOR-NUM1
008430            ELSE
008440                MOVE ZERO TO DGST-NUM1-PCT
008450            END-IF.
008460            IF DGST-READ-PCT > DGST-WARN-PCT
008470                OR DGST-READ-PCT < ZERO - DGST-WARN-PCT
008480                OR DGST-NUM1-PCT > DGST-WARN-PCT
008490                OR DGST-NUM1-PCT < ZERO - DGST-WARN-PCT
008500                MOVE DGST-CUR-JOB    TO DGST-SL-JOB
008510                MOVE DGST-TODAY-READ TO DGST-SL-READ
008520                MOVE DGST-PRIOR-READ TO DGST-SL-PRIOR
008530                MOVE DGST-READ-PCT   TO DGST-SL-READ-PCT
008540                MOVE DGST-NUM1-PCT   TO DGST-SL-NUM1-PCT
008550                WRITE DGST-REPORT-RECORD FROM DGST-SWING-LINE
008560                ADD 1 TO DGST-CNT-SWINGS
008570            END-IF.
008580        3220-END-HIST-GROUP-EXIT.
008590            EXIT.
008600*
008610*****************************************************************
008620*    3300-LIST-AGED-SUSPENSE - PRIORITY 4 (RC=4).  THE SUSX
008630*                 AGING RULE: OPEN ITEMS ADDED ON OR BEFORE
008640*                 THE CUTOFF, COUNTED BY SOURCE SYSTEM.
008650*****************************************************************
008660        3300-LIST-AGED-SUSPENSE.
008670            MOVE 4 TO DGST-SECT-NO.
008680            MOVE 'AGED SUSPENSE ITEMS BY SOURCE SYSTEM'
008690                TO DGST-SECT-TITLE.
008700            MOVE 4 TO DGST-SECT-RC.
008710            PERFORM 8000-WRITE-SECTION-HEAD
008720                THRU 8000-WRITE-SECTION-HEAD-EXIT.
008730            OPEN INPUT ARI-SUS-FILE.
008740            IF ARI-SUSM-MISSING
008750                MOVE ' NO SUSPENSE MASTER ON FILE'
008760                    TO DGST-REPORT-RECORD
008770                WRITE DGST-REPORT-RECORD
008780                CLOSE ARI-SUS-FILE
008790                GO TO 3300-LIST-AGED-SUSPENSE-EXIT
008800            END-IF.
008810            IF NOT ARI-SUSM-OK
008820                DISPLAY 'DGST0007E - UNABLE TO OPEN SUSMAST - '
008830                        'STATUS = ' ARI-SUSM-STATUS
008840                MOVE 16 TO ARI-RETURN-CODE
008850                PERFORM 9999-ABEND
008860                    THRU 9999-ABEND-EXIT
008870            END-IF.
008880            SET ARI-EOF-YES TO FALSE.
008890            PERFORM 3310-READ-SUSPENSE
008900                THRU 3310-READ-SUSPENSE-EXIT
008910                UNTIL ARI-EOF-YES.
008920            CLOSE ARI-SUS-FILE.
008930            PERFORM 3330-WRITE-SOURCE-LINE
008940                THRU 3330-WRITE-SOURCE-LINE-EXIT
008950                VARYING DGST-SRC-SUB FROM 1 BY 1
008960                UNTIL DGST-SRC-SUB > DGST-SRC-USED.
008970            IF DGST-SRC-OTHER-COUNT > ZERO
008980                MOVE 'OTHERS'              TO DGST-AL-SYSTEM
008990                MOVE DGST-SRC-OTHER-COUNT  TO DGST-AL-COUNT
009000                MOVE DGST-SRC-OTHER-OLDEST TO DGST-AL-OLDEST
009010                WRITE DGST-REPORT-RECORD FROM DGST-AGED-LINE
009020            END-IF.
009030            IF DGST-CNT-AGED = ZERO
009040                PERFORM 8010-WRITE-NONE
009050                    THRU 8010-WRITE-NONE-EXIT
009060            ELSE
009070                PERFORM 8200-RAISE-RETURN-CODE
009080                    THRU 8200-RAISE-RETURN-CODE-EXIT
009090            END-IF.
009100        3300-LIST-AGED-SUSPENSE-EXIT.
009110            EXIT.
009120*
009130        3310-READ-SUSPENSE.
009140            READ ARI-SUS-FILE
009150                AT END
009160                    SET ARI-EOF-YES TO TRUE
009170                    GO TO 3310-READ-SUSPENSE-EXIT
009180            END-READ.
009190            IF NOT ARI-SUSM-OK
009200                DISPLAY 'DGST0008E - SUSMAST READ ERROR - '
009210                        'STATUS = ' ARI-SUSM-STATUS
009220                MOVE 16 TO ARI-RETURN-CODE
009230                PERFORM 9999-ABEND
009240                    THRU 9999-ABEND-EXIT
009250            END-IF.
009260            IF NOT ARI-SUS-OPEN
009270                GO TO 3310-READ-SUSPENSE-EXIT
009280            END-IF.
009290            IF ARI-SUS-DATE-ADDED NOT NUMERIC
009300                OR ARI-SUS-DATE-ADDED > ARI-CUTOFF-DATE
009310                GO TO 3310-READ-SUSPENSE-EXIT
009320            END-IF.
009330            ADD 1 TO DGST-CNT-AGED.
009340            MOVE ARI-SUS-SOURCE-SYSTEM TO DGST-SUS-SYSTEM.
009350            IF DGST-SUS-SYSTEM = SPACES
009360                MOVE 'UNKNOWN' TO DGST-SUS-SYSTEM
009370            END-IF.
009380            SET DGST-FOUND-YES TO FALSE.
009390            PERFORM 3320-POST-SOURCE
009400                THRU 3320-POST-SOURCE-EXIT
009410                VARYING DGST-SRC-SUB FROM 1 BY 1
009420                UNTIL DGST-SRC-SUB > DGST-SRC-USED
009430                OR DGST-FOUND-YES.
009440            IF DGST-FOUND-YES
009450                GO TO 3310-READ-SUSPENSE-EXIT
009460            END-IF.
009470            IF DGST-SRC-USED = 50
009480                ADD 1 TO DGST-SRC-OTHER-COUNT
009490                IF DGST-SRC-OTHER-OLDEST = ZERO
009500                    OR ARI-SUS-DATE-ADDED < DGST-SRC-OTHER-OLDEST
009510                    MOVE ARI-SUS-DATE-ADDED
009520                        TO DGST-SRC-OTHER-OLDEST
009530                END-IF
009540                GO TO 3310-READ-SUSPENSE-EXIT
009550            END-IF.
009560            ADD 1 TO DGST-SRC-USED.
009570            MOVE DGST-SUS-SYSTEM
009580                TO DGST-SRC-SYSTEM (DGST-SRC-USED).
009590            MOVE 1 TO DGST-SRC-COUNT (DGST-SRC-USED).
009600            MOVE ARI-SUS-DATE-ADDED
009610                TO DGST-SRC-OLDEST (DGST-SRC-USED).
009620        3310-READ-SUSPENSE-EXIT.
009630            EXIT.
009640*
009650        3320-POST-SOURCE.
009660            IF DGST-SRC-SYSTEM (DGST-SRC-SUB)
009670                NOT = DGST-SUS-SYSTEM
009680                GO TO 3320-POST-SOURCE-EXIT
009690            END-IF.
009700            SET DGST-FOUND-YES TO TRUE.
009710            ADD 1 TO DGST-SRC-COUNT (DGST-SRC-SUB).
009720            IF ARI-SUS-DATE-ADDED < DGST-SRC-OLDEST (DGST-SRC-SUB)
009730                MOVE ARI-SUS-DATE-ADDED
009740                    TO DGST-SRC-OLDEST (DGST-SRC-SUB)
009750            END-IF.
009760        3320-POST-SOURCE-EXIT.
009770            EXIT.
009780*
009790        3330-WRITE-SOURCE-LINE.
009800            MOVE DGST-SRC-SYSTEM (DGST-SRC-SUB) TO DGST-AL-SYSTEM.
009810            MOVE DGST-SRC-COUNT (DGST-SRC-SUB)  TO DGST-AL-COUNT.
009820            MOVE DGST-SRC-OLDEST (DGST-SRC-SUB) TO DGST-AL-OLDEST.
009830            WRITE DGST-REPORT-RECORD FROM DGST-AGED-LINE.
009840        3330-WRITE-SOURCE-LINE-EXIT.
009850            EXIT.
009860*
009870*****************************************************************
009880*    3400-LIST-BACKED-OUT - PRIORITY 5 (RC=4).  RUNS FOR THE
009890*                 PROCESS DATE THAT RBAK HAS BACKED OUT AND
009900*                 THAT HAVE NOT YET BEEN REPROCESSED.
009910*****************************************************************
009920        3400-LIST-BACKED-OUT.
009930            MOVE 5 TO DGST-SECT-NO.
009940            MOVE 'BACKED-OUT RUNS' TO DGST-SECT-TITLE.
009950            MOVE 4 TO DGST-SECT-RC.
009960            PERFORM 8000-WRITE-SECTION-HEAD
009970                THRU 8000-WRITE-SECTION-HEAD-EXIT.
009980            PERFORM 3410-CHECK-BACKED-OUT
009990                THRU 3410-CHECK-BACKED-OUT-EXIT
010000                VARYING DGST-SUB FROM 1 BY 1
010010                UNTIL DGST-SUB > DGST-RUN-USED.
010020            IF DGST-CNT-BACKED-OUT = ZERO
010030                PERFORM 8010-WRITE-NONE
010040                    THRU 8010-WRITE-NONE-EXIT
010050            ELSE
010060                PERFORM 8200-RAISE-RETURN-CODE
010070                    THRU 8200-RAISE-RETURN-CODE-EXIT
010080            END-IF.
010090        3400-LIST-BACKED-OUT-EXIT.
010100            EXIT.
010110*
010120        3410-CHECK-BACKED-OUT.
010130            IF NOT DGST-RUN-BACKED-OUT (DGST-SUB)
010140                GO TO 3410-CHECK-BACKED-OUT-EXIT
010150            END-IF.
010160            MOVE 'BACKED OUT BY RBAK' TO DGST-RL-TEXT.
010170            PERFORM 8020-WRITE-RUN-LINE
010180                THRU 8020-WRITE-RUN-LINE-EXIT.
010190            ADD 1 TO DGST-CNT-BACKED-OUT.
010200        3410-CHECK-BACKED-OUT-EXIT.
010210            EXIT.
010220*
010230*****************************************************************
010240*    3500-LIST-REJECTS - PRIORITY 6 (RC=4).  COMPLETE RUNS
010250*                 THAT REJECTED DETAILS - THE REJRPT PRINT
010260*                 AND THE SUSPENSE LOAD HAVE THE DETAIL.
010270*****************************************************************
010280        3500-LIST-REJECTS.
010290            MOVE 6 TO DGST-SECT-NO.
010300            MOVE 'RUNS ENDED WITH REJECTS' TO DGST-SECT-TITLE.
010310            MOVE 4 TO DGST-SECT-RC.
010320            PERFORM 8000-WRITE-SECTION-HEAD
010330                THRU 8000-WRITE-SECTION-HEAD-EXIT.
010340            PERFORM 3510-CHECK-REJECTS
010350                THRU 3510-CHECK-REJECTS-EXIT
010360                VARYING DGST-SUB FROM 1 BY 1
010370                UNTIL DGST-SUB > DGST-RUN-USED.
010380            IF DGST-CNT-REJECTS = ZERO
010390                PERFORM 8010-WRITE-NONE
010400                    THRU 8010-WRITE-NONE-EXIT
010410            ELSE
010420                PERFORM 8200-RAISE-RETURN-CODE
010430                    THRU 8200-RAISE-RETURN-CODE-EXIT
010440            END-IF.
010450        3500-LIST-REJECTS-EXIT.
010460            EXIT.
010470*
010480        3510-CHECK-REJECTS.
010490            IF NOT DGST-RUN-COMPLETE (DGST-SUB)
010500                GO TO 3510-CHECK-REJECTS-EXIT
010510            END-IF.
010520            IF DGST-RUN-REJECTED (DGST-SUB) = ZERO
010530                GO TO 3510-CHECK-REJECTS-EXIT
010540            END-IF.
010550            MOVE 'REJECTS - SEE REJRPT' TO DGST-RL-TEXT.
010560            PERFORM 8020-WRITE-RUN-LINE
010570                THRU 8020-WRITE-RUN-LINE-EXIT.
010580            ADD 1 TO DGST-CNT-REJECTS.
010590        3510-CHECK-REJECTS-EXIT.
010600            EXIT.
010610*
010620*****************************************************************
010630*    4000-TERMINATE - PRINT THE SUMMARY AND THE WORST
010640*                 CONDITION FOUND, DISPLAY THE HEADLINE
010650*                 FIGURES AND CLOSE.
010660*****************************************************************
010670        4000-TERMINATE.
010680            MOVE ' DGST - DIGEST SUMMARY' TO DGST-REPORT-RECORD.
010690            WRITE DGST-REPORT-RECORD.
010700            MOVE ' RUNS NOT COMPLETE' TO DGST-TOT-LABEL.
010710            MOVE DGST-CNT-NOT-COMPLETE TO DGST-TOT-VALUE.
010720            WRITE DGST-REPORT-RECORD FROM DGST-TOTAL-LINE.
010730            MOVE ' RUNS NOT PROVED' TO DGST-TOT-LABEL.
010740            MOVE DGST-CNT-NOT-PROVED TO DGST-TOT-VALUE.
010750            WRITE DGST-REPORT-RECORD FROM DGST-TOTAL-LINE.
010760            MOVE ' VOLUME SWINGS' TO DGST-TOT-LABEL.
010770            MOVE DGST-CNT-SWINGS TO DGST-TOT-VALUE.
010780            WRITE DGST-REPORT-RECORD FROM DGST-TOTAL-LINE.
010790            MOVE ' AGED SUSPENSE ITEMS' TO DGST-TOT-LABEL.
010800            MOVE DGST-CNT-AGED TO DGST-TOT-VALUE.
010810            WRITE DGST-REPORT-RECORD FROM DGST-TOTAL-LINE.
010820            MOVE ' BACKED-OUT RUNS' TO DGST-TOT-LABEL.
010830            MOVE DGST-CNT-BACKED-OUT TO DGST-TOT-VALUE.
010840            WRITE DGST-REPORT-RECORD FROM DGST-TOTAL-LINE.
010850            MOVE ' RUNS ENDED WITH REJECTS' TO DGST-TOT-LABEL.
010860            MOVE DGST-CNT-REJECTS TO DGST-TOT-VALUE.
010870            WRITE DGST-REPORT-RECORD FROM DGST-TOTAL-LINE.
010880            MOVE ARI-RETURN-CODE TO DGST-WORST-RC.
010890            WRITE DGST-REPORT-RECORD FROM DGST-WORST-LINE.
010900            DISPLAY 'DGST - PROCESS DATE         = '
010910                    DGST-RUN-DATE.
010920            DISPLAY 'DGST - RUNS NOT COMPLETE    = '
010930                    DGST-CNT-NOT-COMPLETE.
010940            DISPLAY 'DGST - RUNS NOT PROVED      = '
010950                    DGST-CNT-NOT-PROVED.
010960            DISPLAY 'DGST - VOLUME SWINGS        = '
010970                    DGST-CNT-SWINGS.
010980            DISPLAY 'DGST - AGED SUSPENSE ITEMS  = '
010990                    DGST-CNT-AGED.
011000            DISPLAY 'DGST - BACKED-OUT RUNS      = '
011010                    DGST-CNT-BACKED-OUT.
011020            DISPLAY 'DGST - RUNS WITH REJECTS    = '
011030                    DGST-CNT-REJECTS.
011040            DISPLAY 'DGST - WORST CONDITION RC   = '
011050                    ARI-RETURN-CODE.
011060            CLOSE ARI-REPORT-FILE.
011070        4000-TERMINATE-EXIT.
011080            EXIT.
011090*
011100*****************************************************************
011110*    8000-WRITE-SECTION-HEAD - PRIORITY LINE WITH THE RETURN
011120*                 CODE ITS ITEMS CARRY.
011130*****************************************************************
011140        8000-WRITE-SECTION-HEAD.
011150            MOVE SPACES TO DGST-REPORT-RECORD.
011160            WRITE DGST-REPORT-RECORD.
011170            MOVE DGST-SECT-RC TO DGST-SECT-RC-EDIT.
011180            WRITE DGST-REPORT-RECORD FROM DGST-SECT-LINE.
011190        8000-WRITE-SECTION-HEAD-EXIT.
011200            EXIT.
011210*
011220        8010-WRITE-NONE.
011230            MOVE ' NONE' TO DGST-REPORT-RECORD.
011240            WRITE DGST-REPORT-RECORD.
011250        8010-WRITE-NONE-EXIT.
011260            EXIT.
011270*
011280        8020-WRITE-RUN-LINE.
011290            MOVE DGST-RUN-JOB-ID (DGST-SUB)   TO DGST-RL-JOB.
011300            MOVE DGST-RUN-DATE                TO DGST-RL-DATE.
011310            MOVE DGST-RUN-READ (DGST-SUB)     TO DGST-RL-READ.
011320            MOVE DGST-RUN-REJECTED (DGST-SUB) TO DGST-RL-REJECTED.
011330            MOVE DGST-RUN-RC (DGST-SUB)       TO DGST-RL-RC.
011340            WRITE DGST-REPORT-RECORD FROM DGST-RUN-LINE.
011350        8020-WRITE-RUN-LINE-EXIT.
011360            EXIT.
011370*
011380*****************************************************************
011390*    8110-BACK-ONE-DAY - STEP THE CUTOFF DATE BACK ONE DAY,
011400*                 SAME CALENDAR WALK AS SUSX, TRND AND AUDP.
011410*****************************************************************
011420        8110-BACK-ONE-DAY.
011430            SUBTRACT 1 FROM ARI-CUT-DAY.
011440            IF ARI-CUT-DAY = ZERO
011450                SUBTRACT 1 FROM ARI-CUT-MONTH
011460                IF ARI-CUT-MONTH = ZERO
011470                    SUBTRACT 1 FROM ARI-CUT-YEAR
011480                    MOVE 12 TO ARI-CUT-MONTH
011490                END-IF
011500                MOVE ARI-DIM (ARI-CUT-MONTH) TO ARI-CUT-DAY
011510                IF ARI-CUT-MONTH = 2
011520                    PERFORM 8120-CHECK-LEAP-YEAR
011530                        THRU 8120-CHECK-LEAP-YEAR-EXIT
011540                END-IF
011550            END-IF.
011560        8110-BACK-ONE-DAY-EXIT.
011570            EXIT.
011580*
011590*****************************************************************
011600*    8120-CHECK-LEAP-YEAR - FEBRUARY GETS 29 DAYS IN A LEAP
011610*                 YEAR: DIVISIBLE BY 4, EXCEPT CENTURIES NOT
011620*                 DIVISIBLE BY 400.
011630*****************************************************************
011640        8120-CHECK-LEAP-YEAR.
011650            DIVIDE ARI-CUT-YEAR BY 400
011660                GIVING ARI-LEAP-QUOT
011670                REMAINDER ARI-LEAP-REM.
011680            IF ARI-LEAP-REM = ZERO
011690                MOVE 29 TO ARI-CUT-DAY
011700                GO TO 8120-CHECK-LEAP-YEAR-EXIT
011710            END-IF.
011720            DIVIDE ARI-CUT-YEAR BY 100
011730                GIVING ARI-LEAP-QUOT
011740                REMAINDER ARI-LEAP-REM.
011750            IF ARI-LEAP-REM = ZERO
011760                GO TO 8120-CHECK-LEAP-YEAR-EXIT
011770            END-IF.
011780            DIVIDE ARI-CUT-YEAR BY 4
011790                GIVING ARI-LEAP-QUOT
011800                REMAINDER ARI-LEAP-REM.
011810            IF ARI-LEAP-REM = ZERO
011820                MOVE 29 TO ARI-CUT-DAY
011830            END-IF.
011840        8120-CHECK-LEAP-YEAR-EXIT.
011850            EXIT.
011860*
011870*****************************************************************
011880*    8200-RAISE-RETURN-CODE - THE STEP ENDS WITH THE WORST
011890*                 CONDITION FOUND.
011900*****************************************************************
011910        8200-RAISE-RETURN-CODE.
011920            IF DGST-SECT-RC > ARI-RETURN-CODE
011930                MOVE DGST-SECT-RC TO ARI-RETURN-CODE
011940            END-IF.
011950        8200-RAISE-RETURN-CODE-EXIT.
011960            EXIT.
011970*
011980*****************************************************************
011990*    9999-ABEND - FATAL I/O ERROR HANDLING.  DISPLAYS THE
012000*                 CONDITION AND ENDS THE RUN WITH A NON-ZERO
012010*                 RETURN CODE SO THE JCL STEP FAILS VISIBLY.
012020*****************************************************************
012030        9999-ABEND.
012040            MOVE ARI-RETURN-CODE TO RETURN-CODE.
012050            STOP RUN.
012060*
012070        9999-ABEND-EXIT.
012080            EXIT.
