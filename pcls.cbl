000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PCLS.
000030 AUTHOR.        M D HARTLEY.
000040 INSTALLATION.  ARITHMETIC SUITE - BATCH PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM      : PCLS
000090* DESCRIPTION  : MONTH-END PERIOD CLOSE.  ROLLS A CALENDAR
000100*                MONTH'S RUN-TOTALS HISTORY (ARIHST) AND AUDIT
000110*                ACTIVITY (THE LIVE AND ARCHIVED DIVI AUDIT LOG
000120*                AND THE MIXI AUDIT LOG) INTO A PERIOD SUMMARY
000130*                BY JOB ID, OPERATION AND SOURCE SYSTEM, PROVES
000140*                EACH JOB'S ACCEPTED COUNT ON THE HISTORY TO ITS
000150*                BATCH AUDIT RECORDS, AND PRINTS THE MONTH-END
000160*                CONTROL STATEMENT WITH THE OPENING (THE PRIOR
000170*                PERIOD'S CLOSING), PERIOD AND CLOSING CONTROL
000180*                TOTALS.  WHEN EVERY AUDITED JOB PROVES THE
000190*                STATEMENT IS CERTIFIED, THE SUMMARY IS WRITTEN
000200*                AND THE PERIOD IS RECORDED CLOSED ON THE PERIOD
000210*                CONTROL FILE (ARIPER).  FROM THEN ON RBAK WILL
000220*                NOT BACK OUT, AUDP WILL NOT PURGE AND THE
000230*                ENGINES WILL NOT RUN OR REPROCESS ANYTHING IN
000240*                THE PERIOD UNTIL IT IS REOPENED.
000250*
000260*                BACKED-OUT RUNS (RUN REGISTER STATUS B) ARE LEFT
000270*                OUT OF THE PERIOD; A RUN STILL OPEN ON THE
000280*                REGISTER REFUSES THE CLOSE.  PERIODS ARE CLOSED
000290*                IN ORDER - THE PRIOR MONTH MUST BE CLOSED FIRST
000300*                (EXCEPT FOR THE FIRST PERIOD EVER CLOSED) AND A
000310*                PERIOD CANNOT BE CLOSED OR REOPENED WHILE A
000320*                LATER PERIOD IS CLOSED.
000330*
000340*                A REOPEN (ACTION R) NEEDS A REASON, WHICH IS
000350*                RECORDED WITH THE USER AND TIME, AND PRINTED ON
000360*                THE STATEMENT WHEN THE PERIOD IS CLOSED AGAIN.
000370*                BOTH THE PARM CARD USER AND THE USER THE JOB WAS
000380*                SUBMITTED UNDER MUST HOLD THE PERIOD CLOSE
000390*                FUNCTION ON THE ARIAUT AUTHORIZATION PROFILE.
000400*
000410*                PARM CARD -
000420*                  COL 1-6    PERIOD YYYYMM (BLANK - THE MONTH
000430*                             BEFORE THE RUN DATE)
000440*                  COL 7      ACTION  C CLOSE (DEFAULT),
000450*                                     R REOPEN
000460*                  COL 8-15   USER ID
000470*                  COL 16-75  REOPEN REASON (REQUIRED ON R)
000480*
000490*                RETURN CODES - 0 PERIOD CLOSED (OR REOPENED),
000500*                4 CLOSED WITH BACKED-OUT RUNS LEFT OUT, 8 CLOSE
000510*                OR REOPEN REFUSED, OR THE STATEMENT DID NOT
000520*                PROVE - NOTHING RECORDED, 16 FATAL I/O ERROR,
000530*                24 INVALID PARM CARD, 28 NOT AUTHORIZED.
000540*
000550* MODIFICATION HISTORY
000560* DATE       INIT   DESCRIPTION
000570* ---------- ----   -----------------------------------------
000580* 2026-10-15 MDH    INITIAL VERSION.
000590* 2026-10-15 MDH    A JOB IS AUDITED WHEN RECN PROVED ANY OF ITS
000600*                    RUNS IN THE PERIOD; AN AUDITED JOB WITH NO
000610*                    AUDIT RECORDS NOW FAILS THE PROOF.
000613* 2026-10-15 MDH    AN INVALID PARM PERIOD OR ACTION NOW ENDS
000616*                    RC=24, AS IN THE REST OF THE SUITE.
000620*****************************************************************
000630        ENVIRONMENT DIVISION.
000640        CONFIGURATION SECTION.
000650        INPUT-OUTPUT SECTION.
000660        FILE-CONTROL.
000670            SELECT ARI-PER-FILE
000680                ASSIGN TO PERFILE
000690                ORGANIZATION IS INDEXED
000700                ACCESS MODE IS DYNAMIC
000710                RECORD KEY IS ARI-PER-PERIOD
000720                FILE STATUS IS ARI-PERF-STATUS.
000730            SELECT OPTIONAL ARI-REG-FILE
000740                ASSIGN TO RUNREG
000750                ORGANIZATION IS INDEXED
000760                ACCESS MODE IS DYNAMIC
000770                RECORD KEY IS ARI-REG-KEY
000780                FILE STATUS IS ARI-REGF-STATUS.
000790            SELECT OPTIONAL ARI-HST-FILE
000800                ASSIGN TO HSTFILE
000810                ORGANIZATION IS INDEXED
000820                ACCESS MODE IS SEQUENTIAL
000830                RECORD KEY IS ARI-HST-KEY
000840                FILE STATUS IS ARI-HSTF-STATUS.
000850            SELECT ARI-AUDIT-FILE
000860                ASSIGN TO AUDIN
000870                ORGANIZATION IS SEQUENTIAL
000880                FILE STATUS IS ARI-AUDIT-STATUS.
000890            SELECT ARI-PSM-FILE
000900                ASSIGN TO PSMOUT
000910                ORGANIZATION IS SEQUENTIAL
000920                FILE STATUS IS ARI-PSM-STATUS.
000930            SELECT ARI-REPORT-FILE
000940                ASSIGN TO RPTOUT
000950                ORGANIZATION IS SEQUENTIAL
000960                FILE STATUS IS ARI-REPORT-STATUS.
000970            SELECT OPTIONAL ARI-PARM-FILE
000980                ASSIGN TO PARMIN
000990                ORGANIZATION IS SEQUENTIAL
001000                FILE STATUS IS ARI-PARM-STATUS.
001010            SELECT ARI-AUT-FILE
001020                ASSIGN TO AUTFILE
001030                ORGANIZATION IS INDEXED
001040                ACCESS MODE IS RANDOM
001050                RECORD KEY IS ARI-AUT-USER-ID
001060                FILE STATUS IS ARI-AUTF-STATUS.
001070*
001080        DATA DIVISION.
001090        FILE SECTION.
001100        FD  ARI-PER-FILE
001110            LABEL RECORDS ARE STANDARD.
001120        COPY ARIPER.
001130*
001140        FD  ARI-REG-FILE
001150            LABEL RECORDS ARE STANDARD.
001160        COPY ARIRUN.
001170*
001180        FD  ARI-HST-FILE
001190            LABEL RECORDS ARE STANDARD.
001200        COPY ARIHST.
001210*
001220        FD  ARI-AUDIT-FILE
001230            RECORDING MODE IS F
001240            LABEL RECORDS ARE STANDARD.
001250        COPY ARIAUD.
001260*
001270        FD  ARI-PSM-FILE
001280            RECORDING MODE IS F
001290            LABEL RECORDS ARE STANDARD.
001300        COPY ARIPSM.
001310*
001320        FD  ARI-REPORT-FILE
001330            RECORDING MODE IS F
001340            LABEL RECORDS ARE STANDARD.
001350        01  PCLS-REPORT-RECORD           PIC X(80).
001360*
001370        FD  ARI-PARM-FILE
001380            RECORDING MODE IS F
001390            LABEL RECORDS ARE STANDARD.
001400        01  PCLS-PARM-RECORD.
001410            05  PCLS-PARM-PERIOD         PIC 9(06).
001420            05  PCLS-PARM-ACTION         PIC X(01).
001430            05  PCLS-PARM-USER-ID        PIC X(08).
001440            05  PCLS-PARM-REASON         PIC X(60).
001450            05  FILLER                   PIC X(05).
001460*
001470        FD  ARI-AUT-FILE
001480            LABEL RECORDS ARE STANDARD.
001490        COPY ARIAUT.
001500*
001510        WORKING-STORAGE SECTION.
001520*****************************************************************
001530*    FILE STATUS SWITCHES
001540*****************************************************************
001550        77  ARI-PERF-STATUS              PIC X(02) VALUE SPACES.
001560            88  ARI-PERF-OK              VALUE '00'.
001570            88  ARI-PERF-NO-RECORD       VALUE '23'.
001580            88  ARI-PERF-NO-FILE         VALUE '35'.
001590        77  ARI-REGF-STATUS              PIC X(02) VALUE SPACES.
001600            88  ARI-REGF-OK              VALUE '00'.
001610            88  ARI-REGF-NO-RECORD       VALUE '23'.
001620            88  ARI-REGF-MISSING         VALUE '05' '35'.
001630        77  ARI-HSTF-STATUS              PIC X(02) VALUE SPACES.
001640            88  ARI-HSTF-OK              VALUE '00'.
001650            88  ARI-HSTF-MISSING         VALUE '05' '35'.
001660        77  ARI-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001670            88  ARI-AUDIT-OK             VALUE '00'.
001680        77  ARI-PSM-STATUS               PIC X(02) VALUE SPACES.
001690            88  ARI-PSM-OK               VALUE '00'.
001700        77  ARI-REPORT-STATUS            PIC X(02) VALUE SPACES.
001710            88  ARI-REPORT-OK            VALUE '00'.
001720        77  ARI-PARM-STATUS              PIC X(02) VALUE SPACES.
001730            88  ARI-PARM-OK              VALUE '00'.
001740        77  ARI-AUTF-STATUS              PIC X(02) VALUE SPACES.
001750            88  ARI-AUTF-OK              VALUE '00'.
001760*
001770*****************************************************************
001780*    PROGRAM SWITCHES
001790*****************************************************************
001800        01  ARI-SWITCHES.
001810            05  ARI-EOF-SW               PIC X(01) VALUE 'N'.
001820                88  ARI-EOF-YES          VALUE 'Y'
001830                                          WHEN SET TO FALSE 'N'.
001840            05  PCLS-REG-AVAIL-SW        PIC X(01) VALUE 'N'.
001850                88  PCLS-REG-AVAIL-YES   VALUE 'Y'.
001860            05  PCLS-REFUSED-SW          PIC X(01) VALUE 'N'.
001870                88  PCLS-REFUSED-YES     VALUE 'Y'.
001880            05  PCLS-CERTIFIED-SW        PIC X(01) VALUE 'N'.
001890                88  PCLS-CERTIFIED-YES   VALUE 'Y'.
001900            05  PCLS-BACKED-OUT-SW       PIC X(01) VALUE 'N'.
001910                88  PCLS-BACKED-OUT-YES  VALUE 'Y'
001920                                          WHEN SET TO FALSE 'N'.
001930            05  PCLS-FOUND-SW            PIC X(01) VALUE 'N'.
001940                88  PCLS-FOUND-YES       VALUE 'Y'
001950                                          WHEN SET TO FALSE 'N'.
001960            05  PCLS-RUN-PROVED-SW       PIC X(01) VALUE 'N'.
001970                88  PCLS-RUN-PROVED-YES  VALUE 'Y'
001980                                          WHEN SET TO FALSE 'N'.
001990*
002000*****************************************************************
002010*    PERIOD SELECTION - THE PERIOD TO CLOSE OR REOPEN (DEFAULT
002020*    THE MONTH BEFORE THE RUN DATE), THE MONTH BEFORE IT AND
002030*    THE STATUS OF EACH ON THE PERIOD CONTROL FILE (BLANK = NO
002040*    RECORD, NEVER CLOSED)
002050*****************************************************************
002060        77  ARI-RUN-DATE                 PIC 9(08) VALUE ZERO.
002070        77  ARI-RUN-TIME                 PIC 9(08) VALUE ZERO.
002080        77  PCLS-CURRENT-PERIOD          PIC 9(06) VALUE ZERO.
002090        77  PCLS-WORK-PERIOD             PIC 9(06) VALUE ZERO.
002100        77  PCLS-FIRST-PERIOD            PIC 9(06) VALUE ZERO.
002110        77  PCLS-LATER-PERIOD            PIC 9(06) VALUE ZERO.
002120        01  PCLS-PERIOD-AREA.
002130            05  PCLS-PERIOD              PIC 9(06) VALUE ZERO.
002140            05  PCLS-PERIOD-SPLIT REDEFINES PCLS-PERIOD.
002150                10  PCLS-YEAR            PIC 9(04).
002160                10  PCLS-MONTH           PIC 9(02).
002170        01  PCLS-PRIOR-AREA.
002180            05  PCLS-PRIOR-PERIOD        PIC 9(06) VALUE ZERO.
002190            05  PCLS-PRIOR-SPLIT REDEFINES PCLS-PRIOR-PERIOD.
002200                10  PCLS-PRIOR-YEAR      PIC 9(04).
002210                10  PCLS-PRIOR-MONTH     PIC 9(02).
002220        77  PCLS-PER-STATUS              PIC X(01) VALUE SPACE.
002230            88  PCLS-PER-CLOSED          VALUE 'C'.
002240            88  PCLS-PER-REOPENED        VALUE 'R'.
002250            88  PCLS-PER-NONE            VALUE SPACE.
002260        77  PCLS-PRIOR-STATUS            PIC X(01) VALUE SPACE.
002270            88  PCLS-PRIOR-CLOSED        VALUE 'C'.
002280            88  PCLS-PRIOR-REOPENED      VALUE 'R'.
002290            88  PCLS-PRIOR-NONE          VALUE SPACE.
002300        77  PCLS-LATER-STATUS            PIC X(01) VALUE SPACE.
002310            88  PCLS-LATER-CLOSED        VALUE 'C'.
002320        77  PCLS-ACTION                  PIC X(01) VALUE 'C'.
002330            88  PCLS-ACTION-CLOSE        VALUE 'C'.
002340            88  PCLS-ACTION-REOPEN       VALUE 'R'.
002350        77  PCLS-PARM-PERIOD-SW          PIC X(01) VALUE 'Y'.
002360            88  PCLS-PARM-PERIOD-OK      VALUE 'Y'.
002370        77  PCLS-REOPEN-REASON           PIC X(60) VALUE SPACES.
002380        77  PCLS-REFUSAL                 PIC X(50) VALUE SPACES.
002390        01  PCLS-SAVED-PERIOD            PIC X(400) VALUE SPACES.
002400*
002410*****************************************************************
002420*    BACKED-OUT LOOKUP - THE LAST JOB ID AND RUN DATE LOOKED
002430*    UP ON THE RUN REGISTER, SO A RUN'S AUDIT RECORDS COST ONE
002440*    REGISTER READ BETWEEN THEM
002450*****************************************************************
002460        01  PCLS-BKO-CHECK.
002470            05  PCLS-CHK-JOB-ID          PIC X(08) VALUE SPACES.
002480            05  PCLS-CHK-RUN-DATE        PIC 9(08) VALUE ZERO.
002490            05  PCLS-BKO-JOB-ID          PIC X(08) VALUE SPACES.
002500            05  PCLS-BKO-RUN-DATE        PIC 9(08) VALUE ZERO.
002510*
002520*****************************************************************
002530*    CONTROL TOTALS - OPENING (THE PRIOR PERIOD'S CLOSING),
002540*    THE PERIOD'S OWN ACTIVITY AND CLOSING (OPENING PLUS
002550*    PERIOD).  EACH IS LAID OUT AS THE ARIPER TOTALS GROUPS,
002560*    AND PCLS-PRINT-TOTALS IS THE ONE 5100-PRINT-TOTALS LISTS.
002570*****************************************************************
002580        01  PCLS-OPENING-TOTALS.
002590            05  PCLS-OPN-RUNS            PIC 9(07) VALUE ZERO.
002600            05  PCLS-OPN-READ            PIC 9(11) VALUE ZERO.
002610            05  PCLS-OPN-ACCEPTED        PIC 9(11) VALUE ZERO.
002620            05  PCLS-OPN-REJECTED        PIC 9(11) VALUE ZERO.
002630            05  PCLS-OPN-AUD-BATCH       PIC 9(11) VALUE ZERO.
002640            05  PCLS-OPN-AUD-ONLINE      PIC 9(11) VALUE ZERO.
002650            05  PCLS-OPN-SUM-NUM1        PIC S9(15)V9(04)
002660                                          VALUE ZERO.
002670            05  PCLS-OPN-SUM-RESULT      PIC S9(15)V9(04)
002680                                          VALUE ZERO.
002690        01  PCLS-PERIOD-TOTALS.
002700            05  PCLS-PRD-RUNS            PIC 9(07) VALUE ZERO.
002710            05  PCLS-PRD-READ            PIC 9(11) VALUE ZERO.
002720            05  PCLS-PRD-ACCEPTED        PIC 9(11) VALUE ZERO.
002730            05  PCLS-PRD-REJECTED        PIC 9(11) VALUE ZERO.
002740            05  PCLS-PRD-AUD-BATCH       PIC 9(11) VALUE ZERO.
002750            05  PCLS-PRD-AUD-ONLINE      PIC 9(11) VALUE ZERO.
002760            05  PCLS-PRD-SUM-NUM1        PIC S9(15)V9(04)
002770                                          VALUE ZERO.
002780            05  PCLS-PRD-SUM-RESULT      PIC S9(15)V9(04)
002790                                          VALUE ZERO.
002800        01  PCLS-CLOSING-TOTALS.
002810            05  PCLS-CLS-RUNS            PIC 9(07) VALUE ZERO.
002820            05  PCLS-CLS-READ            PIC 9(11) VALUE ZERO.
002830            05  PCLS-CLS-ACCEPTED        PIC 9(11) VALUE ZERO.
002840            05  PCLS-CLS-REJECTED        PIC 9(11) VALUE ZERO.
002850            05  PCLS-CLS-AUD-BATCH       PIC 9(11) VALUE ZERO.
002860            05  PCLS-CLS-AUD-ONLINE      PIC 9(11) VALUE ZERO.
002870            05  PCLS-CLS-SUM-NUM1        PIC S9(15)V9(04)
002880                                          VALUE ZERO.
002890            05  PCLS-CLS-SUM-RESULT      PIC S9(15)V9(04)
002900                                          VALUE ZERO.
002910        01  PCLS-PRINT-TOTALS.
002920            05  PCLS-PRT-RUNS            PIC 9(07) VALUE ZERO.
002930            05  PCLS-PRT-READ            PIC 9(11) VALUE ZERO.
002940            05  PCLS-PRT-ACCEPTED        PIC 9(11) VALUE ZERO.
002950            05  PCLS-PRT-REJECTED        PIC 9(11) VALUE ZERO.
002960            05  PCLS-PRT-AUD-BATCH       PIC 9(11) VALUE ZERO.
002970            05  PCLS-PRT-AUD-ONLINE      PIC 9(11) VALUE ZERO.
002980            05  PCLS-PRT-SUM-NUM1        PIC S9(15)V9(04)
002990                                          VALUE ZERO.
003000            05  PCLS-PRT-SUM-RESULT      PIC S9(15)V9(04)
003010                                          VALUE ZERO.
003020*
003030*****************************************************************
003040*    JOB TABLE - EACH JOB'S RUNS AND ACCEPTED COUNT FROM THE
003050*    HISTORY AND ITS BATCH AUDIT RECORDS, KEPT IN JOB ID ORDER
003060*    FOR THE PROOF.  A JOB IS AUDITED WHEN ANY OF ITS RUNS IN
003070*    THE PERIOD WAS PROVED (OR FAILED) BY RECN, OR IT HAS ANY
003080*    AUDIT RECORD - NOT BY HOW MANY AUDIT RECORDS WERE FOUND.
003090*    A FULL TABLE STOPS THE RUN - A STATEMENT THAT LEFT JOBS
003100*    OUT COULD NOT BE CERTIFIED.
003110*****************************************************************
003120        01  PCLS-JOB-TABLE.
003130            05  PCLS-JOB-USED            PIC 9(03) COMP
003140                                          VALUE ZERO.
003150            05  PCLS-JOB-ENTRY OCCURS 50.
003160                10  PCLS-JOB-ID          PIC X(08).
003170                10  PCLS-JOB-RUNS        PIC 9(05).
003180                10  PCLS-JOB-ACCEPTED    PIC 9(11).
003190                10  PCLS-JOB-AUDITED     PIC 9(11).
003200                10  PCLS-JOB-AUDIT-SW    PIC X(01).
003210                    88  PCLS-JOB-IS-AUDITED
003220                                          VALUE 'Y'.
003230        77  PCLS-JOB-MAX                 PIC 9(03) COMP
003240                                          VALUE 50.
003250        77  PCLS-SRCH-JOB-ID             PIC X(08) VALUE SPACES.
003260*
003270*****************************************************************
003280*    SUMMARY TABLE - THE PERIOD'S AUDIT ACTIVITY BY JOB ID,
003290*    OPERATION AND SOURCE SYSTEM, KEPT IN KEY ORDER.  A FULL
003300*    TABLE STOPS THE RUN, AS FOR THE JOB TABLE.
003310*****************************************************************
003320        01  PCLS-SUM-TABLE.
003330            05  PCLS-SUM-USED            PIC 9(03) COMP
003340                                          VALUE ZERO.
003350            05  PCLS-SUM-ENTRY OCCURS 300.
003360                10  PCLS-SUM-KEY         PIC X(20).
003370                10  PCLS-SUM-RECORDS     PIC 9(09).
003380                10  PCLS-SUM-NUM1        PIC S9(13)V99.
003390                10  PCLS-SUM-RESULT      PIC S9(15)V9(04).
003400        77  PCLS-SUM-MAX                 PIC 9(03) COMP
003410                                          VALUE 300.
003420        01  PCLS-SRCH-KEY.
003430            05  PCLS-SRCH-JOB            PIC X(08) VALUE SPACES.
003440            05  PCLS-SRCH-OPERATION      PIC X(04) VALUE SPACES.
003450            05  PCLS-SRCH-SOURCE-SYSTEM  PIC X(08) VALUE SPACES.
003460*
003470*****************************************************************
003480*    COUNTERS AND SUBSCRIPTS
003490*****************************************************************
003500        77  PCLS-OPEN-RUNS               PIC 9(05) COMP
003510                                          VALUE ZERO.
003520        77  PCLS-REG-BACKED-OUT          PIC 9(05) COMP
003530                                          VALUE ZERO.
003540        77  PCLS-HST-EXCLUDED            PIC 9(05) COMP
003550                                          VALUE ZERO.
003560        77  PCLS-AUD-READ                PIC 9(09) COMP
003570                                          VALUE ZERO.
003580        77  PCLS-AUD-EXCLUDED            PIC 9(09) COMP
003590                                          VALUE ZERO.
003600        77  PCLS-JOB-DIFFS               PIC 9(03) COMP
003610                                          VALUE ZERO.
003620        77  PCLS-PSM-WRITTEN             PIC 9(05) COMP
003630                                          VALUE ZERO.
003640        77  PCLS-SUB                     PIC 9(03) COMP
003650                                          VALUE ZERO.
003660        77  PCLS-INS-SUB                 PIC 9(03) COMP
003670                                          VALUE ZERO.
003680        77  PCLS-JOB-SUB                 PIC 9(03) COMP
003690                                          VALUE ZERO.
003700        77  PCLS-SUM-SUB                 PIC 9(03) COMP
003710                                          VALUE ZERO.
003720*
003730*****************************************************************
003740*    STATEMENT LINES
003750*****************************************************************
003760        01  PCLS-RPT-HEADING.
003770            05  PCLS-HDG-TITLE           PIC X(32).
003780            05  FILLER                   PIC X(10)
003790                VALUE ' - PERIOD '.
003800            05  PCLS-HDG-PERIOD          PIC 9(06).
003810            05  FILLER                   PIC X(32) VALUE SPACES.
003820        01  PCLS-RPT-SUBHEAD.
003830            05  FILLER                   PIC X(05) VALUE ' RUN '.
003840            05  PCLS-SUB-RUN-DATE        PIC 9(08).
003850            05  FILLER                   PIC X(06)
003860                VALUE ' TIME '.
003870            05  PCLS-SUB-RUN-TIME        PIC 9(08).
003880            05  FILLER                   PIC X(11)
003890                VALUE ' PARM USER '.
003900            05  PCLS-SUB-PARM-USER       PIC X(08).
003910            05  FILLER                   PIC X(11)
003920                VALUE ' SUBMITTER '.
003930            05  PCLS-SUB-SUBMIT-USER     PIC X(08).
003940            05  FILLER                   PIC X(15) VALUE SPACES.
003950        01  PCLS-COUNT-LINE.
003960            05  FILLER                   PIC X(01) VALUE SPACE.
003970            05  PCLS-CNT-LABEL           PIC X(30).
003980            05  PCLS-CNT-COUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.
003990            05  FILLER                   PIC X(35) VALUE SPACES.
004000        01  PCLS-AMOUNT-LINE.
004010            05  FILLER                   PIC X(01) VALUE SPACE.
004020            05  PCLS-AMT-LABEL           PIC X(30).
004030            05  PCLS-AMT-VALUE
004040                    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.9999-.
004050            05  FILLER                   PIC X(24) VALUE SPACES.
004060        01  PCLS-TEXT-LINE.
004070            05  FILLER                   PIC X(01) VALUE SPACE.
004080            05  PCLS-TXT-LABEL           PIC X(30).
004090            05  PCLS-TXT-VALUE           PIC X(49).
004100        01  PCLS-REASON-LINE.
004110            05  FILLER                   PIC X(10)
004120                VALUE ' REASON - '.
004130            05  PCLS-RSN-TEXT            PIC X(60).
004140            05  FILLER                   PIC X(10) VALUE SPACES.
004150        01  PCLS-RUN-LINE.
004160            05  FILLER                   PIC X(20)
004170                VALUE ' RUN STILL OPEN - '.
004180            05  PCLS-RL-JOB-ID           PIC X(08).
004190            05  FILLER                   PIC X(06)
004200                VALUE ' DATE '.
004210            05  PCLS-RL-RUN-DATE         PIC 9(08).
004220            05  FILLER                   PIC X(38) VALUE SPACES.
004230        01  PCLS-JOB-HEADING.
004240            05  FILLER                   PIC X(31)
004250                VALUE ' JOB ID       RUNS     ACCEPTED'.
004260            05  FILLER                   PIC X(49)
004270                VALUE '  AUDIT BATCH  PROOF'.
004280        01  PCLS-JOB-LINE.
004290            05  FILLER                   PIC X(01) VALUE SPACE.
004300            05  PCLS-JL-JOB-ID           PIC X(08).
004310            05  FILLER                   PIC X(02) VALUE SPACES.
004320            05  PCLS-JL-RUNS             PIC ZZZ,ZZ9.
004330            05  FILLER                   PIC X(02) VALUE SPACES.
004340            05  PCLS-JL-ACCEPTED         PIC ZZZ,ZZZ,ZZ9.
004350            05  FILLER                   PIC X(02) VALUE SPACES.
004360            05  PCLS-JL-AUDITED          PIC ZZZ,ZZZ,ZZ9.
004370            05  FILLER                   PIC X(02) VALUE SPACES.
004380            05  PCLS-JL-PROOF            PIC X(20).
004390            05  FILLER                   PIC X(14) VALUE SPACES.
004400        01  PCLS-SUM-HEADING.
004410            05  FILLER                   PIC X(33)
004420                VALUE ' JOB ID   OPER SOURCE     RECORDS'.
004430            05  FILLER                   PIC X(39)
004440                VALUE '           SUM OF NUM1           SUM OF'.
004450            05  FILLER                   PIC X(08)
004460                VALUE ' RESULT'.
004470        01  PCLS-SUM-LINE.
004480            05  FILLER                   PIC X(01) VALUE SPACE.
004490            05  PCLS-SL-JOB-ID           PIC X(08).
004500            05  FILLER                   PIC X(01) VALUE SPACE.
004510            05  PCLS-SL-OPERATION        PIC X(04).
004520            05  FILLER                   PIC X(01) VALUE SPACE.
004530            05  PCLS-SL-SOURCE-SYSTEM    PIC X(08).
004540            05  FILLER                   PIC X(01) VALUE SPACE.
004550            05  PCLS-SL-RECORDS          PIC ZZZZZZZZ9.
004560            05  FILLER                   PIC X(01) VALUE SPACE.
004570            05  PCLS-SL-NUM1
004580                    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
004590            05  FILLER                   PIC X(01) VALUE SPACE.
004600            05  PCLS-SL-RESULT
004610                    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
004620            05  FILLER                   PIC X(01) VALUE SPACE.
004630        01  PCLS-CLOSED-LINE.
004640            05  FILLER                   PIC X(08)
004650                VALUE ' PERIOD '.
004660            05  PCLS-CL-PERIOD           PIC 9(06).
004670            05  FILLER                   PIC X(11)
004680                VALUE ' CLOSED BY '.
004690            05  PCLS-CL-USER             PIC X(08).
004700            05  FILLER                   PIC X(14)
004710                VALUE ' SUBMITTED BY '.
004720            05  PCLS-CL-SUBMIT-USER      PIC X(08).
004730            05  FILLER                   PIC X(04) VALUE ' ON '.
004740            05  PCLS-CL-DATE             PIC 9(08).
004750            05  FILLER                   PIC X(13) VALUE SPACES.
004760*
004770*****************************************************************
004780*    AUTHORIZATION CHECK - THE PARM CARD USER AND THE USER THE
004790*    JOB WAS SUBMITTED UNDER, EACH LOOKED UP ON THE PROFILE FILE
004800*****************************************************************
004810        01  ARI-AUTH-CHECK.
004820            05  ARI-AUTH-PARM-USER       PIC X(08) VALUE SPACES.
004830            05  ARI-AUTH-SUBMIT-USER     PIC X(08) VALUE SPACES.
004840            05  ARI-AUTH-USER-ID         PIC X(08) VALUE SPACES.
004850            05  ARI-AUTH-SOURCE          PIC X(09) VALUE SPACES.
004860            05  ARI-AUTH-REFUSED-SW      PIC X(01) VALUE 'N'.
004870                88  ARI-AUTH-REFUSED-YES VALUE 'Y'.
004880*
004890*****************************************************************
004900*    RETURN CODE
004910*****************************************************************
004920        77  ARI-RETURN-CODE              PIC 9(04) COMP
004930                                          VALUE ZERO.
004940*
004950        LINKAGE SECTION.
004960        COPY ARIACE.
004970*
004980        PROCEDURE DIVISION.
004990*
005000        0000-MAIN-PROCESS.
005010            PERFORM 1000-INITIALIZE
005020                THRU 1000-INITIALIZE-EXIT.
005030            IF PCLS-ACTION-REOPEN
005040                PERFORM 7000-REOPEN-PERIOD
005050                    THRU 7000-REOPEN-PERIOD-EXIT
005060            ELSE
005070                PERFORM 2000-CHECK-CLOSE
005080                    THRU 2000-CHECK-CLOSE-EXIT
005090                IF NOT PCLS-REFUSED-YES
005100                    PERFORM 3000-GATHER-PERIOD
005110                        THRU 3000-GATHER-PERIOD-EXIT
005120                    PERFORM 4000-PROVE-PERIOD
005130                        THRU 4000-PROVE-PERIOD-EXIT
005140                    PERFORM 5000-PRINT-STATEMENT
005150                        THRU 5000-PRINT-STATEMENT-EXIT
005160                    IF PCLS-CERTIFIED-YES
005170                        PERFORM 6000-RECORD-CLOSE
005180                            THRU 6000-RECORD-CLOSE-EXIT
005190                    ELSE
005200                        PERFORM 5900-PRINT-NOT-CERTIFIED
005210                            THRU 5900-PRINT-NOT-CERTIFIED-EXIT
005220                    END-IF
005230                END-IF
005240            END-IF.
005250            PERFORM 9000-TERMINATE
005260                THRU 9000-TERMINATE-EXIT.
005270            MOVE ARI-RETURN-CODE TO RETURN-CODE.
005280            STOP RUN.
005290*
005300*****************************************************************
005310*    1000-INITIALIZE - READ AND CHECK THE PARM CARD, CONFIRM
005320*                 BOTH USERS MAY CLOSE PERIODS, OPEN THE PERIOD
005330*                 CONTROL FILE (CREATING IT ON THE FIRST CLOSE)
005340*                 AND THE REPORT, AND LOOK UP THE PERIOD AND THE
005350*                 MONTH BEFORE IT.
005360*****************************************************************
005370        1000-INITIALIZE.
005380            ACCEPT ARI-RUN-DATE FROM DATE YYYYMMDD.
005390            ACCEPT ARI-RUN-TIME FROM TIME.
005400            PERFORM 1100-READ-PARM-CARD
005410                THRU 1100-READ-PARM-CARD-EXIT.
005420            IF NOT PCLS-PARM-PERIOD-OK
005430                DISPLAY 'PCLS0003E - INVALID PARM PERIOD = '
005440                        PCLS-PARM-PERIOD
005450                MOVE 24 TO ARI-RETURN-CODE
005460                PERFORM 9999-ABEND
005470                    THRU 9999-ABEND-EXIT
005480            END-IF.
005490            IF NOT PCLS-ACTION-CLOSE
005500                AND NOT PCLS-ACTION-REOPEN
005510                DISPLAY 'PCLS0004E - INVALID PARM ACTION = '
005520                        PCLS-ACTION ' - MUST BE C OR R'
005530                MOVE 24 TO ARI-RETURN-CODE
005540                PERFORM 9999-ABEND
005550                    THRU 9999-ABEND-EXIT
005560            END-IF.
005570            PERFORM 1200-SET-PERIOD
005580                THRU 1200-SET-PERIOD-EXIT.
005590            PERFORM 1800-CHECK-AUTHORITY
005600                THRU 1800-CHECK-AUTHORITY-EXIT.
005610            OPEN I-O ARI-PER-FILE.
005620            IF ARI-PERF-NO-FILE
005630                OPEN OUTPUT ARI-PER-FILE
005640                CLOSE ARI-PER-FILE
005650                OPEN I-O ARI-PER-FILE
005660            END-IF.
005670            IF NOT ARI-PERF-OK
005680                DISPLAY 'PCLS0001E - UNABLE TO OPEN PERFILE - '
005690                        'STATUS = ' ARI-PERF-STATUS
005700                MOVE 16 TO ARI-RETURN-CODE
005710                PERFORM 9999-ABEND
005720                    THRU 9999-ABEND-EXIT
005730            END-IF.
005740            OPEN OUTPUT ARI-REPORT-FILE.
005750            IF NOT ARI-REPORT-OK
005760                DISPLAY 'PCLS0002E - UNABLE TO OPEN RPTOUT - '
005770                        'STATUS = ' ARI-REPORT-STATUS
005780                MOVE 16 TO ARI-RETURN-CODE
005790                PERFORM 9999-ABEND
005800                    THRU 9999-ABEND-EXIT
005810            END-IF.
005820            IF PCLS-ACTION-REOPEN
005830                MOVE ' PCLS - MONTH-END PERIOD REOPEN'
005840                    TO PCLS-HDG-TITLE
005850            ELSE
005860                MOVE ' PCLS - MONTH-END PERIOD CLOSE'
005870                    TO PCLS-HDG-TITLE
005880            END-IF.
005890            MOVE PCLS-PERIOD          TO PCLS-HDG-PERIOD.
005900            WRITE PCLS-REPORT-RECORD FROM PCLS-RPT-HEADING.
005910            MOVE ARI-RUN-DATE         TO PCLS-SUB-RUN-DATE.
005920            MOVE ARI-RUN-TIME         TO PCLS-SUB-RUN-TIME.
005930            MOVE ARI-AUTH-PARM-USER   TO PCLS-SUB-PARM-USER.
005940            MOVE ARI-AUTH-SUBMIT-USER TO PCLS-SUB-SUBMIT-USER.
005950            WRITE PCLS-REPORT-RECORD FROM PCLS-RPT-SUBHEAD.
005960            MOVE SPACES TO PCLS-REPORT-RECORD.
005970            WRITE PCLS-REPORT-RECORD.
005980            PERFORM 1300-READ-PERIODS
005990                THRU 1300-READ-PERIODS-EXIT.
006000        1000-INITIALIZE-EXIT.
006010            EXIT.
006020*
006030*****************************************************************
006040*    1100-READ-PARM-CARD - COLS 1-6 PERIOD, COL 7 ACTION, COLS
006050*                 8-15 USER ID, COLS 16-75 REOPEN REASON.  NO
006060*                 CARD CLOSES THE PRIOR MONTH, BUT IS THEN
006070*                 REFUSED FOR WANT OF A USER ID.
006080*****************************************************************
006090        1100-READ-PARM-CARD.
006100            OPEN INPUT ARI-PARM-FILE.
006110            IF ARI-PARM-STATUS = '35'
006120                GO TO 1100-READ-PARM-CARD-EXIT
006130            END-IF.
006140            IF ARI-PARM-STATUS = '05'
006150                CLOSE ARI-PARM-FILE
006160                GO TO 1100-READ-PARM-CARD-EXIT
006170            END-IF.
006180            READ ARI-PARM-FILE
006190                AT END
006200                    CLOSE ARI-PARM-FILE
006210                    GO TO 1100-READ-PARM-CARD-EXIT
006220            END-READ.
006230            IF PCLS-PARM-PERIOD NUMERIC
006240                AND PCLS-PARM-PERIOD > ZERO
006250                MOVE PCLS-PARM-PERIOD TO PCLS-PERIOD
006260            ELSE
006270                IF PCLS-PARM-PERIOD (1:6) NOT = SPACES
006280                    MOVE 'N' TO PCLS-PARM-PERIOD-SW
006290                END-IF
006300            END-IF.
006310            IF PCLS-PARM-ACTION NOT = SPACE
006320                MOVE PCLS-PARM-ACTION TO PCLS-ACTION
006330            END-IF.
006340            MOVE PCLS-PARM-USER-ID TO ARI-AUTH-PARM-USER.
006350            MOVE PCLS-PARM-REASON  TO PCLS-REOPEN-REASON.
006360            CLOSE ARI-PARM-FILE.
006370        1100-READ-PARM-CARD-EXIT.
006380            EXIT.
006390*
006400*****************************************************************
006410*    1200-SET-PERIOD - DEFAULT THE PERIOD TO THE MONTH BEFORE
006420*                 THE RUN DATE, CHECK IT IS A REAL MONTH AND
006430*                 WORK OUT THE MONTH BEFORE IT.
006440*****************************************************************
006450        1200-SET-PERIOD.
006460            DIVIDE ARI-RUN-DATE BY 100
006470                GIVING PCLS-CURRENT-PERIOD.
006480            IF PCLS-PERIOD = ZERO
006490                MOVE PCLS-CURRENT-PERIOD TO PCLS-PERIOD
006500                IF PCLS-MONTH = 1
006510                    SUBTRACT 1 FROM PCLS-YEAR
006520                    MOVE 12 TO PCLS-MONTH
006530                ELSE
006540                    SUBTRACT 1 FROM PCLS-MONTH
006550                END-IF
006560            END-IF.
006570            IF PCLS-MONTH < 1
006580                OR PCLS-MONTH > 12
006590                DISPLAY 'PCLS0003E - INVALID PARM PERIOD = '
006600                        PCLS-PERIOD
006610                MOVE 24 TO ARI-RETURN-CODE
006620                PERFORM 9999-ABEND
006630                    THRU 9999-ABEND-EXIT
006640            END-IF.
006650            MOVE PCLS-PERIOD TO PCLS-PRIOR-PERIOD.
006660            IF PCLS-PRIOR-MONTH = 1
006670                SUBTRACT 1 FROM PCLS-PRIOR-YEAR
006680                MOVE 12 TO PCLS-PRIOR-MONTH
006690            ELSE
006700                SUBTRACT 1 FROM PCLS-PRIOR-MONTH
006710            END-IF.
006720        1200-SET-PERIOD-EXIT.
006730            EXIT.
006740*
006750*****************************************************************
006760*    1300-READ-PERIODS - THE PRIOR MONTH'S CLOSING TOTALS ARE
006770*                 THIS PERIOD'S OPENING TOTALS (ZERO WHEN IT WAS
006780*                 NEVER CLOSED).  THE PERIOD'S OWN RECORD IS
006790*                 KEPT ASIDE FOR THE UPDATE, AND THE FIRST
006800*                 PERIOD ON FILE AFTER IT IS NOTED - A CLOSED
006810*                 LATER PERIOD LOCKS THIS ONE.
006820*****************************************************************
006830        1300-READ-PERIODS.
006840            MOVE PCLS-PRIOR-PERIOD TO ARI-PER-PERIOD.
006850            PERFORM 1310-READ-PERIOD
006860                THRU 1310-READ-PERIOD-EXIT.
006870            IF ARI-PERF-OK
006880                MOVE ARI-PER-STATUS TO PCLS-PRIOR-STATUS
006890                MOVE ARI-PER-CLOSING-TOTALS
006900                    TO PCLS-OPENING-TOTALS
006910            END-IF.
006920            MOVE PCLS-PERIOD TO ARI-PER-PERIOD.
006930            START ARI-PER-FILE
006940                KEY IS GREATER THAN ARI-PER-PERIOD
006950                INVALID KEY
006960                    GO TO 1300-READ-PERIODS-CONTINUE
006970            END-START.
006980            READ ARI-PER-FILE NEXT RECORD
006990                AT END
007000                    GO TO 1300-READ-PERIODS-CONTINUE
007010            END-READ.
007020            IF NOT ARI-PERF-OK
007030                DISPLAY 'PCLS0011E - PERFILE READ FAILED - '
007040                        'STATUS = ' ARI-PERF-STATUS
007050                MOVE 16 TO ARI-RETURN-CODE
007060                PERFORM 9999-ABEND
007070                    THRU 9999-ABEND-EXIT
007080            END-IF.
007090            MOVE ARI-PER-PERIOD TO PCLS-LATER-PERIOD.
007100            MOVE ARI-PER-STATUS TO PCLS-LATER-STATUS.
007110        1300-READ-PERIODS-CONTINUE.
007120            MOVE PCLS-PERIOD TO ARI-PER-PERIOD.
007130            PERFORM 1310-READ-PERIOD
007140                THRU 1310-READ-PERIOD-EXIT.
007150            IF ARI-PERF-OK
007160                MOVE ARI-PER-STATUS TO PCLS-PER-STATUS
007170                MOVE ARI-PER-RECORD TO PCLS-SAVED-PERIOD
007180            END-IF.
007190        1300-READ-PERIODS-EXIT.
007200            EXIT.
007210*
007220        1310-READ-PERIOD.
007230            READ ARI-PER-FILE.
007240            IF NOT ARI-PERF-OK
007250                AND NOT ARI-PERF-NO-RECORD
007260                DISPLAY 'PCLS0011E - PERFILE READ FAILED - '
007270                        'STATUS = ' ARI-PERF-STATUS
007280                MOVE 16 TO ARI-RETURN-CODE
007290                PERFORM 9999-ABEND
007300                    THRU 9999-ABEND-EXIT
007310            END-IF.
007320        1310-READ-PERIOD-EXIT.
007330            EXIT.
007340*
007350*****************************************************************
007360*    1800-CHECK-AUTHORITY - A CLOSE OR REOPEN IS RUN ONLY WHEN
007370*                 BOTH THE PARM CARD USER AND THE USER THE JOB
007380*                 WAS SUBMITTED UNDER HOLD THE PERIOD CLOSE
007390*                 FUNCTION ON THE AUTHORIZATION PROFILE FILE.
007400*                 OTHERWISE IT IS REFUSED WITH RC=28 BEFORE ANY
007410*                 FILE IS OPENED.
007420*****************************************************************
007430        1800-CHECK-AUTHORITY.
007440            PERFORM 1810-GET-SUBMITTER
007450                THRU 1810-GET-SUBMITTER-EXIT.
007460            OPEN INPUT ARI-AUT-FILE.
007470            IF ARI-AUTF-OK
007480                MOVE 'PARM CARD'          TO ARI-AUTH-SOURCE
007490                MOVE ARI-AUTH-PARM-USER   TO ARI-AUTH-USER-ID
007500                PERFORM 1820-CHECK-ONE-USER
007510                    THRU 1820-CHECK-ONE-USER-EXIT
007520                MOVE 'SUBMITTER'          TO ARI-AUTH-SOURCE
007530                MOVE ARI-AUTH-SUBMIT-USER TO ARI-AUTH-USER-ID
007540                PERFORM 1820-CHECK-ONE-USER
007550                    THRU 1820-CHECK-ONE-USER-EXIT
007560                CLOSE ARI-AUT-FILE
007570            ELSE
007580                DISPLAY 'PCLS0013E - UNABLE TO OPEN AUTFILE - '
007590                        'STATUS = ' ARI-AUTF-STATUS
007600                SET ARI-AUTH-REFUSED-YES TO TRUE
007610            END-IF.
007620            IF ARI-AUTH-REFUSED-YES
007630                DISPLAY 'PCLS0014E - PERIOD CLOSE/REOPEN '
007640                        'REFUSED - NOTHING RECORDED'
007650                MOVE 28 TO ARI-RETURN-CODE
007660                PERFORM 9999-ABEND
007670                    THRU 9999-ABEND-EXIT
007680            END-IF.
007690        1800-CHECK-AUTHORITY-EXIT.
007700            EXIT.
007710*
007720*****************************************************************
007730*    1810-GET-SUBMITTER - THE USER ID THE JOB RUNS UNDER, TAKEN
007740*                 FROM THE ACEE.  NO ACEE LEAVES IT BLANK, WHICH
007750*                 1820-CHECK-ONE-USER REFUSES.
007760*****************************************************************
007770        1810-GET-SUBMITTER.
007780            MOVE SPACES TO ARI-AUTH-SUBMIT-USER.
007790            SET ADDRESS OF ARI-PSA  TO NULL.
007800            SET ADDRESS OF ARI-ASCB TO ARI-PSA-AOLD.
007810            SET ADDRESS OF ARI-ASXB TO ARI-ASCB-ASXB.
007820            IF ARI-ASXB-SENV = NULL
007830                GO TO 1810-GET-SUBMITTER-EXIT
007840            END-IF.
007850            SET ADDRESS OF ARI-ACEE TO ARI-ASXB-SENV.
007860            IF ARI-ACEE-ACRONYM = 'ACEE'
007870                MOVE ARI-ACEE-USER-ID TO ARI-AUTH-SUBMIT-USER
007880            END-IF.
007890        1810-GET-SUBMITTER-EXIT.
007900            EXIT.
007910*
007920*****************************************************************
007930*    1820-CHECK-ONE-USER - THE USER MUST HAVE AN ACTIVE PROFILE
007940*                 HOLDING THE FUNCTION.  EACH FAILURE IS SHOWN
007950*                 ON THE CONSOLE AND REFUSES THE RUN.
007960*****************************************************************
007970        1820-CHECK-ONE-USER.
007980            IF ARI-AUTH-USER-ID = SPACES
007990                DISPLAY 'PCLS0012E - NO ' ARI-AUTH-SOURCE
008000                        ' USER ID'
008010                SET ARI-AUTH-REFUSED-YES TO TRUE
008020                GO TO 1820-CHECK-ONE-USER-EXIT
008030            END-IF.
008040            MOVE ARI-AUTH-USER-ID TO ARI-AUT-USER-ID.
008050            READ ARI-AUT-FILE.
008060            IF NOT ARI-AUTF-OK
008070                DISPLAY 'PCLS0012E - ' ARI-AUTH-SOURCE ' USER '
008080                        ARI-AUTH-USER-ID ' HAS NO PROFILE'
008090                SET ARI-AUTH-REFUSED-YES TO TRUE
008100                GO TO 1820-CHECK-ONE-USER-EXIT
008110            END-IF.
008120            IF NOT ARI-AUT-ACTIVE
008130                DISPLAY 'PCLS0012E - ' ARI-AUTH-SOURCE ' USER '
008140                        ARI-AUTH-USER-ID ' PROFILE REVOKED'
008150                SET ARI-AUTH-REFUSED-YES TO TRUE
008160                GO TO 1820-CHECK-ONE-USER-EXIT
008170            END-IF.
008180            IF NOT ARI-AUT-PERIOD-CLOSE-YES
008190                DISPLAY 'PCLS0012E - ' ARI-AUTH-SOURCE ' USER '
008200                        ARI-AUTH-USER-ID ' NOT AUTHORIZED FOR '
008210                        'PERIOD CLOSE'
008220                SET ARI-AUTH-REFUSED-YES TO TRUE
008230            END-IF.
008240        1820-CHECK-ONE-USER-EXIT.
008250            EXIT.
008260*
008270*****************************************************************
008280*    2000-CHECK-CLOSE - THE PERIOD MUST HAVE ENDED, MUST NOT BE
008290*                 CLOSED ALREADY, MUST FOLLOW A CLOSED PERIOD
008300*                 (UNLESS IT IS THE FIRST EVER CLOSED), MUST NOT
008310*                 PRECEDE A CLOSED PERIOD, AND MUST HAVE NO RUN
008320*                 STILL OPEN ON THE RUN REGISTER.  A REFUSAL
008330*                 RECORDS NOTHING.
008340*****************************************************************
008350        2000-CHECK-CLOSE.
008360            IF PCLS-PERIOD NOT < PCLS-CURRENT-PERIOD
008370                MOVE 'THE PERIOD HAS NOT YET ENDED'
008380                    TO PCLS-REFUSAL
008390                PERFORM 8000-REFUSE
008400                    THRU 8000-REFUSE-EXIT
008410                GO TO 2000-CHECK-CLOSE-EXIT
008420            END-IF.
008430            IF PCLS-PER-CLOSED
008440                MOVE 'THE PERIOD IS ALREADY CLOSED'
008450                    TO PCLS-REFUSAL
008460                PERFORM 8000-REFUSE
008470                    THRU 8000-REFUSE-EXIT
008480                GO TO 2000-CHECK-CLOSE-EXIT
008490            END-IF.
008500            IF PCLS-PRIOR-REOPENED
008510                MOVE 'PRIOR PERIOD IS REOPENED - CLOSE IT FIRST'
008520                    TO PCLS-REFUSAL
008530                PERFORM 8000-REFUSE
008540                    THRU 8000-REFUSE-EXIT
008550                GO TO 2000-CHECK-CLOSE-EXIT
008560            END-IF.
008570            IF PCLS-PRIOR-NONE
008580                PERFORM 2100-FIND-FIRST-PERIOD
008590                    THRU 2100-FIND-FIRST-PERIOD-EXIT
008600                IF PCLS-FIRST-PERIOD NOT = ZERO
008610                    AND PCLS-FIRST-PERIOD < PCLS-PERIOD
008620                    MOVE 'THE PRIOR PERIOD HAS NOT BEEN CLOSED'
008630                        TO PCLS-REFUSAL
008640                    PERFORM 8000-REFUSE
008650                        THRU 8000-REFUSE-EXIT
008660                    GO TO 2000-CHECK-CLOSE-EXIT
008670                END-IF
008680            END-IF.
008690            IF PCLS-LATER-CLOSED
008700                MOVE 'A LATER PERIOD IS ALREADY CLOSED'
008710                    TO PCLS-REFUSAL
008720                PERFORM 8000-REFUSE
008730                    THRU 8000-REFUSE-EXIT
008740                GO TO 2000-CHECK-CLOSE-EXIT
008750            END-IF.
008760            OPEN INPUT ARI-REG-FILE.
008770            IF ARI-REGF-MISSING
008780                CLOSE ARI-REG-FILE
008790                GO TO 2000-CHECK-CLOSE-EXIT
008800            END-IF.
008810            IF NOT ARI-REGF-OK
008820                DISPLAY 'PCLS0005E - UNABLE TO OPEN RUNREG - '
008830                        'STATUS = ' ARI-REGF-STATUS
008840                MOVE 16 TO ARI-RETURN-CODE
008850                PERFORM 9999-ABEND
008860                    THRU 9999-ABEND-EXIT
008870            END-IF.
008880            SET PCLS-REG-AVAIL-YES TO TRUE.
008890            PERFORM 2200-SCAN-REGISTER
008900                THRU 2200-SCAN-REGISTER-EXIT.
008910            IF PCLS-OPEN-RUNS > ZERO
008920                MOVE 'RUNS IN THE PERIOD ARE STILL OPEN'
008930                    TO PCLS-REFUSAL
008940                PERFORM 8000-REFUSE
008950                    THRU 8000-REFUSE-EXIT
008960            END-IF.
008970        2000-CHECK-CLOSE-EXIT.
008980            EXIT.
008990*
009000*****************************************************************
009010*    2100-FIND-FIRST-PERIOD - THE LOWEST PERIOD ON FILE, ZERO
009020*                 WHEN NONE HAS EVER BEEN CLOSED.
009030*****************************************************************
009040        2100-FIND-FIRST-PERIOD.
009050            MOVE ZERO TO PCLS-FIRST-PERIOD
009060                         ARI-PER-PERIOD.
009070            START ARI-PER-FILE
009080                KEY IS NOT LESS THAN ARI-PER-PERIOD
009090                INVALID KEY
009100                    GO TO 2100-FIND-FIRST-PERIOD-EXIT
009110            END-START.
009120            READ ARI-PER-FILE NEXT RECORD
009130                AT END
009140                    GO TO 2100-FIND-FIRST-PERIOD-EXIT
009150            END-READ.
009160            IF NOT ARI-PERF-OK
009170                DISPLAY 'PCLS0011E - PERFILE READ FAILED - '
009180                        'STATUS = ' ARI-PERF-STATUS
009190                MOVE 16 TO ARI-RETURN-CODE
009200                PERFORM 9999-ABEND
009210                    THRU 9999-ABEND-EXIT
009220            END-IF.
009230            MOVE ARI-PER-PERIOD TO PCLS-FIRST-PERIOD.
009240        2100-FIND-FIRST-PERIOD-EXIT.
009250            EXIT.
009260*
009270*****************************************************************
009280*    2200-SCAN-REGISTER - PASS THE RUN REGISTER AND LIST EVERY
009290*                 RUN IN THE PERIOD STILL OPEN; COUNT THE RUNS
009300*                 BACKED OUT.
009310*****************************************************************
009320        2200-SCAN-REGISTER.
009330            MOVE LOW-VALUES TO ARI-REG-KEY.
009340            START ARI-REG-FILE
009350                KEY IS NOT LESS THAN ARI-REG-KEY
009360                INVALID KEY
009370                    GO TO 2200-SCAN-REGISTER-EXIT
009380            END-START.
009390            SET ARI-EOF-YES TO FALSE.
009400            PERFORM 2210-READ-REGISTER
009410                THRU 2210-READ-REGISTER-EXIT
009420                UNTIL ARI-EOF-YES.
009430        2200-SCAN-REGISTER-EXIT.
009440            EXIT.
009450*
009460        2210-READ-REGISTER.
009470            READ ARI-REG-FILE NEXT RECORD
009480                AT END
009490                    SET ARI-EOF-YES TO TRUE
009500                    GO TO 2210-READ-REGISTER-EXIT
009510            END-READ.
009520            IF NOT ARI-REGF-OK
009530                DISPLAY 'PCLS0006E - RUNREG READ ERROR - '
009540                        'STATUS = ' ARI-REGF-STATUS
009550                MOVE 16 TO ARI-RETURN-CODE
009560                PERFORM 9999-ABEND
009570                    THRU 9999-ABEND-EXIT
009580            END-IF.
009590            DIVIDE ARI-REG-RUN-DATE BY 100
009600                GIVING PCLS-WORK-PERIOD.
009610            IF PCLS-WORK-PERIOD NOT = PCLS-PERIOD
009620                GO TO 2210-READ-REGISTER-EXIT
009630            END-IF.
009640            IF ARI-REG-OPEN
009650                ADD 1 TO PCLS-OPEN-RUNS
009660                MOVE ARI-REG-JOB-ID   TO PCLS-RL-JOB-ID
009670                MOVE ARI-REG-RUN-DATE TO PCLS-RL-RUN-DATE
009680                WRITE PCLS-REPORT-RECORD FROM PCLS-RUN-LINE
009690            END-IF.
009700            IF ARI-REG-BACKED-OUT
009710                ADD 1 TO PCLS-REG-BACKED-OUT
009720            END-IF.
009730        2210-READ-REGISTER-EXIT.
009740            EXIT.
009750*
009760*****************************************************************
009770*    3000-GATHER-PERIOD - ROLL UP THE PERIOD'S RUN HISTORY AND
009780*                 AUDIT ACTIVITY, LEAVING OUT BACKED-OUT RUNS.
009790*****************************************************************
009800        3000-GATHER-PERIOD.
009810            PERFORM 3100-GATHER-HISTORY
009820                THRU 3100-GATHER-HISTORY-EXIT.
009830            PERFORM 3200-GATHER-AUDIT
009840                THRU 3200-GATHER-AUDIT-EXIT.
009850            IF PCLS-REG-AVAIL-YES
009860                CLOSE ARI-REG-FILE
009870            END-IF.
009880        3000-GATHER-PERIOD-EXIT.
009890            EXIT.
009900*
009910*****************************************************************
009920*    3100-GATHER-HISTORY - EVERY RUN-TOTALS HISTORY ENTRY WITH
009930*                 A PROCESS DATE IN THE PERIOD GOES INTO THE
009940*                 PERIOD TOTALS AND ITS JOB'S TABLE ENTRY.
009950*****************************************************************
009960        3100-GATHER-HISTORY.
009970            OPEN INPUT ARI-HST-FILE.
009980            IF ARI-HSTF-MISSING
009990                CLOSE ARI-HST-FILE
010000                GO TO 3100-GATHER-HISTORY-EXIT
010010            END-IF.
010020            IF NOT ARI-HSTF-OK
010030                DISPLAY 'PCLS0007E - UNABLE TO OPEN HSTFILE - '
010040                        'STATUS = ' ARI-HSTF-STATUS
010050                MOVE 16 TO ARI-RETURN-CODE
010060                PERFORM 9999-ABEND
010070                    THRU 9999-ABEND-EXIT
010080            END-IF.
010090            SET ARI-EOF-YES TO FALSE.
010100            PERFORM 3110-READ-HISTORY
010110                THRU 3110-READ-HISTORY-EXIT
010120                UNTIL ARI-EOF-YES.
010130            CLOSE ARI-HST-FILE.
010140        3100-GATHER-HISTORY-EXIT.
010150            EXIT.
010160*
010170        3110-READ-HISTORY.
010180            READ ARI-HST-FILE
010190                AT END
010200                    SET ARI-EOF-YES TO TRUE
010210                    GO TO 3110-READ-HISTORY-EXIT
010220            END-READ.
010230            IF NOT ARI-HSTF-OK
010240                DISPLAY 'PCLS0021E - HSTFILE READ ERROR - '
010250                        'STATUS = ' ARI-HSTF-STATUS
010260                MOVE 16 TO ARI-RETURN-CODE
010270                PERFORM 9999-ABEND
010280                    THRU 9999-ABEND-EXIT
010290            END-IF.
010300            DIVIDE ARI-HST-RUN-DATE BY 100
010310                GIVING PCLS-WORK-PERIOD.
010320            IF PCLS-WORK-PERIOD NOT = PCLS-PERIOD
010330                GO TO 3110-READ-HISTORY-EXIT
010340            END-IF.
010350            MOVE ARI-HST-JOB-ID   TO PCLS-CHK-JOB-ID.
010360            MOVE ARI-HST-RUN-DATE TO PCLS-CHK-RUN-DATE.
010370            PERFORM 3300-CHECK-BACKED-OUT
010380                THRU 3300-CHECK-BACKED-OUT-EXIT.
010390            IF PCLS-BACKED-OUT-YES
010400                ADD 1 TO PCLS-HST-EXCLUDED
010410                GO TO 3110-READ-HISTORY-EXIT
010420            END-IF.
010430            MOVE ARI-HST-JOB-ID TO PCLS-SRCH-JOB-ID.
010440            PERFORM 3400-FIND-JOB
010450                THRU 3400-FIND-JOB-EXIT.
010460            ADD 1 TO PCLS-JOB-RUNS (PCLS-JOB-SUB).
010470            IF PCLS-RUN-PROVED-YES
010480                SET PCLS-JOB-IS-AUDITED (PCLS-JOB-SUB) TO TRUE
010490            END-IF.
010500            ADD ARI-HST-RECS-ACCEPTED
010510                TO PCLS-JOB-ACCEPTED (PCLS-JOB-SUB).
010520            ADD 1                     TO PCLS-PRD-RUNS.
010530            ADD ARI-HST-RECS-READ     TO PCLS-PRD-READ.
010540            ADD ARI-HST-RECS-ACCEPTED TO PCLS-PRD-ACCEPTED.
010550            ADD ARI-HST-RECS-REJECTED TO PCLS-PRD-REJECTED.
010560            ADD ARI-HST-SUM-NUM1      TO PCLS-PRD-SUM-NUM1.
010570            ADD ARI-HST-SUM-RESULT    TO PCLS-PRD-SUM-RESULT.
010580        3110-READ-HISTORY-EXIT.
010590            EXIT.
010600*
010610*****************************************************************
010620*    3200-GATHER-AUDIT - PASS THE AUDIT LOGS (AUDIN CARRIES THE
010630*                 LIVE AND ARCHIVED DIVI LOG AND THE MIXI LOG).
010640*                 EVERY RECORD FOR THE PERIOD GOES INTO THE
010650*                 SUMMARY; BATCH RECORDS ARE ALSO COUNTED TO
010660*                 THEIR JOB FOR THE PROOF, ONLINE INQUIRIES
010670*                 SEPARATELY.  RECORDS OF A BACKED-OUT RUN STILL
010680*                 ON A LOG ARE LEFT OUT.
010690*****************************************************************
010700        3200-GATHER-AUDIT.
010710            OPEN INPUT ARI-AUDIT-FILE.
010720            IF NOT ARI-AUDIT-OK
010730                DISPLAY 'PCLS0008E - UNABLE TO OPEN AUDIN - '
010740                        'STATUS = ' ARI-AUDIT-STATUS
010750                MOVE 16 TO ARI-RETURN-CODE
010760                PERFORM 9999-ABEND
010770                    THRU 9999-ABEND-EXIT
010780            END-IF.
010790            SET ARI-EOF-YES TO FALSE.
010800            PERFORM 3210-READ-AUDIT
010810                THRU 3210-READ-AUDIT-EXIT
010820                UNTIL ARI-EOF-YES.
010830            CLOSE ARI-AUDIT-FILE.
010840        3200-GATHER-AUDIT-EXIT.
010850            EXIT.
010860*
010870        3210-READ-AUDIT.
010880            READ ARI-AUDIT-FILE
010890                AT END
010900                    SET ARI-EOF-YES TO TRUE
010910                    GO TO 3210-READ-AUDIT-EXIT
010920            END-READ.
010930            ADD 1 TO PCLS-AUD-READ.
010940            IF ARI-AUD-RUN-DATE NOT NUMERIC
010950                GO TO 3210-READ-AUDIT-EXIT
010960            END-IF.
010970            DIVIDE ARI-AUD-RUN-DATE BY 100
010980                GIVING PCLS-WORK-PERIOD.
010990            IF PCLS-WORK-PERIOD NOT = PCLS-PERIOD
011000                GO TO 3210-READ-AUDIT-EXIT
011010            END-IF.
011020            IF ARI-AUD-SRC-ONLINE
011030                ADD 1 TO PCLS-PRD-AUD-ONLINE
011040            ELSE
011050                MOVE ARI-AUD-JOB-ID   TO PCLS-CHK-JOB-ID
011060                MOVE ARI-AUD-RUN-DATE TO PCLS-CHK-RUN-DATE
011070                PERFORM 3300-CHECK-BACKED-OUT
011080                    THRU 3300-CHECK-BACKED-OUT-EXIT
011090                IF PCLS-BACKED-OUT-YES
011100                    ADD 1 TO PCLS-AUD-EXCLUDED
011110                    GO TO 3210-READ-AUDIT-EXIT
011120                END-IF
011130                ADD 1 TO PCLS-PRD-AUD-BATCH
011140                MOVE ARI-AUD-JOB-ID TO PCLS-SRCH-JOB-ID
011150                PERFORM 3400-FIND-JOB
011160                    THRU 3400-FIND-JOB-EXIT
011170                ADD 1 TO PCLS-JOB-AUDITED (PCLS-JOB-SUB)
011180                SET PCLS-JOB-IS-AUDITED (PCLS-JOB-SUB) TO TRUE
011190            END-IF.
011200            MOVE ARI-AUD-JOB-ID        TO PCLS-SRCH-JOB.
011210            MOVE ARI-AUD-OPERATION     TO PCLS-SRCH-OPERATION.
011220            MOVE ARI-AUD-SOURCE-SYSTEM TO PCLS-SRCH-SOURCE-SYSTEM.
011230            PERFORM 3500-FIND-SUMMARY
011240                THRU 3500-FIND-SUMMARY-EXIT.
011250            ADD 1 TO PCLS-SUM-RECORDS (PCLS-SUM-SUB).
011260            ADD ARI-AUD-NUM1   TO PCLS-SUM-NUM1 (PCLS-SUM-SUB).
011270            ADD ARI-AUD-RESULT TO PCLS-SUM-RESULT (PCLS-SUM-SUB).
011280        3210-READ-AUDIT-EXIT.
011290            EXIT.
011300*
011310*****************************************************************
011320*    3300-CHECK-BACKED-OUT - IS THE RUN FOR THIS JOB ID AND
011330*                 PROCESS DATE MARKED BACKED OUT ON THE RUN
011340*                 REGISTER, AND HAS RECN RECORDED A PROOF OUTCOME
011350*                 FOR IT (ONLY AUDITED ENGINES ARE PROVED)?  THE
011360*                 ANSWERS FOR THE LAST RUN LOOKED UP ARE KEPT.
011370*****************************************************************
011380        3300-CHECK-BACKED-OUT.
011390            IF PCLS-CHK-JOB-ID = PCLS-BKO-JOB-ID
011400                AND PCLS-CHK-RUN-DATE = PCLS-BKO-RUN-DATE
011410                GO TO 3300-CHECK-BACKED-OUT-EXIT
011420            END-IF.
011430            MOVE PCLS-CHK-JOB-ID   TO PCLS-BKO-JOB-ID.
011440            MOVE PCLS-CHK-RUN-DATE TO PCLS-BKO-RUN-DATE.
011450            SET PCLS-BACKED-OUT-YES TO FALSE.
011460            SET PCLS-RUN-PROVED-YES TO FALSE.
011470            IF NOT PCLS-REG-AVAIL-YES
011480                GO TO 3300-CHECK-BACKED-OUT-EXIT
011490            END-IF.
011500            MOVE PCLS-CHK-JOB-ID   TO ARI-REG-JOB-ID.
011510            MOVE PCLS-CHK-RUN-DATE TO ARI-REG-RUN-DATE.
011520            READ ARI-REG-FILE.
011530            IF ARI-REGF-NO-RECORD
011540                GO TO 3300-CHECK-BACKED-OUT-EXIT
011550            END-IF.
011560            IF NOT ARI-REGF-OK
011570                DISPLAY 'PCLS0006E - RUNREG READ ERROR - '
011580                        'STATUS = ' ARI-REGF-STATUS
011590                MOVE 16 TO ARI-RETURN-CODE
011600                PERFORM 9999-ABEND
011610                    THRU 9999-ABEND-EXIT
011620            END-IF.
011630            IF ARI-REG-BACKED-OUT
011640                SET PCLS-BACKED-OUT-YES TO TRUE
011650            END-IF.
011660            IF ARI-REG-PROOF-PASSED
011670                OR ARI-REG-PROOF-FAILED
011680                SET PCLS-RUN-PROVED-YES TO TRUE
011690            END-IF.
011700        3300-CHECK-BACKED-OUT-EXIT.
011710            EXIT.
011720*
011730*****************************************************************
011740*    3400-FIND-JOB - POINT PCLS-JOB-SUB AT THE TABLE ENTRY FOR
011750*                 PCLS-SRCH-JOB-ID, INSERTING A ZERO ENTRY IN
011760*                 JOB ID ORDER WHEN THE JOB IS NEW.
011770*****************************************************************
011780        3400-FIND-JOB.
011790            SET PCLS-FOUND-YES TO FALSE.
011800            ADD 1 PCLS-JOB-USED GIVING PCLS-INS-SUB.
011810            PERFORM 3410-SCAN-JOB
011820                THRU 3410-SCAN-JOB-EXIT
011830                VARYING PCLS-SUB FROM 1 BY 1
011840                UNTIL PCLS-SUB > PCLS-JOB-USED
011850                   OR PCLS-FOUND-YES.
011860            MOVE PCLS-INS-SUB TO PCLS-JOB-SUB.
011870            IF PCLS-FOUND-YES
011880                AND PCLS-JOB-ID (PCLS-JOB-SUB) = PCLS-SRCH-JOB-ID
011890                GO TO 3400-FIND-JOB-EXIT
011900            END-IF.
011910            IF PCLS-JOB-USED = PCLS-JOB-MAX
011920                DISPLAY 'PCLS0009E - MORE THAN ' PCLS-JOB-MAX
011930                        ' JOBS IN THE PERIOD - CLOSE NOT RUN'
011940                MOVE 16 TO ARI-RETURN-CODE
011950                PERFORM 9999-ABEND
011960                    THRU 9999-ABEND-EXIT
011970            END-IF.
011980            PERFORM 3420-SHIFT-JOB
011990                THRU 3420-SHIFT-JOB-EXIT
012000                VARYING PCLS-SUB FROM PCLS-JOB-USED BY -1
012010                UNTIL PCLS-SUB < PCLS-JOB-SUB.
012020            ADD 1 TO PCLS-JOB-USED.
012030            MOVE PCLS-SRCH-JOB-ID TO PCLS-JOB-ID (PCLS-JOB-SUB).
012040            MOVE ZERO TO PCLS-JOB-RUNS (PCLS-JOB-SUB)
012050                         PCLS-JOB-ACCEPTED (PCLS-JOB-SUB)
012060                         PCLS-JOB-AUDITED (PCLS-JOB-SUB).
012070            MOVE 'N' TO PCLS-JOB-AUDIT-SW (PCLS-JOB-SUB).
012080        3400-FIND-JOB-EXIT.
012090            EXIT.
012100*
012110        3410-SCAN-JOB.
012120            IF PCLS-JOB-ID (PCLS-SUB) NOT < PCLS-SRCH-JOB-ID
012130                MOVE PCLS-SUB TO PCLS-INS-SUB
012140                SET PCLS-FOUND-YES TO TRUE
012150            END-IF.
012160        3410-SCAN-JOB-EXIT.
012170            EXIT.
012180*
012190        3420-SHIFT-JOB.
012200            MOVE PCLS-JOB-ENTRY (PCLS-SUB)
012210                TO PCLS-JOB-ENTRY (PCLS-SUB + 1).
012220        3420-SHIFT-JOB-EXIT.
012230            EXIT.
012240*
012250*****************************************************************
012260*    3500-FIND-SUMMARY - POINT PCLS-SUM-SUB AT THE SUMMARY ENTRY
012270*                 FOR PCLS-SRCH-KEY, INSERTING A ZERO ENTRY IN
012280*                 KEY ORDER WHEN THE COMBINATION IS NEW.
012290*****************************************************************
012300        3500-FIND-SUMMARY.
012310            SET PCLS-FOUND-YES TO FALSE.
012320            ADD 1 PCLS-SUM-USED GIVING PCLS-INS-SUB.
012330            PERFORM 3510-SCAN-SUMMARY
012340                THRU 3510-SCAN-SUMMARY-EXIT
012350                VARYING PCLS-SUB FROM 1 BY 1
012360                UNTIL PCLS-SUB > PCLS-SUM-USED
012370                   OR PCLS-FOUND-YES.
012380            MOVE PCLS-INS-SUB TO PCLS-SUM-SUB.
012390            IF PCLS-FOUND-YES
012400                AND PCLS-SUM-KEY (PCLS-SUM-SUB) = PCLS-SRCH-KEY
012410                GO TO 3500-FIND-SUMMARY-EXIT
012420            END-IF.
012430            IF PCLS-SUM-USED = PCLS-SUM-MAX
012440                DISPLAY 'PCLS0010E - MORE THAN ' PCLS-SUM-MAX
012450                        ' SUMMARY LINES IN THE PERIOD - CLOSE '
012460                        'NOT RUN'
012470                MOVE 16 TO ARI-RETURN-CODE
012480                PERFORM 9999-ABEND
012490                    THRU 9999-ABEND-EXIT
012500            END-IF.
012510            PERFORM 3520-SHIFT-SUMMARY
012520                THRU 3520-SHIFT-SUMMARY-EXIT
012530                VARYING PCLS-SUB FROM PCLS-SUM-USED BY -1
012540                UNTIL PCLS-SUB < PCLS-SUM-SUB.
012550            ADD 1 TO PCLS-SUM-USED.
012560            MOVE PCLS-SRCH-KEY TO PCLS-SUM-KEY (PCLS-SUM-SUB).
012570            MOVE ZERO TO PCLS-SUM-RECORDS (PCLS-SUM-SUB)
012580                         PCLS-SUM-NUM1 (PCLS-SUM-SUB)
012590                         PCLS-SUM-RESULT (PCLS-SUM-SUB).
012600        3500-FIND-SUMMARY-EXIT.
012610            EXIT.
012620*
012630        3510-SCAN-SUMMARY.
012640            IF PCLS-SUM-KEY (PCLS-SUB) NOT < PCLS-SRCH-KEY
012650                MOVE PCLS-SUB TO PCLS-INS-SUB
012660                SET PCLS-FOUND-YES TO TRUE
012670            END-IF.
012680        3510-SCAN-SUMMARY-EXIT.
012690            EXIT.
012700*
012710        3520-SHIFT-SUMMARY.
012720            MOVE PCLS-SUM-ENTRY (PCLS-SUB)
012730                TO PCLS-SUM-ENTRY (PCLS-SUB + 1).
012740        3520-SHIFT-SUMMARY-EXIT.
012750            EXIT.
012760*
012770*****************************************************************
012780*    4000-PROVE-PERIOD - EVERY JOB THAT AUDITS ITS RECORDS MUST
012790*                 HAVE AS MANY BATCH AUDIT RECORDS IN THE PERIOD
012800*                 AS ITS HISTORY SAYS IT ACCEPTED - AN AUDITED
012810*                 JOB WITH NO AUDIT RECORDS AT ALL DOES NOT
012820*                 PROVE.  THE CLOSING
012830*                 TOTALS ARE THE OPENING TOTALS PLUS THE PERIOD.
012840*****************************************************************
012850        4000-PROVE-PERIOD.
012860            PERFORM 4100-PROVE-ONE-JOB
012870                THRU 4100-PROVE-ONE-JOB-EXIT
012880                VARYING PCLS-JOB-SUB FROM 1 BY 1
012890                UNTIL PCLS-JOB-SUB > PCLS-JOB-USED.
012900            IF PCLS-JOB-DIFFS = ZERO
012910                SET PCLS-CERTIFIED-YES TO TRUE
012920            END-IF.
012930            MOVE PCLS-OPENING-TOTALS TO PCLS-CLOSING-TOTALS.
012940            ADD PCLS-PRD-RUNS       TO PCLS-CLS-RUNS.
012950            ADD PCLS-PRD-READ       TO PCLS-CLS-READ.
012960            ADD PCLS-PRD-ACCEPTED   TO PCLS-CLS-ACCEPTED.
012970            ADD PCLS-PRD-REJECTED   TO PCLS-CLS-REJECTED.
012980            ADD PCLS-PRD-AUD-BATCH  TO PCLS-CLS-AUD-BATCH.
012990            ADD PCLS-PRD-AUD-ONLINE TO PCLS-CLS-AUD-ONLINE.
013000            ADD PCLS-PRD-SUM-NUM1   TO PCLS-CLS-SUM-NUM1.
013010            ADD PCLS-PRD-SUM-RESULT TO PCLS-CLS-SUM-RESULT.
013020        4000-PROVE-PERIOD-EXIT.
013030            EXIT.
013040*
013050        4100-PROVE-ONE-JOB.
013060            IF PCLS-JOB-IS-AUDITED (PCLS-JOB-SUB)
013070                AND PCLS-JOB-AUDITED (PCLS-JOB-SUB)
013080                    NOT = PCLS-JOB-ACCEPTED (PCLS-JOB-SUB)
013090                ADD 1 TO PCLS-JOB-DIFFS
013100            END-IF.
013110        4100-PROVE-ONE-JOB-EXIT.
013120            EXIT.
013130*
013140*****************************************************************
013150*    5000-PRINT-STATEMENT - THE MONTH-END CONTROL STATEMENT -
013160*                 OPENING, PERIOD AND CLOSING CONTROL TOTALS,
013170*                 THE RUNS AND RECORDS LEFT OUT, THE PROOF BY
013180*                 JOB AND THE PERIOD SUMMARY.  A PERIOD BEING
013190*                 CLOSED AGAIN SHOWS WHY IT WAS REOPENED.
013200*****************************************************************
013210        5000-PRINT-STATEMENT.
013220            MOVE ' MONTH-END CONTROL STATEMENT'
013230                TO PCLS-REPORT-RECORD.
013240            WRITE PCLS-REPORT-RECORD.
013250            MOVE SPACES TO PCLS-REPORT-RECORD.
013260            WRITE PCLS-REPORT-RECORD.
013270            MOVE SPACES TO PCLS-TEXT-LINE.
013280            IF PCLS-PRIOR-CLOSED
013290                MOVE 'OPENING - CLOSING TOTALS OF'
013300                    TO PCLS-TXT-LABEL
013310                MOVE PCLS-PRIOR-PERIOD TO PCLS-TXT-VALUE
013320            ELSE
013330                MOVE 'OPENING - NONE, FIRST PERIOD'
013340                    TO PCLS-TXT-LABEL
013350                MOVE 'CLOSED' TO PCLS-TXT-VALUE
013360            END-IF.
013370            WRITE PCLS-REPORT-RECORD FROM PCLS-TEXT-LINE.
013380            MOVE PCLS-OPENING-TOTALS TO PCLS-PRINT-TOTALS.
013390            PERFORM 5100-PRINT-TOTALS
013400                THRU 5100-PRINT-TOTALS-EXIT.
013410            MOVE ' PERIOD ACTIVITY' TO PCLS-REPORT-RECORD.
013420            WRITE PCLS-REPORT-RECORD.
013430            MOVE PCLS-PERIOD-TOTALS TO PCLS-PRINT-TOTALS.
013440            PERFORM 5100-PRINT-TOTALS
013450                THRU 5100-PRINT-TOTALS-EXIT.
013460            MOVE ' CLOSING' TO PCLS-REPORT-RECORD.
013470            WRITE PCLS-REPORT-RECORD.
013480            MOVE PCLS-CLOSING-TOTALS TO PCLS-PRINT-TOTALS.
013490            PERFORM 5100-PRINT-TOTALS
013500                THRU 5100-PRINT-TOTALS-EXIT.
013510            MOVE 'BACKED-OUT RUNS LEFT OUT' TO PCLS-CNT-LABEL.
013520            MOVE PCLS-HST-EXCLUDED TO PCLS-CNT-COUNT.
013530            WRITE PCLS-REPORT-RECORD FROM PCLS-COUNT-LINE.
013540            MOVE 'BACKED-OUT AUDIT RECS LEFT OUT'
013550                TO PCLS-CNT-LABEL.
013560            MOVE PCLS-AUD-EXCLUDED TO PCLS-CNT-COUNT.
013570            WRITE PCLS-REPORT-RECORD FROM PCLS-COUNT-LINE.
013580            MOVE 'AUDIT RECORDS READ' TO PCLS-CNT-LABEL.
013590            MOVE PCLS-AUD-READ TO PCLS-CNT-COUNT.
013600            WRITE PCLS-REPORT-RECORD FROM PCLS-COUNT-LINE.
013610            MOVE SPACES TO PCLS-REPORT-RECORD.
013620            WRITE PCLS-REPORT-RECORD.
013630            MOVE ' PROOF - HISTORY ACCEPTED TO BATCH AUDIT'
013640                TO PCLS-REPORT-RECORD.
013650            WRITE PCLS-REPORT-RECORD.
013660            WRITE PCLS-REPORT-RECORD FROM PCLS-JOB-HEADING.
013670            PERFORM 5200-PRINT-ONE-JOB
013680                THRU 5200-PRINT-ONE-JOB-EXIT
013690                VARYING PCLS-JOB-SUB FROM 1 BY 1
013700                UNTIL PCLS-JOB-SUB > PCLS-JOB-USED.
013710            MOVE SPACES TO PCLS-REPORT-RECORD.
013720            WRITE PCLS-REPORT-RECORD.
013730            MOVE ' PERIOD SUMMARY BY JOB, OPERATION AND SOURCE'
013740                TO PCLS-REPORT-RECORD.
013750            WRITE PCLS-REPORT-RECORD.
013760            WRITE PCLS-REPORT-RECORD FROM PCLS-SUM-HEADING.
013770            PERFORM 5300-PRINT-ONE-SUMMARY
013780                THRU 5300-PRINT-ONE-SUMMARY-EXIT
013790                VARYING PCLS-SUM-SUB FROM 1 BY 1
013800                UNTIL PCLS-SUM-SUB > PCLS-SUM-USED.
013810            MOVE SPACES TO PCLS-REPORT-RECORD.
013820            WRITE PCLS-REPORT-RECORD.
013830            IF PCLS-PER-REOPENED
013840                MOVE PCLS-SAVED-PERIOD TO ARI-PER-RECORD
013850                MOVE ' REOPENED SINCE IT WAS LAST CLOSED'
013860                    TO PCLS-REPORT-RECORD
013870                WRITE PCLS-REPORT-RECORD
013880                PERFORM 8100-PRINT-REOPEN-DETAIL
013890                    THRU 8100-PRINT-REOPEN-DETAIL-EXIT
013900                MOVE SPACES TO PCLS-REPORT-RECORD
013910                WRITE PCLS-REPORT-RECORD
013920            END-IF.
013930        5000-PRINT-STATEMENT-EXIT.
013940            EXIT.
013950*
013960        5100-PRINT-TOTALS.
013970            MOVE '  RUNS' TO PCLS-CNT-LABEL.
013980            MOVE PCLS-PRT-RUNS TO PCLS-CNT-COUNT.
013990            WRITE PCLS-REPORT-RECORD FROM PCLS-COUNT-LINE.
014000            MOVE '  RECORDS READ' TO PCLS-CNT-LABEL.
014010            MOVE PCLS-PRT-READ TO PCLS-CNT-COUNT.
014020            WRITE PCLS-REPORT-RECORD FROM PCLS-COUNT-LINE.
014030            MOVE '  RECORDS ACCEPTED' TO PCLS-CNT-LABEL.
014040            MOVE PCLS-PRT-ACCEPTED TO PCLS-CNT-COUNT.
014050            WRITE PCLS-REPORT-RECORD FROM PCLS-COUNT-LINE.
014060            MOVE '  RECORDS REJECTED' TO PCLS-CNT-LABEL.
014070            MOVE PCLS-PRT-REJECTED TO PCLS-CNT-COUNT.
014080            WRITE PCLS-REPORT-RECORD FROM PCLS-COUNT-LINE.
014090            MOVE '  AUDIT RECORDS - BATCH' TO PCLS-CNT-LABEL.
014100            MOVE PCLS-PRT-AUD-BATCH TO PCLS-CNT-COUNT.
014110            WRITE PCLS-REPORT-RECORD FROM PCLS-COUNT-LINE.
014120            MOVE '  AUDIT RECORDS - ONLINE' TO PCLS-CNT-LABEL.
014130            MOVE PCLS-PRT-AUD-ONLINE TO PCLS-CNT-COUNT.
014140            WRITE PCLS-REPORT-RECORD FROM PCLS-COUNT-LINE.
014150            MOVE '  SUM OF NUM1' TO PCLS-AMT-LABEL.
014160            MOVE PCLS-PRT-SUM-NUM1 TO PCLS-AMT-VALUE.
014170            WRITE PCLS-REPORT-RECORD FROM PCLS-AMOUNT-LINE.
014180            MOVE '  SUM OF RESULTS' TO PCLS-AMT-LABEL.
014190            MOVE PCLS-PRT-SUM-RESULT TO PCLS-AMT-VALUE.
014200            WRITE PCLS-REPORT-RECORD FROM PCLS-AMOUNT-LINE.
014210            MOVE SPACES TO PCLS-REPORT-RECORD.
014220            WRITE PCLS-REPORT-RECORD.
014230        5100-PRINT-TOTALS-EXIT.
014240            EXIT.
014250*
014260        5200-PRINT-ONE-JOB.
014270            MOVE PCLS-JOB-ID (PCLS-JOB-SUB)    TO PCLS-JL-JOB-ID.
014280            MOVE PCLS-JOB-RUNS (PCLS-JOB-SUB)  TO PCLS-JL-RUNS.
014290            MOVE PCLS-JOB-ACCEPTED (PCLS-JOB-SUB)
014300                TO PCLS-JL-ACCEPTED.
014310            MOVE PCLS-JOB-AUDITED (PCLS-JOB-SUB)
014320                TO PCLS-JL-AUDITED.
014330            EVALUATE TRUE
014340                WHEN NOT PCLS-JOB-IS-AUDITED (PCLS-JOB-SUB)
014350                    MOVE 'NOT AUDITED' TO PCLS-JL-PROOF
014360                WHEN PCLS-JOB-AUDITED (PCLS-JOB-SUB) = ZERO
014370                    AND PCLS-JOB-ACCEPTED (PCLS-JOB-SUB) > ZERO
014380                    MOVE '*** NO AUDIT RECORDS' TO PCLS-JL-PROOF
014390                WHEN PCLS-JOB-AUDITED (PCLS-JOB-SUB)
014400                    = PCLS-JOB-ACCEPTED (PCLS-JOB-SUB)
014410                    MOVE 'PROVED' TO PCLS-JL-PROOF
014420                WHEN OTHER
014430                    MOVE '*** DOES NOT PROVE' TO PCLS-JL-PROOF
014440            END-EVALUATE.
014450            WRITE PCLS-REPORT-RECORD FROM PCLS-JOB-LINE.
014460        5200-PRINT-ONE-JOB-EXIT.
014470            EXIT.
014480*
014490        5300-PRINT-ONE-SUMMARY.
014500            MOVE PCLS-SUM-KEY (PCLS-SUM-SUB) TO PCLS-SRCH-KEY.
014510            MOVE PCLS-SRCH-JOB           TO PCLS-SL-JOB-ID.
014520            MOVE PCLS-SRCH-OPERATION     TO PCLS-SL-OPERATION.
014530            MOVE PCLS-SRCH-SOURCE-SYSTEM TO PCLS-SL-SOURCE-SYSTEM.
014540            MOVE PCLS-SUM-RECORDS (PCLS-SUM-SUB)
014550                TO PCLS-SL-RECORDS.
014560            MOVE PCLS-SUM-NUM1 (PCLS-SUM-SUB)
014570                TO PCLS-SL-NUM1.
014580            MOVE PCLS-SUM-RESULT (PCLS-SUM-SUB)
014590                TO PCLS-SL-RESULT.
014600            WRITE PCLS-REPORT-RECORD FROM PCLS-SUM-LINE.
014610        5300-PRINT-ONE-SUMMARY-EXIT.
014620            EXIT.
014630*
014640*****************************************************************
014650*    5900-PRINT-NOT-CERTIFIED - A JOB DID NOT PROVE.  NOTHING IS
014660*                 RECORDED AND THE PERIOD STAYS OPEN (RC=8)
014670*                 UNTIL THE DIFFERENCE IS RESOLVED.
014680*****************************************************************
014690        5900-PRINT-NOT-CERTIFIED.
014700            MOVE ' *** NOT CERTIFIED - A JOB DOES NOT PROVE TO'
014710                TO PCLS-REPORT-RECORD.
014720            WRITE PCLS-REPORT-RECORD.
014730            MOVE ' THE AUDIT TRAIL - THE PERIOD REMAINS OPEN'
014740                TO PCLS-REPORT-RECORD.
014750            WRITE PCLS-REPORT-RECORD.
014760            MOVE 'JOBS NOT PROVED' TO PCLS-CNT-LABEL.
014770            MOVE PCLS-JOB-DIFFS TO PCLS-CNT-COUNT.
014780            WRITE PCLS-REPORT-RECORD FROM PCLS-COUNT-LINE.
014790            DISPLAY 'PCLS0017W - PERIOD ' PCLS-PERIOD
014800                    ' NOT CERTIFIED - ' PCLS-JOB-DIFFS
014810                    ' JOB(S) DO NOT PROVE - PERIOD REMAINS OPEN'.
014820            MOVE 8 TO ARI-RETURN-CODE.
014830        5900-PRINT-NOT-CERTIFIED-EXIT.
014840            EXIT.
014850*
014860*****************************************************************
014870*    6000-RECORD-CLOSE - WRITE THE PERIOD SUMMARY, THEN RECORD
014880*                 THE PERIOD CLOSED WITH ITS PERIOD AND CLOSING
014890*                 TOTALS, AND ONLY THEN PRINT THE CERTIFICATE
014900*                 AND THE SIGN-OFF LINE.
014910*****************************************************************
014920        6000-RECORD-CLOSE.
014930            PERFORM 6100-WRITE-SUMMARY-FILE
014940                THRU 6100-WRITE-SUMMARY-FILE-EXIT.
014950            IF PCLS-PER-NONE
014960                MOVE SPACES TO ARI-PER-RECORD
014970                MOVE PCLS-PERIOD TO ARI-PER-PERIOD
014980                MOVE ZERO TO ARI-PER-CLOSE-COUNT
014990                             ARI-PER-REOPEN-COUNT
015000                             ARI-PER-REOPEN-DATE
015010                             ARI-PER-REOPEN-TIME
015020            ELSE
015030                MOVE PCLS-SAVED-PERIOD TO ARI-PER-RECORD
015040            END-IF.
015050            SET ARI-PER-CLOSED TO TRUE.
015060            ADD 1 TO ARI-PER-CLOSE-COUNT.
015070            MOVE ARI-AUTH-PARM-USER   TO ARI-PER-CLOSED-BY.
015080            MOVE ARI-AUTH-SUBMIT-USER TO ARI-PER-CLOSE-SUBMITTER.
015090            MOVE ARI-RUN-DATE         TO ARI-PER-CLOSE-DATE.
015100            MOVE ARI-RUN-TIME         TO ARI-PER-CLOSE-TIME.
015110            MOVE PCLS-PERIOD-TOTALS   TO ARI-PER-PERIOD-TOTALS.
015120            MOVE PCLS-CLOSING-TOTALS  TO ARI-PER-CLOSING-TOTALS.
015130            IF PCLS-PER-NONE
015140                WRITE ARI-PER-RECORD
015150            ELSE
015160                REWRITE ARI-PER-RECORD
015170            END-IF.
015180            IF NOT ARI-PERF-OK
015190                DISPLAY 'PCLS0022E - PERFILE UPDATE FAILED - '
015200                        'STATUS = ' ARI-PERF-STATUS
015210                MOVE 16 TO ARI-RETURN-CODE
015220                PERFORM 9999-ABEND
015230                    THRU 9999-ABEND-EXIT
015240            END-IF.
015250            MOVE ' CERTIFIED - THE PERIOD CONTROL TOTALS PROVE TO'
015260                TO PCLS-REPORT-RECORD.
015270            WRITE PCLS-REPORT-RECORD.
015280            MOVE ' THE AUDIT TRAIL FOR EVERY AUDITED JOB'
015290                TO PCLS-REPORT-RECORD.
015300            WRITE PCLS-REPORT-RECORD.
015310            MOVE PCLS-PERIOD          TO PCLS-CL-PERIOD.
015320            MOVE ARI-AUTH-PARM-USER   TO PCLS-CL-USER.
015330            MOVE ARI-AUTH-SUBMIT-USER TO PCLS-CL-SUBMIT-USER.
015340            MOVE ARI-RUN-DATE         TO PCLS-CL-DATE.
015350            WRITE PCLS-REPORT-RECORD FROM PCLS-CLOSED-LINE.
015360            MOVE 'SUMMARY RECORDS WRITTEN' TO PCLS-CNT-LABEL.
015370            MOVE PCLS-PSM-WRITTEN TO PCLS-CNT-COUNT.
015380            WRITE PCLS-REPORT-RECORD FROM PCLS-COUNT-LINE.
015390            MOVE SPACES TO PCLS-REPORT-RECORD.
015400            WRITE PCLS-REPORT-RECORD.
015410            WRITE PCLS-REPORT-RECORD.
015420            MOVE ' FINANCE SIGN-OFF  ____________________________'
015430                TO PCLS-REPORT-RECORD.
015440            MOVE '   DATE  ____________'
015450                TO PCLS-REPORT-RECORD (49:21).
015460            WRITE PCLS-REPORT-RECORD.
015470            DISPLAY 'PCLS0018I - PERIOD ' PCLS-PERIOD
015480                    ' CLOSED BY ' ARI-AUTH-PARM-USER.
015490            IF PCLS-HST-EXCLUDED > ZERO
015500                OR PCLS-AUD-EXCLUDED > ZERO
015510                MOVE 4 TO ARI-RETURN-CODE
015520            END-IF.
015530        6000-RECORD-CLOSE-EXIT.
015540            EXIT.
015550*
015560        6100-WRITE-SUMMARY-FILE.
015570            OPEN OUTPUT ARI-PSM-FILE.
015580            IF NOT ARI-PSM-OK
015590                DISPLAY 'PCLS0015E - UNABLE TO OPEN PSMOUT - '
015600                        'STATUS = ' ARI-PSM-STATUS
015610                MOVE 16 TO ARI-RETURN-CODE
015620                PERFORM 9999-ABEND
015630                    THRU 9999-ABEND-EXIT
015640            END-IF.
015650            PERFORM 6110-WRITE-ONE-SUMMARY
015660                THRU 6110-WRITE-ONE-SUMMARY-EXIT
015670                VARYING PCLS-SUM-SUB FROM 1 BY 1
015680                UNTIL PCLS-SUM-SUB > PCLS-SUM-USED.
015690            CLOSE ARI-PSM-FILE.
015700        6100-WRITE-SUMMARY-FILE-EXIT.
015710            EXIT.
015720*
015730        6110-WRITE-ONE-SUMMARY.
015740            MOVE PCLS-SUM-KEY (PCLS-SUM-SUB) TO PCLS-SRCH-KEY.
015750            MOVE SPACES                   TO ARI-PSM-RECORD.
015760            MOVE PCLS-PERIOD              TO ARI-PSM-PERIOD.
015770            MOVE PCLS-SRCH-JOB            TO ARI-PSM-JOB-ID.
015780            MOVE PCLS-SRCH-OPERATION      TO ARI-PSM-OPERATION.
015790            MOVE PCLS-SRCH-SOURCE-SYSTEM TO ARI-PSM-SOURCE-SYSTEM.
015800            MOVE PCLS-SUM-RECORDS (PCLS-SUM-SUB)
015810                TO ARI-PSM-RECORDS.
015820            MOVE PCLS-SUM-NUM1 (PCLS-SUM-SUB)
015830                TO ARI-PSM-SUM-NUM1.
015840            MOVE PCLS-SUM-RESULT (PCLS-SUM-SUB)
015850                TO ARI-PSM-SUM-RESULT.
015860            WRITE ARI-PSM-RECORD.
015870            IF NOT ARI-PSM-OK
015880                DISPLAY 'PCLS0016E - PSMOUT WRITE FAILED - '
015890                        'STATUS = ' ARI-PSM-STATUS
015900                MOVE 16 TO ARI-RETURN-CODE
015910                PERFORM 9999-ABEND
015920                    THRU 9999-ABEND-EXIT
015930            END-IF.
015940            ADD 1 TO PCLS-PSM-WRITTEN.
015950        6110-WRITE-ONE-SUMMARY-EXIT.
015960            EXIT.
015970*
015980*****************************************************************
015990*    7000-REOPEN-PERIOD - A CLOSED PERIOD IS REOPENED ONLY WITH
016000*                 A REASON AND ONLY WHILE NO LATER PERIOD IS
016010*                 CLOSED.  THE REOPEN IS RECORDED WITH THE USERS,
016020*                 TIME AND REASON; THE CLOSED FIGURES STAY ON
016030*                 FILE BUT ARE NO LONGER CERTIFIED UNTIL THE
016040*                 PERIOD IS CLOSED AGAIN.
016050*****************************************************************
016060        7000-REOPEN-PERIOD.
016070            IF PCLS-REOPEN-REASON = SPACES
016080                MOVE 'A REOPEN REASON IS REQUIRED (COLS 16-75)'
016090                    TO PCLS-REFUSAL
016100                PERFORM 8000-REFUSE
016110                    THRU 8000-REFUSE-EXIT
016120                GO TO 7000-REOPEN-PERIOD-EXIT
016130            END-IF.
016140            IF NOT PCLS-PER-CLOSED
016150                MOVE 'THE PERIOD IS NOT CLOSED' TO PCLS-REFUSAL
016160                PERFORM 8000-REFUSE
016170                    THRU 8000-REFUSE-EXIT
016180                GO TO 7000-REOPEN-PERIOD-EXIT
016190            END-IF.
016200            IF PCLS-LATER-CLOSED
016210                MOVE 'A LATER PERIOD IS CLOSED - REOPEN IT FIRST'
016220                    TO PCLS-REFUSAL
016230                PERFORM 8000-REFUSE
016240                    THRU 8000-REFUSE-EXIT
016250                GO TO 7000-REOPEN-PERIOD-EXIT
016260            END-IF.
016270            MOVE PCLS-SAVED-PERIOD    TO ARI-PER-RECORD.
016280            SET ARI-PER-REOPENED TO TRUE.
016290            ADD 1 TO ARI-PER-REOPEN-COUNT.
016300            MOVE ARI-AUTH-PARM-USER   TO ARI-PER-REOPENED-BY.
016310            MOVE ARI-AUTH-SUBMIT-USER TO ARI-PER-REOPEN-SUBMITTER.
016320            MOVE ARI-RUN-DATE         TO ARI-PER-REOPEN-DATE.
016330            MOVE ARI-RUN-TIME         TO ARI-PER-REOPEN-TIME.
016340            MOVE PCLS-REOPEN-REASON   TO ARI-PER-REOPEN-REASON.
016350            REWRITE ARI-PER-RECORD.
016360            IF NOT ARI-PERF-OK
016370                DISPLAY 'PCLS0022E - PERFILE UPDATE FAILED - '
016380                        'STATUS = ' ARI-PERF-STATUS
016390                MOVE 16 TO ARI-RETURN-CODE
016400                PERFORM 9999-ABEND
016410                    THRU 9999-ABEND-EXIT
016420            END-IF.
016430            MOVE ' PERIOD REOPENED - ITS FIGURES ARE NO LONGER'
016440                TO PCLS-REPORT-RECORD.
016450            WRITE PCLS-REPORT-RECORD.
016460            MOVE ' CERTIFIED UNTIL IT IS CLOSED AGAIN'
016470                TO PCLS-REPORT-RECORD.
016480            WRITE PCLS-REPORT-RECORD.
016490            MOVE SPACES TO PCLS-REPORT-RECORD.
016500            WRITE PCLS-REPORT-RECORD.
016510            MOVE SPACES TO PCLS-TEXT-LINE.
016520            MOVE 'LAST CLOSED BY' TO PCLS-TXT-LABEL.
016530            MOVE ARI-PER-CLOSED-BY TO PCLS-TXT-VALUE.
016540            WRITE PCLS-REPORT-RECORD FROM PCLS-TEXT-LINE.
016550            MOVE 'LAST CLOSED ON' TO PCLS-TXT-LABEL.
016560            MOVE ARI-PER-CLOSE-DATE TO PCLS-TXT-VALUE.
016570            WRITE PCLS-REPORT-RECORD FROM PCLS-TEXT-LINE.
016580            PERFORM 8100-PRINT-REOPEN-DETAIL
016590                THRU 8100-PRINT-REOPEN-DETAIL-EXIT.
016600            DISPLAY 'PCLS0019I - PERIOD ' PCLS-PERIOD
016610                    ' REOPENED BY ' ARI-AUTH-PARM-USER.
016620        7000-REOPEN-PERIOD-EXIT.
016630            EXIT.
016640*
016650*****************************************************************
016660*    8000-REFUSE - THE CLOSE OR REOPEN CANNOT BE DONE.  THE
016670*                 REASON GOES ON THE REPORT AND THE CONSOLE,
016680*                 NOTHING IS RECORDED AND THE STEP ENDS RC=8.
016690*****************************************************************
016700        8000-REFUSE.
016710            SET PCLS-REFUSED-YES TO TRUE.
016720            MOVE SPACES TO PCLS-TEXT-LINE.
016730            IF PCLS-ACTION-REOPEN
016740                MOVE '*** REOPEN REFUSED -' TO PCLS-TXT-LABEL
016750            ELSE
016760                MOVE '*** CLOSE REFUSED -' TO PCLS-TXT-LABEL
016770            END-IF.
016780            MOVE PCLS-REFUSAL TO PCLS-TXT-VALUE.
016790            WRITE PCLS-REPORT-RECORD FROM PCLS-TEXT-LINE.
016800            DISPLAY 'PCLS0020W - PERIOD ' PCLS-PERIOD ' '
016810                    PCLS-TXT-LABEL.
016820            DISPLAY 'PCLS0020W - ' PCLS-REFUSAL.
016830            MOVE 8 TO ARI-RETURN-CODE.
016840        8000-REFUSE-EXIT.
016850            EXIT.
016860*
016870*****************************************************************
016880*    8100-PRINT-REOPEN-DETAIL - WHO REOPENED THE PERIOD IN
016890*                 ARI-PER-RECORD, WHEN, AND WHY.
016900*****************************************************************
016910        8100-PRINT-REOPEN-DETAIL.
016920            MOVE SPACES TO PCLS-TEXT-LINE.
016930            MOVE 'REOPENED BY' TO PCLS-TXT-LABEL.
016940            MOVE ARI-PER-REOPENED-BY TO PCLS-TXT-VALUE.
016950            WRITE PCLS-REPORT-RECORD FROM PCLS-TEXT-LINE.
016960            MOVE 'REOPEN SUBMITTED BY' TO PCLS-TXT-LABEL.
016970            MOVE ARI-PER-REOPEN-SUBMITTER TO PCLS-TXT-VALUE.
016980            WRITE PCLS-REPORT-RECORD FROM PCLS-TEXT-LINE.
016990            MOVE 'REOPENED ON' TO PCLS-TXT-LABEL.
017000            MOVE ARI-PER-REOPEN-DATE TO PCLS-TXT-VALUE.
017010            WRITE PCLS-REPORT-RECORD FROM PCLS-TEXT-LINE.
017020            MOVE 'TIMES REOPENED' TO PCLS-TXT-LABEL.
017030            MOVE ARI-PER-REOPEN-COUNT TO PCLS-TXT-VALUE.
017040            WRITE PCLS-REPORT-RECORD FROM PCLS-TEXT-LINE.
017050            MOVE ARI-PER-REOPEN-REASON TO PCLS-RSN-TEXT.
017060            WRITE PCLS-REPORT-RECORD FROM PCLS-REASON-LINE.
017070        8100-PRINT-REOPEN-DETAIL-EXIT.
017080            EXIT.
017090*
017100*****************************************************************
017110*    9000-TERMINATE - CLOSE THE PERIOD CONTROL FILE AND THE
017120*                 REPORT.
017130*****************************************************************
017140        9000-TERMINATE.
017150            CLOSE ARI-PER-FILE
017160                  ARI-REPORT-FILE.
017170            IF PCLS-REFUSED-YES
017180                AND PCLS-REG-AVAIL-YES
017190                CLOSE ARI-REG-FILE
017200            END-IF.
017210        9000-TERMINATE-EXIT.
017220            EXIT.
017230*
017240*****************************************************************
017250*    9999-ABEND - FATAL I/O ERROR HANDLING.  DISPLAYS THE
017260*                 CONDITION AND ENDS THE RUN WITH A NON-ZERO
017270*                 RETURN CODE SO THE JCL STEP FAILS VISIBLY.
017280*****************************************************************
017290        9999-ABEND.
017300            MOVE ARI-RETURN-CODE TO RETURN-CODE.
017310            STOP RUN.
017320        9999-ABEND-EXIT.
017330            EXIT.
