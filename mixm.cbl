000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MIXM.
000030 AUTHOR.        M D HARTLEY.
000040 INSTALLATION.  ARITHMETIC SUITE - BATCH PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM      : MIXM
000090* DESCRIPTION  : PARTITIONED MIXI RUN MERGE.  RUNS AFTER ALL
000100*                PARTITION MIXI STEPS OF AN EXTRACT CUT BY MIXS.
000110*                PROVES EVERY PARTITION RAN TO ITS END-OF-RUN
000120*                CHECKPOINT OVER EXACTLY THE DETAILS MIXS GAVE
000130*                IT (SPLIT CONTROL FILE), THAT THE PARTITION
000140*                AUDIT LOGS HOLD ONE RECORD PER ACCEPTED DETAIL
000150*                IN ASCENDING SEQUENCE ORDER, EACH INSIDE ITS
000160*                OWN PARTITION'S RANGE, AND THAT THE AUDITED
000170*                OPERATION COUNTS AND NUM1/RESULT SUMS AGREE
000180*                WITH THE CHECKPOINT TOTALS.  ONLY THEN ARE THE
000190*                PARTITION AUDIT LOGS APPENDED TO THE LIVE MIXI
000200*                AUDIT LOG AND THE PARTITION REJECTS COPIED TO
000210*                THE NORMAL MIXI REJECT DATASET, BOTH IN
000220*                SEQUENCE ORDER, AND THE RUN IS CLOSED ON THE
000230*                RUN REGISTER AND WRITTEN TO THE RUN HISTORY AS
000240*                ONE RUN - DOWNSTREAM (RUNC, TRND, AUDX, RECN,
000250*                RCAL) SEE NO DIFFERENCE FROM A SINGLE MIXI
000260*                STEP.  ONE CONSOLIDATED CONTROL REPORT IS
000270*                PRINTED.  A MERGE THAT FAILS ANY PROOF WRITES
000280*                NOTHING AND LEAVES THE RUN OPEN: RESTART THE
000290*                FAILED PARTITION ONLY, THEN RERUN THE MERGE.
000300*
000310*                RETURN CODES - 0 MERGED CLEAN, 4 MERGED WITH
000320*                REJECTS, 8 MERGE REFUSED (SEE REPORT), 16 I/O
000330*                ERROR, 20 RUN ALREADY COMPLETE.
000340*
000350* MODIFICATION HISTORY
000360* DATE       INIT   DESCRIPTION
000370* ---------- ----   -----------------------------------------
000380* 2026-10-15 MDH    INITIAL VERSION - MERGE STEP OF THE
000390*                    PARTITIONED MIXI RUN (MIXS, MIXI PER
000400*                    PARTITION, MIXM MERGE).
000410* 2026-10-15 MDH    A REPROCESS OVERRIDE IS NOW REFUSED (RC=28)
000420*                    UNLESS BOTH THE PARM CARD USER AND THE USER
000430*                    THE JOB WAS SUBMITTED UNDER HOLD THE
000440*                    REPROCESS FUNCTION ON THE ARIAUT
000450*                    AUTHORIZATION PROFILE.
000460* 2026-10-15 MDH    A RUN OR REPROCESS FOR A PROCESS DATE IN A
000470*                    MONTH-END PERIOD CLOSED BY PCLS IS REFUSED
000480*                    (RC=32) UNTIL THE PERIOD IS REOPENED; A
000490*                    REOPENED PERIOD IS SHOWN WITH ITS REASON.
000500* 2026-10-15 MDH    A PERFILE READ ERROR NOW ENDS THE RUN
000510*                    (RC=16) INSTEAD OF BEING TAKEN AS AN
000520*                    OPEN PERIOD.
000530* 2026-10-15 MDH    A FAILED REOPEN OF AUDIN OR REJIN FOR THE
000540*                    MERGE NOW ENDS THE RUN (RC=16) INSTEAD OF
000550*                    RECORDING AN EMPTY MERGE.
000553* 2026-10-15 MDH    A RUNREG READ ERROR NOW ENDS THE MERGE
000556*                    (RC=16) INSTEAD OF MERGING UNREGISTERED.
000560*****************************************************************
000570        ENVIRONMENT DIVISION.
000580        CONFIGURATION SECTION.
000590        INPUT-OUTPUT SECTION.
000600        FILE-CONTROL.
000610            SELECT ARI-SPL-FILE
000620                ASSIGN TO SPLCTL
000630                ORGANIZATION IS SEQUENTIAL
000640                FILE STATUS IS ARI-SPL-STATUS.
000650            SELECT ARI-CKPT-FILE
000660                ASSIGN TO CKPTIN
000670                ORGANIZATION IS SEQUENTIAL
000680                FILE STATUS IS ARI-CKPT-STATUS.
000690            SELECT ARI-AUDIT-FILE
000700                ASSIGN TO AUDIN
000710                ORGANIZATION IS SEQUENTIAL
000720                FILE STATUS IS ARI-AUDIT-STATUS.
000730            SELECT ARI-REJECT-FILE
000740                ASSIGN TO REJIN
000750                ORGANIZATION IS SEQUENTIAL
000760                FILE STATUS IS ARI-REJECT-STATUS.
000770            SELECT MIXM-AUDOUT-FILE
000780                ASSIGN TO AUDOUT
000790                ORGANIZATION IS SEQUENTIAL
000800                FILE STATUS IS MIXM-AUDOUT-STATUS.
000810            SELECT MIXM-REJOUT-FILE
000820                ASSIGN TO REJOUT
000830                ORGANIZATION IS SEQUENTIAL
000840                FILE STATUS IS MIXM-REJOUT-STATUS.
000850            SELECT ARI-REPORT-FILE
000860                ASSIGN TO RPTOUT
000870                ORGANIZATION IS SEQUENTIAL
000880                FILE STATUS IS ARI-REPORT-STATUS.
000890            SELECT ARI-REG-FILE
000900                ASSIGN TO RUNREG
000910                ORGANIZATION IS INDEXED
000920                ACCESS MODE IS RANDOM
000930                RECORD KEY IS ARI-REG-KEY
000940                FILE STATUS IS ARI-REGF-STATUS.
000950            SELECT ARI-HST-FILE
000960                ASSIGN TO HSTFILE
000970                ORGANIZATION IS INDEXED
000980                ACCESS MODE IS RANDOM
000990                RECORD KEY IS ARI-HST-KEY
001000                FILE STATUS IS ARI-HSTF-STATUS.
001010            SELECT OPTIONAL ARI-PARM-FILE
001020                ASSIGN TO PARMIN
001030                ORGANIZATION IS SEQUENTIAL
001040                FILE STATUS IS ARI-PARM-STATUS.
001050            SELECT ARI-AUT-FILE
001060                ASSIGN TO AUTFILE
001070                ORGANIZATION IS INDEXED
001080                ACCESS MODE IS RANDOM
001090                RECORD KEY IS ARI-AUT-USER-ID
001100                FILE STATUS IS ARI-AUTF-STATUS.
001110            SELECT OPTIONAL ARI-PER-FILE
001120                ASSIGN TO PERFILE
001130                ORGANIZATION IS INDEXED
001140                ACCESS MODE IS RANDOM
001150                RECORD KEY IS ARI-PER-PERIOD
001160                FILE STATUS IS ARI-PERF-STATUS.
001170*
001180        DATA DIVISION.
001190        FILE SECTION.
001200        FD  ARI-SPL-FILE
001210            RECORDING MODE IS F
001220            LABEL RECORDS ARE STANDARD.
001230        COPY ARISPL.
001240*
001250        FD  ARI-CKPT-FILE
001260            RECORDING MODE IS F
001270            LABEL RECORDS ARE STANDARD.
001280        COPY ARICKP.
001290*
001300        FD  ARI-AUDIT-FILE
001310            RECORDING MODE IS F
001320            LABEL RECORDS ARE STANDARD.
001330        COPY ARIAUD.
001340*
001350        FD  ARI-REJECT-FILE
001360            RECORDING MODE IS F
001370            LABEL RECORDS ARE STANDARD.
001380        COPY ARIREJ.
001390*
001400        FD  MIXM-AUDOUT-FILE
001410            RECORDING MODE IS F
001420            LABEL RECORDS ARE STANDARD.
001430        01  MIXM-AUDOUT-RECORD           PIC X(110).
001440*
001450        FD  MIXM-REJOUT-FILE
001460            RECORDING MODE IS F
001470            LABEL RECORDS ARE STANDARD.
001480        01  MIXM-REJOUT-RECORD           PIC X(80).
001490*
001500        FD  ARI-REPORT-FILE
001510            RECORDING MODE IS F
001520            LABEL RECORDS ARE STANDARD.
001530        COPY ARIRPT.
001540*
001550        FD  ARI-REG-FILE
001560            LABEL RECORDS ARE STANDARD.
001570        COPY ARIRUN.
001580*
001590        FD  ARI-HST-FILE
001600            LABEL RECORDS ARE STANDARD.
001610        COPY ARIHST.
001620*
001630        FD  ARI-PARM-FILE
001640            RECORDING MODE IS F
001650            LABEL RECORDS ARE STANDARD.
001660        COPY ARIPRM.
001670*
001680        FD  ARI-AUT-FILE
001690            LABEL RECORDS ARE STANDARD.
001700        COPY ARIAUT.
001710*
001720        FD  ARI-PER-FILE
001730            LABEL RECORDS ARE STANDARD.
001740        COPY ARIPER.
001750*
001760        WORKING-STORAGE SECTION.
001770*****************************************************************
001780*    FILE STATUS SWITCHES
001790*****************************************************************
001800        77  ARI-SPL-STATUS               PIC X(02) VALUE SPACES.
001810            88  ARI-SPL-OK               VALUE '00'.
001820        77  ARI-CKPT-STATUS              PIC X(02) VALUE SPACES.
001830            88  ARI-CKPT-OK              VALUE '00'.
001840        77  ARI-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001850            88  ARI-AUDIT-OK             VALUE '00'.
001860        77  ARI-REJECT-STATUS            PIC X(02) VALUE SPACES.
001870            88  ARI-REJECT-OK            VALUE '00'.
001880        77  MIXM-AUDOUT-STATUS           PIC X(02) VALUE SPACES.
001890            88  MIXM-AUDOUT-OK           VALUE '00'.
001900            88  MIXM-AUDOUT-NO-FILE      VALUE '35'.
001910        77  MIXM-REJOUT-STATUS           PIC X(02) VALUE SPACES.
001920            88  MIXM-REJOUT-OK           VALUE '00'.
001930        77  ARI-REPORT-STATUS            PIC X(02) VALUE SPACES.
001940            88  ARI-REPORT-OK            VALUE '00'.
001950        77  ARI-REGF-STATUS              PIC X(02) VALUE SPACES.
001960            88  ARI-REGF-OK              VALUE '00'.
001970            88  ARI-REGF-NO-FILE         VALUE '35'.
001980            88  ARI-REGF-NO-RECORD       VALUE '23'.
001990        77  ARI-HSTF-STATUS              PIC X(02) VALUE SPACES.
002000            88  ARI-HSTF-OK              VALUE '00'.
002010            88  ARI-HSTF-NO-FILE         VALUE '35'.
002020            88  ARI-HSTF-DUP-KEY         VALUE '22'.
002030        77  ARI-PARM-STATUS              PIC X(02) VALUE SPACES.
002040            88  ARI-PARM-OK              VALUE '00'.
002050        77  ARI-AUTF-STATUS              PIC X(02) VALUE SPACES.
002060            88  ARI-AUTF-OK              VALUE '00'.
002070        77  ARI-PERF-STATUS              PIC X(02) VALUE SPACES.
002080            88  ARI-PERF-OK              VALUE '00'.
002090            88  ARI-PERF-MISSING         VALUE '05' '35'.
002100            88  ARI-PERF-NO-RECORD       VALUE '23'.
002110*
002120*****************************************************************
002130*    PROGRAM SWITCHES
002140*****************************************************************
002150        01  ARI-SWITCHES.
002160            05  ARI-EOF-SW               PIC X(01) VALUE 'N'.
002170                88  ARI-EOF-YES          VALUE 'Y'
002180                                          WHEN SET TO FALSE 'N'.
002190            05  ARI-REPROC-SW            PIC X(01) VALUE 'N'.
002200                88  ARI-REPROC-YES       VALUE 'Y'.
002210            05  ARI-REG-FOUND-SW         PIC X(01) VALUE 'N'.
002220                88  ARI-REG-FOUND-YES    VALUE 'Y'.
002230*
002240*****************************************************************
002250*    PARTITION TABLE - ONE ENTRY PER PARTITION, LOADED FROM THE
002260*    SPLIT CONTROL FILE AND THE PARTITIONS' END-OF-RUN
002270*    CHECKPOINTS, WITH THE AUDIT RECORDS FOUND IN EACH RANGE.
002280*****************************************************************
002290        01  MIXM-PART-TABLE.
002300            05  MIXM-PRT-ENTRY OCCURS 4.
002310                10  MIXM-PRT-SPLIT-SW    PIC X(01).
002320                    88  MIXM-PRT-SPLIT-YES VALUE 'Y'.
002330                10  MIXM-PRT-ENDED-SW    PIC X(01).
002340                    88  MIXM-PRT-ENDED-YES VALUE 'Y'.
002350                10  MIXM-PRT-FIRST-SEQ   PIC 9(06).
002360                10  MIXM-PRT-LAST-SEQ    PIC 9(06).
002370                10  MIXM-PRT-DETAILS     PIC 9(07) COMP.
002380                10  MIXM-PRT-READ        PIC 9(07) COMP.
002390                10  MIXM-PRT-ACCEPTED    PIC 9(07) COMP.
002400                10  MIXM-PRT-REJECTED    PIC 9(07) COMP.
002410                10  MIXM-PRT-AUDITED     PIC 9(07) COMP.
002420                10  MIXM-PRT-SUM-NUM1    PIC S9(13)V9(04) COMP.
002430                10  MIXM-PRT-SUM-RESULT  PIC S9(13)V9(04) COMP.
002440                10  MIXM-PRT-DIVIDE      PIC 9(07) COMP.
002450                10  MIXM-PRT-ADD         PIC 9(07) COMP.
002460                10  MIXM-PRT-SUBTRACT    PIC 9(07) COMP.
002470                10  MIXM-PRT-MULTIPLY    PIC 9(07) COMP.
002480                10  MIXM-PRT-PERCENT     PIC 9(07) COMP.
002490                10  MIXM-PRT-MODULO      PIC 9(07) COMP.
002500        77  MIXM-PART-LIMIT              PIC 9(01) VALUE 4.
002510        77  MIXM-PART-SUB                PIC 9(03) COMP
002520                                          VALUE ZERO.
002530        77  MIXM-AUD-PART                PIC 9(03) COMP
002540                                          VALUE ZERO.
002550        77  MIXM-SPLIT-RECS              PIC 9(03) COMP
002560                                          VALUE ZERO.
002570        77  MIXM-PARTITIONS              PIC 9(01) VALUE ZERO.
002580        77  MIXM-EXTRACT-SYSTEM          PIC X(08) VALUE SPACES.
002590        77  MIXM-HIGH-SEQ                PIC 9(06) VALUE ZERO.
002600*
002610*****************************************************************
002620*    RUN TOTALS - THE CHECKPOINT SIDE IS WHAT THE PARTITION
002630*    STEPS SAY THEY DID; THE AUDIT AND REJECT SIDES ARE WHAT
002640*    THEIR OUTPUT FILES ACTUALLY HOLD.  THE MERGE GOES AHEAD
002650*    ONLY WHEN THE TWO SIDES AGREE.
002660*****************************************************************
002670        77  ARI-RECS-READ                PIC 9(07) COMP
002680                                          VALUE ZERO.
002690        77  ARI-RECS-ACCEPTED            PIC 9(07) COMP
002700                                          VALUE ZERO.
002710        77  ARI-RECS-REJECTED            PIC 9(07) COMP
002720                                          VALUE ZERO.
002730        77  ARI-RECS-LIMIT               PIC 9(07) COMP
002740                                          VALUE ZERO.
002750        77  ARI-SUM-NUM1                 PIC S9(13)V9(04) COMP
002760                                          VALUE ZERO.
002770        77  ARI-SUM-RESULT               PIC S9(13)V9(04) COMP
002780                                          VALUE ZERO.
002790        77  ARI-CNT-DIVIDE               PIC 9(07) COMP
002800                                          VALUE ZERO.
002810        77  ARI-CNT-ADD                  PIC 9(07) COMP
002820                                          VALUE ZERO.
002830        77  ARI-CNT-SUBTRACT             PIC 9(07) COMP
002840                                          VALUE ZERO.
002850        77  ARI-CNT-MULTIPLY             PIC 9(07) COMP
002860                                          VALUE ZERO.
002870        77  ARI-CNT-PERCENT              PIC 9(07) COMP
002880                                          VALUE ZERO.
002890        77  ARI-CNT-MODULO               PIC 9(07) COMP
002900                                          VALUE ZERO.
002910        77  MIXM-AUD-RECS                PIC 9(07) COMP
002920                                          VALUE ZERO.
002930        77  MIXM-AUD-SUM-NUM1            PIC S9(13)V9(04) COMP
002940                                          VALUE ZERO.
002950        77  MIXM-AUD-SUM-RESULT          PIC S9(13)V9(04) COMP
002960                                          VALUE ZERO.
002970        77  MIXM-AUD-DIVIDE              PIC 9(07) COMP
002980                                          VALUE ZERO.
002990        77  MIXM-AUD-ADD                 PIC 9(07) COMP
003000                                          VALUE ZERO.
003010        77  MIXM-AUD-SUBTRACT            PIC 9(07) COMP
003020                                          VALUE ZERO.
003030        77  MIXM-AUD-MULTIPLY            PIC 9(07) COMP
003040                                          VALUE ZERO.
003050        77  MIXM-AUD-PERCENT             PIC 9(07) COMP
003060                                          VALUE ZERO.
003070        77  MIXM-AUD-MODULO              PIC 9(07) COMP
003080                                          VALUE ZERO.
003090        77  MIXM-AUD-PREV-SEQ            PIC 9(06) VALUE ZERO.
003100        77  MIXM-AUD-DISORDER            PIC 9(07) COMP
003110                                          VALUE ZERO.
003120        77  MIXM-AUD-FOREIGN             PIC 9(07) COMP
003130                                          VALUE ZERO.
003140        77  MIXM-REJ-RECS                PIC 9(07) COMP
003150                                          VALUE ZERO.
003160        77  MIXM-AUD-COPIED              PIC 9(07) COMP
003170                                          VALUE ZERO.
003180        77  MIXM-REJ-COPIED              PIC 9(07) COMP
003190                                          VALUE ZERO.
003200        77  MIXM-FAILURES                PIC 9(03) COMP
003210                                          VALUE ZERO.
003220*
003230*****************************************************************
003240*    RUN IDENTIFICATION - FROM THE SAME PARM CARD MIXS AND THE
003250*    PARTITION STEPS READ.
003260*****************************************************************
003270        01  ARI-RUN-IDENT.
003280            05  ARI-JOB-ID               PIC X(08)
003290                                          VALUE 'MIXIBTCH'.
003300            05  ARI-USER-ID              PIC X(08) VALUE 'BATCH'.
003310            05  ARI-RUN-DATE             PIC 9(08) VALUE ZERO.
003320            05  ARI-RUN-TIME             PIC 9(08) VALUE ZERO.
003330            05  ARI-PROC-DATE            PIC 9(08) VALUE ZERO.
003340        77  ARI-DEC-PLACES               PIC 9(01) VALUE 2.
003350*
003360*****************************************************************
003370*    REPORT LINES
003380*****************************************************************
003390        01  ARI-OPT-LINE.
003400            05  ARI-OPT-LABEL            PIC X(30).
003410            05  ARI-OPT-VALUE            PIC X(20).
003420            05  FILLER                   PIC X(12) VALUE SPACES.
003430        01  MIXM-PART-LINE.
003440            05  FILLER                   PIC X(05) VALUE ' PART'.
003450            05  MIXM-PTL-PART            PIC 9(01).
003460            05  FILLER                   PIC X(05) VALUE ' SEQ '.
003470            05  MIXM-PTL-FIRST           PIC 9(06).
003480            05  FILLER                   PIC X(01) VALUE '-'.
003490            05  MIXM-PTL-LAST            PIC 9(06).
003500            05  FILLER                   PIC X(06) VALUE ' READ '.
003510            05  MIXM-PTL-READ            PIC Z,ZZZ,ZZ9.
003520            05  FILLER                   PIC X(05) VALUE ' ACC '.
003530            05  MIXM-PTL-ACCEPTED        PIC Z,ZZZ,ZZ9.
003540            05  FILLER                   PIC X(05) VALUE ' REJ '.
003550            05  MIXM-PTL-REJECTED        PIC Z,ZZZ,ZZ9.
003560            05  FILLER                   PIC X(01) VALUE SPACE.
003570            05  MIXM-PTL-STATUS          PIC X(10).
003580            05  FILLER                   PIC X(02) VALUE SPACES.
003590        01  MIXM-FAIL-LINE.
003600            05  FILLER                   PIC X(05) VALUE ' *** '.
003610            05  MIXM-FL-SCOPE.
003620                10  MIXM-FL-SCOPE-TEXT   PIC X(10).
003630                10  MIXM-FL-PART         PIC X(01).
003640                10  FILLER               PIC X(01) VALUE SPACE.
003650            05  MIXM-FL-REASON           PIC X(40).
003660            05  FILLER                   PIC X(23) VALUE SPACES.
003670*
003680*****************************************************************
003690*    AUTHORIZATION CHECK - THE PARM CARD USER AND THE USER THE
003700*    JOB WAS SUBMITTED UNDER, EACH LOOKED UP ON THE PROFILE FILE
003710*****************************************************************
003720        01  ARI-AUTH-CHECK.
003730            05  ARI-AUTH-PARM-USER       PIC X(08) VALUE SPACES.
003740            05  ARI-AUTH-SUBMIT-USER     PIC X(08) VALUE SPACES.
003750            05  ARI-AUTH-USER-ID         PIC X(08) VALUE SPACES.
003760            05  ARI-AUTH-SOURCE          PIC X(09) VALUE SPACES.
003770            05  ARI-AUTH-REFUSED-SW      PIC X(01) VALUE 'N'.
003780                88  ARI-AUTH-REFUSED-YES VALUE 'Y'.
003790*
003800*****************************************************************
003810*    RETURN CODE
003820*****************************************************************
003830        77  ARI-RETURN-CODE              PIC 9(04) COMP
003840                                          VALUE ZERO.
003850*
003860        LINKAGE SECTION.
003870        COPY ARIACE.
003880*
003890        PROCEDURE DIVISION.
003900*
003910        0000-MAIN-PROCESS.
003920            PERFORM 1000-INITIALIZE
003930                THRU 1000-INITIALIZE-EXIT.
003940            PERFORM 2000-PROVE-PARTITIONS
003950                THRU 2000-PROVE-PARTITIONS-EXIT.
003960            IF MIXM-FAILURES = ZERO
003970                PERFORM 3000-MERGE-OUTPUTS
003980                    THRU 3000-MERGE-OUTPUTS-EXIT
003990            END-IF.
004000            PERFORM 4000-TERMINATE
004010                THRU 4000-TERMINATE-EXIT.
004020            MOVE ARI-RETURN-CODE TO RETURN-CODE.
004030            STOP RUN.
004040*
004050*****************************************************************
004060*    1000-INITIALIZE - READ THE PARM CARD, OPEN THE REPORT,
004070*                 LOAD THE SPLIT CONTROL RECORDS AND CHECK THE
004080*                 RUN REGISTER.
004090*****************************************************************
004100        1000-INITIALIZE.
004110            PERFORM 1100-READ-PARM-CARD
004120                THRU 1100-READ-PARM-CARD-EXIT.
004130            IF ARI-REPROC-YES
004140                PERFORM 1800-CHECK-AUTHORITY
004150                    THRU 1800-CHECK-AUTHORITY-EXIT
004160            END-IF.
004170            ACCEPT ARI-RUN-DATE FROM DATE YYYYMMDD.
004180            IF ARI-PROC-DATE = ZERO
004190                MOVE ARI-RUN-DATE TO ARI-PROC-DATE
004200            END-IF.
004210            ACCEPT ARI-RUN-TIME FROM TIME.
004220            OPEN OUTPUT ARI-REPORT-FILE.
004230            IF NOT ARI-REPORT-OK
004240                DISPLAY 'MIXM0005E - UNABLE TO OPEN RPTOUT - '
004250                        'STATUS = ' ARI-REPORT-STATUS
004260                MOVE 16 TO ARI-RETURN-CODE
004270                PERFORM 9999-ABEND
004280                    THRU 9999-ABEND-EXIT
004290            END-IF.
004300            INITIALIZE MIXM-PART-TABLE.
004310            PERFORM 1200-LOAD-SPLIT-CONTROL
004320                THRU 1200-LOAD-SPLIT-CONTROL-EXIT.
004330            PERFORM 1500-CHECK-RUN-REGISTER
004340                THRU 1500-CHECK-RUN-REGISTER-EXIT.
004350        1000-INITIALIZE-EXIT.
004360            EXIT.
004370*
004380        1100-READ-PARM-CARD.
004390            OPEN INPUT ARI-PARM-FILE.
004400            IF ARI-PARM-STATUS = '35'
004410                GO TO 1100-READ-PARM-CARD-EXIT
004420            END-IF.
004430            IF ARI-PARM-STATUS = '05'
004440                CLOSE ARI-PARM-FILE
004450                GO TO 1100-READ-PARM-CARD-EXIT
004460            END-IF.
004470            READ ARI-PARM-FILE
004480                AT END
004490                    CLOSE ARI-PARM-FILE
004500                    GO TO 1100-READ-PARM-CARD-EXIT
004510            END-READ.
004520            MOVE ARI-PARM-USER-ID TO ARI-AUTH-PARM-USER.
004530            MOVE ARI-PARM-JOB-ID    TO ARI-JOB-ID.
004540            MOVE ARI-PARM-USER-ID   TO ARI-USER-ID.
004550            IF ARI-PARM-DEC-PLACES NUMERIC
004560               AND ARI-PARM-DEC-PLACES > ZERO
004570               AND ARI-PARM-DEC-PLACES < 5
004580                MOVE ARI-PARM-DEC-PLACES TO ARI-DEC-PLACES
004590            END-IF.
004600            IF ARI-PARM-REPROC-IND = 'Y'
004610                SET ARI-REPROC-YES TO TRUE
004620            END-IF.
004630            IF ARI-PARM-PROC-DATE NUMERIC
004640                AND ARI-PARM-PROC-DATE > ZERO
004650                MOVE ARI-PARM-PROC-DATE TO ARI-PROC-DATE
004660            END-IF.
004670            CLOSE ARI-PARM-FILE.
004680        1100-READ-PARM-CARD-EXIT.
004690            EXIT.
004700*
004710*****************************************************************
004720*    1200-LOAD-SPLIT-CONTROL - ONE SPLIT CONTROL RECORD PER
004730*                 PARTITION, AS WRITTEN BY MIXS.  A FILE FOR
004740*                 ANOTHER JOB OR EXTRACT DATE, OR ONE WITH A
004750*                 PARTITION NUMBER OUTSIDE 1-4, MEANS THE
004760*                 WRONG SPLIT IS BEING MERGED - THE MERGE
004770*                 STOPS RC=8 WITHOUT TOUCHING ANYTHING.
004780*****************************************************************
004790        1200-LOAD-SPLIT-CONTROL.
004800            OPEN INPUT ARI-SPL-FILE.
004810            IF NOT ARI-SPL-OK
004820                DISPLAY 'MIXM0001E - UNABLE TO OPEN SPLCTL - '
004830                        'STATUS = ' ARI-SPL-STATUS
004840                MOVE 16 TO ARI-RETURN-CODE
004850                PERFORM 9999-ABEND
004860                    THRU 9999-ABEND-EXIT
004870            END-IF.
004880            SET ARI-EOF-YES TO FALSE.
004890            PERFORM 1210-READ-SPLIT-RECORD
004900                THRU 1210-READ-SPLIT-RECORD-EXIT
004910                UNTIL ARI-EOF-YES.
004920            CLOSE ARI-SPL-FILE.
004930            IF MIXM-SPLIT-RECS = ZERO
004940                DISPLAY 'MIXM0010E - SPLIT CONTROL FILE EMPTY - '
004950                        'MERGE NOT STARTED'
004960                MOVE 8 TO ARI-RETURN-CODE
004970                PERFORM 9999-ABEND
004980                    THRU 9999-ABEND-EXIT
004990            END-IF.
005000        1200-LOAD-SPLIT-CONTROL-EXIT.
005010            EXIT.
005020*
005030        1210-READ-SPLIT-RECORD.
005040            READ ARI-SPL-FILE
005050                AT END
005060                    SET ARI-EOF-YES TO TRUE
005070                    GO TO 1210-READ-SPLIT-RECORD-EXIT
005080            END-READ.
005090            IF ARI-SPL-JOB-ID NOT = ARI-JOB-ID
005100                OR ARI-SPL-RUN-DATE NOT = ARI-PROC-DATE
005110                OR ARI-SPL-PART-NO NOT NUMERIC
005120                OR ARI-SPL-PART-NO < 1
005130                OR ARI-SPL-PART-NO > MIXM-PART-LIMIT
005140                DISPLAY 'MIXM0010E - SPLIT CONTROL RECORD FOR '
005150                        ARI-SPL-JOB-ID ' ' ARI-SPL-RUN-DATE
005160                        ' PART ' ARI-SPL-PART-NO
005170                        ' DOES NOT BELONG TO THIS RUN - '
005180                        'MERGE NOT STARTED'
005190                CLOSE ARI-SPL-FILE
005200                MOVE 8 TO ARI-RETURN-CODE
005210                PERFORM 9999-ABEND
005220                    THRU 9999-ABEND-EXIT
005230            END-IF.
005240            ADD 1 TO MIXM-SPLIT-RECS.
005250            MOVE ARI-SPL-PART-NO TO MIXM-PART-SUB.
005260            MOVE 'Y' TO MIXM-PRT-SPLIT-SW (MIXM-PART-SUB).
005270            MOVE ARI-SPL-FIRST-SEQ-NO
005280                TO MIXM-PRT-FIRST-SEQ (MIXM-PART-SUB).
005290            MOVE ARI-SPL-LAST-SEQ-NO
005300                TO MIXM-PRT-LAST-SEQ (MIXM-PART-SUB).
005310            MOVE ARI-SPL-DETAIL-COUNT
005320                TO MIXM-PRT-DETAILS (MIXM-PART-SUB).
005330            MOVE ARI-SPL-PART-COUNT TO MIXM-PARTITIONS.
005340            MOVE ARI-SPL-EXTRACT-SYSTEM TO MIXM-EXTRACT-SYSTEM.
005350            IF ARI-SPL-LAST-SEQ-NO > MIXM-HIGH-SEQ
005360                MOVE ARI-SPL-LAST-SEQ-NO TO MIXM-HIGH-SEQ
005370            END-IF.
005380        1210-READ-SPLIT-RECORD-EXIT.
005390            EXIT.
005400*
005410*****************************************************************
005420*    1500-CHECK-RUN-REGISTER - MIXS REGISTERED THE RUN OPEN.  A
005430*                 RUN ALREADY MARKED COMPLETE IS REFUSED WITH
005440*                 RC=20 (THE MERGE WAS RELEASED TWICE) UNLESS
005450*                 THE PARM CARRIES THE REPROCESS OVERRIDE.  THE
005460*                 START TIME MIXS RECORDED IS KEPT SO THE
005470*                 REGISTER SHOWS THE WHOLE PARTITIONED RUN.
005480*                 THE REGISTER STAYS OPEN UNTIL 4300.
005490*****************************************************************
005500        1500-CHECK-RUN-REGISTER.
005510            PERFORM 1900-CHECK-PERIOD-LOCK
005520                THRU 1900-CHECK-PERIOD-LOCK-EXIT.
005530            OPEN I-O ARI-REG-FILE.
005540            IF ARI-REGF-NO-FILE
005550                OPEN OUTPUT ARI-REG-FILE
005560                CLOSE ARI-REG-FILE
005570                OPEN I-O ARI-REG-FILE
005580            END-IF.
005590            IF NOT ARI-REGF-OK
005600                DISPLAY 'MIXM0014E - UNABLE TO OPEN RUNREG - '
005610                        'STATUS = ' ARI-REGF-STATUS
005620                MOVE 16 TO ARI-RETURN-CODE
005630                PERFORM 9999-ABEND
005640                    THRU 9999-ABEND-EXIT
005650            END-IF.
005660            MOVE ARI-JOB-ID    TO ARI-REG-JOB-ID.
005670            MOVE ARI-PROC-DATE TO ARI-REG-RUN-DATE.
005680            READ ARI-REG-FILE.
005681            IF NOT ARI-REGF-OK
005682                AND NOT ARI-REGF-NO-RECORD
005683                DISPLAY 'MIXM0027E - RUNREG READ ERROR - '
005684                        'STATUS = ' ARI-REGF-STATUS
005685                MOVE 16 TO ARI-RETURN-CODE
005686                PERFORM 9999-ABEND
005687                    THRU 9999-ABEND-EXIT
005688            END-IF.
005690            IF ARI-REGF-OK
005700                SET ARI-REG-FOUND-YES TO TRUE
005710                IF ARI-REG-COMPLETE
005720                    AND NOT ARI-REPROC-YES
005730                    DISPLAY 'MIXM0015E - RUN ALREADY COMPLETE '
005740                            'FOR JOB ' ARI-JOB-ID
005750                            ' DATE ' ARI-PROC-DATE
005760                            ' - MERGE REFUSED'
005770                    MOVE 20 TO ARI-RETURN-CODE
005780                    PERFORM 9999-ABEND
005790                        THRU 9999-ABEND-EXIT
005800                END-IF
005810                IF ARI-REG-START-TIME > ZERO
005820                    MOVE ARI-REG-START-TIME TO ARI-RUN-TIME
005830                END-IF
005840            END-IF.
005850        1500-CHECK-RUN-REGISTER-EXIT.
005860            EXIT.
005870*
005880*****************************************************************
005890*    1800-CHECK-AUTHORITY - A REPROCESS OVERRIDE ON THE PARM CARD
005900*                 IS HONOURED ONLY WHEN BOTH THE PARM CARD USER
005910*                 AND THE USER THE JOB WAS SUBMITTED UNDER HOLD
005920*                 IT ON THE AUTHORIZATION PROFILE FILE.  EITHER
005930*                 ONE MISSING, REVOKED OR WITHOUT THE FUNCTION
005940*                 (OR NO PROFILE FILE) REFUSES THE RUN WITH RC=28
005950*                 BEFORE ANY FILE IS PROCESSED.
005960*****************************************************************
005970        1800-CHECK-AUTHORITY.
005980            PERFORM 1810-GET-SUBMITTER
005990                THRU 1810-GET-SUBMITTER-EXIT.
006000            OPEN INPUT ARI-AUT-FILE.
006010            IF ARI-AUTF-OK
006020                MOVE 'PARM CARD'          TO ARI-AUTH-SOURCE
006030                MOVE ARI-AUTH-PARM-USER   TO ARI-AUTH-USER-ID
006040                PERFORM 1820-CHECK-ONE-USER
006050                    THRU 1820-CHECK-ONE-USER-EXIT
006060                MOVE 'SUBMITTER'          TO ARI-AUTH-SOURCE
006070                MOVE ARI-AUTH-SUBMIT-USER TO ARI-AUTH-USER-ID
006080                PERFORM 1820-CHECK-ONE-USER
006090                    THRU 1820-CHECK-ONE-USER-EXIT
006100                CLOSE ARI-AUT-FILE
006110            ELSE
006120                DISPLAY 'MIXM0021E - UNABLE TO OPEN AUTFILE - '
006130                        'STATUS = ' ARI-AUTF-STATUS
006140                SET ARI-AUTH-REFUSED-YES TO TRUE
006150            END-IF.
006160            IF ARI-AUTH-REFUSED-YES
006170                DISPLAY 'MIXM0022E - REPROCESS OVERRIDE '
006180                        'REFUSED - RUN NOT STARTED'
006190                MOVE 28 TO ARI-RETURN-CODE
006200                PERFORM 9999-ABEND
006210                    THRU 9999-ABEND-EXIT
006220            END-IF.
006230        1800-CHECK-AUTHORITY-EXIT.
006240            EXIT.
006250*
006260*****************************************************************
006270*    1810-GET-SUBMITTER - THE USER ID THE JOB RUNS UNDER, TAKEN
006280*                 FROM THE ACEE.  NO ACEE LEAVES IT BLANK, WHICH
006290*                 1820-CHECK-ONE-USER REFUSES.
006300*****************************************************************
006310        1810-GET-SUBMITTER.
006320            MOVE SPACES TO ARI-AUTH-SUBMIT-USER.
006330            SET ADDRESS OF ARI-PSA  TO NULL.
006340            SET ADDRESS OF ARI-ASCB TO ARI-PSA-AOLD.
006350            SET ADDRESS OF ARI-ASXB TO ARI-ASCB-ASXB.
006360            IF ARI-ASXB-SENV = NULL
006370                GO TO 1810-GET-SUBMITTER-EXIT
006380            END-IF.
006390            SET ADDRESS OF ARI-ACEE TO ARI-ASXB-SENV.
006400            IF ARI-ACEE-ACRONYM = 'ACEE'
006410                MOVE ARI-ACEE-USER-ID TO ARI-AUTH-SUBMIT-USER
006420            END-IF.
006430        1810-GET-SUBMITTER-EXIT.
006440            EXIT.
006450*
006460*****************************************************************
006470*    1820-CHECK-ONE-USER - THE USER MUST HAVE AN ACTIVE PROFILE
006480*                 HOLDING THE FUNCTION.  EACH FAILURE IS SHOWN
006490*                 ON THE CONSOLE AND REFUSES THE RUN.
006500*****************************************************************
006510        1820-CHECK-ONE-USER.
006520            IF ARI-AUTH-USER-ID = SPACES
006530                DISPLAY 'MIXM0020E - NO ' ARI-AUTH-SOURCE
006540                        ' USER ID'
006550                SET ARI-AUTH-REFUSED-YES TO TRUE
006560                GO TO 1820-CHECK-ONE-USER-EXIT
006570            END-IF.
006580            MOVE ARI-AUTH-USER-ID TO ARI-AUT-USER-ID.
006590            READ ARI-AUT-FILE.
006600            IF NOT ARI-AUTF-OK
006610                DISPLAY 'MIXM0020E - ' ARI-AUTH-SOURCE ' USER '
006620                        ARI-AUTH-USER-ID ' HAS NO PROFILE'
006630                SET ARI-AUTH-REFUSED-YES TO TRUE
006640                GO TO 1820-CHECK-ONE-USER-EXIT
006650            END-IF.
006660            IF NOT ARI-AUT-ACTIVE
006670                DISPLAY 'MIXM0020E - ' ARI-AUTH-SOURCE ' USER '
006680                        ARI-AUTH-USER-ID ' PROFILE REVOKED'
006690                SET ARI-AUTH-REFUSED-YES TO TRUE
006700                GO TO 1820-CHECK-ONE-USER-EXIT
006710            END-IF.
006720            IF NOT ARI-AUT-REPROCESS-YES
006730                DISPLAY 'MIXM0020E - ' ARI-AUTH-SOURCE ' USER '
006740                        ARI-AUTH-USER-ID ' NOT AUTHORIZED FOR '
006750                        'REPROCESS OVERRIDE'
006760                SET ARI-AUTH-REFUSED-YES TO TRUE
006770            END-IF.
006780        1820-CHECK-ONE-USER-EXIT.
006790            EXIT.
006800*
006810*****************************************************************
006820*    1900-CHECK-PERIOD-LOCK - A PROCESS DATE IN A MONTH-END
006830*                 PERIOD CLOSED BY PCLS IS REFUSED WITH RC=32
006840*                 BEFORE THE RUN IS REGISTERED - NEITHER A FIRST
006850*                 RUN NOR A REPROCESS MAY CHANGE A CERTIFIED
006860*                 PERIOD.  A PERIOD REOPENED WITH A RECORDED
006870*                 REASON IS ALLOWED AND THE REOPEN IS SHOWN.  NO
006880*                 PERIOD CONTROL FILE MEANS NO PERIOD IS CLOSED.
006890*****************************************************************
006900        1900-CHECK-PERIOD-LOCK.
006910            OPEN INPUT ARI-PER-FILE.
006920            IF ARI-PERF-MISSING
006930                CLOSE ARI-PER-FILE
006940                GO TO 1900-CHECK-PERIOD-LOCK-EXIT
006950            END-IF.
006960            IF NOT ARI-PERF-OK
006970                DISPLAY 'MIXM0024E - UNABLE TO OPEN PERFILE - '
006980                        'STATUS = ' ARI-PERF-STATUS
006990                MOVE 16 TO ARI-RETURN-CODE
007000                PERFORM 9999-ABEND
007010                    THRU 9999-ABEND-EXIT
007020            END-IF.
007030            DIVIDE ARI-PROC-DATE BY 100 GIVING ARI-PER-PERIOD.
007040            READ ARI-PER-FILE.
007050            IF ARI-PERF-NO-RECORD
007060                CLOSE ARI-PER-FILE
007070                GO TO 1900-CHECK-PERIOD-LOCK-EXIT
007080            END-IF.
007090            IF NOT ARI-PERF-OK
007100                DISPLAY 'MIXM0026E - PERFILE READ ERROR - '
007110                        'STATUS = ' ARI-PERF-STATUS
007120                MOVE 16 TO ARI-RETURN-CODE
007130                PERFORM 9999-ABEND
007140                    THRU 9999-ABEND-EXIT
007150            END-IF.
007160            IF ARI-PER-CLOSED
007170                DISPLAY 'MIXM0023E - PROCESS DATE ' ARI-PROC-DATE
007180                        ' IS IN CLOSED PERIOD ' ARI-PER-PERIOD
007190                        ' - RUN REFUSED'
007200                MOVE 32 TO ARI-RETURN-CODE
007210                PERFORM 9999-ABEND
007220                    THRU 9999-ABEND-EXIT
007230            END-IF.
007240            IF ARI-PER-REOPENED
007250                DISPLAY 'MIXM0025I - PERIOD ' ARI-PER-PERIOD
007260                        ' REOPENED BY ' ARI-PER-REOPENED-BY
007270                        ' ON ' ARI-PER-REOPEN-DATE
007280                DISPLAY 'MIXM0025I - REASON - '
007290                        ARI-PER-REOPEN-REASON
007300            END-IF.
007310            CLOSE ARI-PER-FILE.
007320        1900-CHECK-PERIOD-LOCK-EXIT.
007330            EXIT.
007340*
007350*****************************************************************
007360*    2000-PROVE-PARTITIONS - GATHER THE PARTITIONS' END-OF-RUN
007370*                 CHECKPOINTS, PASS THE PARTITION AUDIT LOGS
007380*                 AND REJECTS, THEN PROVE ONE SIDE AGAINST THE
007390*                 OTHER.  EVERY FAILURE IS LISTED - THE MERGE
007400*                 DOES NOT STOP AT THE FIRST ONE, SO A SINGLE
007410*                 REPORT SHOWS WHICH PARTITIONS NEED A RESTART.
007420*****************************************************************
007430        2000-PROVE-PARTITIONS.
007440            OPEN INPUT ARI-CKPT-FILE.
007450            IF NOT ARI-CKPT-OK
007460                DISPLAY 'MIXM0002E - UNABLE TO OPEN CKPTIN - '
007470                        'STATUS = ' ARI-CKPT-STATUS
007480                MOVE 16 TO ARI-RETURN-CODE
007490                PERFORM 9999-ABEND
007500                    THRU 9999-ABEND-EXIT
007510            END-IF.
007520            SET ARI-EOF-YES TO FALSE.
007530            PERFORM 2100-READ-CHECKPOINT
007540                THRU 2100-READ-CHECKPOINT-EXIT
007550                UNTIL ARI-EOF-YES.
007560            CLOSE ARI-CKPT-FILE.
007570            OPEN INPUT ARI-AUDIT-FILE.
007580            IF NOT ARI-AUDIT-OK
007590                DISPLAY 'MIXM0003E - UNABLE TO OPEN AUDIN - '
007600                        'STATUS = ' ARI-AUDIT-STATUS
007610                MOVE 16 TO ARI-RETURN-CODE
007620                PERFORM 9999-ABEND
007630                    THRU 9999-ABEND-EXIT
007640            END-IF.
007650            SET ARI-EOF-YES TO FALSE.
007660            PERFORM 2200-READ-AUDIT
007670                THRU 2200-READ-AUDIT-EXIT
007680                UNTIL ARI-EOF-YES.
007690            CLOSE ARI-AUDIT-FILE.
007700            OPEN INPUT ARI-REJECT-FILE.
007710            IF NOT ARI-REJECT-OK
007720                DISPLAY 'MIXM0004E - UNABLE TO OPEN REJIN - '
007730                        'STATUS = ' ARI-REJECT-STATUS
007740                MOVE 16 TO ARI-RETURN-CODE
007750                PERFORM 9999-ABEND
007760                    THRU 9999-ABEND-EXIT
007770            END-IF.
007780            SET ARI-EOF-YES TO FALSE.
007790            PERFORM 2300-READ-REJECT
007800                THRU 2300-READ-REJECT-EXIT
007810                UNTIL ARI-EOF-YES.
007820            CLOSE ARI-REJECT-FILE.
007830            PERFORM 2400-PROVE-ONE-PARTITION
007840                THRU 2400-PROVE-ONE-PARTITION-EXIT
007850                VARYING MIXM-PART-SUB FROM 1 BY 1
007860                UNTIL MIXM-PART-SUB > MIXM-PART-LIMIT.
007870            PERFORM 2500-PROVE-RUN-TOTALS
007880                THRU 2500-PROVE-RUN-TOTALS-EXIT.
007890        2000-PROVE-PARTITIONS-EXIT.
007900            EXIT.
007910*
007920*****************************************************************
007930*    2100-READ-CHECKPOINT - THE CHECKPOINT INPUT IS THE
007940*                 PARTITION CHECKPOINT FILES CONCATENATED.
007950*                 ONLY A FINAL (END-OF-RUN) CHECKPOINT FOR THIS
007960*                 JOB COUNTS.  THE CHECKPOINT CARRIES CUMULATIVE
007970*                 FIGURES, SO THE LAST ONE WRITTEN FOR A
007980*                 PARTITION IS ITS WHOLE CONTRIBUTION; THE RUN
007990*                 TOTALS ARE SUMMED OVER THE PARTITIONS IN 2400.
008000*****************************************************************
008010        2100-READ-CHECKPOINT.
008020            READ ARI-CKPT-FILE
008030                AT END
008040                    SET ARI-EOF-YES TO TRUE
008050                    GO TO 2100-READ-CHECKPOINT-EXIT
008060            END-READ.
008070            IF NOT ARI-CKPT-RUN-ENDED
008080                OR ARI-CKPT-JOB-ID NOT = ARI-JOB-ID
008090                OR ARI-CKPT-PART-NO NOT NUMERIC
008100                OR ARI-CKPT-PART-NO < 1
008110                OR ARI-CKPT-PART-NO > MIXM-PART-LIMIT
008120                GO TO 2100-READ-CHECKPOINT-EXIT
008130            END-IF.
008140            MOVE ARI-CKPT-PART-NO TO MIXM-PART-SUB.
008150            MOVE 'Y' TO MIXM-PRT-ENDED-SW (MIXM-PART-SUB).
008160            MOVE ARI-CKPT-RECS-READ
008170                TO MIXM-PRT-READ (MIXM-PART-SUB).
008180            MOVE ARI-CKPT-RECS-ACCEPTED
008190                TO MIXM-PRT-ACCEPTED (MIXM-PART-SUB).
008200            MOVE ARI-CKPT-RECS-REJECTED
008210                TO MIXM-PRT-REJECTED (MIXM-PART-SUB).
008220            MOVE ARI-CKPT-SUM-NUM1
008230                TO MIXM-PRT-SUM-NUM1 (MIXM-PART-SUB).
008240            MOVE ARI-CKPT-SUM-RESULT
008250                TO MIXM-PRT-SUM-RESULT (MIXM-PART-SUB).
008260            MOVE ARI-CKPT-CNT-DIVIDE
008270                TO MIXM-PRT-DIVIDE (MIXM-PART-SUB).
008280            MOVE ARI-CKPT-CNT-ADD
008290                TO MIXM-PRT-ADD (MIXM-PART-SUB).
008300            MOVE ARI-CKPT-CNT-SUBTRACT
008310                TO MIXM-PRT-SUBTRACT (MIXM-PART-SUB).
008320            MOVE ARI-CKPT-CNT-MULTIPLY
008330                TO MIXM-PRT-MULTIPLY (MIXM-PART-SUB).
008340            MOVE ARI-CKPT-CNT-PERCENT
008350                TO MIXM-PRT-PERCENT (MIXM-PART-SUB).
008360            MOVE ARI-CKPT-CNT-MODULO
008370                TO MIXM-PRT-MODULO (MIXM-PART-SUB).
008380        2100-READ-CHECKPOINT-EXIT.
008390            EXIT.
008400*
008410*****************************************************************
008420*    2200-READ-AUDIT - THE AUDIT INPUT IS THE PARTITION AUDIT
008430*                 LOGS CONCATENATED IN PARTITION ORDER.  EVERY
008440*                 RECORD MUST BELONG TO THIS RUN, FALL INSIDE ONE
008450*                 PARTITION'S SEQUENCE RANGE AND BE HIGHER THAN
008460*                 THE ONE BEFORE IT.  COUNTS AND SUMS ARE TAKEN
008470*                 THE WAY THE ENGINE ACCUMULATES ITS CONTROL
008480*                 TOTALS, SO THEY MUST MATCH TO THE PENNY.
008490*****************************************************************
008500        2200-READ-AUDIT.
008510            READ ARI-AUDIT-FILE
008520                AT END
008530                    SET ARI-EOF-YES TO TRUE
008540                    GO TO 2200-READ-AUDIT-EXIT
008550            END-READ.
008560            ADD 1 TO MIXM-AUD-RECS.
008570            IF ARI-AUD-JOB-ID NOT = ARI-JOB-ID
008580                OR ARI-AUD-RUN-DATE NOT = ARI-PROC-DATE
008590                ADD 1 TO MIXM-AUD-FOREIGN
008600                GO TO 2200-READ-AUDIT-EXIT
008610            END-IF.
008620            IF ARI-AUD-SEQ-NO NOT > MIXM-AUD-PREV-SEQ
008630                ADD 1 TO MIXM-AUD-DISORDER
008640            END-IF.
008650            MOVE ARI-AUD-SEQ-NO TO MIXM-AUD-PREV-SEQ.
008660            MOVE ZERO TO MIXM-AUD-PART.
008670            PERFORM 2250-FIND-PARTITION
008680                THRU 2250-FIND-PARTITION-EXIT
008690                VARYING MIXM-PART-SUB FROM 1 BY 1
008700                UNTIL MIXM-PART-SUB > MIXM-PART-LIMIT
008710                   OR MIXM-AUD-PART > ZERO.
008720            IF MIXM-AUD-PART = ZERO
008730                ADD 1 TO MIXM-AUD-FOREIGN
008740                GO TO 2200-READ-AUDIT-EXIT
008750            END-IF.
008760            ADD 1 TO MIXM-PRT-AUDITED (MIXM-AUD-PART).
008770            ADD ARI-AUD-NUM1   TO MIXM-AUD-SUM-NUM1.
008780            ADD ARI-AUD-RESULT TO MIXM-AUD-SUM-RESULT.
008790            EVALUATE TRUE
008800                WHEN ARI-AUD-OP-DIVIDE
008810                    ADD 1 TO MIXM-AUD-DIVIDE
008820                WHEN ARI-AUD-OP-ADD
008830                    ADD 1 TO MIXM-AUD-ADD
008840                WHEN ARI-AUD-OP-SUBTRACT
008850                    ADD 1 TO MIXM-AUD-SUBTRACT
008860                WHEN ARI-AUD-OP-MULTIPLY
008870                    ADD 1 TO MIXM-AUD-MULTIPLY
008880                WHEN ARI-AUD-OP-PERCENT
008890                    ADD 1 TO MIXM-AUD-PERCENT
008900                WHEN ARI-AUD-OP-MODULO
008910                    ADD 1 TO MIXM-AUD-MODULO
008920            END-EVALUATE.
008930        2200-READ-AUDIT-EXIT.
008940            EXIT.
008950*
008960        2250-FIND-PARTITION.
008970            IF MIXM-PRT-DETAILS (MIXM-PART-SUB) > ZERO
008980                AND ARI-AUD-SEQ-NO
008990                    NOT < MIXM-PRT-FIRST-SEQ (MIXM-PART-SUB)
009000                AND ARI-AUD-SEQ-NO
009010                    NOT > MIXM-PRT-LAST-SEQ (MIXM-PART-SUB)
009020                MOVE MIXM-PART-SUB TO MIXM-AUD-PART
009030            END-IF.
009040        2250-FIND-PARTITION-EXIT.
009050            EXIT.
009060*
009070*****************************************************************
009080*    2300-READ-REJECT - COUNT THE PARTITION REJECTS (AND THE
009090*                 LIMIT REJECTS AMONG THEM FOR THE REPORT).
009100*****************************************************************
009110        2300-READ-REJECT.
009120            READ ARI-REJECT-FILE
009130                AT END
009140                    SET ARI-EOF-YES TO TRUE
009150                    GO TO 2300-READ-REJECT-EXIT
009160            END-READ.
009170            ADD 1 TO MIXM-REJ-RECS.
009180            IF ARI-REJ-OUT-OF-LIMIT
009190                ADD 1 TO ARI-RECS-LIMIT
009200            END-IF.
009210        2300-READ-REJECT-EXIT.
009220            EXIT.
009230*
009240*****************************************************************
009250*    2400-PROVE-ONE-PARTITION - A PARTITION MUST HAVE A SPLIT
009260*                 CONTROL RECORD AND AN END-OF-RUN CHECKPOINT,
009270*                 MUST HAVE READ EXACTLY THE DETAILS IT WAS
009280*                 GIVEN, AND ITS AUDIT LOG MUST HOLD ONE RECORD
009290*                 PER DETAIL IT ACCEPTED.  A PARTITION THAT
009300*                 ENDED ADDS ITS CHECKPOINT FIGURES TO THE RUN
009310*                 TOTALS.
009320*****************************************************************
009330        2400-PROVE-ONE-PARTITION.
009340            MOVE 'PARTITION ' TO MIXM-FL-SCOPE-TEXT.
009350            MOVE MIXM-PART-SUB TO MIXM-FL-PART.
009360            IF NOT MIXM-PRT-SPLIT-YES (MIXM-PART-SUB)
009370                MOVE 'NO SPLIT CONTROL RECORD' TO MIXM-FL-REASON
009380                PERFORM 2900-LIST-FAILURE
009390                    THRU 2900-LIST-FAILURE-EXIT
009400                GO TO 2400-PROVE-ONE-PARTITION-EXIT
009410            END-IF.
009420            IF NOT MIXM-PRT-ENDED-YES (MIXM-PART-SUB)
009430                MOVE 'DID NOT COMPLETE - RESTART IT'
009440                    TO MIXM-FL-REASON
009450                PERFORM 2900-LIST-FAILURE
009460                    THRU 2900-LIST-FAILURE-EXIT
009470                GO TO 2400-PROVE-ONE-PARTITION-EXIT
009480            END-IF.
009490            ADD MIXM-PRT-READ (MIXM-PART-SUB)
009500                TO ARI-RECS-READ.
009510            ADD MIXM-PRT-ACCEPTED (MIXM-PART-SUB)
009520                TO ARI-RECS-ACCEPTED.
009530            ADD MIXM-PRT-REJECTED (MIXM-PART-SUB)
009540                TO ARI-RECS-REJECTED.
009550            ADD MIXM-PRT-SUM-NUM1 (MIXM-PART-SUB)
009560                TO ARI-SUM-NUM1.
009570            ADD MIXM-PRT-SUM-RESULT (MIXM-PART-SUB)
009580                TO ARI-SUM-RESULT.
009590            ADD MIXM-PRT-DIVIDE (MIXM-PART-SUB)
009600                TO ARI-CNT-DIVIDE.
009610            ADD MIXM-PRT-ADD (MIXM-PART-SUB)
009620                TO ARI-CNT-ADD.
009630            ADD MIXM-PRT-SUBTRACT (MIXM-PART-SUB)
009640                TO ARI-CNT-SUBTRACT.
009650            ADD MIXM-PRT-MULTIPLY (MIXM-PART-SUB)
009660                TO ARI-CNT-MULTIPLY.
009670            ADD MIXM-PRT-PERCENT (MIXM-PART-SUB)
009680                TO ARI-CNT-PERCENT.
009690            ADD MIXM-PRT-MODULO (MIXM-PART-SUB)
009700                TO ARI-CNT-MODULO.
009710            IF MIXM-PRT-READ (MIXM-PART-SUB)
009720                NOT = MIXM-PRT-DETAILS (MIXM-PART-SUB)
009730                MOVE 'DETAILS READ NOT EQUAL TO DETAILS SPLIT'
009740                    TO MIXM-FL-REASON
009750                PERFORM 2900-LIST-FAILURE
009760                    THRU 2900-LIST-FAILURE-EXIT
009770            END-IF.
009780            IF MIXM-PRT-AUDITED (MIXM-PART-SUB)
009790                NOT = MIXM-PRT-ACCEPTED (MIXM-PART-SUB)
009800                MOVE 'AUDIT RECORDS NOT EQUAL TO ACCEPTED'
009810                    TO MIXM-FL-REASON
009820                PERFORM 2900-LIST-FAILURE
009830                    THRU 2900-LIST-FAILURE-EXIT
009840            END-IF.
009850        2400-PROVE-ONE-PARTITION-EXIT.
009860            EXIT.
009870*
009880*****************************************************************
009890*    2500-PROVE-RUN-TOTALS - WHOLE-RUN PROOF OF THE AUDIT AND
009900*                 REJECT FILES AGAINST THE CHECKPOINT TOTALS.
009910*****************************************************************
009920        2500-PROVE-RUN-TOTALS.
009930            MOVE 'ALL PARTS ' TO MIXM-FL-SCOPE-TEXT.
009940            MOVE SPACE TO MIXM-FL-PART.
009950            IF MIXM-AUD-DISORDER > ZERO
009960                MOVE 'AUDIT RECORDS OUT OF SEQUENCE ORDER'
009970                    TO MIXM-FL-REASON
009980                PERFORM 2900-LIST-FAILURE
009990                    THRU 2900-LIST-FAILURE-EXIT
010000            END-IF.
010010            IF MIXM-AUD-FOREIGN > ZERO
010020                MOVE 'AUDIT RECORDS OUTSIDE ANY PARTITION'
010030                    TO MIXM-FL-REASON
010040                PERFORM 2900-LIST-FAILURE
010050                    THRU 2900-LIST-FAILURE-EXIT
010060            END-IF.
010070            IF MIXM-REJ-RECS NOT = ARI-RECS-REJECTED
010080                MOVE 'REJECT RECORDS NOT EQUAL TO REJECTED'
010090                    TO MIXM-FL-REASON
010100                PERFORM 2900-LIST-FAILURE
010110                    THRU 2900-LIST-FAILURE-EXIT
010120            END-IF.
010130            IF MIXM-AUD-DIVIDE   NOT = ARI-CNT-DIVIDE
010140                OR MIXM-AUD-ADD      NOT = ARI-CNT-ADD
010150                OR MIXM-AUD-SUBTRACT NOT = ARI-CNT-SUBTRACT
010160                OR MIXM-AUD-MULTIPLY NOT = ARI-CNT-MULTIPLY
010170                OR MIXM-AUD-PERCENT  NOT = ARI-CNT-PERCENT
010180                OR MIXM-AUD-MODULO   NOT = ARI-CNT-MODULO
010190                MOVE 'AUDITED OPERATION COUNTS DISAGREE'
010200                    TO MIXM-FL-REASON
010210                PERFORM 2900-LIST-FAILURE
010220                    THRU 2900-LIST-FAILURE-EXIT
010230            END-IF.
010240            IF MIXM-AUD-SUM-NUM1 NOT = ARI-SUM-NUM1
010250                OR MIXM-AUD-SUM-RESULT NOT = ARI-SUM-RESULT
010260                MOVE 'AUDITED NUM1/RESULT SUMS DISAGREE'
010270                    TO MIXM-FL-REASON
010280                PERFORM 2900-LIST-FAILURE
010290                    THRU 2900-LIST-FAILURE-EXIT
010300            END-IF.
010310        2500-PROVE-RUN-TOTALS-EXIT.
010320            EXIT.
010330*
010340*****************************************************************
010350*    2900-LIST-FAILURE - HOLD THE FAILURE FOR THE REPORT.  THE
010360*                 REPORT IS ALREADY OPEN, SO IT IS WRITTEN
010370*                 STRAIGHT AWAY UNDER A FAILURE HEADING.
010380*****************************************************************
010390        2900-LIST-FAILURE.
010400            IF MIXM-FAILURES = ZERO
010410                MOVE SPACES TO ARI-REPORT-LINE
010420                MOVE 'MIXM - MERGE PROOF FAILURES'
010430                    TO ARI-RPT-LABEL
010440                WRITE ARI-REPORT-LINE
010450            END-IF.
010460            ADD 1 TO MIXM-FAILURES.
010470            WRITE ARI-REPORT-LINE FROM MIXM-FAIL-LINE.
010480            DISPLAY 'MIXM0011E - ' MIXM-FL-SCOPE MIXM-FL-REASON.
010490        2900-LIST-FAILURE-EXIT.
010500            EXIT.
010510*
010520*****************************************************************
010530*    3000-MERGE-OUTPUTS - EVERY PROOF HELD.  APPEND THE
010540*                 PARTITION AUDIT LOGS TO THE LIVE MIXI AUDIT
010550*                 LOG AND COPY THE PARTITION REJECTS TO THE
010560*                 MIXI REJECT DATASET.  THE INPUTS ARE
010570*                 CONCATENATED IN PARTITION ORDER AND THE
010580*                 PARTITIONS HOLD ASCENDING SEQUENCE RANGES, SO
010590*                 A STRAIGHT COPY KEEPS SEQUENCE ORDER.
010600*****************************************************************
010610        3000-MERGE-OUTPUTS.
010620            OPEN EXTEND MIXM-AUDOUT-FILE.
010630            IF MIXM-AUDOUT-NO-FILE
010640                OPEN OUTPUT MIXM-AUDOUT-FILE
010650            END-IF.
010660            IF NOT MIXM-AUDOUT-OK
010670                DISPLAY 'MIXM0006E - UNABLE TO OPEN AUDOUT - '
010680                        'STATUS = ' MIXM-AUDOUT-STATUS
010690                MOVE 16 TO ARI-RETURN-CODE
010700                PERFORM 9999-ABEND
010710                    THRU 9999-ABEND-EXIT
010720            END-IF.
010730            OPEN OUTPUT MIXM-REJOUT-FILE.
010740            IF NOT MIXM-REJOUT-OK
010750                DISPLAY 'MIXM0007E - UNABLE TO OPEN REJOUT - '
010760                        'STATUS = ' MIXM-REJOUT-STATUS
010770                MOVE 16 TO ARI-RETURN-CODE
010780                PERFORM 9999-ABEND
010790                    THRU 9999-ABEND-EXIT
010800            END-IF.
010810            OPEN INPUT ARI-AUDIT-FILE.
010820            IF NOT ARI-AUDIT-OK
010830                DISPLAY 'MIXM0003E - UNABLE TO OPEN AUDIN - '
010840                        'STATUS = ' ARI-AUDIT-STATUS
010850                MOVE 16 TO ARI-RETURN-CODE
010860                PERFORM 9999-ABEND
010870                    THRU 9999-ABEND-EXIT
010880            END-IF.
010890            SET ARI-EOF-YES TO FALSE.
010900            PERFORM 3100-COPY-AUDIT
010910                THRU 3100-COPY-AUDIT-EXIT
010920                UNTIL ARI-EOF-YES.
010930            CLOSE ARI-AUDIT-FILE
010940                  MIXM-AUDOUT-FILE.
010950            OPEN INPUT ARI-REJECT-FILE.
010960            IF NOT ARI-REJECT-OK
010970                DISPLAY 'MIXM0004E - UNABLE TO OPEN REJIN - '
010980                        'STATUS = ' ARI-REJECT-STATUS
010990                MOVE 16 TO ARI-RETURN-CODE
011000                PERFORM 9999-ABEND
011010                    THRU 9999-ABEND-EXIT
011020            END-IF.
011030            SET ARI-EOF-YES TO FALSE.
011040            PERFORM 3200-COPY-REJECT
011050                THRU 3200-COPY-REJECT-EXIT
011060                UNTIL ARI-EOF-YES.
011070            CLOSE ARI-REJECT-FILE
011080                  MIXM-REJOUT-FILE.
011090        3000-MERGE-OUTPUTS-EXIT.
011100            EXIT.
011110*
011120        3100-COPY-AUDIT.
011130            READ ARI-AUDIT-FILE
011140                AT END
011150                    SET ARI-EOF-YES TO TRUE
011160                    GO TO 3100-COPY-AUDIT-EXIT
011170            END-READ.
011180            WRITE MIXM-AUDOUT-RECORD FROM ARI-AUDIT-RECORD.
011190            IF NOT MIXM-AUDOUT-OK
011200                DISPLAY 'MIXM0008E - AUDIT WRITE FAILED - '
011210                        'STATUS = ' MIXM-AUDOUT-STATUS
011220                MOVE 16 TO ARI-RETURN-CODE
011230                PERFORM 9999-ABEND
011240                    THRU 9999-ABEND-EXIT
011250            END-IF.
011260            ADD 1 TO MIXM-AUD-COPIED.
011270        3100-COPY-AUDIT-EXIT.
011280            EXIT.
011290*
011300        3200-COPY-REJECT.
011310            READ ARI-REJECT-FILE
011320                AT END
011330                    SET ARI-EOF-YES TO TRUE
011340                    GO TO 3200-COPY-REJECT-EXIT
011350            END-READ.
011360            WRITE MIXM-REJOUT-RECORD FROM ARI-REJECT-RECORD.
011370            IF NOT MIXM-REJOUT-OK
011380                DISPLAY 'MIXM0009E - REJECT WRITE FAILED - '
011390                        'STATUS = ' MIXM-REJOUT-STATUS
011400                MOVE 16 TO ARI-RETURN-CODE
011410                PERFORM 9999-ABEND
011420                    THRU 9999-ABEND-EXIT
011430            END-IF.
011440            ADD 1 TO MIXM-REJ-COPIED.
011450        3200-COPY-REJECT-EXIT.
011460            EXIT.
011470*
011480*****************************************************************
011490*    4000-TERMINATE - PRINT THE CONSOLIDATED CONTROL REPORT.  A
011500*                 REFUSED MERGE ENDS RC=8 WITH THE RUN STILL
011510*                 OPEN ON THE REGISTER; OTHERWISE THE RUN IS
011520*                 CLOSED AND WRITTEN TO HISTORY AS ONE RUN.
011530*****************************************************************
011540        4000-TERMINATE.
011550            PERFORM 4100-WRITE-REPORT
011560                THRU 4100-WRITE-REPORT-EXIT.
011570            CLOSE ARI-REPORT-FILE.
011580            IF MIXM-FAILURES > ZERO
011590                CLOSE ARI-REG-FILE
011600                DISPLAY 'MIXM0012E - MERGE REFUSED - '
011610                        MIXM-FAILURES ' PROOF FAILURE(S) - '
011620                        'NOTHING WRITTEN'
011630                MOVE 8 TO ARI-RETURN-CODE
011640                GO TO 4000-TERMINATE-EXIT
011650            END-IF.
011660            IF ARI-RECS-REJECTED > ZERO
011670                MOVE 4 TO ARI-RETURN-CODE
011680            END-IF.
011690            PERFORM 4300-CLOSE-RUN-REGISTER
011700                THRU 4300-CLOSE-RUN-REGISTER-EXIT.
011710            PERFORM 4400-WRITE-RUN-HISTORY
011720                THRU 4400-WRITE-RUN-HISTORY-EXIT.
011730            DISPLAY 'MIXM0013I - PARTITIONED RUN MERGED - AUDIT '
011740                    MIXM-AUD-COPIED ' REJECT ' MIXM-REJ-COPIED.
011750        4000-TERMINATE-EXIT.
011760            EXIT.
011770*
011780*****************************************************************
011790*    4100-WRITE-REPORT - OPTIONS, ONE LINE PER PARTITION, THEN
011800*                 THE RUN CONTROL TOTALS IN THE SAME FORM AS A
011810*                 SINGLE MIXI STEP PRINTS THEM.
011820*****************************************************************
011830        4100-WRITE-REPORT.
011840            MOVE SPACES TO ARI-REPORT-LINE.
011850            MOVE 'MIXM - PARTITIONED RUN MERGE' TO ARI-RPT-LABEL.
011860            WRITE ARI-REPORT-LINE.
011870            MOVE SPACES TO ARI-OPT-LINE.
011880            MOVE 'JOB ID' TO ARI-OPT-LABEL.
011890            MOVE ARI-JOB-ID TO ARI-OPT-VALUE.
011900            WRITE ARI-REPORT-LINE FROM ARI-OPT-LINE.
011910            MOVE 'USER ID' TO ARI-OPT-LABEL.
011920            MOVE ARI-USER-ID TO ARI-OPT-VALUE.
011930            WRITE ARI-REPORT-LINE FROM ARI-OPT-LINE.
011940            MOVE 'PROCESS DATE' TO ARI-OPT-LABEL.
011950            MOVE ARI-PROC-DATE TO ARI-OPT-VALUE.
011960            WRITE ARI-REPORT-LINE FROM ARI-OPT-LINE.
011970            MOVE 'PARTITIONS' TO ARI-OPT-LABEL.
011980            MOVE MIXM-PARTITIONS TO ARI-OPT-VALUE.
011990            WRITE ARI-REPORT-LINE FROM ARI-OPT-LINE.
012000            MOVE 'DECIMAL PLACES' TO ARI-OPT-LABEL.
012010            MOVE ARI-DEC-PLACES TO ARI-OPT-VALUE.
012020            WRITE ARI-REPORT-LINE FROM ARI-OPT-LINE.
012030            MOVE 'REPROCESS OVERRIDE' TO ARI-OPT-LABEL.
012040            IF ARI-REPROC-YES
012050                MOVE 'YES' TO ARI-OPT-VALUE
012060            ELSE
012070                MOVE 'NO' TO ARI-OPT-VALUE
012080            END-IF.
012090            WRITE ARI-REPORT-LINE FROM ARI-OPT-LINE.
012100            MOVE SPACES TO ARI-REPORT-LINE.
012110            WRITE ARI-REPORT-LINE.
012120            PERFORM 4150-WRITE-PART-LINE
012130                THRU 4150-WRITE-PART-LINE-EXIT
012140                VARYING MIXM-PART-SUB FROM 1 BY 1
012150                UNTIL MIXM-PART-SUB > MIXM-PART-LIMIT.
012160            MOVE SPACES TO ARI-REPORT-LINE.
012170            WRITE ARI-REPORT-LINE.
012180            MOVE 'MIXI - COMBINED RUN CONTROL TOTALS'
012190                TO ARI-RPT-LABEL.
012200            WRITE ARI-REPORT-LINE.
012210            MOVE SPACES TO ARI-REPORT-LINE.
012220            WRITE ARI-REPORT-LINE.
012230            MOVE SPACES TO ARI-OPT-LINE.
012240            MOVE 'EXTRACT SOURCE SYSTEM' TO ARI-OPT-LABEL.
012250            MOVE MIXM-EXTRACT-SYSTEM TO ARI-OPT-VALUE.
012260            WRITE ARI-REPORT-LINE FROM ARI-OPT-LINE.
012270            MOVE 'RECORDS READ' TO ARI-RPT-LABEL.
012280            MOVE ARI-RECS-READ TO ARI-RPT-COUNT.
012290            WRITE ARI-REPORT-LINE.
012300            MOVE SPACES TO ARI-REPORT-LINE.
012310            MOVE 'RECORDS ACCEPTED' TO ARI-RPT-LABEL.
012320            MOVE ARI-RECS-ACCEPTED TO ARI-RPT-COUNT.
012330            WRITE ARI-REPORT-LINE.
012340            MOVE SPACES TO ARI-REPORT-LINE.
012350            MOVE 'RECORDS REJECTED' TO ARI-RPT-LABEL.
012360            MOVE ARI-RECS-REJECTED TO ARI-RPT-COUNT.
012370            WRITE ARI-REPORT-LINE.
012380            MOVE SPACES TO ARI-REPORT-LINE.
012390            MOVE 'REJECTED OUTSIDE LIMITS' TO ARI-RPT-LABEL.
012400            MOVE ARI-RECS-LIMIT TO ARI-RPT-COUNT.
012410            WRITE ARI-REPORT-LINE.
012420            MOVE SPACES TO ARI-REPORT-LINE.
012430            MOVE 'DIVISIONS PERFORMED' TO ARI-RPT-LABEL.
012440            MOVE ARI-CNT-DIVIDE TO ARI-RPT-COUNT.
012450            WRITE ARI-REPORT-LINE.
012460            MOVE SPACES TO ARI-REPORT-LINE.
012470            MOVE 'ADDITIONS PERFORMED' TO ARI-RPT-LABEL.
012480            MOVE ARI-CNT-ADD TO ARI-RPT-COUNT.
012490            WRITE ARI-REPORT-LINE.
012500            MOVE SPACES TO ARI-REPORT-LINE.
012510            MOVE 'SUBTRACTIONS PERFORMED' TO ARI-RPT-LABEL.
012520            MOVE ARI-CNT-SUBTRACT TO ARI-RPT-COUNT.
012530            WRITE ARI-REPORT-LINE.
012540            MOVE SPACES TO ARI-REPORT-LINE.
012550            MOVE 'MULTIPLICATIONS PERFORMED' TO ARI-RPT-LABEL.
012560            MOVE ARI-CNT-MULTIPLY TO ARI-RPT-COUNT.
012570            WRITE ARI-REPORT-LINE.
012580            MOVE SPACES TO ARI-REPORT-LINE.
012590            MOVE 'PERCENTAGES PERFORMED' TO ARI-RPT-LABEL.
012600            MOVE ARI-CNT-PERCENT TO ARI-RPT-COUNT.
012610            WRITE ARI-REPORT-LINE.
012620            MOVE SPACES TO ARI-REPORT-LINE.
012630            MOVE 'MODULO OPERATIONS PERFORMED' TO ARI-RPT-LABEL.
012640            MOVE ARI-CNT-MODULO TO ARI-RPT-COUNT.
012650            WRITE ARI-REPORT-LINE.
012660            MOVE SPACES TO ARI-REPORT-LINE.
012670            MOVE 'SUM OF NUMERATORS (NUM1)' TO ARI-RPT-LABEL.
012680            MOVE ARI-SUM-NUM1 TO ARI-RPT-VALUE.
012690            WRITE ARI-REPORT-LINE.
012700            MOVE 'SUM OF RESULTS' TO ARI-RPT-LABEL.
012710            MOVE ARI-SUM-RESULT TO ARI-RPT-VALUE.
012720            WRITE ARI-REPORT-LINE.
012730            MOVE SPACES TO ARI-REPORT-LINE.
012740            MOVE 'AUDIT RECORDS MERGED' TO ARI-RPT-LABEL.
012750            MOVE MIXM-AUD-COPIED TO ARI-RPT-COUNT.
012760            WRITE ARI-REPORT-LINE.
012770            MOVE SPACES TO ARI-REPORT-LINE.
012780            MOVE 'REJECT RECORDS MERGED' TO ARI-RPT-LABEL.
012790            MOVE MIXM-REJ-COPIED TO ARI-RPT-COUNT.
012800            WRITE ARI-REPORT-LINE.
012810            DISPLAY 'MIXM - RECORDS READ     = ' ARI-RECS-READ.
012820            DISPLAY 'MIXM - RECORDS ACCEPTED = '
012830                ARI-RECS-ACCEPTED.
012840            DISPLAY 'MIXM - RECORDS REJECTED = '
012850                ARI-RECS-REJECTED.
012860            DISPLAY 'MIXM - SUM OF NUM1      = ' ARI-SUM-NUM1.
012870            DISPLAY 'MIXM - SUM OF RESULTS   = ' ARI-SUM-RESULT.
012880            DISPLAY 'MIXM - AUDIT MERGED     = ' MIXM-AUD-COPIED.
012890            DISPLAY 'MIXM - REJECTS MERGED   = ' MIXM-REJ-COPIED.
012900        4100-WRITE-REPORT-EXIT.
012910            EXIT.
012920*
012930        4150-WRITE-PART-LINE.
012940            MOVE MIXM-PART-SUB TO MIXM-PTL-PART.
012950            MOVE MIXM-PRT-FIRST-SEQ (MIXM-PART-SUB)
012960                TO MIXM-PTL-FIRST.
012970            MOVE MIXM-PRT-LAST-SEQ (MIXM-PART-SUB)
012980                TO MIXM-PTL-LAST.
012990            MOVE MIXM-PRT-READ (MIXM-PART-SUB) TO MIXM-PTL-READ.
013000            MOVE MIXM-PRT-ACCEPTED (MIXM-PART-SUB)
013010                TO MIXM-PTL-ACCEPTED.
013020            MOVE MIXM-PRT-REJECTED (MIXM-PART-SUB)
013030                TO MIXM-PTL-REJECTED.
013040            EVALUATE TRUE
013050                WHEN NOT MIXM-PRT-SPLIT-YES (MIXM-PART-SUB)
013060                    MOVE 'NO SPLIT' TO MIXM-PTL-STATUS
013070                WHEN NOT MIXM-PRT-ENDED-YES (MIXM-PART-SUB)
013080                    MOVE 'NOT ENDED' TO MIXM-PTL-STATUS
013090                WHEN OTHER
013100                    MOVE 'COMPLETE' TO MIXM-PTL-STATUS
013110                    DISPLAY 'MIXM0019I - PARTITION '
013120                            MIXM-PTL-PART ' COMPLETE'
013130            END-EVALUATE.
013140            WRITE ARI-REPORT-LINE FROM MIXM-PART-LINE.
013150        4150-WRITE-PART-LINE-EXIT.
013160            EXIT.
013170*
013180*****************************************************************
013190*    4300-CLOSE-RUN-REGISTER - MARK THE RUN COMPLETE WITH THE
013200*                 CONSOLIDATED TOTALS, EXACTLY AS A SINGLE MIXI
013210*                 STEP WOULD HAVE LEFT IT.
013220*****************************************************************
013230        4300-CLOSE-RUN-REGISTER.
013240            MOVE ARI-JOB-ID          TO ARI-REG-JOB-ID.
013250            MOVE ARI-PROC-DATE       TO ARI-REG-RUN-DATE.
013260            SET ARI-REG-COMPLETE     TO TRUE.
013270            MOVE ARI-RUN-TIME        TO ARI-REG-START-TIME.
013280            ACCEPT ARI-REG-END-TIME FROM TIME.
013290            MOVE ARI-RECS-READ       TO ARI-REG-RECS-READ.
013300            MOVE ARI-RECS-ACCEPTED   TO ARI-REG-RECS-ACCEPTED.
013310            MOVE ARI-RECS-REJECTED   TO ARI-REG-RECS-REJECTED.
013320            MOVE MIXM-HIGH-SEQ       TO ARI-REG-LAST-SEQ-NO.
013330            MOVE ARI-CNT-DIVIDE      TO ARI-REG-CNT-DIVIDE.
013340            MOVE ARI-CNT-ADD         TO ARI-REG-CNT-ADD.
013350            MOVE ARI-CNT-SUBTRACT    TO ARI-REG-CNT-SUBTRACT.
013360            MOVE ARI-CNT-MULTIPLY    TO ARI-REG-CNT-MULTIPLY.
013370            MOVE ARI-CNT-PERCENT     TO ARI-REG-CNT-PERCENT.
013380            MOVE ARI-CNT-MODULO      TO ARI-REG-CNT-MODULO.
013390            MOVE ARI-RETURN-CODE     TO ARI-REG-RETURN-CODE.
013400            MOVE ARI-DEC-PLACES      TO ARI-REG-DEC-PLACES.
013410            IF ARI-REG-FOUND-YES
013420                REWRITE ARI-REG-RECORD
013430            ELSE
013440                WRITE ARI-REG-RECORD
013450            END-IF.
013460            IF NOT ARI-REGF-OK
013470                DISPLAY 'MIXM0016E - RUNREG WRITE FAILED - '
013480                        'STATUS = ' ARI-REGF-STATUS
013490                MOVE 16 TO ARI-RETURN-CODE
013500                PERFORM 9999-ABEND
013510                    THRU 9999-ABEND-EXIT
013520            END-IF.
013530            CLOSE ARI-REG-FILE.
013540        4300-CLOSE-RUN-REGISTER-EXIT.
013550            EXIT.
013560*
013570*****************************************************************
013580*    4400-WRITE-RUN-HISTORY - ONE RUN-TOTALS HISTORY ENTRY FOR
013590*                 THE WHOLE PARTITIONED RUN, SO TRND JUDGES
013600*                 TONIGHT'S VOLUME AS ONE RUN.
013610*****************************************************************
013620        4400-WRITE-RUN-HISTORY.
013630            OPEN I-O ARI-HST-FILE.
013640            IF ARI-HSTF-NO-FILE
013650                OPEN OUTPUT ARI-HST-FILE
013660                CLOSE ARI-HST-FILE
013670                OPEN I-O ARI-HST-FILE
013680            END-IF.
013690            IF NOT ARI-HSTF-OK
013700                DISPLAY 'MIXM0017E - UNABLE TO OPEN HSTFILE - '
013710                        'STATUS = ' ARI-HSTF-STATUS
013720                MOVE 16 TO ARI-RETURN-CODE
013730                PERFORM 9999-ABEND
013740                    THRU 9999-ABEND-EXIT
013750            END-IF.
013760            MOVE SPACES              TO ARI-HST-RECORD.
013770            MOVE ARI-JOB-ID          TO ARI-HST-JOB-ID.
013780            MOVE ARI-PROC-DATE       TO ARI-HST-RUN-DATE.
013790            MOVE ARI-RECS-READ       TO ARI-HST-RECS-READ.
013800            MOVE ARI-RECS-ACCEPTED   TO ARI-HST-RECS-ACCEPTED.
013810            MOVE ARI-RECS-REJECTED   TO ARI-HST-RECS-REJECTED.
013820            MOVE ARI-SUM-NUM1        TO ARI-HST-SUM-NUM1.
013830            MOVE ARI-SUM-RESULT      TO ARI-HST-SUM-RESULT.
013840            WRITE ARI-HST-RECORD.
013850            IF ARI-HSTF-DUP-KEY
013860                REWRITE ARI-HST-RECORD
013870            END-IF.
013880            IF NOT ARI-HSTF-OK
013890                DISPLAY 'MIXM0018E - HSTFILE WRITE FAILED - '
013900                        'STATUS = ' ARI-HSTF-STATUS
013910                MOVE 16 TO ARI-RETURN-CODE
013920                PERFORM 9999-ABEND
013930                    THRU 9999-ABEND-EXIT
013940            END-IF.
013950            CLOSE ARI-HST-FILE.
013960        4400-WRITE-RUN-HISTORY-EXIT.
013970            EXIT.
013980*
013990*****************************************************************
014000*    9999-ABEND - FATAL I/O ERROR HANDLING.  DISPLAYS THE
014010*                 CONDITION AND ENDS THE RUN WITH A NON-ZERO
014020*                 RETURN CODE SO THE JCL STEP FAILS VISIBLY.
014030*****************************************************************
014040        9999-ABEND.
014050            MOVE ARI-RETURN-CODE TO RETURN-CODE.
014060            STOP RUN.
014070        9999-ABEND-EXIT.
014080            EXIT.
