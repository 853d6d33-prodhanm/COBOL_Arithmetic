000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MIXS.
000030 AUTHOR.        M D HARTLEY.
000040 INSTALLATION.  ARITHMETIC SUITE - BATCH PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM      : MIXS
000090* DESCRIPTION  : MIXI EXTRACT SPLIT.  FIRST PROVES THE WHOLE
000100*                NIGHTLY TRANSACTION EXTRACT ON ITS OWN HEADER
000110*                AND TRAILER EXACTLY AS MIXI WOULD (HEADER
000120*                FIRST AND CARRYING THE PROCESS DATE, TRAILER
000130*                DETAIL COUNT AND NUM1 HASH), REGISTERS THE
000140*                RUN OPEN ON THE RUN REGISTER, THEN CUTS THE
000150*                DETAILS INTO CONSECUTIVE SEQUENCE NUMBER
000160*                RANGES - ONE PER PARTITION FILE PARTOUT1 TO
000170*                PARTOUT4 - EACH CARRYING THE ORIGINAL HEADER
000180*                AND A TRAILER OF ITS OWN, SO EVERY PARTITION
000190*                CAN BE RUN BY A SEPARATE MIXI STEP IN
000200*                PARALLEL AND PROVES ON ITS OWN CONTROL
000210*                RECORDS.  A CUT IS ONLY MADE AHEAD OF A
000220*                DETAIL WHOSE SEQUENCE NUMBER IS HIGHER THAN
000230*                ANY BEFORE IT, SO THE RANGES NEVER OVERLAP AND
000240*                THE MIXM MERGE CAN PUT THE OUTPUTS BACK IN
000250*                SEQUENCE ORDER.  THE PARM PARTITION COUNT
000260*                (1-4, DEFAULT 4) SAYS HOW MANY PARTITIONS
000270*                SHARE THE DETAILS; THE REST ARE CUT AS AN
000280*                EMPTY HEADER AND TRAILER PAIR SO THE FIXED
000290*                SET OF PARTITION JOBS AND THE MERGE
000300*                CONCATENATIONS ALWAYS LINE UP.  ONE SPLIT
000310*                CONTROL RECORD (ARISPL) PER PARTITION IS
000320*                WRITTEN FOR THE MERGE, AND A SPLIT REPORT
000330*                LISTS THE RANGES AND ANY SEQUENCE GAP THAT
000340*                FALLS ON A PARTITION BOUNDARY (WHICH NO
000350*                PARTITION'S OWN SEQRPT CAN SEE).
000360*
000370*                RETURN CODES - 0 SPLIT, 8 EXTRACT FAILED ITS
000380*                CONTROL PROOF (NOTHING SPLIT), 16 I/O ERROR,
000390*                20 RUN ALREADY COMPLETE, 24 INVALID PARM
000400*                PARTITION COUNT.
000410*
000420* MODIFICATION HISTORY
000430* DATE       INIT   DESCRIPTION
000440* ---------- ----   -----------------------------------------
000450* 2026-10-15 MDH    INITIAL VERSION - SPLIT STEP OF THE
000460*                    PARTITIONED MIXI RUN (MIXS, MIXI PER
000470*                    PARTITION, MIXM MERGE).
000480* 2026-10-15 MDH    A REPROCESS OVERRIDE IS NOW REFUSED (RC=28)
000490*                    UNLESS BOTH THE PARM CARD USER AND THE USER
000500*                    THE JOB WAS SUBMITTED UNDER HOLD THE
000510*                    REPROCESS FUNCTION ON THE ARIAUT
000520*                    AUTHORIZATION PROFILE.
000530* 2026-10-15 MDH    A RUN OR REPROCESS FOR A PROCESS DATE IN A
000540*                    MONTH-END PERIOD CLOSED BY PCLS IS REFUSED
000550*                    (RC=32) UNTIL THE PERIOD IS REOPENED; A
000560*                    REOPENED PERIOD IS SHOWN WITH ITS REASON.
000570* 2026-10-15 MDH    A PERFILE READ ERROR NOW ENDS THE RUN
000580*                    (RC=16) INSTEAD OF BEING TAKEN AS AN
000590*                    OPEN PERIOD.
000593* 2026-10-15 MDH    THE SPLIT CONTROL RECORD CARRIES THE NUMBER
000596*                    OF PARTITIONS USED, NOT THE MAXIMUM.
000600*****************************************************************
000610        ENVIRONMENT DIVISION.
000620        CONFIGURATION SECTION.
000630        INPUT-OUTPUT SECTION.
000640        FILE-CONTROL.
000650            SELECT ARI-TRANS-FILE
000660                ASSIGN TO TRANSIN
000670                ORGANIZATION IS SEQUENTIAL
000680                FILE STATUS IS ARI-TRANS-STATUS.
000690            SELECT MIXS-PART1-FILE
000700                ASSIGN TO PARTOUT1
000710                ORGANIZATION IS SEQUENTIAL
000720                FILE STATUS IS MIXS-PART1-STATUS.
000730            SELECT MIXS-PART2-FILE
000740                ASSIGN TO PARTOUT2
000750                ORGANIZATION IS SEQUENTIAL
000760                FILE STATUS IS MIXS-PART2-STATUS.
000770            SELECT MIXS-PART3-FILE
000780                ASSIGN TO PARTOUT3
000790                ORGANIZATION IS SEQUENTIAL
000800                FILE STATUS IS MIXS-PART3-STATUS.
000810            SELECT MIXS-PART4-FILE
000820                ASSIGN TO PARTOUT4
000830                ORGANIZATION IS SEQUENTIAL
000840                FILE STATUS IS MIXS-PART4-STATUS.
000850            SELECT ARI-SPL-FILE
000860                ASSIGN TO SPLCTL
000870                ORGANIZATION IS SEQUENTIAL
000880                FILE STATUS IS ARI-SPL-STATUS.
000890            SELECT ARI-REG-FILE
000900                ASSIGN TO RUNREG
000910                ORGANIZATION IS INDEXED
000920                ACCESS MODE IS RANDOM
000930                RECORD KEY IS ARI-REG-KEY
000940                FILE STATUS IS ARI-REGF-STATUS.
000950            SELECT ARI-REPORT-FILE
000960                ASSIGN TO RPTOUT
000970                ORGANIZATION IS SEQUENTIAL
000980                FILE STATUS IS ARI-REPORT-STATUS.
000990            SELECT OPTIONAL ARI-PARM-FILE
001000                ASSIGN TO PARMIN
001010                ORGANIZATION IS SEQUENTIAL
001020                FILE STATUS IS ARI-PARM-STATUS.
001030            SELECT ARI-AUT-FILE
001040                ASSIGN TO AUTFILE
001050                ORGANIZATION IS INDEXED
001060                ACCESS MODE IS RANDOM
001070                RECORD KEY IS ARI-AUT-USER-ID
001080                FILE STATUS IS ARI-AUTF-STATUS.
001090            SELECT OPTIONAL ARI-PER-FILE
001100                ASSIGN TO PERFILE
001110                ORGANIZATION IS INDEXED
001120                ACCESS MODE IS RANDOM
001130                RECORD KEY IS ARI-PER-PERIOD
001140                FILE STATUS IS ARI-PERF-STATUS.
001150*
001160        DATA DIVISION.
001170        FILE SECTION.
001180        FD  ARI-TRANS-FILE
001190            RECORDING MODE IS F
001200            LABEL RECORDS ARE STANDARD.
001210        COPY ARITRN.
001220        COPY ARITRD.
001230*
001240        FD  MIXS-PART1-FILE
001250            RECORDING MODE IS F
001260            LABEL RECORDS ARE STANDARD.
001270        01  MIXS-PART1-RECORD            PIC X(80).
001280*
001290        FD  MIXS-PART2-FILE
001300            RECORDING MODE IS F
001310            LABEL RECORDS ARE STANDARD.
001320        01  MIXS-PART2-RECORD            PIC X(80).
001330*
001340        FD  MIXS-PART3-FILE
001350            RECORDING MODE IS F
001360            LABEL RECORDS ARE STANDARD.
001370        01  MIXS-PART3-RECORD            PIC X(80).
001380*
001390        FD  MIXS-PART4-FILE
001400            RECORDING MODE IS F
001410            LABEL RECORDS ARE STANDARD.
001420        01  MIXS-PART4-RECORD            PIC X(80).
001430*
001440        FD  ARI-SPL-FILE
001450            RECORDING MODE IS F
001460            LABEL RECORDS ARE STANDARD.
001470        COPY ARISPL.
001480*
001490        FD  ARI-REG-FILE
001500            LABEL RECORDS ARE STANDARD.
001510        COPY ARIRUN.
001520*
001530        FD  ARI-REPORT-FILE
001540            RECORDING MODE IS F
001550            LABEL RECORDS ARE STANDARD.
001560        01  MIXS-REPORT-RECORD           PIC X(80).
001570*
001580        FD  ARI-PARM-FILE
001590            RECORDING MODE IS F
001600            LABEL RECORDS ARE STANDARD.
001610        COPY ARIPRM.
001620*
001630        FD  ARI-AUT-FILE
001640            LABEL RECORDS ARE STANDARD.
001650        COPY ARIAUT.
001660*
001670        FD  ARI-PER-FILE
001680            LABEL RECORDS ARE STANDARD.
001690        COPY ARIPER.
001700*
001710        WORKING-STORAGE SECTION.
001720*****************************************************************
001730*    FILE STATUS SWITCHES
001740*****************************************************************
001750        77  ARI-TRANS-STATUS             PIC X(02) VALUE SPACES.
001760            88  ARI-TRANS-OK             VALUE '00'.
001770        77  MIXS-PART1-STATUS            PIC X(02) VALUE SPACES.
001780            88  MIXS-PART1-OK            VALUE '00'.
001790        77  MIXS-PART2-STATUS            PIC X(02) VALUE SPACES.
001800            88  MIXS-PART2-OK            VALUE '00'.
001810        77  MIXS-PART3-STATUS            PIC X(02) VALUE SPACES.
001820            88  MIXS-PART3-OK            VALUE '00'.
001830        77  MIXS-PART4-STATUS            PIC X(02) VALUE SPACES.
001840            88  MIXS-PART4-OK            VALUE '00'.
001850        77  MIXS-OUT-STATUS              PIC X(02) VALUE SPACES.
001860            88  MIXS-OUT-OK              VALUE '00'.
001870        77  ARI-SPL-STATUS               PIC X(02) VALUE SPACES.
001880            88  ARI-SPL-OK               VALUE '00'.
001890        77  ARI-REGF-STATUS              PIC X(02) VALUE SPACES.
001900            88  ARI-REGF-OK              VALUE '00'.
001910            88  ARI-REGF-NO-FILE         VALUE '35'.
001920            88  ARI-REGF-NO-RECORD       VALUE '23'.
001930        77  ARI-REPORT-STATUS            PIC X(02) VALUE SPACES.
001940            88  ARI-REPORT-OK            VALUE '00'.
001950        77  ARI-PARM-STATUS              PIC X(02) VALUE SPACES.
001960            88  ARI-PARM-OK              VALUE '00'.
001970        77  ARI-AUTF-STATUS              PIC X(02) VALUE SPACES.
001980            88  ARI-AUTF-OK              VALUE '00'.
001990        77  ARI-PERF-STATUS              PIC X(02) VALUE SPACES.
002000            88  ARI-PERF-OK              VALUE '00'.
002010            88  ARI-PERF-MISSING         VALUE '05' '35'.
002020            88  ARI-PERF-NO-RECORD       VALUE '23'.
002030*
002040*****************************************************************
002050*    PROGRAM SWITCHES
002060*****************************************************************
002070        01  ARI-SWITCHES.
002080            05  ARI-EOF-SW               PIC X(01) VALUE 'N'.
002090                88  ARI-EOF-YES          VALUE 'Y'
002100                                          WHEN SET TO FALSE 'N'.
002110            05  ARI-SIGNED-SW            PIC X(01) VALUE 'N'.
002120                88  ARI-SIGNED-YES       VALUE 'Y'.
002130            05  ARI-REPROC-SW            PIC X(01) VALUE 'N'.
002140                88  ARI-REPROC-YES       VALUE 'Y'.
002150            05  ARI-REG-FOUND-SW         PIC X(01) VALUE 'N'.
002160                88  ARI-REG-FOUND-YES    VALUE 'Y'.
002170*
002180*****************************************************************
002190*    TRANSACTION WORK FIELDS - THE RECORD TYPE AND CONTROL
002200*    RECORD FIELDS ARE COPIED HERE FROM WHICHEVER LAYOUT THE
002210*    PARM CARD SELECTED SO THE PROOF IS LAYOUT-INDEPENDENT
002220*    (SAME APPROACH AS THE ENGINES' 2105-CLASSIFY-RECORD).
002230*****************************************************************
002240        01  ARI-TRANS-WORK.
002250            05  ARI-WORK-REC-TYPE        PIC X(01).
002260                88  ARI-WORK-HEADER      VALUE 'H'.
002270                88  ARI-WORK-DETAIL      VALUE 'D' SPACE.
002280                88  ARI-WORK-TRAILER     VALUE 'T'.
002290            05  ARI-WORK-EXTRACT-DATE    PIC X(08).
002300            05  ARI-WORK-EXTRACT-SYSTEM  PIC X(08).
002310            05  ARI-WORK-SEQ-NO          PIC X(06).
002320            05  ARI-WORK-SEQ-NUM REDEFINES ARI-WORK-SEQ-NO
002330                                         PIC 9(06).
002340*
002350*****************************************************************
002360*    EXTRACT PROOF - THE WHOLE EXTRACT IS PASSED ONCE BEFORE
002370*    ANYTHING IS CUT.  THE HEADER AND TRAILER IMAGES ARE KEPT;
002380*    THE HEADER IS COPIED UNALTERED ONTO EVERY PARTITION.  THE
002390*    NUM1 HASH IS BUILT THE WAY THE ENGINES PROVE IT - A
002400*    NON-NUMERIC NUM1 IS LEFT OUT OF THE TOTAL ON BOTH SIDES.
002410*****************************************************************
002420        77  MIXS-RECS-IN                 PIC 9(07) COMP
002430                                          VALUE ZERO.
002440        77  MIXS-HEADERS                 PIC 9(03) COMP
002450                                          VALUE ZERO.
002460        77  MIXS-TRAILERS                PIC 9(03) COMP
002470                                          VALUE ZERO.
002480        77  MIXS-DETAIL-COUNT            PIC 9(07) COMP
002490                                          VALUE ZERO.
002500        77  ARI-HASH-NUM1                PIC S9(13)V99 COMP
002510                                          VALUE ZERO.
002520        77  MIXS-TRL-COUNT               PIC 9(07) COMP
002530                                          VALUE ZERO.
002540        77  MIXS-TRL-HASH                PIC S9(13)V99 COMP
002550                                          VALUE ZERO.
002560        77  MIXS-FAIL-REASON             PIC X(30) VALUE SPACES.
002570        77  MIXS-EXTRACT-SYSTEM          PIC X(08) VALUE SPACES.
002580        01  MIXS-SAVED-HEADER            PIC X(80) VALUE SPACES.
002590        01  MIXS-HOLD-RECORD             PIC X(80) VALUE SPACES.
002600*
002610*****************************************************************
002620*    PARTITION TABLE - ONE ENTRY PER PARTITION FILE.  THE
002630*    QUOTA IS THE DETAIL COUNT SHARED EVENLY (ROUNDED UP)
002640*    OVER THE PARTITIONS IN USE; A PARTITION IS CLOSED WHEN IT
002650*    HOLDS ITS QUOTA AND THE NEXT DETAIL STARTS A NEW RANGE.
002660*****************************************************************
002670        01  MIXS-PART-TABLE.
002680            05  MIXS-PRT-ENTRY OCCURS 4.
002690                10  MIXS-PRT-DETAILS     PIC 9(07) COMP.
002700                10  MIXS-PRT-HASH        PIC S9(13)V99 COMP.
002710                10  MIXS-PRT-FIRST-SEQ   PIC 9(06).
002720                10  MIXS-PRT-LAST-SEQ    PIC 9(06).
002730        77  MIXS-PART-LIMIT              PIC 9(01) VALUE 4.
002740        77  MIXS-PARTITIONS              PIC 9(01) VALUE 4.
002750        77  MIXS-PART-NO                 PIC 9(01) VALUE ZERO.
002760        77  MIXS-PART-SUB                PIC 9(03) COMP
002770                                          VALUE ZERO.
002780        77  MIXS-QUOTA                   PIC 9(07) COMP
002790                                          VALUE ZERO.
002800        77  MIXS-HIGH-SEQ                PIC 9(06) VALUE ZERO.
002810        77  MIXS-BOUNDARY-GAPS           PIC 9(07) COMP
002820                                          VALUE ZERO.
002830*
002840*****************************************************************
002850*    RUN IDENTIFICATION - THE JOB ID, USER AND PROCESS DATE
002860*    COME FROM THE SAME PARM CARD THE PARTITION MIXI STEPS AND
002870*    THE MIXM MERGE READ, SO ALL THREE REGISTER ONE RUN.
002880*****************************************************************
002890        01  ARI-RUN-IDENT.
002900            05  ARI-JOB-ID               PIC X(08)
002910                                          VALUE 'MIXIBTCH'.
002920            05  ARI-USER-ID              PIC X(08) VALUE 'BATCH'.
002930            05  ARI-RUN-DATE             PIC 9(08) VALUE ZERO.
002940            05  ARI-RUN-TIME             PIC 9(08) VALUE ZERO.
002950            05  ARI-PROC-DATE            PIC 9(08) VALUE ZERO.
002960        77  ARI-DEC-PLACES               PIC 9(01) VALUE 2.
002970*
002980*****************************************************************
002990*    SPLIT REPORT LINES
003000*****************************************************************
003010        01  MIXS-RPT-HEADING.
003020            05  FILLER                   PIC X(36)
003030                VALUE ' MIXS - MIXI EXTRACT SPLIT REPORT -'.
003040            05  FILLER                   PIC X(09)
003050                VALUE ' EXTRACT '.
003060            05  MIXS-HDG-DATE            PIC 9(08).
003070            05  FILLER                   PIC X(27) VALUE SPACES.
003080        01  MIXS-COUNT-LINE.
003090            05  FILLER                   PIC X(01) VALUE SPACE.
003100            05  MIXS-CNT-LABEL           PIC X(30).
003110            05  MIXS-CNT-COUNT           PIC ZZZ,ZZZ,ZZ9.
003120            05  FILLER                   PIC X(38) VALUE SPACES.
003130        01  MIXS-HASH-LINE.
003140            05  FILLER                   PIC X(01) VALUE SPACE.
003150            05  MIXS-HASH-LABEL          PIC X(30).
003160            05  MIXS-HASH-VALUE
003170                PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003180            05  FILLER                   PIC X(26) VALUE SPACES.
003190        01  MIXS-TEXT-LINE.
003200            05  FILLER                   PIC X(01) VALUE SPACE.
003210            05  MIXS-TXT-LABEL           PIC X(30).
003220            05  MIXS-TXT-VALUE           PIC X(30).
003230            05  FILLER                   PIC X(19) VALUE SPACES.
003240        01  MIXS-PART-LINE.
003250            05  FILLER                   PIC X(11)
003260                VALUE ' PARTITION '.
003270            05  MIXS-PTL-PART            PIC 9(01).
003280            05  FILLER                   PIC X(05)
003290                VALUE ' SEQ '.
003300            05  MIXS-PTL-FIRST           PIC 9(06).
003310            05  FILLER                   PIC X(04)
003320                VALUE ' TO '.
003330            05  MIXS-PTL-LAST            PIC 9(06).
003340            05  FILLER                   PIC X(09)
003350                VALUE ' DETAILS '.
003360            05  MIXS-PTL-COUNT           PIC ZZZ,ZZZ,ZZ9.
003370            05  FILLER                   PIC X(27) VALUE SPACES.
003380        01  MIXS-GAP-LINE.
003390            05  FILLER                   PIC X(32)
003400                VALUE ' GAP AT PARTITION BOUNDARY FROM '.
003410            05  MIXS-GAP-FROM            PIC 9(06).
003420            05  FILLER                   PIC X(04)
003430                VALUE ' TO '.
003440            05  MIXS-GAP-TO              PIC 9(06).
003450            05  FILLER                   PIC X(32) VALUE SPACES.
003460*
003470*****************************************************************
003480*    AUTHORIZATION CHECK - THE PARM CARD USER AND THE USER THE
003490*    JOB WAS SUBMITTED UNDER, EACH LOOKED UP ON THE PROFILE FILE
003500*****************************************************************
003510        01  ARI-AUTH-CHECK.
003520            05  ARI-AUTH-PARM-USER       PIC X(08) VALUE SPACES.
003530            05  ARI-AUTH-SUBMIT-USER     PIC X(08) VALUE SPACES.
003540            05  ARI-AUTH-USER-ID         PIC X(08) VALUE SPACES.
003550            05  ARI-AUTH-SOURCE          PIC X(09) VALUE SPACES.
003560            05  ARI-AUTH-REFUSED-SW      PIC X(01) VALUE 'N'.
003570                88  ARI-AUTH-REFUSED-YES VALUE 'Y'.
003580*
003590*****************************************************************
003600*    RETURN CODE
003610*****************************************************************
003620        77  ARI-RETURN-CODE              PIC 9(04) COMP
003630                                          VALUE ZERO.
003640*
003650        LINKAGE SECTION.
003660        COPY ARIACE.
003670*
003680        PROCEDURE DIVISION.
003690*
003700        0000-MAIN-PROCESS.
003710            PERFORM 1000-INITIALIZE
003720                THRU 1000-INITIALIZE-EXIT.
003730            PERFORM 2000-PROVE-EXTRACT
003740                THRU 2000-PROVE-EXTRACT-EXIT
003750                UNTIL ARI-EOF-YES.
003760            PERFORM 2500-JUDGE-EXTRACT
003770                THRU 2500-JUDGE-EXTRACT-EXIT.
003780            PERFORM 3000-REGISTER-RUN
003790                THRU 3000-REGISTER-RUN-EXIT.
003800            PERFORM 4000-SPLIT-EXTRACT
003810                THRU 4000-SPLIT-EXTRACT-EXIT.
003820            PERFORM 5000-WRITE-SPLIT-CONTROL
003830                THRU 5000-WRITE-SPLIT-CONTROL-EXIT
003840                VARYING MIXS-PART-SUB FROM 1 BY 1
003850                UNTIL MIXS-PART-SUB > MIXS-PART-LIMIT.
003860            PERFORM 6000-TERMINATE
003870                THRU 6000-TERMINATE-EXIT.
003880            MOVE ARI-RETURN-CODE TO RETURN-CODE.
003890            STOP RUN.
003900*
003910*****************************************************************
003920*    1000-INITIALIZE - READ THE PARM CARD AND OPEN THE EXTRACT
003930*                 AND THE REPORT.  THE PARTITION FILES AND THE
003940*                 SPLIT CONTROL FILE ARE NOT OPENED UNTIL THE
003950*                 EXTRACT HAS PROVED.
003960*****************************************************************
003970        1000-INITIALIZE.
003980            PERFORM 1100-READ-PARM-CARD
003990                THRU 1100-READ-PARM-CARD-EXIT.
004000            IF ARI-REPROC-YES
004010                PERFORM 1800-CHECK-AUTHORITY
004020                    THRU 1800-CHECK-AUTHORITY-EXIT
004030            END-IF.
004040            OPEN INPUT ARI-TRANS-FILE.
004050            IF NOT ARI-TRANS-OK
004060                DISPLAY 'MIXS0001E - UNABLE TO OPEN TRANSIN - '
004070                        'STATUS = ' ARI-TRANS-STATUS
004080                MOVE 16 TO ARI-RETURN-CODE
004090                PERFORM 9999-ABEND
004100                    THRU 9999-ABEND-EXIT
004110            END-IF.
004120            OPEN OUTPUT ARI-REPORT-FILE.
004130            IF NOT ARI-REPORT-OK
004140                DISPLAY 'MIXS0005E - UNABLE TO OPEN RPTOUT - '
004150                        'STATUS = ' ARI-REPORT-STATUS
004160                MOVE 16 TO ARI-RETURN-CODE
004170                PERFORM 9999-ABEND
004180                    THRU 9999-ABEND-EXIT
004190            END-IF.
004200            ACCEPT ARI-RUN-DATE FROM DATE YYYYMMDD.
004210            IF ARI-PROC-DATE = ZERO
004220                MOVE ARI-RUN-DATE TO ARI-PROC-DATE
004230            END-IF.
004240            ACCEPT ARI-RUN-TIME FROM TIME.
004250            MOVE ARI-PROC-DATE TO MIXS-HDG-DATE.
004260            WRITE MIXS-REPORT-RECORD FROM MIXS-RPT-HEADING.
004270            INITIALIZE MIXS-PART-TABLE.
004280        1000-INITIALIZE-EXIT.
004290            EXIT.
004300*
004310*****************************************************************
004320*    1100-READ-PARM-CARD - THE SHARED SUITE PARM CARD SUPPLIES
004330*                 THE RUN IDENTITY, LAYOUT, PROCESS DATE,
004340*                 REPROCESS OVERRIDE, DECIMAL PLACES AND THE
004350*                 PARTITION COUNT.  A PARTITION COUNT THAT IS
004360*                 NOT BLANK AND NOT 1-4 IS ALWAYS REFUSED -
004370*                 THE PARTITION JOBS AND MERGE CANNOT BE RUN
004380*                 AGAINST A GUESS.
004390*****************************************************************
004400        1100-READ-PARM-CARD.
004410            OPEN INPUT ARI-PARM-FILE.
004420            IF ARI-PARM-STATUS = '35'
004430                GO TO 1100-READ-PARM-CARD-EXIT
004440            END-IF.
004450            IF ARI-PARM-STATUS = '05'
004460                CLOSE ARI-PARM-FILE
004470                GO TO 1100-READ-PARM-CARD-EXIT
004480            END-IF.
004490            READ ARI-PARM-FILE
004500                AT END
004510                    CLOSE ARI-PARM-FILE
004520                    GO TO 1100-READ-PARM-CARD-EXIT
004530            END-READ.
004540            MOVE ARI-PARM-USER-ID TO ARI-AUTH-PARM-USER.
004550            MOVE ARI-PARM-JOB-ID    TO ARI-JOB-ID.
004560            MOVE ARI-PARM-USER-ID   TO ARI-USER-ID.
004570            IF ARI-PARM-DEC-PLACES NUMERIC
004580               AND ARI-PARM-DEC-PLACES > ZERO
004590               AND ARI-PARM-DEC-PLACES < 5
004600                MOVE ARI-PARM-DEC-PLACES TO ARI-DEC-PLACES
004610            END-IF.
004620            IF ARI-PARM-LAYOUT-IND = 'S'
004630                SET ARI-SIGNED-YES TO TRUE
004640            END-IF.
004650            IF ARI-PARM-REPROC-IND = 'Y'
004660                SET ARI-REPROC-YES TO TRUE
004670            END-IF.
004680            IF ARI-PARM-PROC-DATE NUMERIC
004690                AND ARI-PARM-PROC-DATE > ZERO
004700                MOVE ARI-PARM-PROC-DATE TO ARI-PROC-DATE
004710            END-IF.
004720            IF ARI-PARM-PARTITIONS (1:1) NOT = SPACE
004730                IF ARI-PARM-PARTITIONS NOT NUMERIC
004740                    OR ARI-PARM-PARTITIONS < 1
004750                    OR ARI-PARM-PARTITIONS > MIXS-PART-LIMIT
004760                    DISPLAY 'MIXS0003E - INVALID PARM PARTITION '
004770                            'COUNT = ' ARI-PARM-PARTITIONS (1:1)
004780                            ' - RUN NOT STARTED'
004790                    MOVE 24 TO ARI-RETURN-CODE
004800                    PERFORM 9999-ABEND
004810                        THRU 9999-ABEND-EXIT
004820                END-IF
004830                MOVE ARI-PARM-PARTITIONS TO MIXS-PARTITIONS
004840            END-IF.
004850            CLOSE ARI-PARM-FILE.
004860        1100-READ-PARM-CARD-EXIT.
004870            EXIT.
004880*
004890*****************************************************************
004900*    1800-CHECK-AUTHORITY - A REPROCESS OVERRIDE ON THE PARM CARD
004910*                 IS HONOURED ONLY WHEN BOTH THE PARM CARD USER
004920*                 AND THE USER THE JOB WAS SUBMITTED UNDER HOLD
004930*                 IT ON THE AUTHORIZATION PROFILE FILE.  EITHER
004940*                 ONE MISSING, REVOKED OR WITHOUT THE FUNCTION
004950*                 (OR NO PROFILE FILE) REFUSES THE RUN WITH RC=28
004960*                 BEFORE ANY FILE IS PROCESSED.
004970*****************************************************************
004980        1800-CHECK-AUTHORITY.
004990            PERFORM 1810-GET-SUBMITTER
005000                THRU 1810-GET-SUBMITTER-EXIT.
005010            OPEN INPUT ARI-AUT-FILE.
005020            IF ARI-AUTF-OK
005030                MOVE 'PARM CARD'          TO ARI-AUTH-SOURCE
005040                MOVE ARI-AUTH-PARM-USER   TO ARI-AUTH-USER-ID
005050                PERFORM 1820-CHECK-ONE-USER
005060                    THRU 1820-CHECK-ONE-USER-EXIT
005070                MOVE 'SUBMITTER'          TO ARI-AUTH-SOURCE
005080                MOVE ARI-AUTH-SUBMIT-USER TO ARI-AUTH-USER-ID
005090                PERFORM 1820-CHECK-ONE-USER
005100                    THRU 1820-CHECK-ONE-USER-EXIT
005110                CLOSE ARI-AUT-FILE
005120            ELSE
005130                DISPLAY 'MIXS0015E - UNABLE TO OPEN AUTFILE - '
005140                        'STATUS = ' ARI-AUTF-STATUS
005150                SET ARI-AUTH-REFUSED-YES TO TRUE
005160            END-IF.
005170            IF ARI-AUTH-REFUSED-YES
005180                DISPLAY 'MIXS0016E - REPROCESS OVERRIDE '
005190                        'REFUSED - RUN NOT STARTED'
005200                MOVE 28 TO ARI-RETURN-CODE
005210                PERFORM 9999-ABEND
005220                    THRU 9999-ABEND-EXIT
005230            END-IF.
005240        1800-CHECK-AUTHORITY-EXIT.
005250            EXIT.
005260*
005270*****************************************************************
005280*    1810-GET-SUBMITTER - THE USER ID THE JOB RUNS UNDER, TAKEN
005290*                 FROM THE ACEE.  NO ACEE LEAVES IT BLANK, WHICH
005300*                 1820-CHECK-ONE-USER REFUSES.
005310*****************************************************************
005320        1810-GET-SUBMITTER.
005330            MOVE SPACES TO ARI-AUTH-SUBMIT-USER.
005340            SET ADDRESS OF ARI-PSA  TO NULL.
005350            SET ADDRESS OF ARI-ASCB TO ARI-PSA-AOLD.
005360            SET ADDRESS OF ARI-ASXB TO ARI-ASCB-ASXB.
005370            IF ARI-ASXB-SENV = NULL
005380                GO TO 1810-GET-SUBMITTER-EXIT
005390            END-IF.
005400            SET ADDRESS OF ARI-ACEE TO ARI-ASXB-SENV.
005410            IF ARI-ACEE-ACRONYM = 'ACEE'
005420                MOVE ARI-ACEE-USER-ID TO ARI-AUTH-SUBMIT-USER
005430            END-IF.
005440        1810-GET-SUBMITTER-EXIT.
005450            EXIT.
005460*
005470*****************************************************************
005480*    1820-CHECK-ONE-USER - THE USER MUST HAVE AN ACTIVE PROFILE
005490*                 HOLDING THE FUNCTION.  EACH FAILURE IS SHOWN
005500*                 ON THE CONSOLE AND REFUSES THE RUN.
005510*****************************************************************
005520        1820-CHECK-ONE-USER.
005530            IF ARI-AUTH-USER-ID = SPACES
005540                DISPLAY 'MIXS0014E - NO ' ARI-AUTH-SOURCE
005550                        ' USER ID'
005560                SET ARI-AUTH-REFUSED-YES TO TRUE
005570                GO TO 1820-CHECK-ONE-USER-EXIT
005580            END-IF.
005590            MOVE ARI-AUTH-USER-ID TO ARI-AUT-USER-ID.
005600            READ ARI-AUT-FILE.
005610            IF NOT ARI-AUTF-OK
005620                DISPLAY 'MIXS0014E - ' ARI-AUTH-SOURCE ' USER '
005630                        ARI-AUTH-USER-ID ' HAS NO PROFILE'
005640                SET ARI-AUTH-REFUSED-YES TO TRUE
005650                GO TO 1820-CHECK-ONE-USER-EXIT
005660            END-IF.
005670            IF NOT ARI-AUT-ACTIVE
005680                DISPLAY 'MIXS0014E - ' ARI-AUTH-SOURCE ' USER '
005690                        ARI-AUTH-USER-ID ' PROFILE REVOKED'
005700                SET ARI-AUTH-REFUSED-YES TO TRUE
005710                GO TO 1820-CHECK-ONE-USER-EXIT
005720            END-IF.
005730            IF NOT ARI-AUT-REPROCESS-YES
005740                DISPLAY 'MIXS0014E - ' ARI-AUTH-SOURCE ' USER '
005750                        ARI-AUTH-USER-ID ' NOT AUTHORIZED FOR '
005760                        'REPROCESS OVERRIDE'
005770                SET ARI-AUTH-REFUSED-YES TO TRUE
005780            END-IF.
005790        1820-CHECK-ONE-USER-EXIT.
005800            EXIT.
005810*
005820*****************************************************************
005830*    1900-CHECK-PERIOD-LOCK - A PROCESS DATE IN A MONTH-END
005840*                 PERIOD CLOSED BY PCLS IS REFUSED WITH RC=32
005850*                 BEFORE THE RUN IS REGISTERED - NEITHER A FIRST
005860*                 RUN NOR A REPROCESS MAY CHANGE A CERTIFIED
005870*                 PERIOD.  A PERIOD REOPENED WITH A RECORDED
005880*                 REASON IS ALLOWED AND THE REOPEN IS SHOWN.  NO
005890*                 PERIOD CONTROL FILE MEANS NO PERIOD IS CLOSED.
005900*****************************************************************
005910        1900-CHECK-PERIOD-LOCK.
005920            OPEN INPUT ARI-PER-FILE.
005930            IF ARI-PERF-MISSING
005940                CLOSE ARI-PER-FILE
005950                GO TO 1900-CHECK-PERIOD-LOCK-EXIT
005960            END-IF.
005970            IF NOT ARI-PERF-OK
005980                DISPLAY 'MIXS0018E - UNABLE TO OPEN PERFILE - '
005990                        'STATUS = ' ARI-PERF-STATUS
006000                MOVE 16 TO ARI-RETURN-CODE
006010                PERFORM 9999-ABEND
006020                    THRU 9999-ABEND-EXIT
006030            END-IF.
006040            DIVIDE ARI-PROC-DATE BY 100 GIVING ARI-PER-PERIOD.
006050            READ ARI-PER-FILE.
006060            IF ARI-PERF-NO-RECORD
006070                CLOSE ARI-PER-FILE
006080                GO TO 1900-CHECK-PERIOD-LOCK-EXIT
006090            END-IF.
006100            IF NOT ARI-PERF-OK
006110                DISPLAY 'MIXS0020E - PERFILE READ ERROR - '
006120                        'STATUS = ' ARI-PERF-STATUS
006130                MOVE 16 TO ARI-RETURN-CODE
006140                PERFORM 9999-ABEND
006150                    THRU 9999-ABEND-EXIT
006160            END-IF.
006170            IF ARI-PER-CLOSED
006180                DISPLAY 'MIXS0017E - PROCESS DATE ' ARI-PROC-DATE
006190                        ' IS IN CLOSED PERIOD ' ARI-PER-PERIOD
006200                        ' - RUN REFUSED'
006210                MOVE 32 TO ARI-RETURN-CODE
006220                PERFORM 9999-ABEND
006230                    THRU 9999-ABEND-EXIT
006240            END-IF.
006250            IF ARI-PER-REOPENED
006260                DISPLAY 'MIXS0019I - PERIOD ' ARI-PER-PERIOD
006270                        ' REOPENED BY ' ARI-PER-REOPENED-BY
006280                        ' ON ' ARI-PER-REOPEN-DATE
006290                DISPLAY 'MIXS0019I - REASON - '
006300                        ARI-PER-REOPEN-REASON
006310            END-IF.
006320            CLOSE ARI-PER-FILE.
006330        1900-CHECK-PERIOD-LOCK-EXIT.
006340            EXIT.
006350*
006360*****************************************************************
006370*    2000-PROVE-EXTRACT - FIRST PASS OVER THE WHOLE EXTRACT.
006380*                 THE SAME ORDERING RULES MIXI APPLIES - ONE
006390*                 HEADER, FIRST; ONE TRAILER, LAST - AND THE
006400*                 DETAIL COUNT AND NUM1 HASH THE TRAILER MUST
006410*                 PROVE.  THE FIRST FAILURE FOUND IS KEPT AS
006420*                 THE REASON.
006430*****************************************************************
006440        2000-PROVE-EXTRACT.
006450            READ ARI-TRANS-FILE
006460                AT END
006470                    SET ARI-EOF-YES TO TRUE
006480                    GO TO 2000-PROVE-EXTRACT-EXIT
006490            END-READ.
006500            ADD 1 TO MIXS-RECS-IN.
006510            PERFORM 2100-CLASSIFY-RECORD
006520                THRU 2100-CLASSIFY-RECORD-EXIT.
006530            IF ARI-WORK-HEADER
006540                PERFORM 2200-PROVE-HEADER
006550                    THRU 2200-PROVE-HEADER-EXIT
006560                GO TO 2000-PROVE-EXTRACT-EXIT
006570            END-IF.
006580            IF ARI-WORK-TRAILER
006590                PERFORM 2300-PROVE-TRAILER
006600                    THRU 2300-PROVE-TRAILER-EXIT
006610                GO TO 2000-PROVE-EXTRACT-EXIT
006620            END-IF.
006630            IF MIXS-HEADERS = ZERO
006640                AND MIXS-FAIL-REASON = SPACES
006650                MOVE 'HEADER RECORD MISSING' TO MIXS-FAIL-REASON
006660            END-IF.
006670            IF MIXS-TRAILERS > ZERO
006680                AND MIXS-FAIL-REASON = SPACES
006690                MOVE 'DETAIL AFTER TRAILER' TO MIXS-FAIL-REASON
006700            END-IF.
006710            ADD 1 TO MIXS-DETAIL-COUNT.
006720            PERFORM 2400-HASH-NUM1
006730                THRU 2400-HASH-NUM1-EXIT.
006740        2000-PROVE-EXTRACT-EXIT.
006750            EXIT.
006760*
006770*****************************************************************
006780*    2100-CLASSIFY-RECORD - COPY THE RECORD TYPE, SEQUENCE
006790*                 NUMBER AND HEADER FIELDS OUT OF WHICHEVER
006800*                 TRANSACTION LAYOUT THE PARM CARD SELECTED.
006810*****************************************************************
006820        2100-CLASSIFY-RECORD.
006830            MOVE ARI-TRANS-SEQ-NO TO ARI-WORK-SEQ-NO.
006840            IF ARI-SIGNED-YES
006850                MOVE ARI-TRAND-REC-TYPE TO ARI-WORK-REC-TYPE
006860            ELSE
006870                MOVE ARI-TRANS-REC-TYPE TO ARI-WORK-REC-TYPE
006880            END-IF.
006890            IF ARI-WORK-HEADER
006900                IF ARI-SIGNED-YES
006910                    MOVE ARI-TRAND-EXTRACT-DATE
006920                        TO ARI-WORK-EXTRACT-DATE
006930                    MOVE ARI-TRAND-EXTRACT-SYSTEM
006940                        TO ARI-WORK-EXTRACT-SYSTEM
006950                ELSE
006960                    MOVE ARI-HDR-EXTRACT-DATE
006970                        TO ARI-WORK-EXTRACT-DATE
006980                    MOVE ARI-HDR-EXTRACT-SYSTEM
006990                        TO ARI-WORK-EXTRACT-SYSTEM
007000                END-IF
007010            END-IF.
007020        2100-CLASSIFY-RECORD-EXIT.
007030            EXIT.
007040*
007050*****************************************************************
007060*    2200-PROVE-HEADER - A SECOND HEADER OR A HEADER AFTER ANY
007070*                 OTHER RECORD FAILS THE EXTRACT; THE HEADER
007080*                 MUST CARRY THE PROCESS DATE.  THE ACCEPTED
007090*                 HEADER IMAGE IS KEPT FOR THE PARTITIONS.
007100*****************************************************************
007110        2200-PROVE-HEADER.
007120            ADD 1 TO MIXS-HEADERS.
007130            IF MIXS-FAIL-REASON NOT = SPACES
007140                GO TO 2200-PROVE-HEADER-EXIT
007150            END-IF.
007160            IF MIXS-HEADERS > 1
007170                MOVE 'DUPLICATE HEADER RECORD' TO MIXS-FAIL-REASON
007180                GO TO 2200-PROVE-HEADER-EXIT
007190            END-IF.
007200            IF MIXS-RECS-IN > 1
007210                MOVE 'HEADER NOT FIRST RECORD' TO MIXS-FAIL-REASON
007220                GO TO 2200-PROVE-HEADER-EXIT
007230            END-IF.
007240            IF ARI-WORK-EXTRACT-DATE NOT NUMERIC
007250                OR ARI-WORK-EXTRACT-DATE NOT = ARI-PROC-DATE
007260                MOVE 'HEADER DATE NOT PROCESS DATE'
007270                    TO MIXS-FAIL-REASON
007280                GO TO 2200-PROVE-HEADER-EXIT
007290            END-IF.
007300            MOVE ARI-TRANS-RECORD TO MIXS-SAVED-HEADER.
007310            MOVE ARI-WORK-EXTRACT-SYSTEM TO MIXS-EXTRACT-SYSTEM.
007320        2200-PROVE-HEADER-EXIT.
007330            EXIT.
007340*
007350*****************************************************************
007360*    2300-PROVE-TRAILER - KEEP THE TRAILER'S DETAIL COUNT AND
007370*                 NUM1 HASH.  A TRAILER AHEAD OF THE HEADER, A
007380*                 SECOND TRAILER OR NON-NUMERIC CONTROL TOTALS
007390*                 FAIL THE EXTRACT.
007400*****************************************************************
007410        2300-PROVE-TRAILER.
007420            ADD 1 TO MIXS-TRAILERS.
007430            IF MIXS-FAIL-REASON NOT = SPACES
007440                GO TO 2300-PROVE-TRAILER-EXIT
007450            END-IF.
007460            IF MIXS-HEADERS = ZERO
007470                MOVE 'TRAILER BEFORE HEADER' TO MIXS-FAIL-REASON
007480                GO TO 2300-PROVE-TRAILER-EXIT
007490            END-IF.
007500            IF MIXS-TRAILERS > 1
007510                MOVE 'DUPLICATE TRAILER RECORD'
007520                    TO MIXS-FAIL-REASON
007530                GO TO 2300-PROVE-TRAILER-EXIT
007540            END-IF.
007550            IF ARI-SIGNED-YES
007560                IF ARI-TRAND-DETAIL-COUNT NOT NUMERIC
007570                    OR ARI-TRAND-HASH-NUM1 NOT NUMERIC
007580                    MOVE 'TRAILER TOTALS NOT NUMERIC'
007590                        TO MIXS-FAIL-REASON
007600                    GO TO 2300-PROVE-TRAILER-EXIT
007610                END-IF
007620                MOVE ARI-TRAND-DETAIL-COUNT TO MIXS-TRL-COUNT
007630                MOVE ARI-TRAND-HASH-NUM1    TO MIXS-TRL-HASH
007640            ELSE
007650                IF ARI-TRL-DETAIL-COUNT NOT NUMERIC
007660                    OR ARI-TRL-HASH-NUM1 NOT NUMERIC
007670                    MOVE 'TRAILER TOTALS NOT NUMERIC'
007680                        TO MIXS-FAIL-REASON
007690                    GO TO 2300-PROVE-TRAILER-EXIT
007700                END-IF
007710                MOVE ARI-TRL-DETAIL-COUNT   TO MIXS-TRL-COUNT
007720                MOVE ARI-TRL-HASH-NUM1      TO MIXS-TRL-HASH
007730            END-IF.
007740        2300-PROVE-TRAILER-EXIT.
007750            EXIT.
007760*
007770*****************************************************************
007780*    2400-HASH-NUM1 - FEED THE TRAILER HASH FROM THE NUM1
007790*                 FIELD OF THE SELECTED LAYOUT.  A NON-NUMERIC
007800*                 NUM1 IS LEFT OUT, AS THE ENGINES LEAVE IT OUT.
007810*****************************************************************
007820        2400-HASH-NUM1.
007830            IF ARI-SIGNED-YES
007840                IF ARI-TRAND-NUM1 NUMERIC
007850                    ADD ARI-TRAND-NUM1 TO ARI-HASH-NUM1
007860                END-IF
007870            ELSE
007880                IF ARI-NUM1 NUMERIC
007890                    ADD ARI-NUM1 TO ARI-HASH-NUM1
007900                END-IF
007910            END-IF.
007920        2400-HASH-NUM1-EXIT.
007930            EXIT.
007940*
007950*****************************************************************
007960*    2500-JUDGE-EXTRACT - THE EXTRACT HAS BEEN PASSED ONCE.  IT
007970*                 MUST HAVE A HEADER AND A TRAILER, AND THE
007980*                 TRAILER MUST PROVE THE DETAILS READ.  A
007990*                 FAILED EXTRACT IS NOT SPLIT AT ALL - THE STEP
008000*                 ENDS RC=8 BEFORE THE RUN IS REGISTERED, AS
008010*                 MIXI WOULD HAVE STOPPED ON THE SAME FILE.
008020*****************************************************************
008030        2500-JUDGE-EXTRACT.
008040            IF MIXS-FAIL-REASON = SPACES
008050                AND MIXS-HEADERS = ZERO
008060                MOVE 'HEADER RECORD MISSING' TO MIXS-FAIL-REASON
008070            END-IF.
008080            IF MIXS-FAIL-REASON = SPACES
008090                AND MIXS-TRAILERS = ZERO
008100                MOVE 'TRAILER RECORD MISSING' TO MIXS-FAIL-REASON
008110            END-IF.
008120            IF MIXS-FAIL-REASON = SPACES
008130                AND MIXS-TRL-COUNT NOT = MIXS-DETAIL-COUNT
008140                MOVE 'TRAILER COUNT MISMATCH' TO MIXS-FAIL-REASON
008150            END-IF.
008160            IF MIXS-FAIL-REASON = SPACES
008170                AND MIXS-TRL-HASH NOT = ARI-HASH-NUM1
008180                MOVE 'TRAILER HASH MISMATCH' TO MIXS-FAIL-REASON
008190            END-IF.
008200            IF MIXS-FAIL-REASON NOT = SPACES
008210                MOVE 'EXTRACT CONTROL CHECK FAILED'
008220                    TO MIXS-TXT-LABEL
008230                MOVE MIXS-FAIL-REASON TO MIXS-TXT-VALUE
008240                WRITE MIXS-REPORT-RECORD FROM MIXS-TEXT-LINE
008250                DISPLAY 'MIXS0006E - EXTRACT CONTROL CHECK '
008260                        'FAILED - ' MIXS-FAIL-REASON
008270                        ' - NOTHING SPLIT'
008280                CLOSE ARI-TRANS-FILE
008290                      ARI-REPORT-FILE
008300                MOVE 8 TO ARI-RETURN-CODE
008310                PERFORM 9999-ABEND
008320                    THRU 9999-ABEND-EXIT
008330            END-IF.
008340            DISPLAY 'MIXS0007I - EXTRACT PROVED - SYSTEM = '
008350                    MIXS-EXTRACT-SYSTEM
008360                    ' COUNT = ' MIXS-DETAIL-COUNT
008370                    ' HASH = ' ARI-HASH-NUM1.
008380            COMPUTE MIXS-QUOTA =
008390                (MIXS-DETAIL-COUNT + MIXS-PARTITIONS - 1)
008400                / MIXS-PARTITIONS.
008410        2500-JUDGE-EXTRACT-EXIT.
008420            EXIT.
008430*
008440*****************************************************************
008450*    3000-REGISTER-RUN - THE RUN REGISTER IS KEYED BY JOB ID
008460*                 PLUS EXTRACT DATE, AS FOR A SINGLE MIXI STEP.
008470*                 AN EXTRACT DATE ALREADY MARKED COMPLETE IS
008480*                 REFUSED WITH RC=20 BEFORE ANYTHING IS CUT,
008490*                 UNLESS THE PARM CARRIES THE OPERATOR
008500*                 REPROCESS OVERRIDE.  THE RUN IS THEN
008510*                 REGISTERED OPEN; ONLY THE MIXM MERGE MARKS IT
008520*                 COMPLETE, SO RUNC SHOWS THE PARTITIONED RUN
008530*                 AS ONE RUN IN FLIGHT UNTIL IT IS MERGED.
008540*****************************************************************
008550        3000-REGISTER-RUN.
008560            PERFORM 1900-CHECK-PERIOD-LOCK
008570                THRU 1900-CHECK-PERIOD-LOCK-EXIT.
008580            OPEN I-O ARI-REG-FILE.
008590            IF ARI-REGF-NO-FILE
008600                OPEN OUTPUT ARI-REG-FILE
008610                CLOSE ARI-REG-FILE
008620                OPEN I-O ARI-REG-FILE
008630            END-IF.
008640            IF NOT ARI-REGF-OK
008650                DISPLAY 'MIXS0010E - UNABLE TO OPEN RUNREG - '
008660                        'STATUS = ' ARI-REGF-STATUS
008670                MOVE 16 TO ARI-RETURN-CODE
008680                PERFORM 9999-ABEND
008690                    THRU 9999-ABEND-EXIT
008700            END-IF.
008710            MOVE ARI-JOB-ID    TO ARI-REG-JOB-ID.
008720            MOVE ARI-PROC-DATE TO ARI-REG-RUN-DATE.
008730            READ ARI-REG-FILE.
008740            IF ARI-REGF-OK
008750                SET ARI-REG-FOUND-YES TO TRUE
008760                IF ARI-REG-COMPLETE
008770                    AND NOT ARI-REPROC-YES
008780                    DISPLAY 'MIXS0011E - RUN ALREADY COMPLETE '
008790                            'FOR JOB ' ARI-JOB-ID
008800                            ' DATE ' ARI-PROC-DATE
008810                            ' - SPLIT REFUSED'
008820                    MOVE 20 TO ARI-RETURN-CODE
008830                    PERFORM 9999-ABEND
008840                        THRU 9999-ABEND-EXIT
008850                END-IF
008860            END-IF.
008870            MOVE ARI-JOB-ID    TO ARI-REG-JOB-ID.
008880            MOVE ARI-PROC-DATE TO ARI-REG-RUN-DATE.
008890            SET ARI-REG-OPEN   TO TRUE.
008900            MOVE ARI-RUN-TIME  TO ARI-REG-START-TIME.
008910            MOVE ZERO TO ARI-REG-END-TIME
008920                         ARI-REG-RECS-READ
008930                         ARI-REG-RECS-ACCEPTED
008940                         ARI-REG-RECS-REJECTED
008950                         ARI-REG-LAST-SEQ-NO
008960                         ARI-REG-CNT-DIVIDE
008970                         ARI-REG-CNT-ADD
008980                         ARI-REG-CNT-SUBTRACT
008990                         ARI-REG-CNT-MULTIPLY
009000                         ARI-REG-CNT-PERCENT
009010                         ARI-REG-CNT-MODULO
009020                         ARI-REG-PROOF-MISSING
009030                         ARI-REG-PROOF-DUPLICATED
009040                         ARI-REG-PROOF-ORPHANED
009050                         ARI-REG-RETURN-CODE.
009060            MOVE SPACE TO ARI-REG-PROOF-STATUS
009070                          ARI-REG-PUBLISH-OVRD.
009080            MOVE ARI-DEC-PLACES TO ARI-REG-DEC-PLACES.
009090            IF ARI-REG-FOUND-YES
009100                REWRITE ARI-REG-RECORD
009110            ELSE
009120                WRITE ARI-REG-RECORD
009130            END-IF.
009140            IF NOT ARI-REGF-OK
009150                DISPLAY 'MIXS0012E - RUNREG WRITE FAILED - '
009160                        'STATUS = ' ARI-REGF-STATUS
009170                MOVE 16 TO ARI-RETURN-CODE
009180                PERFORM 9999-ABEND
009190                    THRU 9999-ABEND-EXIT
009200            END-IF.
009210            CLOSE ARI-REG-FILE.
009220        3000-REGISTER-RUN-EXIT.
009230            EXIT.
009240*
009250*****************************************************************
009260*    4000-SPLIT-EXTRACT - SECOND PASS.  EVERY PARTITION FILE IS
009270*                 OPENED (AN UNUSED ONE STILL GETS ITS HEADER
009280*                 AND ZERO TRAILER), PARTITION 1 IS STARTED
009290*                 WITH THE SAVED HEADER, AND THE DETAILS ARE
009300*                 DEALT OUT IN FILE ORDER.  THE EXTRACT'S OWN
009310*                 CONTROL RECORDS ARE NOT COPIED - EACH
009320*                 PARTITION GETS A TRAILER CUT HERE OVER ITS
009330*                 OWN DETAILS.
009340*****************************************************************
009350        4000-SPLIT-EXTRACT.
009360            CLOSE ARI-TRANS-FILE.
009370            OPEN INPUT ARI-TRANS-FILE.
009380            IF NOT ARI-TRANS-OK
009390                DISPLAY 'MIXS0001E - UNABLE TO OPEN TRANSIN - '
009400                        'STATUS = ' ARI-TRANS-STATUS
009410                MOVE 16 TO ARI-RETURN-CODE
009420                PERFORM 9999-ABEND
009430                    THRU 9999-ABEND-EXIT
009440            END-IF.
009450            OPEN OUTPUT MIXS-PART1-FILE
009460                        MIXS-PART2-FILE
009470                        MIXS-PART3-FILE
009480                        MIXS-PART4-FILE.
009490            IF NOT MIXS-PART1-OK
009500                OR NOT MIXS-PART2-OK
009510                OR NOT MIXS-PART3-OK
009520                OR NOT MIXS-PART4-OK
009530                DISPLAY 'MIXS0002E - UNABLE TO OPEN PARTOUT - '
009540                        'STATUS = ' MIXS-PART1-STATUS ' '
009550                        MIXS-PART2-STATUS ' ' MIXS-PART3-STATUS
009560                        ' ' MIXS-PART4-STATUS
009570                MOVE 16 TO ARI-RETURN-CODE
009580                PERFORM 9999-ABEND
009590                    THRU 9999-ABEND-EXIT
009600            END-IF.
009610            MOVE 1 TO MIXS-PART-NO.
009620            MOVE MIXS-SAVED-HEADER TO ARI-TRANS-RECORD.
009630            PERFORM 4400-WRITE-PART-RECORD
009640                THRU 4400-WRITE-PART-RECORD-EXIT.
009650            SET ARI-EOF-YES TO FALSE.
009660            PERFORM 4100-SPLIT-ONE-RECORD
009670                THRU 4100-SPLIT-ONE-RECORD-EXIT
009680                UNTIL ARI-EOF-YES.
009690            PERFORM 4300-WRITE-PART-TRAILER
009700                THRU 4300-WRITE-PART-TRAILER-EXIT.
009710            PERFORM 4500-CUT-EMPTY-PARTITION
009720                THRU 4500-CUT-EMPTY-PARTITION-EXIT
009730                UNTIL MIXS-PART-NO NOT < MIXS-PART-LIMIT.
009740            CLOSE ARI-TRANS-FILE
009750                  MIXS-PART1-FILE
009760                  MIXS-PART2-FILE
009770                  MIXS-PART3-FILE
009780                  MIXS-PART4-FILE.
009790        4000-SPLIT-EXTRACT-EXIT.
009800            EXIT.
009810*
009820*****************************************************************
009830*    4100-SPLIT-ONE-RECORD - A DETAIL GOES TO THE CURRENT
009840*                 PARTITION UNLESS THAT PARTITION ALREADY HOLDS
009850*                 ITS QUOTA, MORE PARTITIONS ARE IN USE, AND
009860*                 THIS DETAIL'S SEQUENCE NUMBER IS ABOVE EVERY
009870*                 ONE SEEN SO FAR - THEN THE PARTITION IS
009880*                 CLOSED AND THE NEXT ONE STARTED.  A DUPLICATE
009890*                 OR OUT-OF-ORDER DETAIL THEREFORE STAYS WITH
009900*                 ITS NEIGHBOURS AND IS REJECTED AS SEQX BY THE
009910*                 PARTITION THAT GETS IT, AS IT WOULD BE BY A
009920*                 SINGLE MIXI STEP.
009930*****************************************************************
009940        4100-SPLIT-ONE-RECORD.
009950            READ ARI-TRANS-FILE
009960                AT END
009970                    SET ARI-EOF-YES TO TRUE
009980                    GO TO 4100-SPLIT-ONE-RECORD-EXIT
009990            END-READ.
010000            PERFORM 2100-CLASSIFY-RECORD
010010                THRU 2100-CLASSIFY-RECORD-EXIT.
010020            IF ARI-WORK-HEADER
010030                OR ARI-WORK-TRAILER
010040                GO TO 4100-SPLIT-ONE-RECORD-EXIT
010050            END-IF.
010060            IF MIXS-PRT-DETAILS (MIXS-PART-NO) NOT < MIXS-QUOTA
010070                AND MIXS-PART-NO < MIXS-PARTITIONS
010080                AND ARI-WORK-SEQ-NO NUMERIC
010090                AND ARI-WORK-SEQ-NUM > MIXS-HIGH-SEQ
010100                PERFORM 4200-START-NEXT-PARTITION
010110                    THRU 4200-START-NEXT-PARTITION-EXIT
010120            END-IF.
010130            ADD 1 TO MIXS-PRT-DETAILS (MIXS-PART-NO).
010140            IF ARI-SIGNED-YES
010150                IF ARI-TRAND-NUM1 NUMERIC
010160                    ADD ARI-TRAND-NUM1
010170                        TO MIXS-PRT-HASH (MIXS-PART-NO)
010180                END-IF
010190            ELSE
010200                IF ARI-NUM1 NUMERIC
010210                    ADD ARI-NUM1
010220                        TO MIXS-PRT-HASH (MIXS-PART-NO)
010230                END-IF
010240            END-IF.
010250            IF ARI-WORK-SEQ-NO NUMERIC
010260                IF MIXS-PRT-FIRST-SEQ (MIXS-PART-NO) = ZERO
010270                    MOVE ARI-WORK-SEQ-NUM
010280                        TO MIXS-PRT-FIRST-SEQ (MIXS-PART-NO)
010290                END-IF
010300                IF ARI-WORK-SEQ-NUM
010310                    > MIXS-PRT-LAST-SEQ (MIXS-PART-NO)
010320                    MOVE ARI-WORK-SEQ-NUM
010330                        TO MIXS-PRT-LAST-SEQ (MIXS-PART-NO)
010340                END-IF
010350                IF ARI-WORK-SEQ-NUM > MIXS-HIGH-SEQ
010360                    MOVE ARI-WORK-SEQ-NUM TO MIXS-HIGH-SEQ
010370                END-IF
010380            END-IF.
010390            PERFORM 4400-WRITE-PART-RECORD
010400                THRU 4400-WRITE-PART-RECORD-EXIT.
010410        4100-SPLIT-ONE-RECORD-EXIT.
010420            EXIT.
010430*
010440*****************************************************************
010450*    4200-START-NEXT-PARTITION - THE DETAIL JUST READ IS HELD
010460*                 WHILE THE CURRENT PARTITION'S TRAILER AND THE
010470*                 NEXT PARTITION'S HEADER ARE CUT.  A GAP IN THE
010480*                 SEQUENCE NUMBERS EXACTLY AT THE CUT IS LISTED
010490*                 HERE - EACH PARTITION STARTS ITS OWN SEQUENCE
010500*                 CHECK AFRESH AND WOULD NOT SEE IT.
010510*****************************************************************
010520        4200-START-NEXT-PARTITION.
010530            MOVE ARI-TRANS-RECORD TO MIXS-HOLD-RECORD.
010540            IF MIXS-HIGH-SEQ > ZERO
010550                AND ARI-WORK-SEQ-NUM > MIXS-HIGH-SEQ + 1
010560                ADD 1 TO MIXS-BOUNDARY-GAPS
010570                COMPUTE MIXS-GAP-FROM = MIXS-HIGH-SEQ + 1
010580                COMPUTE MIXS-GAP-TO = ARI-WORK-SEQ-NUM - 1
010590                WRITE MIXS-REPORT-RECORD FROM MIXS-GAP-LINE
010600            END-IF.
010610            PERFORM 4300-WRITE-PART-TRAILER
010620                THRU 4300-WRITE-PART-TRAILER-EXIT.
010630            ADD 1 TO MIXS-PART-NO.
010640            MOVE MIXS-SAVED-HEADER TO ARI-TRANS-RECORD.
010650            PERFORM 4400-WRITE-PART-RECORD
010660                THRU 4400-WRITE-PART-RECORD-EXIT.
010670            MOVE MIXS-HOLD-RECORD TO ARI-TRANS-RECORD.
010680        4200-START-NEXT-PARTITION-EXIT.
010690            EXIT.
010700*
010710*****************************************************************
010720*    4300-WRITE-PART-TRAILER - CUT THE TRAILER OVER THE CURRENT
010730*                 PARTITION'S DETAILS, IN THE FORM EXTB CUTS IT,
010740*                 SO THE PARTITION'S MIXI STEP PROVES IT AT
010750*                 2120-CHECK-TRAILER.
010760*****************************************************************
010770        4300-WRITE-PART-TRAILER.
010780            IF ARI-SIGNED-YES
010790                MOVE SPACES TO ARI-TRAND-RECORD
010800                MOVE 'T' TO ARI-TRAND-REC-TYPE
010810                MOVE MIXS-PRT-DETAILS (MIXS-PART-NO)
010820                    TO ARI-TRAND-DETAIL-COUNT
010830                MOVE MIXS-PRT-HASH (MIXS-PART-NO)
010840                    TO ARI-TRAND-HASH-NUM1
010850            ELSE
010860                MOVE SPACES TO ARI-TRANS-RECORD
010870                MOVE 'T' TO ARI-TRANS-REC-TYPE
010880                MOVE MIXS-PRT-DETAILS (MIXS-PART-NO)
010890                    TO ARI-TRL-DETAIL-COUNT
010900                MOVE MIXS-PRT-HASH (MIXS-PART-NO)
010910                    TO ARI-TRL-HASH-NUM1
010920            END-IF.
010930            PERFORM 4400-WRITE-PART-RECORD
010940                THRU 4400-WRITE-PART-RECORD-EXIT.
010950            DISPLAY 'MIXS0013I - PARTITION ' MIXS-PART-NO
010960                    ' CUT - SEQ '
010970                    MIXS-PRT-FIRST-SEQ (MIXS-PART-NO) ' TO '
010980                    MIXS-PRT-LAST-SEQ (MIXS-PART-NO)
010990                    ' COUNT = '
011000                    MIXS-PRT-DETAILS (MIXS-PART-NO).
011010        4300-WRITE-PART-TRAILER-EXIT.
011020            EXIT.
011030*
011040*****************************************************************
011050*    4400-WRITE-PART-RECORD - WRITE THE RECORD SITTING IN THE
011060*                 EXTRACT RECORD AREA TO THE CURRENT PARTITION.
011070*****************************************************************
011080        4400-WRITE-PART-RECORD.
011090            EVALUATE MIXS-PART-NO
011100                WHEN 1
011110                    WRITE MIXS-PART1-RECORD FROM ARI-TRANS-RECORD
011120                    MOVE MIXS-PART1-STATUS TO MIXS-OUT-STATUS
011130                WHEN 2
011140                    WRITE MIXS-PART2-RECORD FROM ARI-TRANS-RECORD
011150                    MOVE MIXS-PART2-STATUS TO MIXS-OUT-STATUS
011160                WHEN 3
011170                    WRITE MIXS-PART3-RECORD FROM ARI-TRANS-RECORD
011180                    MOVE MIXS-PART3-STATUS TO MIXS-OUT-STATUS
011190                WHEN 4
011200                    WRITE MIXS-PART4-RECORD FROM ARI-TRANS-RECORD
011210                    MOVE MIXS-PART4-STATUS TO MIXS-OUT-STATUS
011220            END-EVALUATE.
011230            IF NOT MIXS-OUT-OK
011240                DISPLAY 'MIXS0008E - PARTOUT' MIXS-PART-NO
011250                        ' WRITE FAILED - STATUS = '
011260                        MIXS-OUT-STATUS
011270                MOVE 16 TO ARI-RETURN-CODE
011280                PERFORM 9999-ABEND
011290                    THRU 9999-ABEND-EXIT
011300            END-IF.
011310        4400-WRITE-PART-RECORD-EXIT.
011320            EXIT.
011330*
011340*****************************************************************
011350*    4500-CUT-EMPTY-PARTITION - A PARTITION WITH NO DETAILS
011360*                 (FEWER PARTITIONS IN USE, OR A LIGHT NIGHT)
011370*                 STILL GETS A HEADER AND A ZERO TRAILER, SO
011380*                 ITS MIXI STEP PROVES AND ENDS CLEAN AND THE
011390*                 MERGE SEES IT COMPLETE.
011400*****************************************************************
011410        4500-CUT-EMPTY-PARTITION.
011420            ADD 1 TO MIXS-PART-NO.
011430            MOVE MIXS-SAVED-HEADER TO ARI-TRANS-RECORD.
011440            PERFORM 4400-WRITE-PART-RECORD
011450                THRU 4400-WRITE-PART-RECORD-EXIT.
011460            PERFORM 4300-WRITE-PART-TRAILER
011470                THRU 4300-WRITE-PART-TRAILER-EXIT.
011480        4500-CUT-EMPTY-PARTITION-EXIT.
011490            EXIT.
011500*
011510*****************************************************************
011520*    5000-WRITE-SPLIT-CONTROL - ONE SPLIT CONTROL RECORD PER
011530*                 PARTITION FOR THE MIXM MERGE TO PROVE THE
011540*                 PARTITION RUNS AGAINST, AND ONE LINE PER
011550*                 PARTITION ON THE SPLIT REPORT.
011560*****************************************************************
011570        5000-WRITE-SPLIT-CONTROL.
011580            IF MIXS-PART-SUB = 1
011590                OPEN OUTPUT ARI-SPL-FILE
011600                IF NOT ARI-SPL-OK
011610                    DISPLAY 'MIXS0004E - UNABLE TO OPEN SPLCTL - '
011620                            'STATUS = ' ARI-SPL-STATUS
011630                    MOVE 16 TO ARI-RETURN-CODE
011640                    PERFORM 9999-ABEND
011650                        THRU 9999-ABEND-EXIT
011660                END-IF
011670            END-IF.
011680            MOVE SPACES                TO ARI-SPL-RECORD.
011690            MOVE ARI-JOB-ID            TO ARI-SPL-JOB-ID.
011700            MOVE ARI-PROC-DATE         TO ARI-SPL-RUN-DATE.
011710            MOVE MIXS-PART-SUB         TO ARI-SPL-PART-NO.
011720            MOVE MIXS-PARTITIONS       TO ARI-SPL-PART-COUNT.
011730            MOVE MIXS-EXTRACT-SYSTEM   TO ARI-SPL-EXTRACT-SYSTEM.
011740            MOVE MIXS-PRT-FIRST-SEQ (MIXS-PART-SUB)
011750                TO ARI-SPL-FIRST-SEQ-NO.
011760            MOVE MIXS-PRT-LAST-SEQ (MIXS-PART-SUB)
011770                TO ARI-SPL-LAST-SEQ-NO.
011780            MOVE MIXS-PRT-DETAILS (MIXS-PART-SUB)
011790                TO ARI-SPL-DETAIL-COUNT.
011800            MOVE MIXS-PRT-HASH (MIXS-PART-SUB)
011810                TO ARI-SPL-HASH-NUM1.
011820            WRITE ARI-SPL-RECORD.
011830            IF NOT ARI-SPL-OK
011840                DISPLAY 'MIXS0009E - SPLCTL WRITE FAILED - '
011850                        'STATUS = ' ARI-SPL-STATUS
011860                MOVE 16 TO ARI-RETURN-CODE
011870                PERFORM 9999-ABEND
011880                    THRU 9999-ABEND-EXIT
011890            END-IF.
011900            MOVE MIXS-PART-SUB TO MIXS-PTL-PART.
011910            MOVE MIXS-PRT-FIRST-SEQ (MIXS-PART-SUB)
011920                TO MIXS-PTL-FIRST.
011930            MOVE MIXS-PRT-LAST-SEQ (MIXS-PART-SUB)
011940                TO MIXS-PTL-LAST.
011950            MOVE MIXS-PRT-DETAILS (MIXS-PART-SUB)
011960                TO MIXS-PTL-COUNT.
011970            WRITE MIXS-REPORT-RECORD FROM MIXS-PART-LINE.
011980        5000-WRITE-SPLIT-CONTROL-EXIT.
011990            EXIT.
012000*
012010*****************************************************************
012020*    6000-TERMINATE - PRINT THE SPLIT TOTALS AND CLOSE UP.
012030*****************************************************************
012040        6000-TERMINATE.
012050            MOVE 'EXTRACT SOURCE SYSTEM' TO MIXS-TXT-LABEL.
012060            MOVE MIXS-EXTRACT-SYSTEM TO MIXS-TXT-VALUE.
012070            WRITE MIXS-REPORT-RECORD FROM MIXS-TEXT-LINE.
012080            MOVE 'JOB ID' TO MIXS-TXT-LABEL.
012090            MOVE ARI-JOB-ID TO MIXS-TXT-VALUE.
012100            WRITE MIXS-REPORT-RECORD FROM MIXS-TEXT-LINE.
012110            MOVE 'RECORDS READ' TO MIXS-CNT-LABEL.
012120            MOVE MIXS-RECS-IN TO MIXS-CNT-COUNT.
012130            WRITE MIXS-REPORT-RECORD FROM MIXS-COUNT-LINE.
012140            MOVE 'DETAILS SPLIT' TO MIXS-CNT-LABEL.
012150            MOVE MIXS-DETAIL-COUNT TO MIXS-CNT-COUNT.
012160            WRITE MIXS-REPORT-RECORD FROM MIXS-COUNT-LINE.
012170            MOVE 'PARTITIONS IN USE' TO MIXS-CNT-LABEL.
012180            MOVE MIXS-PARTITIONS TO MIXS-CNT-COUNT.
012190            WRITE MIXS-REPORT-RECORD FROM MIXS-COUNT-LINE.
012200            MOVE 'DETAILS PER PARTITION (QUOTA)'
012210                TO MIXS-CNT-LABEL.
012220            MOVE MIXS-QUOTA TO MIXS-CNT-COUNT.
012230            WRITE MIXS-REPORT-RECORD FROM MIXS-COUNT-LINE.
012240            MOVE 'GAPS AT PARTITION BOUNDARIES' TO MIXS-CNT-LABEL.
012250            MOVE MIXS-BOUNDARY-GAPS TO MIXS-CNT-COUNT.
012260            WRITE MIXS-REPORT-RECORD FROM MIXS-COUNT-LINE.
012270            MOVE 'TRAILER NUM1 HASH' TO MIXS-HASH-LABEL.
012280            MOVE ARI-HASH-NUM1 TO MIXS-HASH-VALUE.
012290            WRITE MIXS-REPORT-RECORD FROM MIXS-HASH-LINE.
012300            CLOSE ARI-SPL-FILE
012310                  ARI-REPORT-FILE.
012320            DISPLAY 'MIXS - RECORDS READ     = ' MIXS-RECS-IN.
012330            DISPLAY 'MIXS - DETAILS SPLIT    = '
012340                    MIXS-DETAIL-COUNT.
012350            DISPLAY 'MIXS - PARTITIONS USED  = ' MIXS-PARTITIONS.
012360            DISPLAY 'MIXS - BOUNDARY GAPS    = '
012370                    MIXS-BOUNDARY-GAPS.
012380            DISPLAY 'MIXS - NUM1 HASH        = ' ARI-HASH-NUM1.
012390        6000-TERMINATE-EXIT.
012400            EXIT.
012410*
012420*****************************************************************
012430*    9999-ABEND - FATAL I/O ERROR HANDLING.  DISPLAYS THE
012440*                 CONDITION AND ENDS THE RUN WITH A NON-ZERO
012450*                 RETURN CODE SO THE JCL STEP FAILS VISIBLY.
012460*****************************************************************
012470        9999-ABEND.
012480            MOVE ARI-RETURN-CODE TO RETURN-CODE.
012490            STOP RUN.
012500        9999-ABEND-EXIT.
012510            EXIT.
