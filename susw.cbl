000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SUSW.
000030 AUTHOR.        M D HARTLEY.
000040 INSTALLATION.  ARITHMETIC SUITE - BATCH PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM      : SUSW
000090* DESCRIPTION  : SUSPENSE WRITE-OFF REGISTER FOR FINANCE.
000100*                READS THE SUSPENSE HISTORY JOURNAL WRITTEN BY
000110*                THE SUSC SCREEN AND LISTS EVERY ITEM WRITTEN
000120*                OFF IN THE PERIOD - WHO WROTE IT OFF AND WHEN,
000130*                THE SUSPENSE KEY, SOURCE SYSTEM, REJECT
000140*                REASON, THE NUM1/NUM2 THAT WILL NEVER BE
000150*                RECYCLED AND THE REASON GIVEN - WITH COUNTS BY
000160*                SOURCE SYSTEM.  THE PERIOD DEFAULTS TO THE
000170*                FIRST OF THE CURRENT MONTH THROUGH TODAY.
000180*                THE REGISTER ONLY READS - IT UPDATES NOTHING.
000190*
000200* MODIFICATION HISTORY
000210* DATE       INIT   DESCRIPTION
000220* ---------- ----   -----------------------------------------
000230* 2026-10-15 MDH    INITIAL VERSION.
000240*****************************************************************
000250        ENVIRONMENT DIVISION.
000260        CONFIGURATION SECTION.
000270        INPUT-OUTPUT SECTION.
000280        FILE-CONTROL.
000290            SELECT OPTIONAL ARI-SHJ-FILE
000300                ASSIGN TO SUSHIST
000310                ORGANIZATION IS INDEXED
000320                ACCESS MODE IS SEQUENTIAL
000330                RECORD KEY IS ARI-SHJ-KEY
000340                FILE STATUS IS ARI-SHJF-STATUS.
000350            SELECT ARI-REPORT-FILE
000360                ASSIGN TO RPTOUT
000370                ORGANIZATION IS SEQUENTIAL
000380                FILE STATUS IS ARI-REPORT-STATUS.
000390            SELECT OPTIONAL ARI-PARM-FILE
000400                ASSIGN TO PARMIN
000410                ORGANIZATION IS SEQUENTIAL
000420                FILE STATUS IS ARI-PARM-STATUS.
000430*
000440        DATA DIVISION.
000450        FILE SECTION.
000460        FD  ARI-SHJ-FILE
000470            LABEL RECORDS ARE STANDARD.
000480        COPY ARISHJ.
000490*
000500        FD  ARI-REPORT-FILE
000510            RECORDING MODE IS F
000520            LABEL RECORDS ARE STANDARD.
000530        01  SUSW-REPORT-RECORD           PIC X(80).
000540*
000550        FD  ARI-PARM-FILE
000560            RECORDING MODE IS F
000570            LABEL RECORDS ARE STANDARD.
000580        01  SUSW-PARM-RECORD.
000590            05  SUSW-PARM-FROM-DATE      PIC 9(08).
000600            05  SUSW-PARM-TO-DATE        PIC 9(08).
000610            05  FILLER                   PIC X(64).
000620*
000630        WORKING-STORAGE SECTION.
000640*****************************************************************
000650*    FILE STATUS SWITCHES
000660*****************************************************************
000670        77  ARI-SHJF-STATUS              PIC X(02) VALUE SPACES.
000680            88  ARI-SHJF-OK              VALUE '00'.
000690            88  ARI-SHJF-EOF             VALUE '10'.
000700            88  ARI-SHJF-MISSING         VALUE '05' '35'.
000710        77  ARI-REPORT-STATUS            PIC X(02) VALUE SPACES.
000720            88  ARI-REPORT-OK            VALUE '00'.
000730        77  ARI-PARM-STATUS              PIC X(02) VALUE SPACES.
000740            88  ARI-PARM-OK              VALUE '00'.
000750*
000760*****************************************************************
000770*    PROGRAM SWITCHES
000780*****************************************************************
000790        01  ARI-SWITCHES.
000800            05  ARI-EOF-SW               PIC X(01) VALUE 'N'.
000810                88  ARI-EOF-YES          VALUE 'Y'.
000820            05  SUSW-FOUND-SW            PIC X(01) VALUE 'N'.
000830                88  SUSW-FOUND-YES       VALUE 'Y'
000840                                          WHEN SET TO FALSE 'N'.
000850*
000860*****************************************************************
000870*    COUNTERS
000880*****************************************************************
000890        77  ARI-RECS-READ                PIC 9(07) COMP
000900                                          VALUE ZERO.
000910        77  SUSW-RECS-LISTED             PIC 9(07) COMP
000920                                          VALUE ZERO.
000930        77  SUSW-OTHERS-COUNT            PIC 9(07) COMP
000940                                          VALUE ZERO.
000950*
000960*****************************************************************
000970*    RUN IDENTIFICATION AND REPORTING PERIOD
000980*****************************************************************
000990        77  ARI-RUN-DATE                 PIC 9(08) VALUE ZERO.
001000        01  SUSW-FROM-AREA.
001010            05  SUSW-FROM-DATE           PIC 9(08) VALUE ZERO.
001020            05  SUSW-FROM-SPLIT REDEFINES SUSW-FROM-DATE.
001030                10  SUSW-FROM-YYYYMM     PIC 9(06).
001040                10  SUSW-FROM-DAY        PIC 9(02).
001050        77  SUSW-TO-DATE                 PIC 9(08) VALUE ZERO.
001060*
001070*****************************************************************
001080*    WRITE-OFF COUNTS BY SOURCE SYSTEM.  SOURCE SYSTEMS BEYOND
001090*    THE TABLE ARE COUNTED TOGETHER UNDER OTHERS.
001100*****************************************************************
001110        77  SUSW-SRC-USED                PIC 9(03) COMP
001120                                          VALUE ZERO.
001130        77  SUSW-SRC-SUB                 PIC 9(03) COMP
001140                                          VALUE ZERO.
001150        01  SUSW-SRC-TABLE.
001160            05  SUSW-SRC-ENTRY OCCURS 50 TIMES.
001170                10  SUSW-SRC-SYSTEM      PIC X(08).
001180                10  SUSW-SRC-COUNT       PIC 9(07) COMP.
001190*
001200*****************************************************************
001210*    REGISTER LINES
001220*****************************************************************
001230        01  SUSW-RPT-HEADING.
001240            05  FILLER                   PIC X(35)
001250                VALUE ' SUSW - SUSPENSE WRITE-OFF REGISTER'.
001260            05  FILLER                   PIC X(06)
001270                VALUE ' FROM '.
001280            05  SUSW-HDG-FROM-DATE       PIC 9(08).
001290            05  FILLER                   PIC X(04) VALUE ' TO '.
001300            05  SUSW-HDG-TO-DATE         PIC 9(08).
001310            05  FILLER                   PIC X(19) VALUE SPACES.
001320        01  ARI-OPT-LINE.
001330            05  ARI-OPT-LABEL            PIC X(30).
001340            05  ARI-OPT-VALUE            PIC X(20).
001350            05  FILLER                   PIC X(30).
001360        01  SUSW-COLUMNS-1.
001370            05  FILLER                   PIC X(40)
001380                VALUE ' WOFF-DTE USER-ID  SEQ-NO OP   ADDED    '.
001390            05  FILLER                   PIC X(40)
001400                VALUE 'SOURCE   RSN  NUM1       NUM2'.
001410        01  SUSW-COLUMNS-2.
001420            05  FILLER                   PIC X(80)
001430                VALUE '          TIME   TERM WRITE-OFF REASON'.
001440        01  SUSW-DETAIL-LINE.
001450            05  FILLER                   PIC X(01) VALUE SPACE.
001460            05  SUSW-DL-DATE             PIC 9(08).
001470            05  FILLER                   PIC X(01) VALUE SPACE.
001480            05  SUSW-DL-USER             PIC X(08).
001490            05  FILLER                   PIC X(01) VALUE SPACE.
001500            05  SUSW-DL-SEQ-NO           PIC 9(06).
001510            05  FILLER                   PIC X(01) VALUE SPACE.
001520            05  SUSW-DL-OP               PIC X(04).
001530            05  FILLER                   PIC X(01) VALUE SPACE.
001540            05  SUSW-DL-ADDED            PIC 9(08).
001550            05  FILLER                   PIC X(01) VALUE SPACE.
001560            05  SUSW-DL-SOURCE           PIC X(08).
001570            05  FILLER                   PIC X(01) VALUE SPACE.
001580            05  SUSW-DL-REASON           PIC X(04).
001590            05  FILLER                   PIC X(01) VALUE SPACE.
001600            05  SUSW-DL-NUM1             PIC X(10).
001610            05  FILLER                   PIC X(01) VALUE SPACE.
001620            05  SUSW-DL-NUM2             PIC X(10).
001630            05  FILLER                   PIC X(05) VALUE SPACES.
001640        01  SUSW-REMARK-LINE.
001650            05  FILLER                   PIC X(10) VALUE SPACES.
001660            05  SUSW-RL-TIME             PIC 9(06).
001670            05  FILLER                   PIC X(01) VALUE SPACE.
001680            05  SUSW-RL-TERM             PIC X(04).
001690            05  FILLER                   PIC X(01) VALUE SPACE.
001700            05  SUSW-RL-REMARK           PIC X(30).
001710            05  FILLER                   PIC X(28) VALUE SPACES.
001720        01  SUSW-TOTAL-LINE.
001730            05  FILLER                   PIC X(01) VALUE SPACE.
001740            05  SUSW-TL-LABEL            PIC X(30).
001750            05  SUSW-TL-COUNT            PIC Z,ZZZ,ZZ9.
001760            05  FILLER                   PIC X(40) VALUE SPACES.
001770*
001780*****************************************************************
001790*    RETURN CODE
001800*****************************************************************
001810        77  ARI-RETURN-CODE              PIC 9(04) COMP
001820                                          VALUE ZERO.
001830*
001840        PROCEDURE DIVISION.
001850*
001860        0000-MAIN-PROCESS.
001870            PERFORM 1000-INITIALIZE
001880                THRU 1000-INITIALIZE-EXIT.
001890            PERFORM 2000-PROCESS-ONE-ENTRY
001900                THRU 2000-PROCESS-ONE-ENTRY-EXIT
001910                UNTIL ARI-EOF-YES.
001920            PERFORM 3000-TERMINATE
001930                THRU 3000-TERMINATE-EXIT.
001940            MOVE ARI-RETURN-CODE TO RETURN-CODE.
001950            STOP RUN.
001960*
001970*****************************************************************
001980*    1000-INITIALIZE - SET THE PERIOD FROM THE PARM CARD OR
001990*                 THE DEFAULT, OPEN THE FILES AND PRINT THE
002000*                 HEADING, THE EFFECTIVE OPTIONS AND THE
002010*                 COLUMN HEADINGS.  NO JOURNAL YET MEANS NO
002020*                 WRITE-OFFS HAVE EVER BEEN TAKEN ON SUSC: THE
002030*                 REGISTER PRINTS EMPTY WITH A WARNING.
002040*****************************************************************
002050        1000-INITIALIZE.
002060            ACCEPT ARI-RUN-DATE FROM DATE YYYYMMDD.
002070            MOVE ARI-RUN-DATE TO SUSW-FROM-DATE.
002080            MOVE 01 TO SUSW-FROM-DAY.
002090            MOVE ARI-RUN-DATE TO SUSW-TO-DATE.
002100            PERFORM 1100-READ-PARM-CARD
002110                THRU 1100-READ-PARM-CARD-EXIT.
002120            OPEN OUTPUT ARI-REPORT-FILE.
002130            IF NOT ARI-REPORT-OK
002140                DISPLAY 'SUSW0001E - UNABLE TO OPEN RPTOUT - '
002150                        'STATUS = ' ARI-REPORT-STATUS
002160                MOVE 16 TO ARI-RETURN-CODE
002170                PERFORM 9999-ABEND
002180                    THRU 9999-ABEND-EXIT
002190            END-IF.
002200            MOVE SUSW-FROM-DATE TO SUSW-HDG-FROM-DATE.
002210            MOVE SUSW-TO-DATE   TO SUSW-HDG-TO-DATE.
002220            WRITE SUSW-REPORT-RECORD FROM SUSW-RPT-HEADING.
002230            PERFORM 1600-WRITE-OPTIONS-PAGE
002240                THRU 1600-WRITE-OPTIONS-PAGE-EXIT.
002250            IF SUSW-FROM-DATE > SUSW-TO-DATE
002260                DISPLAY 'SUSW0002E - FROM DATE ' SUSW-FROM-DATE
002270                        ' IS AFTER TO DATE ' SUSW-TO-DATE
002280                MOVE ' PARM CARD PERIOD IS INVALID - NOT RUN'
002290                    TO SUSW-REPORT-RECORD
002300                WRITE SUSW-REPORT-RECORD
002310                CLOSE ARI-REPORT-FILE
002320                MOVE 24 TO ARI-RETURN-CODE
002330                PERFORM 9999-ABEND
002340                    THRU 9999-ABEND-EXIT
002350            END-IF.
002360            WRITE SUSW-REPORT-RECORD FROM SUSW-COLUMNS-1.
002370            WRITE SUSW-REPORT-RECORD FROM SUSW-COLUMNS-2.
002380            OPEN INPUT ARI-SHJ-FILE.
002390            IF ARI-SHJF-MISSING
002400                DISPLAY 'SUSW0003W - NO SUSPENSE HISTORY JOURNAL'
002410                        ' - NOTHING TO REGISTER'
002420                SET ARI-EOF-YES TO TRUE
002430                MOVE 4 TO ARI-RETURN-CODE
002440                GO TO 1000-INITIALIZE-EXIT
002450            END-IF.
002460            IF NOT ARI-SHJF-OK
002470                DISPLAY 'SUSW0004E - UNABLE TO OPEN SUSHIST - '
002480                        'STATUS = ' ARI-SHJF-STATUS
002490                MOVE 16 TO ARI-RETURN-CODE
002500                PERFORM 9999-ABEND
002510                    THRU 9999-ABEND-EXIT
002520            END-IF.
002530        1000-INITIALIZE-EXIT.
002540            EXIT.
002550*
002560*****************************************************************
002570*    1100-READ-PARM-CARD - COLS 1-8 FROM DATE, COLS 9-16 TO
002580*                 DATE (YYYYMMDD).  A BLANK OR ZERO DATE KEEPS
002590*                 THE DEFAULT.
002600*****************************************************************
002610        1100-READ-PARM-CARD.
002620            OPEN INPUT ARI-PARM-FILE.
002630            IF ARI-PARM-STATUS = '35'
002640                GO TO 1100-READ-PARM-CARD-EXIT
002650            END-IF.
002660            IF ARI-PARM-STATUS = '05'
002670                CLOSE ARI-PARM-FILE
002680                GO TO 1100-READ-PARM-CARD-EXIT
002690            END-IF.
002700            READ ARI-PARM-FILE
002710                AT END
002720                    CLOSE ARI-PARM-FILE
002730                    GO TO 1100-READ-PARM-CARD-EXIT
002740            END-READ.
002750            IF SUSW-PARM-FROM-DATE NUMERIC
002760                AND SUSW-PARM-FROM-DATE > ZERO
002770                MOVE SUSW-PARM-FROM-DATE TO SUSW-FROM-DATE
002780            END-IF.
002790            IF SUSW-PARM-TO-DATE NUMERIC
002800                AND SUSW-PARM-TO-DATE > ZERO
002810                MOVE SUSW-PARM-TO-DATE TO SUSW-TO-DATE
002820            END-IF.
002830            CLOSE ARI-PARM-FILE.
002840        1100-READ-PARM-CARD-EXIT.
002850            EXIT.
002860*
002870*****************************************************************
002880*    1600-WRITE-OPTIONS-PAGE - ECHO THE EFFECTIVE OPTIONS SO
002890*                 THE REGISTER SHOWS THE PERIOD IT COVERS.
002900*****************************************************************
002910        1600-WRITE-OPTIONS-PAGE.
002920            MOVE ' SUSW - EFFECTIVE RUN OPTIONS'
002930                TO SUSW-REPORT-RECORD.
002940            WRITE SUSW-REPORT-RECORD.
002950            MOVE SPACES TO ARI-OPT-LINE.
002960            MOVE 'WRITE-OFFS FROM DATE' TO ARI-OPT-LABEL.
002970            MOVE SUSW-FROM-DATE TO ARI-OPT-VALUE.
002980            WRITE SUSW-REPORT-RECORD FROM ARI-OPT-LINE.
002990            MOVE 'WRITE-OFFS TO DATE' TO ARI-OPT-LABEL.
003000            MOVE SUSW-TO-DATE TO ARI-OPT-VALUE.
003010            WRITE SUSW-REPORT-RECORD FROM ARI-OPT-LINE.
003020            MOVE 'RUN DATE' TO ARI-OPT-LABEL.
003030            MOVE ARI-RUN-DATE TO ARI-OPT-VALUE.
003040            WRITE SUSW-REPORT-RECORD FROM ARI-OPT-LINE.
003050        1600-WRITE-OPTIONS-PAGE-EXIT.
003060            EXIT.
003070*
003080*****************************************************************
003090*    2000-PROCESS-ONE-ENTRY - READ ONE JOURNAL ENTRY.  ONLY
003100*                 WRITE-OFFS TAKEN INSIDE THE PERIOD ARE
003110*                 LISTED; REPAIRS, APPROVALS AND REJECTIONS
003120*                 ARE PASSED OVER.
003130*****************************************************************
003140        2000-PROCESS-ONE-ENTRY.
003150            READ ARI-SHJ-FILE
003160                AT END
003170                    SET ARI-EOF-YES TO TRUE
003180                    GO TO 2000-PROCESS-ONE-ENTRY-EXIT
003190            END-READ.
003200            IF NOT ARI-SHJF-OK
003210                DISPLAY 'SUSW0005E - SUSHIST READ ERROR - '
003220                        'STATUS = ' ARI-SHJF-STATUS
003230                MOVE 16 TO ARI-RETURN-CODE
003240                PERFORM 9999-ABEND
003250                    THRU 9999-ABEND-EXIT
003260            END-IF.
003270            ADD 1 TO ARI-RECS-READ.
003280            IF NOT ARI-SHJ-WRITE-OFF
003290                GO TO 2000-PROCESS-ONE-ENTRY-EXIT
003300            END-IF.
003310            IF ARI-SHJ-ACTION-DATE < SUSW-FROM-DATE
003320                OR ARI-SHJ-ACTION-DATE > SUSW-TO-DATE
003330                GO TO 2000-PROCESS-ONE-ENTRY-EXIT
003340            END-IF.
003350            PERFORM 2100-LIST-WRITE-OFF
003360                THRU 2100-LIST-WRITE-OFF-EXIT.
003370            PERFORM 2200-COUNT-SOURCE-SYSTEM
003380                THRU 2200-COUNT-SOURCE-SYSTEM-EXIT.
003390        2000-PROCESS-ONE-ENTRY-EXIT.
003400            EXIT.
003410*
003420        2100-LIST-WRITE-OFF.
003430            MOVE ARI-SHJ-ACTION-DATE   TO SUSW-DL-DATE.
003440            MOVE ARI-SHJ-USER-ID       TO SUSW-DL-USER.
003450            MOVE ARI-SHJ-SEQ-NO        TO SUSW-DL-SEQ-NO.
003460            MOVE ARI-SHJ-OP-CODE       TO SUSW-DL-OP.
003470            MOVE ARI-SHJ-DATE-ADDED    TO SUSW-DL-ADDED.
003480            MOVE ARI-SHJ-SOURCE-SYSTEM TO SUSW-DL-SOURCE.
003490            MOVE ARI-SHJ-REASON-CODE   TO SUSW-DL-REASON.
003500            MOVE ARI-SHJ-AFTER-NUM1    TO SUSW-DL-NUM1.
003510            MOVE ARI-SHJ-AFTER-NUM2    TO SUSW-DL-NUM2.
003520            WRITE SUSW-REPORT-RECORD FROM SUSW-DETAIL-LINE.
003530            MOVE ARI-SHJ-ACTION-TIME   TO SUSW-RL-TIME.
003540            MOVE ARI-SHJ-TERM-ID       TO SUSW-RL-TERM.
003550            MOVE ARI-SHJ-REMARK        TO SUSW-RL-REMARK.
003560            WRITE SUSW-REPORT-RECORD FROM SUSW-REMARK-LINE.
003570            ADD 1 TO SUSW-RECS-LISTED.
003580        2100-LIST-WRITE-OFF-EXIT.
003590            EXIT.
003600*
003610*****************************************************************
003620*    2200-COUNT-SOURCE-SYSTEM - ADD THE WRITE-OFF TO ITS
003630*                 SOURCE SYSTEM'S COUNT, OPENING A NEW ENTRY
003640*                 THE FIRST TIME A SOURCE SYSTEM IS SEEN.
003650*****************************************************************
003660        2200-COUNT-SOURCE-SYSTEM.
003670            SET SUSW-FOUND-YES TO FALSE.
003680            PERFORM 2210-FIND-SOURCE-SYSTEM
003690                THRU 2210-FIND-SOURCE-SYSTEM-EXIT
003700                VARYING SUSW-SRC-SUB FROM 1 BY 1
003710                UNTIL SUSW-SRC-SUB > SUSW-SRC-USED
003720                   OR SUSW-FOUND-YES.
003730            IF SUSW-FOUND-YES
003740                GO TO 2200-COUNT-SOURCE-SYSTEM-EXIT
003750            END-IF.
003760            IF SUSW-SRC-USED = 50
003770                ADD 1 TO SUSW-OTHERS-COUNT
003780                GO TO 2200-COUNT-SOURCE-SYSTEM-EXIT
003790            END-IF.
003800            ADD 1 TO SUSW-SRC-USED.
003810            MOVE ARI-SHJ-SOURCE-SYSTEM
003820                TO SUSW-SRC-SYSTEM (SUSW-SRC-USED).
003830            MOVE 1 TO SUSW-SRC-COUNT (SUSW-SRC-USED).
003840        2200-COUNT-SOURCE-SYSTEM-EXIT.
003850            EXIT.
003860*
003870        2210-FIND-SOURCE-SYSTEM.
003880            IF SUSW-SRC-SYSTEM (SUSW-SRC-SUB)
003890                = ARI-SHJ-SOURCE-SYSTEM
003900                ADD 1 TO SUSW-SRC-COUNT (SUSW-SRC-SUB)
003910                SET SUSW-FOUND-YES TO TRUE
003920            END-IF.
003930        2210-FIND-SOURCE-SYSTEM-EXIT.
003940            EXIT.
003950*
003960*****************************************************************
003970*    3000-TERMINATE - PRINT THE COUNTS BY SOURCE SYSTEM AND
003980*                 THE TOTAL, DISPLAY THE RUN TOTALS AND CLOSE.
003990*****************************************************************
004000        3000-TERMINATE.
004010            IF SUSW-RECS-LISTED = ZERO
004020                MOVE ' NO WRITE-OFFS IN THE PERIOD'
004030                    TO SUSW-REPORT-RECORD
004040                WRITE SUSW-REPORT-RECORD
004050            END-IF.
004060            MOVE ' WRITE-OFFS BY SOURCE SYSTEM'
004070                TO SUSW-REPORT-RECORD.
004080            WRITE SUSW-REPORT-RECORD.
004090            PERFORM 3100-WRITE-SOURCE-TOTAL
004100                THRU 3100-WRITE-SOURCE-TOTAL-EXIT
004110                VARYING SUSW-SRC-SUB FROM 1 BY 1
004120                UNTIL SUSW-SRC-SUB > SUSW-SRC-USED.
004130            IF SUSW-OTHERS-COUNT > ZERO
004140                MOVE SPACES TO SUSW-TL-LABEL
004150                MOVE 'OTHERS' TO SUSW-TL-LABEL (3:)
004160                MOVE SUSW-OTHERS-COUNT TO SUSW-TL-COUNT
004170                WRITE SUSW-REPORT-RECORD FROM SUSW-TOTAL-LINE
004180            END-IF.
004190            MOVE 'TOTAL ITEMS WRITTEN OFF' TO SUSW-TL-LABEL.
004200            MOVE SUSW-RECS-LISTED TO SUSW-TL-COUNT.
004210            WRITE SUSW-REPORT-RECORD FROM SUSW-TOTAL-LINE.
004220            DISPLAY 'SUSW - JOURNAL ENTRIES READ = '
004230                    ARI-RECS-READ.
004240            DISPLAY 'SUSW - WRITE-OFFS LISTED    = '
004250                    SUSW-RECS-LISTED.
004260            CLOSE ARI-SHJ-FILE
004270                  ARI-REPORT-FILE.
004280        3000-TERMINATE-EXIT.
004290            EXIT.
004300*
004310        3100-WRITE-SOURCE-TOTAL.
004320            MOVE SPACES TO SUSW-TL-LABEL.
004330            MOVE SUSW-SRC-SYSTEM (SUSW-SRC-SUB)
004340                TO SUSW-TL-LABEL (3:).
004350            MOVE SUSW-SRC-COUNT (SUSW-SRC-SUB) TO SUSW-TL-COUNT.
004360            WRITE SUSW-REPORT-RECORD FROM SUSW-TOTAL-LINE.
004370        3100-WRITE-SOURCE-TOTAL-EXIT.
004380            EXIT.
004390*
004400*****************************************************************
004410*    9999-ABEND - FATAL ERROR HANDLING.  DISPLAYS THE
004420*                 CONDITION AND ENDS THE RUN WITH A NON-ZERO
004430*                 RETURN CODE SO THE JCL STEP FAILS VISIBLY.
004440*****************************************************************
004450        9999-ABEND.
004460            MOVE ARI-RETURN-CODE TO RETURN-CODE.
004470            STOP RUN.
004480        9999-ABEND-EXIT.
004490            EXIT.
