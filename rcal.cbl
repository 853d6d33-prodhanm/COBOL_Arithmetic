000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    RCAL.
000030 AUTHOR.        M D HARTLEY.
000040 INSTALLATION.  ARITHMETIC SUITE - BATCH PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM      : RCAL
000090* DESCRIPTION  : INDEPENDENT RECALCULATION VERIFIER.  READS THE
000100*                AUDIT LOG RECORDS FOR A PARM-SELECTED JOB ID
000110*                AND RUN DATE (OR A WHOLE DATE RANGE) AND, FOR
000120*                EVERY DIVI, ADDI, SUBI, MULI, PCTI AND MODI
000130*                RECORD, WORKS THE RESULT AND REMAINDER OUT
000140*                AGAIN FROM NUM1, NUM2 AND THE DECIMAL PLACES
000150*                OPTION THE RUN USED (FROM THE RUN REGISTER),
000160*                WITHOUT TRUSTING ANY FIGURE THE ENGINE WROTE.
000170*                EVERY RECORD WHOSE AUDITED RESULT OR REMAINDER
000180*                DIFFERS FROM THE RECALCULATION IS LISTED ON
000190*                THE DISCREPANCY REPORT AND THE STEP ENDS RC=8,
000200*                SO AFTER A COMPILER OR RUNTIME UPGRADE THE
000210*                AUDITORS HAVE EVIDENCE THAT THE PUBLISHED
000220*                FIGURES ARE RIGHT, NOT JUST COMPLETE (WHICH
000230*                RECN ALREADY PROVES).
000240*
000250*                THE RECALCULATION FOLLOWS THE SUITE'S
000260*                ARITHMETIC RULES, NOT THE ENGINE CODE - A
000270*                QUOTIENT OR PERCENTAGE IS CARRIED TO FOUR
000280*                DECIMALS (TRUNCATED) AND THEN ROUNDED TO THE
000290*                RUN'S DECIMAL PLACES; THE REMAINDER IS NUM1
000300*                LESS NUM2 TIMES THE WHOLE-NUMBER QUOTIENT;
000310*                MODI CARRIES THAT REMAINDER AS ITS RESULT.
000320*                ONLINE (DIVIC) RECORDS ARE NEVER ROUNDED.  A
000330*                RUN WITH NO DECIMAL PLACES ON THE REGISTER IS
000340*                CHECKED AT THE PARM-CARD (OR ENGINE DEFAULT)
000350*                PRECISION AND COUNTED ON THE REPORT.
000360*
000370* PARM CARD    : COLS 1-8   JOB ID (BLANK = EVERY JOB)
000380*                COLS 9-16  RUN DATE YYYYMMDD (OVERRIDES THE
000390*                           DATE RANGE WHEN PRESENT)
000400*                COLS 17-24 FROM DATE YYYYMMDD
000410*                COLS 25-32 TO DATE YYYYMMDD
000420*                COL  33    DECIMAL PLACES (1-4) FOR RUNS NOT
000430*                           ON THE RUN REGISTER (DEFAULT 2)
000440*
000450* RETURN CODES : 0  EVERY SELECTED RECORD RECALCULATES CLEAN
000460*                4  NO AUDIT RECORDS MATCHED THE SELECTION
000470*                8  ONE OR MORE DISCREPANCIES
000480*                16 FATAL OPEN/IO ERROR
000490*
000500* MODIFICATION HISTORY
000510* DATE       INIT   DESCRIPTION
000520* ---------- ----   -----------------------------------------
000530* 2026-10-15 MDH    INITIAL VERSION.
000540*****************************************************************
000550        ENVIRONMENT DIVISION.
000560        CONFIGURATION SECTION.
000570        INPUT-OUTPUT SECTION.
000580        FILE-CONTROL.
000590            SELECT ARI-AUDIT-FILE
000600                ASSIGN TO AUDIN
000610                ORGANIZATION IS SEQUENTIAL
000620                FILE STATUS IS ARI-AUDIT-STATUS.
000630            SELECT ARI-REG-FILE
000640                ASSIGN TO RUNREG
000650                ORGANIZATION IS INDEXED
000660                ACCESS MODE IS RANDOM
000670                RECORD KEY IS ARI-REG-KEY
000680                FILE STATUS IS ARI-REGF-STATUS.
000690            SELECT ARI-REPORT-FILE
000700                ASSIGN TO RPTOUT
000710                ORGANIZATION IS SEQUENTIAL
000720                FILE STATUS IS ARI-REPORT-STATUS.
000730            SELECT OPTIONAL ARI-PARM-FILE
000740                ASSIGN TO PARMIN
000750                ORGANIZATION IS SEQUENTIAL
000760                FILE STATUS IS ARI-PARM-STATUS.
000770*
000780        DATA DIVISION.
000790        FILE SECTION.
000800        FD  ARI-AUDIT-FILE
000810            RECORDING MODE IS F
000820            LABEL RECORDS ARE STANDARD.
000830        COPY ARIAUD.
000840*
000850        FD  ARI-REG-FILE
000860            LABEL RECORDS ARE STANDARD.
000870        COPY ARIRUN.
000880*
000890        FD  ARI-REPORT-FILE
000900            RECORDING MODE IS F
000910            LABEL RECORDS ARE STANDARD.
000920        01  RCAL-REPORT-RECORD           PIC X(80).
000930*
000940        FD  ARI-PARM-FILE
000950            RECORDING MODE IS F
000960            LABEL RECORDS ARE STANDARD.
000970        01  RCAL-PARM-RECORD.
000980            05  RCAL-PARM-JOB-ID         PIC X(08).
000990            05  RCAL-PARM-RUN-DATE       PIC 9(08).
001000            05  RCAL-PARM-FROM-DATE      PIC 9(08).
001010            05  RCAL-PARM-TO-DATE        PIC 9(08).
001020            05  RCAL-PARM-DEC-PLACES     PIC 9(01).
001030            05  FILLER                   PIC X(47).
001040*
001050        WORKING-STORAGE SECTION.
001060*****************************************************************
001070*    FILE STATUS SWITCHES
001080*****************************************************************
001090        77  ARI-AUDIT-STATUS             PIC X(02) VALUE SPACES.
001100            88  ARI-AUDIT-OK             VALUE '00'.
001110        77  ARI-REGF-STATUS              PIC X(02) VALUE SPACES.
001120            88  ARI-REGF-OK              VALUE '00'.
001130            88  ARI-REGF-NO-FILE         VALUE '35'.
001140            88  ARI-REGF-NO-RECORD       VALUE '23'.
001150        77  ARI-REPORT-STATUS            PIC X(02) VALUE SPACES.
001160            88  ARI-REPORT-OK            VALUE '00'.
001170        77  ARI-PARM-STATUS              PIC X(02) VALUE SPACES.
001180            88  ARI-PARM-OK              VALUE '00'.
001190*
001200*****************************************************************
001210*    PROGRAM SWITCHES
001220*****************************************************************
001230        01  ARI-SWITCHES.
001240            05  ARI-EOF-SW               PIC X(01) VALUE 'N'.
001250                88  ARI-EOF-YES          VALUE 'Y'
001260                                          WHEN SET TO FALSE 'N'.
001270            05  RCAL-REG-AVAIL-SW        PIC X(01) VALUE 'N'.
001280                88  RCAL-REG-AVAIL-YES   VALUE 'Y'.
001290            05  RCAL-MISMATCH-SW         PIC X(01) VALUE 'N'.
001300                88  RCAL-MISMATCH-YES    VALUE 'Y'
001310                                          WHEN SET TO FALSE 'N'.
001320            05  RCAL-FAIL-SW             PIC X(01) VALUE 'N'.
001330                88  RCAL-FAIL-YES        VALUE 'Y'.
001340            05  RCAL-DEC-SOURCE-SW       PIC X(01) VALUE SPACE.
001350                88  RCAL-DEC-FROM-REG    VALUE 'R'.
001360                88  RCAL-DEC-ASSUMED     VALUE 'A'.
001370*
001380*****************************************************************
001390*    SELECTION - WHICH AUDIT RECORDS TO RECALCULATE
001400*****************************************************************
001410        77  RCAL-JOB-ID                  PIC X(08) VALUE SPACES.
001420        77  RCAL-FROM-DATE               PIC 9(08) VALUE ZERO.
001430        77  RCAL-TO-DATE                 PIC 9(08)
001440                                          VALUE 99999999.
001450        77  RCAL-DEFAULT-DEC             PIC 9(01) VALUE 2.
001460*
001470*****************************************************************
001480*    DECIMAL PLACES OF THE RUN LAST LOOKED UP ON THE RUN
001490*    REGISTER, SO A RUN'S WORTH OF AUDIT RECORDS READS THE
001500*    REGISTER ONCE.
001510*****************************************************************
001520        77  RCAL-LAST-JOB-ID             PIC X(08)
001530                                          VALUE HIGH-VALUES.
001540        77  RCAL-LAST-RUN-DATE           PIC 9(08) VALUE ZERO.
001550        77  RCAL-LAST-DEC                PIC 9(01) VALUE ZERO.
001560        77  RCAL-LAST-DEC-SOURCE         PIC X(01) VALUE SPACE.
001570        77  RCAL-RUN-DEC                 PIC 9(01) VALUE ZERO.
001580*
001590*****************************************************************
001600*    RECALCULATION WORK AREA.  THE QUOTIENT CARRIES THE SAME
001610*    FOUR DECIMALS AS THE AUDITED RESULT; THE ROUNDING FIELDS
001620*    TAKE IT DOWN TO THE RUN'S DECIMAL PLACES.
001630*****************************************************************
001640        01  RCAL-CALC-AREA.
001650            05  RCAL-NUM1                PIC S9(07)V99.
001660            05  RCAL-NUM2                PIC S9(07)V99.
001670            05  RCAL-QUOTIENT            PIC S9(14)V9(04).
001680            05  RCAL-INT-QUOT            PIC S9(09).
001690            05  RCAL-EXP-RESULT          PIC S9(14)V9(04).
001700            05  RCAL-EXP-REMAINDER       PIC S9(07)V99.
001710        77  RCAL-ROUND-1-DEC             PIC S9(14)V9(01)
001720                                          VALUE ZERO.
001730        77  RCAL-ROUND-2-DEC             PIC S9(14)V9(02)
001740                                          VALUE ZERO.
001750        77  RCAL-ROUND-3-DEC             PIC S9(14)V9(03)
001760                                          VALUE ZERO.
001770*
001780*****************************************************************
001790*    COUNTERS.  THE OPERATION TABLE HAS A SEVENTH SLOT FOR ANY
001800*    UNRECOGNISED OPERATION CODE, WHICH IS A DISCREPANCY IN
001810*    ITS OWN RIGHT - NOTHING ON THE LOG GOES UNCHECKED.
001820*****************************************************************
001830        01  RCAL-OP-TOTALS.
001840            05  RCAL-OP-ENTRY OCCURS 7.
001850                10  RCAL-OP-CODE         PIC X(04).
001860                10  RCAL-OP-CHECKED      PIC 9(09) COMP.
001870                10  RCAL-OP-MISMATCH     PIC 9(09) COMP.
001880        77  RCAL-SLOT                    PIC 9(01) COMP
001890                                          VALUE ZERO.
001900        77  RCAL-SUB                     PIC 9(01) COMP
001910                                          VALUE ZERO.
001920        77  RCAL-RECS-READ               PIC 9(09) COMP
001930                                          VALUE ZERO.
001940        77  RCAL-RECS-SELECTED           PIC 9(09) COMP
001950                                          VALUE ZERO.
001960        77  RCAL-RECS-CHECKED            PIC 9(09) COMP
001970                                          VALUE ZERO.
001980        77  RCAL-MISMATCH-CNT            PIC 9(09) COMP
001990                                          VALUE ZERO.
002000        77  RCAL-ASSUMED-CNT             PIC 9(09) COMP
002010                                          VALUE ZERO.
002020        77  RCAL-LISTED-CNT              PIC 9(09) COMP
002030                                          VALUE ZERO.
002040        77  RCAL-LIST-LIMIT              PIC 9(09) COMP
002050                                          VALUE 1000.
002060*
002070*****************************************************************
002080*    DISCREPANCY REPORT LINES
002090*****************************************************************
002100        01  RCAL-RPT-HEADING.
002110            05  FILLER                   PIC X(41)
002120                VALUE ' RCAL - AUDIT LOG RECALCULATION VERIFIER'.
002130            05  FILLER                   PIC X(39) VALUE SPACES.
002140        01  RCAL-SEL-LINE.
002150            05  FILLER                   PIC X(05)
002160                VALUE ' JOB '.
002170            05  RCAL-SEL-JOB-ID          PIC X(08).
002180            05  FILLER                   PIC X(06)
002190                VALUE ' FROM '.
002200            05  RCAL-SEL-FROM            PIC 9(08).
002210            05  FILLER                   PIC X(04)
002220                VALUE ' TO '.
002230            05  RCAL-SEL-TO              PIC 9(08).
002240            05  FILLER                   PIC X(22)
002250                VALUE '  DEFAULT DEC PLACES '.
002260            05  RCAL-SEL-DEC             PIC 9(01).
002270            05  FILLER                   PIC X(18) VALUE SPACES.
002280        01  RCAL-EXC-LINE.
002290            05  FILLER                   PIC X(01) VALUE SPACE.
002300            05  RCAL-EXC-TYPE            PIC X(20).
002310            05  FILLER                   PIC X(05)
002320                VALUE ' JOB '.
002330            05  RCAL-EXC-JOB-ID          PIC X(08).
002340            05  FILLER                   PIC X(06)
002350                VALUE ' DATE '.
002360            05  RCAL-EXC-RUN-DATE        PIC X(08).
002370            05  FILLER                   PIC X(05)
002380                VALUE ' SEQ '.
002390            05  RCAL-EXC-SEQ-NO          PIC X(06).
002400            05  FILLER                   PIC X(04)
002410                VALUE ' OP '.
002420            05  RCAL-EXC-OP              PIC X(04).
002430            05  FILLER                   PIC X(05)
002440                VALUE ' DEC '.
002450            05  RCAL-EXC-DEC             PIC 9(01).
002460            05  FILLER                   PIC X(07) VALUE SPACES.
002470        01  RCAL-OPND-LINE.
002480            05  FILLER                   PIC X(11)
002490                VALUE '      NUM1 '.
002500            05  RCAL-OPND-NUM1           PIC -ZZZ,ZZZ,ZZ9.99.
002510            05  FILLER                   PIC X(07)
002520                VALUE '  NUM2 '.
002530            05  RCAL-OPND-NUM2           PIC -ZZZ,ZZZ,ZZ9.99.
002540            05  FILLER                   PIC X(32) VALUE SPACES.
002550        01  RCAL-VALUE-LINE.
002560            05  FILLER                   PIC X(06) VALUE SPACES.
002570            05  RCAL-VAL-LABEL           PIC X(16).
002580            05  RCAL-VAL-RESULT
002590                PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.9999.
002600            05  FILLER                   PIC X(06)
002610                VALUE '  REM '.
002620            05  RCAL-VAL-REMAINDER       PIC -ZZZ,ZZZ,ZZ9.99.
002630            05  FILLER                   PIC X(13) VALUE SPACES.
002640        01  RCAL-TOTAL-LINE.
002650            05  FILLER                   PIC X(01) VALUE SPACE.
002660            05  RCAL-TOT-LABEL           PIC X(36).
002670            05  RCAL-TOT-COUNT           PIC ZZZ,ZZZ,ZZ9.
002680            05  FILLER                   PIC X(32) VALUE SPACES.
002690        01  RCAL-OP-LINE.
002700            05  FILLER                   PIC X(01) VALUE SPACE.
002710            05  RCAL-OPL-CODE            PIC X(04).
002720            05  FILLER                   PIC X(10)
002730                VALUE '  CHECKED '.
002740            05  RCAL-OPL-CHECKED         PIC ZZZ,ZZZ,ZZ9.
002750            05  FILLER                   PIC X(13)
002760                VALUE '  MISMATCHED '.
002770            05  RCAL-OPL-MISMATCH        PIC ZZZ,ZZZ,ZZ9.
002780            05  FILLER                   PIC X(30) VALUE SPACES.
002790*
002800*****************************************************************
002810*    RETURN CODE
002820*****************************************************************
002830        77  ARI-RETURN-CODE              PIC 9(04) COMP
002840                                          VALUE ZERO.
002850*
002860        PROCEDURE DIVISION.
002870*
002880        0000-MAIN-PROCESS.
002890            PERFORM 1000-INITIALIZE
002900                THRU 1000-INITIALIZE-EXIT.
002910            PERFORM 2000-VERIFY-AUDIT
002920                THRU 2000-VERIFY-AUDIT-EXIT
002930                UNTIL ARI-EOF-YES.
002940            PERFORM 6000-TERMINATE
002950                THRU 6000-TERMINATE-EXIT.
002960            MOVE ARI-RETURN-CODE TO RETURN-CODE.
002970            STOP RUN.
002980*
002990*****************************************************************
003000*    1000-INITIALIZE - READ THE SELECTION PARM CARD, OPEN THE
003010*                 FILES AND PRINT THE REPORT HEADING.  THE RUN
003020*                 REGISTER IS OPTIONAL - WITHOUT IT EVERY RUN
003030*                 IS CHECKED AT THE PARM/DEFAULT PRECISION.
003040*****************************************************************
003050        1000-INITIALIZE.
003060            PERFORM 1100-READ-PARM-CARD
003070                THRU 1100-READ-PARM-CARD-EXIT.
003080            OPEN INPUT ARI-AUDIT-FILE.
003090            IF NOT ARI-AUDIT-OK
003100                DISPLAY 'RCAL0001E - UNABLE TO OPEN AUDIN - '
003110                        'STATUS = ' ARI-AUDIT-STATUS
003120                MOVE 16 TO ARI-RETURN-CODE
003130                PERFORM 9999-ABEND
003140                    THRU 9999-ABEND-EXIT
003150            END-IF.
003160            OPEN INPUT ARI-REG-FILE.
003170            IF ARI-REGF-OK
003180                SET RCAL-REG-AVAIL-YES TO TRUE
003190            ELSE
003200                IF NOT ARI-REGF-NO-FILE
003210                    DISPLAY 'RCAL0002E - UNABLE TO OPEN '
003220                            'RUNREG - STATUS = '
003230                            ARI-REGF-STATUS
003240                    MOVE 16 TO ARI-RETURN-CODE
003250                    PERFORM 9999-ABEND
003260                        THRU 9999-ABEND-EXIT
003270                END-IF
003280                DISPLAY 'RCAL0003W - RUN REGISTER NOT '
003290                        'AVAILABLE - DECIMAL PLACES = '
003300                        RCAL-DEFAULT-DEC
003310            END-IF.
003320            OPEN OUTPUT ARI-REPORT-FILE.
003330            IF NOT ARI-REPORT-OK
003340                DISPLAY 'RCAL0004E - UNABLE TO OPEN RPTOUT - '
003350                        'STATUS = ' ARI-REPORT-STATUS
003360                MOVE 16 TO ARI-RETURN-CODE
003370                PERFORM 9999-ABEND
003380                    THRU 9999-ABEND-EXIT
003390            END-IF.
003400            MOVE 'DIVI' TO RCAL-OP-CODE (1).
003410            MOVE 'ADDI' TO RCAL-OP-CODE (2).
003420            MOVE 'SUBI' TO RCAL-OP-CODE (3).
003430            MOVE 'MULI' TO RCAL-OP-CODE (4).
003440            MOVE 'PCTI' TO RCAL-OP-CODE (5).
003450            MOVE 'MODI' TO RCAL-OP-CODE (6).
003460            MOVE 'OTHR' TO RCAL-OP-CODE (7).
003470            PERFORM 1200-CLEAR-OP-ENTRY
003480                THRU 1200-CLEAR-OP-ENTRY-EXIT
003490                VARYING RCAL-SUB FROM 1 BY 1
003500                UNTIL RCAL-SUB > 7.
003510            WRITE RCAL-REPORT-RECORD FROM RCAL-RPT-HEADING.
003520            MOVE RCAL-JOB-ID TO RCAL-SEL-JOB-ID.
003530            IF RCAL-JOB-ID = SPACES
003540                MOVE 'ALL JOBS' TO RCAL-SEL-JOB-ID
003550            END-IF.
003560            MOVE RCAL-FROM-DATE   TO RCAL-SEL-FROM.
003570            MOVE RCAL-TO-DATE     TO RCAL-SEL-TO.
003580            MOVE RCAL-DEFAULT-DEC TO RCAL-SEL-DEC.
003590            WRITE RCAL-REPORT-RECORD FROM RCAL-SEL-LINE.
003600            MOVE SPACES TO RCAL-REPORT-RECORD.
003610            WRITE RCAL-REPORT-RECORD.
003620        1000-INITIALIZE-EXIT.
003630            EXIT.
003640*
003650*****************************************************************
003660*    1100-READ-PARM-CARD - A RUN DATE SELECTS THAT ONE DATE;
003670*                 OTHERWISE THE FROM/TO RANGE APPLIES.  AN
003680*                 ABSENT OR BLANK CARD VERIFIES THE WHOLE LOG.
003690*****************************************************************
003700        1100-READ-PARM-CARD.
003710            OPEN INPUT ARI-PARM-FILE.
003720            IF ARI-PARM-STATUS = '35'
003730                GO TO 1100-READ-PARM-CARD-EXIT
003740            END-IF.
003750            IF ARI-PARM-STATUS = '05'
003760                CLOSE ARI-PARM-FILE
003770                GO TO 1100-READ-PARM-CARD-EXIT
003780            END-IF.
003790            READ ARI-PARM-FILE
003800                AT END
003810                    CLOSE ARI-PARM-FILE
003820                    GO TO 1100-READ-PARM-CARD-EXIT
003830            END-READ.
003840            IF RCAL-PARM-JOB-ID NOT = SPACES
003850                MOVE RCAL-PARM-JOB-ID TO RCAL-JOB-ID
003860            END-IF.
003870            IF RCAL-PARM-FROM-DATE NUMERIC
003880                AND RCAL-PARM-FROM-DATE > ZERO
003890                MOVE RCAL-PARM-FROM-DATE TO RCAL-FROM-DATE
003900            END-IF.
003910            IF RCAL-PARM-TO-DATE NUMERIC
003920                AND RCAL-PARM-TO-DATE > ZERO
003930                MOVE RCAL-PARM-TO-DATE TO RCAL-TO-DATE
003940            END-IF.
003950            IF RCAL-PARM-RUN-DATE NUMERIC
003960                AND RCAL-PARM-RUN-DATE > ZERO
003970                MOVE RCAL-PARM-RUN-DATE TO RCAL-FROM-DATE
003980                MOVE RCAL-PARM-RUN-DATE TO RCAL-TO-DATE
003990            END-IF.
004000            IF RCAL-PARM-DEC-PLACES NUMERIC
004010                AND RCAL-PARM-DEC-PLACES > ZERO
004020                AND RCAL-PARM-DEC-PLACES < 5
004030                MOVE RCAL-PARM-DEC-PLACES TO RCAL-DEFAULT-DEC
004040            END-IF.
004050            CLOSE ARI-PARM-FILE.
004060        1100-READ-PARM-CARD-EXIT.
004070            EXIT.
004080*
004090        1200-CLEAR-OP-ENTRY.
004100            MOVE ZERO TO RCAL-OP-CHECKED (RCAL-SUB).
004110            MOVE ZERO TO RCAL-OP-MISMATCH (RCAL-SUB).
004120        1200-CLEAR-OP-ENTRY-EXIT.
004130            EXIT.
004140*
004150*****************************************************************
004160*    2000-VERIFY-AUDIT - RECALCULATE ONE SELECTED AUDIT RECORD
004170*                 AND COMPARE THE RESULT AND REMAINDER WITH
004180*                 THE FIGURES THE ENGINE LOGGED.
004190*****************************************************************
004200        2000-VERIFY-AUDIT.
004210            READ ARI-AUDIT-FILE
004220                AT END
004230                    SET ARI-EOF-YES TO TRUE
004240                    GO TO 2000-VERIFY-AUDIT-EXIT
004250            END-READ.
004260            ADD 1 TO RCAL-RECS-READ.
004270            IF RCAL-JOB-ID NOT = SPACES
004280                AND ARI-AUD-JOB-ID NOT = RCAL-JOB-ID
004290                GO TO 2000-VERIFY-AUDIT-EXIT
004300            END-IF.
004310            IF ARI-AUD-RUN-DATE NOT NUMERIC
004320                OR ARI-AUD-RUN-DATE < RCAL-FROM-DATE
004330                OR ARI-AUD-RUN-DATE > RCAL-TO-DATE
004340                GO TO 2000-VERIFY-AUDIT-EXIT
004350            END-IF.
004360            ADD 1 TO RCAL-RECS-SELECTED.
004370            SET RCAL-MISMATCH-YES TO FALSE.
004380            MOVE ZERO TO RCAL-RUN-DEC.
004390            PERFORM 2100-SET-OP-SLOT
004400                THRU 2100-SET-OP-SLOT-EXIT.
004410            IF RCAL-SLOT = 7
004420                MOVE 'UNKNOWN OPERATION' TO RCAL-EXC-TYPE
004430                PERFORM 2900-REPORT-MISMATCH
004440                    THRU 2900-REPORT-MISMATCH-EXIT
004450                GO TO 2000-VERIFY-AUDIT-EXIT
004460            END-IF.
004470            IF ARI-AUD-NUM1 NOT NUMERIC
004480                OR ARI-AUD-NUM2 NOT NUMERIC
004490                OR ARI-AUD-RESULT NOT NUMERIC
004500                OR ARI-AUD-REMAINDER NOT NUMERIC
004510                MOVE 'NON-NUMERIC FIELD' TO RCAL-EXC-TYPE
004520                PERFORM 2900-REPORT-MISMATCH
004530                    THRU 2900-REPORT-MISMATCH-EXIT
004540                GO TO 2000-VERIFY-AUDIT-EXIT
004550            END-IF.
004560            MOVE ARI-AUD-NUM1 TO RCAL-NUM1.
004570            MOVE ARI-AUD-NUM2 TO RCAL-NUM2.
004580            IF RCAL-SLOT = 1 OR RCAL-SLOT = 5
004590                PERFORM 2200-FIND-DEC-PLACES
004600                    THRU 2200-FIND-DEC-PLACES-EXIT
004610            END-IF.
004620            PERFORM 2300-RECALCULATE
004630                THRU 2300-RECALCULATE-EXIT.
004640            ADD 1 TO RCAL-RECS-CHECKED.
004650            ADD 1 TO RCAL-OP-CHECKED (RCAL-SLOT).
004660            IF NOT RCAL-MISMATCH-YES
004670                PERFORM 2400-COMPARE-FIGURES
004680                    THRU 2400-COMPARE-FIGURES-EXIT
004690            END-IF.
004700            IF RCAL-MISMATCH-YES
004710                PERFORM 2900-REPORT-MISMATCH
004720                    THRU 2900-REPORT-MISMATCH-EXIT
004730            END-IF.
004740        2000-VERIFY-AUDIT-EXIT.
004750            EXIT.
004760*
004770        2100-SET-OP-SLOT.
004780            EVALUATE TRUE
004790                WHEN ARI-AUD-OP-DIVIDE
004800                    MOVE 1 TO RCAL-SLOT
004810                WHEN ARI-AUD-OP-ADD
004820                    MOVE 2 TO RCAL-SLOT
004830                WHEN ARI-AUD-OP-SUBTRACT
004840                    MOVE 3 TO RCAL-SLOT
004850                WHEN ARI-AUD-OP-MULTIPLY
004860                    MOVE 4 TO RCAL-SLOT
004870                WHEN ARI-AUD-OP-PERCENT
004880                    MOVE 5 TO RCAL-SLOT
004890                WHEN ARI-AUD-OP-MODULO
004900                    MOVE 6 TO RCAL-SLOT
004910                WHEN OTHER
004920                    MOVE 7 TO RCAL-SLOT
004930            END-EVALUATE.
004940        2100-SET-OP-SLOT-EXIT.
004950            EXIT.
004960*
004970*****************************************************************
004980*    2200-FIND-DEC-PLACES - THE DECIMAL PLACES A DIVIDE OR
004990*                 PERCENTAGE WAS ROUNDED TO.  ONLINE RECORDS
005000*                 KEEP THE FULL FOUR DECIMALS; A BATCH RECORD
005010*                 TAKES THE OPTION ITS RUN RECORDED ON THE RUN
005020*                 REGISTER, FALLING BACK TO THE PARM/DEFAULT
005030*                 PRECISION (COUNTED) WHEN THE REGISTER HAS NO
005040*                 ENTRY OR THE ENTRY PREDATES THE FIELD.
005050*****************************************************************
005060        2200-FIND-DEC-PLACES.
005070            IF ARI-AUD-SRC-ONLINE
005080                MOVE 4 TO RCAL-RUN-DEC
005090                GO TO 2200-FIND-DEC-PLACES-EXIT
005100            END-IF.
005110            IF ARI-AUD-JOB-ID NOT = RCAL-LAST-JOB-ID
005120                OR ARI-AUD-RUN-DATE NOT = RCAL-LAST-RUN-DATE
005130                PERFORM 2210-READ-RUN-REGISTER
005140                    THRU 2210-READ-RUN-REGISTER-EXIT
005150            END-IF.
005160            MOVE RCAL-LAST-DEC        TO RCAL-RUN-DEC.
005170            MOVE RCAL-LAST-DEC-SOURCE TO RCAL-DEC-SOURCE-SW.
005180            IF RCAL-DEC-ASSUMED
005190                ADD 1 TO RCAL-ASSUMED-CNT
005200            END-IF.
005210        2200-FIND-DEC-PLACES-EXIT.
005220            EXIT.
005230*
005240        2210-READ-RUN-REGISTER.
005250            MOVE ARI-AUD-JOB-ID   TO RCAL-LAST-JOB-ID.
005260            MOVE ARI-AUD-RUN-DATE TO RCAL-LAST-RUN-DATE.
005270            MOVE RCAL-DEFAULT-DEC TO RCAL-LAST-DEC.
005280            SET RCAL-DEC-ASSUMED  TO TRUE.
005290            MOVE RCAL-DEC-SOURCE-SW TO RCAL-LAST-DEC-SOURCE.
005300            IF NOT RCAL-REG-AVAIL-YES
005310                GO TO 2210-READ-RUN-REGISTER-EXIT
005320            END-IF.
005330            MOVE ARI-AUD-JOB-ID   TO ARI-REG-JOB-ID.
005340            MOVE ARI-AUD-RUN-DATE TO ARI-REG-RUN-DATE.
005350            READ ARI-REG-FILE.
005360            IF ARI-REGF-NO-RECORD
005370                GO TO 2210-READ-RUN-REGISTER-EXIT
005380            END-IF.
005390            IF NOT ARI-REGF-OK
005400                DISPLAY 'RCAL0005E - RUNREG READ FAILED - '
005410                        'STATUS = ' ARI-REGF-STATUS
005420                MOVE 16 TO ARI-RETURN-CODE
005430                PERFORM 9999-ABEND
005440                    THRU 9999-ABEND-EXIT
005450            END-IF.
005460            IF ARI-REG-DEC-PLACES NUMERIC
005470                AND ARI-REG-DEC-PLACES > ZERO
005480                AND ARI-REG-DEC-PLACES < 5
005490                MOVE ARI-REG-DEC-PLACES TO RCAL-LAST-DEC
005500                SET RCAL-DEC-FROM-REG TO TRUE
005510                MOVE RCAL-DEC-SOURCE-SW TO RCAL-LAST-DEC-SOURCE
005520            END-IF.
005530        2210-READ-RUN-REGISTER-EXIT.
005540            EXIT.
005550*
005560*****************************************************************
005570*    2300-RECALCULATE - WORK THE EXPECTED RESULT AND REMAINDER
005580*                 OUT AFRESH FOR THE RECORD'S OPERATION.
005590*****************************************************************
005600        2300-RECALCULATE.
005610            MOVE ZERO TO RCAL-QUOTIENT.
005620            MOVE ZERO TO RCAL-INT-QUOT.
005630            MOVE ZERO TO RCAL-EXP-RESULT.
005640            MOVE ZERO TO RCAL-EXP-REMAINDER.
005650            EVALUATE RCAL-SLOT
005660                WHEN 1
005670                    PERFORM 2310-CALC-DIVIDE
005680                        THRU 2310-CALC-DIVIDE-EXIT
005690                WHEN 2
005700                    COMPUTE RCAL-EXP-RESULT =
005710                        RCAL-NUM1 + RCAL-NUM2
005720                WHEN 3
005730                    COMPUTE RCAL-EXP-RESULT =
005740                        RCAL-NUM1 - RCAL-NUM2
005750                WHEN 4
005760                    COMPUTE RCAL-EXP-RESULT =
005770                        RCAL-NUM1 * RCAL-NUM2
005780                WHEN 5
005790                    PERFORM 2320-CALC-PERCENT
005800                        THRU 2320-CALC-PERCENT-EXIT
005810                WHEN 6
005820                    PERFORM 2330-CALC-MODULO
005830                        THRU 2330-CALC-MODULO-EXIT
005840            END-EVALUATE.
005850        2300-RECALCULATE-EXIT.
005860            EXIT.
005870*
005880*****************************************************************
005890*    2310-CALC-DIVIDE - A ZERO DIVISOR SHOULD HAVE BEEN
005900*                 REJECTED TO SUSPENSE, SO ONE ON THE AUDIT LOG
005910*                 IS A DISCREPANCY WITHOUT GOING FURTHER.
005920*****************************************************************
005930        2310-CALC-DIVIDE.
005940            IF RCAL-NUM2 = ZERO
005950                MOVE 'ZERO DIVISOR AUDITED' TO RCAL-EXC-TYPE
005960                SET RCAL-MISMATCH-YES TO TRUE
005970                GO TO 2310-CALC-DIVIDE-EXIT
005980            END-IF.
005990            COMPUTE RCAL-QUOTIENT = RCAL-NUM1 / RCAL-NUM2.
006000            PERFORM 2350-ROUND-QUOTIENT
006010                THRU 2350-ROUND-QUOTIENT-EXIT.
006020            MOVE RCAL-QUOTIENT TO RCAL-EXP-RESULT.
006030            PERFORM 2360-CALC-REMAINDER
006040                THRU 2360-CALC-REMAINDER-EXIT.
006050        2310-CALC-DIVIDE-EXIT.
006060            EXIT.
006070*
006080        2320-CALC-PERCENT.
006090            IF RCAL-NUM2 = ZERO
006100                MOVE 'ZERO DIVISOR AUDITED' TO RCAL-EXC-TYPE
006110                SET RCAL-MISMATCH-YES TO TRUE
006120                GO TO 2320-CALC-PERCENT-EXIT
006130            END-IF.
006140            COMPUTE RCAL-QUOTIENT =
006150                RCAL-NUM1 * 100 / RCAL-NUM2.
006160            PERFORM 2350-ROUND-QUOTIENT
006170                THRU 2350-ROUND-QUOTIENT-EXIT.
006180            MOVE RCAL-QUOTIENT TO RCAL-EXP-RESULT.
006190        2320-CALC-PERCENT-EXIT.
006200            EXIT.
006210*
006220        2330-CALC-MODULO.
006230            IF RCAL-NUM2 = ZERO
006240                MOVE 'ZERO DIVISOR AUDITED' TO RCAL-EXC-TYPE
006250                SET RCAL-MISMATCH-YES TO TRUE
006260                GO TO 2330-CALC-MODULO-EXIT
006270            END-IF.
006280            PERFORM 2360-CALC-REMAINDER
006290                THRU 2360-CALC-REMAINDER-EXIT.
006300            MOVE RCAL-EXP-REMAINDER TO RCAL-EXP-RESULT.
006310        2330-CALC-MODULO-EXIT.
006320            EXIT.
006330*
006340*****************************************************************
006350*    2350-ROUND-QUOTIENT - ROUND THE FOUR-DECIMAL QUOTIENT TO
006360*                 THE RUN'S DECIMAL PLACES (4 LEAVES IT AS IS).
006370*****************************************************************
006380        2350-ROUND-QUOTIENT.
006390            EVALUATE RCAL-RUN-DEC
006400                WHEN 1
006410                    COMPUTE RCAL-ROUND-1-DEC ROUNDED =
006420                        RCAL-QUOTIENT
006430                    MOVE RCAL-ROUND-1-DEC TO RCAL-QUOTIENT
006440                WHEN 2
006450                    COMPUTE RCAL-ROUND-2-DEC ROUNDED =
006460                        RCAL-QUOTIENT
006470                    MOVE RCAL-ROUND-2-DEC TO RCAL-QUOTIENT
006480                WHEN 3
006490                    COMPUTE RCAL-ROUND-3-DEC ROUNDED =
006500                        RCAL-QUOTIENT
006510                    MOVE RCAL-ROUND-3-DEC TO RCAL-QUOTIENT
006520                WHEN OTHER
006530                    CONTINUE
006540            END-EVALUATE.
006550        2350-ROUND-QUOTIENT-EXIT.
006560            EXIT.
006570*
006580*****************************************************************
006590*    2360-CALC-REMAINDER - NUM1 LESS NUM2 TIMES THE WHOLE-
006600*                 NUMBER PART OF THE QUOTIENT.
006610*****************************************************************
006620        2360-CALC-REMAINDER.
006630            COMPUTE RCAL-INT-QUOT = RCAL-NUM1 / RCAL-NUM2.
006640            COMPUTE RCAL-EXP-REMAINDER =
006650                RCAL-NUM1 - (RCAL-INT-QUOT * RCAL-NUM2).
006660        2360-CALC-REMAINDER-EXIT.
006670            EXIT.
006680*
006690        2400-COMPARE-FIGURES.
006700            IF ARI-AUD-RESULT NOT = RCAL-EXP-RESULT
006710                AND ARI-AUD-REMAINDER NOT = RCAL-EXP-REMAINDER
006720                MOVE 'RESULT AND REMAINDER' TO RCAL-EXC-TYPE
006730                SET RCAL-MISMATCH-YES TO TRUE
006740                GO TO 2400-COMPARE-FIGURES-EXIT
006750            END-IF.
006760            IF ARI-AUD-RESULT NOT = RCAL-EXP-RESULT
006770                MOVE 'RESULT MISMATCH' TO RCAL-EXC-TYPE
006780                SET RCAL-MISMATCH-YES TO TRUE
006790                GO TO 2400-COMPARE-FIGURES-EXIT
006800            END-IF.
006810            IF ARI-AUD-REMAINDER NOT = RCAL-EXP-REMAINDER
006820                MOVE 'REMAINDER MISMATCH' TO RCAL-EXC-TYPE
006830                SET RCAL-MISMATCH-YES TO TRUE
006840            END-IF.
006850        2400-COMPARE-FIGURES-EXIT.
006860            EXIT.
006870*
006880*****************************************************************
006890*    2900-REPORT-MISMATCH - COUNT THE DISCREPANCY AND LIST IT
006900*                 WITH THE AUDITED AND RECALCULATED FIGURES.
006910*                 THE LISTING STOPS AT THE LIST LIMIT (A WRONG
006920*                 PRECISION WOULD OTHERWISE LIST EVERY RECORD)
006930*                 BUT THE COUNTS CARRY ON.
006940*****************************************************************
006950        2900-REPORT-MISMATCH.
006960            SET RCAL-FAIL-YES TO TRUE.
006970            ADD 1 TO RCAL-MISMATCH-CNT.
006980            ADD 1 TO RCAL-OP-MISMATCH (RCAL-SLOT).
006990            IF RCAL-LISTED-CNT NOT < RCAL-LIST-LIMIT
007000                GO TO 2900-REPORT-MISMATCH-EXIT
007010            END-IF.
007020            ADD 1 TO RCAL-LISTED-CNT.
007030            MOVE ARI-AUD-JOB-ID    TO RCAL-EXC-JOB-ID.
007040            MOVE ARI-AUD-RUN-DATE  TO RCAL-EXC-RUN-DATE.
007050            MOVE ARI-AUD-SEQ-NO    TO RCAL-EXC-SEQ-NO.
007060            MOVE ARI-AUD-OPERATION TO RCAL-EXC-OP.
007070            MOVE RCAL-RUN-DEC      TO RCAL-EXC-DEC.
007080            WRITE RCAL-REPORT-RECORD FROM RCAL-EXC-LINE.
007090            IF RCAL-SLOT = 7
007100                OR ARI-AUD-NUM1 NOT NUMERIC
007110                OR ARI-AUD-NUM2 NOT NUMERIC
007120                OR ARI-AUD-RESULT NOT NUMERIC
007130                OR ARI-AUD-REMAINDER NOT NUMERIC
007140                GO TO 2900-REPORT-MISMATCH-EXIT
007150            END-IF.
007160            MOVE RCAL-NUM1 TO RCAL-OPND-NUM1.
007170            MOVE RCAL-NUM2 TO RCAL-OPND-NUM2.
007180            WRITE RCAL-REPORT-RECORD FROM RCAL-OPND-LINE.
007190            MOVE 'AUDITED'         TO RCAL-VAL-LABEL.
007200            MOVE ARI-AUD-RESULT    TO RCAL-VAL-RESULT.
007210            MOVE ARI-AUD-REMAINDER TO RCAL-VAL-REMAINDER.
007220            WRITE RCAL-REPORT-RECORD FROM RCAL-VALUE-LINE.
007230            MOVE 'RECALCULATED'    TO RCAL-VAL-LABEL.
007240            MOVE RCAL-EXP-RESULT   TO RCAL-VAL-RESULT.
007250            MOVE RCAL-EXP-REMAINDER TO RCAL-VAL-REMAINDER.
007260            WRITE RCAL-REPORT-RECORD FROM RCAL-VALUE-LINE.
007270        2900-REPORT-MISMATCH-EXIT.
007280            EXIT.
007290*
007300*****************************************************************
007310*    6000-TERMINATE - WRITE THE VERIFICATION TOTALS, CLOSE THE
007320*                 FILES AND SET THE RETURN CODE.
007330*****************************************************************
007340        6000-TERMINATE.
007350            IF RCAL-MISMATCH-CNT > RCAL-LISTED-CNT
007360                MOVE ' FURTHER DISCREPANCIES NOT LISTED'
007370                    TO RCAL-REPORT-RECORD
007380                WRITE RCAL-REPORT-RECORD
007390            END-IF.
007400            MOVE SPACES TO RCAL-REPORT-RECORD.
007410            WRITE RCAL-REPORT-RECORD.
007420            MOVE 'AUDIT RECORDS READ' TO RCAL-TOT-LABEL.
007430            MOVE RCAL-RECS-READ TO RCAL-TOT-COUNT.
007440            WRITE RCAL-REPORT-RECORD FROM RCAL-TOTAL-LINE.
007450            MOVE 'AUDIT RECORDS SELECTED' TO RCAL-TOT-LABEL.
007460            MOVE RCAL-RECS-SELECTED TO RCAL-TOT-COUNT.
007470            WRITE RCAL-REPORT-RECORD FROM RCAL-TOTAL-LINE.
007480            MOVE 'RECORDS RECALCULATED' TO RCAL-TOT-LABEL.
007490            MOVE RCAL-RECS-CHECKED TO RCAL-TOT-COUNT.
007500            WRITE RCAL-REPORT-RECORD FROM RCAL-TOTAL-LINE.
007510            MOVE 'DISCREPANCIES' TO RCAL-TOT-LABEL.
007520            MOVE RCAL-MISMATCH-CNT TO RCAL-TOT-COUNT.
007530            WRITE RCAL-REPORT-RECORD FROM RCAL-TOTAL-LINE.
007540            MOVE 'DEC PLACES NOT ON RUN REGISTER'
007550                TO RCAL-TOT-LABEL.
007560            MOVE RCAL-ASSUMED-CNT TO RCAL-TOT-COUNT.
007570            WRITE RCAL-REPORT-RECORD FROM RCAL-TOTAL-LINE.
007580            MOVE SPACES TO RCAL-REPORT-RECORD.
007590            WRITE RCAL-REPORT-RECORD.
007600            PERFORM 6100-WRITE-OP-LINE
007610                THRU 6100-WRITE-OP-LINE-EXIT
007620                VARYING RCAL-SUB FROM 1 BY 1
007630                UNTIL RCAL-SUB > 7.
007640            MOVE SPACES TO RCAL-REPORT-RECORD.
007650            WRITE RCAL-REPORT-RECORD.
007660            IF RCAL-FAIL-YES
007670                MOVE ' RECALCULATION FAILED - SEE DISCREPANCIES'
007680                    TO RCAL-REPORT-RECORD
007690                WRITE RCAL-REPORT-RECORD
007700                DISPLAY 'RCAL0006E - RECALCULATION FAILED - '
007710                        'DISCREPANCIES = ' RCAL-MISMATCH-CNT
007720                MOVE 8 TO ARI-RETURN-CODE
007730            ELSE
007740                IF RCAL-RECS-SELECTED = ZERO
007750                    MOVE ' NO AUDIT RECORDS MATCHED THE SELECTION'
007760                        TO RCAL-REPORT-RECORD
007770                    WRITE RCAL-REPORT-RECORD
007780                    DISPLAY 'RCAL0008W - NO AUDIT RECORDS '
007790                            'SELECTED'
007800                    MOVE 4 TO ARI-RETURN-CODE
007810                ELSE
007820                    MOVE ' RECALCULATION CLEAN'
007830                        TO RCAL-REPORT-RECORD
007840                    WRITE RCAL-REPORT-RECORD
007850                    DISPLAY 'RCAL0007I - RECALCULATION CLEAN - '
007860                            'RECORDS = ' RCAL-RECS-CHECKED
007870                END-IF
007880            END-IF.
007890            CLOSE ARI-AUDIT-FILE
007900                  ARI-REPORT-FILE.
007910            IF RCAL-REG-AVAIL-YES
007920                CLOSE ARI-REG-FILE
007930            END-IF.
007940        6000-TERMINATE-EXIT.
007950            EXIT.
007960*
007970        6100-WRITE-OP-LINE.
007980            MOVE RCAL-OP-CODE (RCAL-SUB)     TO RCAL-OPL-CODE.
007990            MOVE RCAL-OP-CHECKED (RCAL-SUB)  TO RCAL-OPL-CHECKED.
008000            MOVE RCAL-OP-MISMATCH (RCAL-SUB)
008010                TO RCAL-OPL-MISMATCH.
008020            WRITE RCAL-REPORT-RECORD FROM RCAL-OP-LINE.
008030        6100-WRITE-OP-LINE-EXIT.
008040            EXIT.
008050*
008060*****************************************************************
008070*    9999-ABEND - FATAL I/O ERROR HANDLING.  DISPLAYS THE
008080*                 CONDITION AND ENDS THE RUN WITH A NON-ZERO
008090*                 RETURN CODE SO THE JCL STEP FAILS VISIBLY.
008100*****************************************************************
008110        9999-ABEND.
008120            MOVE ARI-RETURN-CODE TO RETURN-CODE.
008130            STOP RUN.
008140        9999-ABEND-EXIT.
008150            EXIT.
