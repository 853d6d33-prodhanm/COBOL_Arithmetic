000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    AUDM.
000030 AUTHOR.        M D HARTLEY.
000040 INSTALLATION.  ARITHMETIC SUITE - BATCH PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM      : AUDM
000090* DESCRIPTION  : ONLINE AUDIT MERGE.  DIVIC CAPTURES EVERY
000100*                ONLINE INQUIRY TO THE KEYED ONLINE AUDIT
000110*                CAPTURE FILE (ARIONL) INSTEAD OF WRITING THE
000120*                LIVE AUDIT LOG.  THIS PROGRAM TAKES EVERY
000130*                CAPTURE RECORD BEYOND THE LAST ONE MERGED (THE
000140*                KEY HELD ON THE MERGE CONTROL FILE), COUNTS
000150*                THEM, THEN COPIES THE SAME RANGE OF KEYS TO A
000160*                MERGE WORK FILE AND PROVES THE TWO COUNTS
000170*                AGREE.  THE JOB'S APPEND STEP ADDS THE WORK
000180*                FILE TO THE LIVE DIVI AUDIT LOG AND ONLY THEN
000190*                IS THE NEW MERGE CONTROL RECORD SAVED, SO A
000200*                FAILED MERGE NEVER MOVES THE MARK AND A CLEAN
000210*                ONE NEVER MERGES A RECORD TWICE.  CAPTURES
000220*                ARRIVING DURING THE RUN ARE BEYOND THE RANGE
000230*                COUNTED AND WAIT FOR THE NEXT MERGE.  THE
000240*                CAPTURE FILE IS ONLY READ.
000250*
000260* MODIFICATION HISTORY
000270* DATE       INIT   DESCRIPTION
000280* ---------- ----   -----------------------------------------
000290* 2026-10-15 MDH    INITIAL VERSION.
000300*****************************************************************
000310        ENVIRONMENT DIVISION.
000320        CONFIGURATION SECTION.
000330        INPUT-OUTPUT SECTION.
000340        FILE-CONTROL.
000350            SELECT OPTIONAL ARI-ONL-FILE
000360                ASSIGN TO ONLAUD
000370                ORGANIZATION IS INDEXED
000380                ACCESS MODE IS DYNAMIC
000390                RECORD KEY IS ARI-ONL-KEY
000400                FILE STATUS IS ARI-ONLF-STATUS.
000410            SELECT OPTIONAL ARI-MCTIN-FILE
000420                ASSIGN TO MRGCTLI
000430                ORGANIZATION IS SEQUENTIAL
000440                FILE STATUS IS ARI-MCTIN-STATUS.
000450            SELECT ARI-MCTOUT-FILE
000460                ASSIGN TO MRGCTLO
000470                ORGANIZATION IS SEQUENTIAL
000480                FILE STATUS IS ARI-MCTOUT-STATUS.
000490            SELECT ARI-MERGE-FILE
000500                ASSIGN TO AUDMRG
000510                ORGANIZATION IS SEQUENTIAL
000520                FILE STATUS IS ARI-MERGE-STATUS.
000530            SELECT ARI-REPORT-FILE
000540                ASSIGN TO RPTOUT
000550                ORGANIZATION IS SEQUENTIAL
000560                FILE STATUS IS ARI-REPORT-STATUS.
000570*
000580        DATA DIVISION.
000590        FILE SECTION.
000600        FD  ARI-ONL-FILE
000610            LABEL RECORDS ARE STANDARD.
000620        COPY ARIONL.
000630*
000640        FD  ARI-MCTIN-FILE
000650            RECORDING MODE IS F
000660            LABEL RECORDS ARE STANDARD.
000670        01  AUDM-MCTIN-RECORD            PIC X(80).
000680*
000690        FD  ARI-MCTOUT-FILE
000700            RECORDING MODE IS F
000710            LABEL RECORDS ARE STANDARD.
000720        01  AUDM-MCTOUT-RECORD           PIC X(80).
000730*
000740        FD  ARI-MERGE-FILE
000750            RECORDING MODE IS F
000760            LABEL RECORDS ARE STANDARD.
000770        COPY ARIAUD.
000780*
000790        FD  ARI-REPORT-FILE
000800            RECORDING MODE IS F
000810            LABEL RECORDS ARE STANDARD.
000820        01  AUDM-REPORT-RECORD           PIC X(80).
000830*
000840        WORKING-STORAGE SECTION.
000850*****************************************************************
000860*    FILE STATUS SWITCHES
000870*****************************************************************
000880        77  ARI-ONLF-STATUS              PIC X(02) VALUE SPACES.
000890            88  ARI-ONLF-OK              VALUE '00'.
000900            88  ARI-ONLF-EOF             VALUE '10'.
000910            88  ARI-ONLF-NO-RECORD       VALUE '23'.
000920            88  ARI-ONLF-MISSING         VALUE '05' '35'.
000930        77  ARI-MCTIN-STATUS             PIC X(02) VALUE SPACES.
000940            88  ARI-MCTIN-OK             VALUE '00'.
000950        77  ARI-MCTOUT-STATUS            PIC X(02) VALUE SPACES.
000960            88  ARI-MCTOUT-OK            VALUE '00'.
000970        77  ARI-MERGE-STATUS             PIC X(02) VALUE SPACES.
000980            88  ARI-MERGE-OK             VALUE '00'.
000990        77  ARI-REPORT-STATUS            PIC X(02) VALUE SPACES.
001000            88  ARI-REPORT-OK            VALUE '00'.
001010*
001020*****************************************************************
001030*    PROGRAM SWITCHES
001040*****************************************************************
001050        01  ARI-SWITCHES.
001060            05  ARI-EOF-SW               PIC X(01) VALUE 'N'.
001070                88  ARI-EOF-YES          VALUE 'Y'
001080                                          WHEN SET TO FALSE 'N'.
001090            05  AUDM-ONL-AVAIL-SW        PIC X(01) VALUE 'N'.
001100                88  AUDM-ONL-AVAIL-YES   VALUE 'Y'.
001110*
001120*****************************************************************
001130*    COUNTERS
001140*****************************************************************
001150        77  AUDM-RECS-CAPTURED           PIC 9(09) COMP
001160                                          VALUE ZERO.
001170        77  AUDM-RECS-MERGED             PIC 9(09) COMP
001180                                          VALUE ZERO.
001190        77  AUDM-DATE-LOW                PIC 9(08)
001200                                          VALUE 99999999.
001210        77  AUDM-DATE-HIGH               PIC 9(08)
001220                                          VALUE ZERO.
001230*
001240*****************************************************************
001250*    MERGE CONTROL - THE MARK CARRIED IN, THE HIGHEST KEY
001260*    COUNTED THIS RUN, AND THE RECORD WRITTEN OUT
001270*****************************************************************
001280        COPY ARIMCT.
001290        01  AUDM-PRIOR-KEY.
001300            05  AUDM-PRIOR-STAMP         PIC 9(15) VALUE ZERO.
001310            05  AUDM-PRIOR-TERM-ID       PIC X(04) VALUE SPACES.
001320        01  AUDM-HIGH-KEY.
001330            05  AUDM-HIGH-STAMP          PIC 9(15) VALUE ZERO.
001340            05  AUDM-HIGH-TERM-ID        PIC X(04) VALUE SPACES.
001350        77  AUDM-PRIOR-TOTAL             PIC 9(11) VALUE ZERO.
001360        77  AUDM-PRIOR-DATE              PIC 9(08) VALUE ZERO.
001370        77  ARI-RUN-DATE                 PIC 9(08) VALUE ZERO.
001380        77  ARI-RUN-TIME                 PIC 9(08) VALUE ZERO.
001390*
001400*****************************************************************
001410*    MERGE REPORT LINES
001420*****************************************************************
001430        01  AUDM-RPT-HEADING.
001440            05  FILLER                   PIC X(34)
001450                VALUE ' AUDM - ONLINE AUDIT MERGE REPORT '.
001460            05  FILLER                   PIC X(06)
001470                VALUE '- RUN '.
001480            05  AUDM-HDG-RUN-DATE        PIC 9(08).
001490            05  FILLER                   PIC X(32) VALUE SPACES.
001500        01  AUDM-COUNT-LINE.
001510            05  FILLER                   PIC X(01) VALUE SPACE.
001520            05  AUDM-CNT-LABEL           PIC X(30).
001530            05  AUDM-CNT-COUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.
001540            05  FILLER                   PIC X(35) VALUE SPACES.
001550        01  AUDM-KEY-LINE.
001560            05  FILLER                   PIC X(01) VALUE SPACE.
001570            05  AUDM-KEY-LABEL           PIC X(30).
001580            05  AUDM-KEY-STAMP           PIC 9(15).
001590            05  FILLER                   PIC X(01) VALUE SPACE.
001600            05  AUDM-KEY-TERM-ID         PIC X(04).
001610            05  FILLER                   PIC X(29) VALUE SPACES.
001620        01  AUDM-RANGE-LINE.
001630            05  FILLER                   PIC X(01) VALUE SPACE.
001640            05  AUDM-RNG-LABEL           PIC X(30).
001650            05  AUDM-RNG-FROM            PIC 9(08).
001660            05  FILLER                   PIC X(04)
001670                VALUE ' TO '.
001680            05  AUDM-RNG-TO              PIC 9(08).
001690            05  FILLER                   PIC X(29) VALUE SPACES.
001700*
001710*****************************************************************
001720*    RETURN CODE
001730*****************************************************************
001740        77  ARI-RETURN-CODE              PIC 9(04) COMP
001750                                          VALUE ZERO.
001760*
001770        PROCEDURE DIVISION.
001780*
001790        0000-MAIN-PROCESS.
001800            PERFORM 1000-INITIALIZE
001810                THRU 1000-INITIALIZE-EXIT.
001820            IF AUDM-ONL-AVAIL-YES
001830                PERFORM 2000-COUNT-CAPTURED
001840                    THRU 2000-COUNT-CAPTURED-EXIT
001850            END-IF.
001860            IF AUDM-RECS-CAPTURED > ZERO
001870                PERFORM 3000-MERGE-CAPTURED
001880                    THRU 3000-MERGE-CAPTURED-EXIT
001890            END-IF.
001900            PERFORM 4000-TERMINATE
001910                THRU 4000-TERMINATE-EXIT.
001920            MOVE ARI-RETURN-CODE TO RETURN-CODE.
001930            STOP RUN.
001940*
001950*****************************************************************
001960*    1000-INITIALIZE - OPEN THE OUTPUTS, PICK UP THE MARK LEFT
001970*                 BY THE LAST MERGE AND OPEN THE CAPTURE FILE.
001980*                 NO CAPTURE FILE MEANS DIVIC HAS NOWHERE TO
001990*                 WRITE - NOTHING IS MERGED AND THE STEP ENDS
002000*                 RC=4 SO THE CICS FILE DEFINITION IS CHECKED.
002010*****************************************************************
002020        1000-INITIALIZE.
002030            ACCEPT ARI-RUN-DATE FROM DATE YYYYMMDD.
002040            ACCEPT ARI-RUN-TIME FROM TIME.
002050            OPEN OUTPUT ARI-REPORT-FILE.
002060            IF NOT ARI-REPORT-OK
002070                DISPLAY 'AUDM0001E - UNABLE TO OPEN RPTOUT - '
002080                        'STATUS = ' ARI-REPORT-STATUS
002090                MOVE 16 TO ARI-RETURN-CODE
002100                PERFORM 9999-ABEND
002110                    THRU 9999-ABEND-EXIT
002120            END-IF.
002130            OPEN OUTPUT ARI-MERGE-FILE.
002140            IF NOT ARI-MERGE-OK
002150                DISPLAY 'AUDM0002E - UNABLE TO OPEN AUDMRG - '
002160                        'STATUS = ' ARI-MERGE-STATUS
002170                MOVE 16 TO ARI-RETURN-CODE
002180                PERFORM 9999-ABEND
002190                    THRU 9999-ABEND-EXIT
002200            END-IF.
002210            OPEN OUTPUT ARI-MCTOUT-FILE.
002220            IF NOT ARI-MCTOUT-OK
002230                DISPLAY 'AUDM0003E - UNABLE TO OPEN MRGCTLO - '
002240                        'STATUS = ' ARI-MCTOUT-STATUS
002250                MOVE 16 TO ARI-RETURN-CODE
002260                PERFORM 9999-ABEND
002270                    THRU 9999-ABEND-EXIT
002280            END-IF.
002290            PERFORM 1100-READ-MERGE-CONTROL
002300                THRU 1100-READ-MERGE-CONTROL-EXIT.
002310            MOVE AUDM-PRIOR-KEY TO AUDM-HIGH-KEY.
002320            OPEN INPUT ARI-ONL-FILE.
002330            IF ARI-ONLF-MISSING
002340                DISPLAY 'AUDM0004W - NO ONLINE AUDIT CAPTURE '
002350                        'FILE - NOTHING MERGED'
002360                CLOSE ARI-ONL-FILE
002370                MOVE 4 TO ARI-RETURN-CODE
002380                GO TO 1000-INITIALIZE-EXIT
002390            END-IF.
002400            IF NOT ARI-ONLF-OK
002410                DISPLAY 'AUDM0005E - UNABLE TO OPEN ONLAUD - '
002420                        'STATUS = ' ARI-ONLF-STATUS
002430                MOVE 16 TO ARI-RETURN-CODE
002440                PERFORM 9999-ABEND
002450                    THRU 9999-ABEND-EXIT
002460            END-IF.
002470            SET AUDM-ONL-AVAIL-YES TO TRUE.
002480        1000-INITIALIZE-EXIT.
002490            EXIT.
002500*
002510*****************************************************************
002520*    1100-READ-MERGE-CONTROL - THE CURRENT GENERATION OF THE
002530*                 MERGE CONTROL FILE HOLDS THE LAST KEY MERGED.
002540*                 NONE (FIRST MERGE) MEANS START FROM THE
002550*                 BEGINNING OF THE CAPTURE FILE.
002560*****************************************************************
002570        1100-READ-MERGE-CONTROL.
002580            OPEN INPUT ARI-MCTIN-FILE.
002590            IF ARI-MCTIN-STATUS = '35'
002600                GO TO 1100-READ-MERGE-CONTROL-EXIT
002610            END-IF.
002620            IF ARI-MCTIN-STATUS = '05'
002630                CLOSE ARI-MCTIN-FILE
002640                GO TO 1100-READ-MERGE-CONTROL-EXIT
002650            END-IF.
002660            READ ARI-MCTIN-FILE INTO ARI-MCT-RECORD
002670                AT END
002680                    CLOSE ARI-MCTIN-FILE
002690                    GO TO 1100-READ-MERGE-CONTROL-EXIT
002700            END-READ.
002710            IF ARI-MCT-LAST-STAMP NUMERIC
002720                MOVE ARI-MCT-LAST-KEY TO AUDM-PRIOR-KEY
002730            END-IF.
002740            IF ARI-MCT-TOTAL-MERGED NUMERIC
002750                MOVE ARI-MCT-TOTAL-MERGED TO AUDM-PRIOR-TOTAL
002760            END-IF.
002770            IF ARI-MCT-MERGE-DATE NUMERIC
002780                MOVE ARI-MCT-MERGE-DATE TO AUDM-PRIOR-DATE
002790            END-IF.
002800            CLOSE ARI-MCTIN-FILE.
002810        1100-READ-MERGE-CONTROL-EXIT.
002820            EXIT.
002830*
002840*****************************************************************
002850*    2000-COUNT-CAPTURED - FIRST PASS.  COUNT EVERY CAPTURE
002860*                 RECORD BEYOND THE MARK AND NOTE THE HIGHEST
002870*                 KEY SEEN; THAT KEY BOUNDS THE MERGE PASS.
002880*****************************************************************
002890        2000-COUNT-CAPTURED.
002900            MOVE AUDM-PRIOR-KEY TO ARI-ONL-KEY.
002910            START ARI-ONL-FILE
002920                KEY IS GREATER THAN ARI-ONL-KEY
002930                INVALID KEY
002940                    GO TO 2000-COUNT-CAPTURED-EXIT
002950            END-START.
002960            SET ARI-EOF-YES TO FALSE.
002970            PERFORM 2100-COUNT-ONE-RECORD
002980                THRU 2100-COUNT-ONE-RECORD-EXIT
002990                UNTIL ARI-EOF-YES.
003000        2000-COUNT-CAPTURED-EXIT.
003010            EXIT.
003020*
003030        2100-COUNT-ONE-RECORD.
003040            READ ARI-ONL-FILE NEXT RECORD
003050                AT END
003060                    SET ARI-EOF-YES TO TRUE
003070                    GO TO 2100-COUNT-ONE-RECORD-EXIT
003080            END-READ.
003090            IF NOT ARI-ONLF-OK
003100                DISPLAY 'AUDM0006E - ONLAUD READ ERROR - '
003110                        'STATUS = ' ARI-ONLF-STATUS
003120                MOVE 16 TO ARI-RETURN-CODE
003130                PERFORM 9999-ABEND
003140                    THRU 9999-ABEND-EXIT
003150            END-IF.
003160            ADD 1 TO AUDM-RECS-CAPTURED.
003170            MOVE ARI-ONL-KEY TO AUDM-HIGH-KEY.
003180        2100-COUNT-ONE-RECORD-EXIT.
003190            EXIT.
003200*
003210*****************************************************************
003220*    3000-MERGE-CAPTURED - SECOND PASS.  COPY EVERY CAPTURE
003230*                 RECORD FROM THE MARK UP TO THE HIGHEST KEY
003240*                 COUNTED ONTO THE MERGE WORK FILE IN THE LIVE
003250*                 AUDIT LOG LAYOUT.
003260*****************************************************************
003270        3000-MERGE-CAPTURED.
003280            MOVE AUDM-PRIOR-KEY TO ARI-ONL-KEY.
003290            START ARI-ONL-FILE
003300                KEY IS GREATER THAN ARI-ONL-KEY
003310                INVALID KEY
003320                    GO TO 3000-MERGE-CAPTURED-EXIT
003330            END-START.
003340            SET ARI-EOF-YES TO FALSE.
003350            PERFORM 3100-MERGE-ONE-RECORD
003360                THRU 3100-MERGE-ONE-RECORD-EXIT
003370                UNTIL ARI-EOF-YES.
003380        3000-MERGE-CAPTURED-EXIT.
003390            EXIT.
003400*
003410        3100-MERGE-ONE-RECORD.
003420            READ ARI-ONL-FILE NEXT RECORD
003430                AT END
003440                    SET ARI-EOF-YES TO TRUE
003450                    GO TO 3100-MERGE-ONE-RECORD-EXIT
003460            END-READ.
003470            IF NOT ARI-ONLF-OK
003480                DISPLAY 'AUDM0006E - ONLAUD READ ERROR - '
003490                        'STATUS = ' ARI-ONLF-STATUS
003500                MOVE 16 TO ARI-RETURN-CODE
003510                PERFORM 9999-ABEND
003520                    THRU 9999-ABEND-EXIT
003530            END-IF.
003540            IF ARI-ONL-KEY > AUDM-HIGH-KEY
003550                SET ARI-EOF-YES TO TRUE
003560                GO TO 3100-MERGE-ONE-RECORD-EXIT
003570            END-IF.
003580            MOVE ARI-ONL-AUDIT-DATA TO ARI-AUDIT-RECORD.
003590            WRITE ARI-AUDIT-RECORD.
003600            IF NOT ARI-MERGE-OK
003610                DISPLAY 'AUDM0007E - AUDMRG WRITE FAILED - '
003620                        'STATUS = ' ARI-MERGE-STATUS
003630                MOVE 16 TO ARI-RETURN-CODE
003640                PERFORM 9999-ABEND
003650                    THRU 9999-ABEND-EXIT
003660            END-IF.
003670            ADD 1 TO AUDM-RECS-MERGED.
003680            IF ARI-AUD-RUN-DATE NUMERIC
003690                IF ARI-AUD-RUN-DATE < AUDM-DATE-LOW
003700                    MOVE ARI-AUD-RUN-DATE TO AUDM-DATE-LOW
003710                END-IF
003720                IF ARI-AUD-RUN-DATE > AUDM-DATE-HIGH
003730                    MOVE ARI-AUD-RUN-DATE TO AUDM-DATE-HIGH
003740                END-IF
003750            END-IF.
003760        3100-MERGE-ONE-RECORD-EXIT.
003770            EXIT.
003780*
003790*****************************************************************
003800*    4000-TERMINATE - PROVE RECORDS MERGED AGAINST RECORDS
003810*                 CAPTURED, WRITE THE NEW MERGE CONTROL RECORD,
003820*                 PRINT THE MERGE REPORT AND CLOSE.  COUNTS
003830*                 THAT DO NOT AGREE END RC=8: THE JOB THEN
003840*                 NEITHER APPENDS THE WORK FILE NOR SAVES THE
003850*                 NEW MARK, SO THE NEXT MERGE TAKES THE SAME
003860*                 RECORDS AGAIN.
003870*****************************************************************
003880        4000-TERMINATE.
003890            MOVE SPACES              TO ARI-MCT-RECORD.
003900            MOVE AUDM-HIGH-KEY       TO ARI-MCT-LAST-KEY.
003910            MOVE ARI-RUN-DATE        TO ARI-MCT-MERGE-DATE.
003920            MOVE ARI-RUN-TIME        TO ARI-MCT-MERGE-TIME.
003930            MOVE AUDM-RECS-CAPTURED  TO ARI-MCT-CAPTURED.
003940            MOVE AUDM-RECS-MERGED    TO ARI-MCT-MERGED.
003950            ADD AUDM-PRIOR-TOTAL AUDM-RECS-MERGED
003960                GIVING ARI-MCT-TOTAL-MERGED.
003970            WRITE AUDM-MCTOUT-RECORD FROM ARI-MCT-RECORD.
003980            IF NOT ARI-MCTOUT-OK
003990                DISPLAY 'AUDM0008E - MRGCTLO WRITE FAILED - '
004000                        'STATUS = ' ARI-MCTOUT-STATUS
004010                MOVE 16 TO ARI-RETURN-CODE
004020                PERFORM 9999-ABEND
004030                    THRU 9999-ABEND-EXIT
004040            END-IF.
004050            MOVE ARI-RUN-DATE TO AUDM-HDG-RUN-DATE.
004060            WRITE AUDM-REPORT-RECORD FROM AUDM-RPT-HEADING.
004070            MOVE 'PREVIOUS MERGE DATE' TO AUDM-RNG-LABEL.
004080            MOVE AUDM-PRIOR-DATE TO AUDM-RNG-FROM
004090                                    AUDM-RNG-TO.
004100            WRITE AUDM-REPORT-RECORD FROM AUDM-RANGE-LINE.
004110            MOVE 'MERGED UP TO KEY - BEFORE' TO AUDM-KEY-LABEL.
004120            MOVE AUDM-PRIOR-STAMP   TO AUDM-KEY-STAMP.
004130            MOVE AUDM-PRIOR-TERM-ID TO AUDM-KEY-TERM-ID.
004140            WRITE AUDM-REPORT-RECORD FROM AUDM-KEY-LINE.
004150            MOVE 'MERGED UP TO KEY - AFTER' TO AUDM-KEY-LABEL.
004160            MOVE AUDM-HIGH-STAMP    TO AUDM-KEY-STAMP.
004170            MOVE AUDM-HIGH-TERM-ID  TO AUDM-KEY-TERM-ID.
004180            WRITE AUDM-REPORT-RECORD FROM AUDM-KEY-LINE.
004190            MOVE 'ONLINE RECORDS CAPTURED' TO AUDM-CNT-LABEL.
004200            MOVE AUDM-RECS-CAPTURED TO AUDM-CNT-COUNT.
004210            WRITE AUDM-REPORT-RECORD FROM AUDM-COUNT-LINE.
004220            MOVE 'ONLINE RECORDS MERGED' TO AUDM-CNT-LABEL.
004230            MOVE AUDM-RECS-MERGED TO AUDM-CNT-COUNT.
004240            WRITE AUDM-REPORT-RECORD FROM AUDM-COUNT-LINE.
004250            MOVE 'TOTAL MERGED TO DATE' TO AUDM-CNT-LABEL.
004260            MOVE ARI-MCT-TOTAL-MERGED TO AUDM-CNT-COUNT.
004270            WRITE AUDM-REPORT-RECORD FROM AUDM-COUNT-LINE.
004280            IF AUDM-RECS-MERGED > ZERO
004290                MOVE 'INQUIRY DATES MERGED' TO AUDM-RNG-LABEL
004300                MOVE AUDM-DATE-LOW  TO AUDM-RNG-FROM
004310                MOVE AUDM-DATE-HIGH TO AUDM-RNG-TO
004320                WRITE AUDM-REPORT-RECORD FROM AUDM-RANGE-LINE
004330            END-IF.
004340            IF AUDM-RECS-MERGED = AUDM-RECS-CAPTURED
004350                MOVE ' MERGED COUNT PROVED AGAINST CAPTURED COUNT'
004360                    TO AUDM-REPORT-RECORD
004370                WRITE AUDM-REPORT-RECORD
004380            ELSE
004390                MOVE ' MERGED COUNT DOES NOT MATCH CAPTURED COUNT'
004400                    TO AUDM-REPORT-RECORD
004410                WRITE AUDM-REPORT-RECORD
004420                MOVE ' - NOTHING APPENDED, MARK NOT MOVED'
004430                    TO AUDM-REPORT-RECORD
004440                WRITE AUDM-REPORT-RECORD
004450                DISPLAY 'AUDM0009E - CAPTURED ' AUDM-RECS-CAPTURED
004460                        ' MERGED ' AUDM-RECS-MERGED
004470                MOVE 8 TO ARI-RETURN-CODE
004480            END-IF.
004490            DISPLAY 'AUDM - ONLINE CAPTURED  = '
004500                    AUDM-RECS-CAPTURED.
004510            DISPLAY 'AUDM - ONLINE MERGED    = '
004520                    AUDM-RECS-MERGED.
004530            IF AUDM-ONL-AVAIL-YES
004540                CLOSE ARI-ONL-FILE
004550            END-IF.
004560            CLOSE ARI-MERGE-FILE
004570                  ARI-MCTOUT-FILE
004580                  ARI-REPORT-FILE.
004590        4000-TERMINATE-EXIT.
004600            EXIT.
004610*
004620*****************************************************************
004630*    9999-ABEND - FATAL I/O ERROR HANDLING.  DISPLAYS THE
004640*                 CONDITION AND ENDS THE RUN WITH A NON-ZERO
004650*                 RETURN CODE SO THE JCL STEP FAILS VISIBLY.
004660*****************************************************************
004670        9999-ABEND.
004680            MOVE ARI-RETURN-CODE TO RETURN-CODE.
004690            STOP RUN.
004700        9999-ABEND-EXIT.
004710            EXIT.
