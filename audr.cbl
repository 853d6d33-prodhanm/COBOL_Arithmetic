000150*                REJECTS TAKEN FROM THE SUSPENSE MASTER, SO
000160*                OPERATIONS CAN ANSWER THE WEEKLY "HOW MUCH
000170*                ONLINE DIVIC USAGE IS THERE" QUESTION FROM A
000173*                REPORT INSTEAD OF A GUESS.  DIVIC INQUIRIES
000176*                NOT YET MERGED INTO THE LOG BY AUDM ARE TAKEN
000179*                FROM THE ONLINE CAPTURE FILE (ONLY THOSE ABOVE
000182*                THE MERGE MARK, SO NONE IS COUNTED TWICE) AND
000185*                SHOWN AS A PART OF THE ONLINE COUNT.
000190*
000200* MODIFICATION HISTORY
000210* DATE       INIT   DESCRIPTION
000250*                    BREAKDOWN FROM THE NEW ARIAUD SOURCE
000260*                    SYSTEM FIELD - PER-SUPPLIER VOLUME AND
000270*                    REJECT ATTRIBUTION WITH EVIDENCE.
000272* 2026-10-15 MDH    ONLINE CAPTURES AWAITING THE AUDM MERGE
000274*                    ARE TALLIED FROM ARIONL ABOVE THE MERGE
000276*                    MARK AND SHOWN AS NOT YET MERGED.
000280*****************************************************************
000290        ENVIRONMENT DIVISION.
000300        CONFIGURATION SECTION.
000480                ASSIGN TO PARMIN
000490                ORGANIZATION IS SEQUENTIAL
000500                FILE STATUS IS ARI-PARM-STATUS.
000501            SELECT OPTIONAL ARI-ONL-FILE
000502                ASSIGN TO ONLAUD
000503                ORGANIZATION IS INDEXED
000504                ACCESS MODE IS SEQUENTIAL
000505                RECORD KEY IS ARI-ONL-KEY
000506                FILE STATUS IS ARI-ONLF-STATUS.
000507            SELECT OPTIONAL ARI-MCTIN-FILE
000508                ASSIGN TO MRGCTLI
000509                ORGANIZATION IS SEQUENTIAL
000510                FILE STATUS IS ARI-MCTIN-STATUS.
000511*
000520        DATA DIVISION.
000530        FILE SECTION.
000540        FD  ARI-AUDIT-FILE
000730            05  AUDR-PARM-TO-DATE        PIC 9(08).
000740            05  FILLER                   PIC X(64).
000750*
000751        FD  ARI-ONL-FILE
000752            LABEL RECORDS ARE STANDARD.
000753        COPY ARIONL.
000754*
000755        FD  ARI-MCTIN-FILE
000756            RECORDING MODE IS F
000757            LABEL RECORDS ARE STANDARD.
000758        01  AUDR-MCTIN-RECORD            PIC X(80).
000759*
000760        WORKING-STORAGE SECTION.
000770*****************************************************************
000780*    FILE STATUS SWITCHES
000870            88  ARI-REPORT-OK            VALUE '00'.
000880        77  ARI-PARM-STATUS              PIC X(02) VALUE SPACES.
000890            88  ARI-PARM-OK              VALUE '00'.
000891        77  ARI-ONLF-STATUS              PIC X(02) VALUE SPACES.
000892            88  ARI-ONLF-OK              VALUE '00'.
000893            88  ARI-ONLF-MISSING         VALUE '05' '35'.
000894        77  ARI-MCTIN-STATUS             PIC X(02) VALUE SPACES.
000895            88  ARI-MCTIN-OK             VALUE '00'.
000900*
000910*****************************************************************
000920*    PROGRAM SWITCHES
000970                                          WHEN SET TO FALSE 'N'.
000980            05  AUDR-SUS-AVAIL-SW        PIC X(01) VALUE 'N'.
000990                88  AUDR-SUS-AVAIL-YES   VALUE 'Y'.
000993            05  AUDR-ONL-AVAIL-SW        PIC X(01) VALUE 'N'.
000996                88  AUDR-ONL-AVAIL-YES   VALUE 'Y'.
001000*
001010*****************************************************************
001020*    SELECTION DATE RANGE
001470                                          VALUE ZERO.
001480        77  AUDR-CNT-SELECTED            PIC 9(09) COMP
001490                                          VALUE ZERO.
001491        77  AUDR-CNT-UNMERGED            PIC 9(09) COMP
001492                                          VALUE ZERO.
001493*
001494*****************************************************************
001495*    ONLINE CAPTURE CONTROL - THE LAST KEY AUDM MERGED.  ONLY
001496*    CAPTURE RECORDS ABOVE IT ARE MISSING FROM THE AUDIT LOG.
001497*****************************************************************
001498        COPY ARIMCT.
001499        01  AUDR-MARK-KEY.
001500            05  AUDR-MARK-STAMP          PIC 9(15) VALUE ZERO.
001501            05  AUDR-MARK-TERM-ID        PIC X(04) VALUE SPACES.
001502*
001510*****************************************************************
001520*    ZERO-DIVIDE TREND BY DAY, FROM THE SUSPENSE MASTER.
001530*    ENTRIES ARE KEPT IN DATE ORDER BY INSERTION SO THE TREND
002100            05  FILLER                   PIC X(02) VALUE SPACES.
002110            05  AUDR-TRL-COUNT           PIC ZZZ,ZZZ,ZZ9.
002120            05  FILLER                   PIC X(58) VALUE SPACES.
002121        01  AUDR-COUNT-LINE.
002122            05  FILLER                   PIC X(01) VALUE SPACE.
002123            05  AUDR-CNT-LABEL           PIC X(30).
002124            05  AUDR-CNT-COUNT           PIC ZZZ,ZZZ,ZZ9.
002125            05  FILLER                   PIC X(38) VALUE SPACES.
002130*
002140*****************************************************************
002150*    RETURN CODE
002250            PERFORM 2000-TALLY-AUDIT
002260                THRU 2000-TALLY-AUDIT-EXIT
002270                UNTIL ARI-EOF-YES.
002273            PERFORM 3000-TALLY-CAPTURE
002276                THRU 3000-TALLY-CAPTURE-EXIT.
002280            IF AUDR-SUS-AVAIL-YES
002290                SET ARI-EOF-YES TO FALSE
002300                PERFORM 5000-TALLY-ZDIV-TREND
003300                    SET ARI-EOF-YES TO TRUE
003310                    GO TO 2000-TALLY-AUDIT-EXIT
003320            END-READ.
003321            PERFORM 2050-TALLY-RECORD
003322                THRU 2050-TALLY-RECORD-EXIT.
003323        2000-TALLY-AUDIT-EXIT.
003324            EXIT.
003325*
003326        2050-TALLY-RECORD.
003330            IF ARI-AUD-RUN-DATE NOT NUMERIC
003340                OR ARI-AUD-RUN-DATE < AUDR-FROM-DATE
003350                OR ARI-AUD-RUN-DATE > AUDR-TO-DATE
003360                GO TO 2050-TALLY-RECORD-EXIT
003370            END-IF.
003380            ADD 1 TO AUDR-CNT-SELECTED.
003390            PERFORM 2100-TALLY-OPERATION
003490            ELSE
003500                ADD 1 TO AUDR-CNT-BATCH
003510            END-IF.
003520        2050-TALLY-RECORD-EXIT.
003530            EXIT.
003540*
003550        2100-TALLY-OPERATION.
004680                MOVE AUDR-SUB TO AUDR-SLOT
004690            END-IF.
004700        2410-SCAN-SRCSYS-EXIT.
004701            EXIT.
004702*
004703*****************************************************************
004704*    3000-TALLY-CAPTURE - ONLINE INQUIRIES CAPTURED BY DIVIC
004705*                 BUT NOT YET MERGED BY AUDM ARE NOT ON THE
004706*                 LOG.  TALLY EVERY CAPTURE RECORD ABOVE THE
004707*                 MERGE MARK EXACTLY AS IF IT WERE, AND COUNT
004708*                 IT AS NOT YET MERGED.  RECORDS AT OR BELOW
004709*                 THE MARK ARE ALREADY ON THE LOG AND SKIPPED.
004710*****************************************************************
004711        3000-TALLY-CAPTURE.
004712            PERFORM 3100-READ-MERGE-CONTROL
004713                THRU 3100-READ-MERGE-CONTROL-EXIT.
004714            OPEN INPUT ARI-ONL-FILE.
004715            IF ARI-ONLF-MISSING
004716                CLOSE ARI-ONL-FILE
004717                GO TO 3000-TALLY-CAPTURE-EXIT
004718            END-IF.
004719            IF NOT ARI-ONLF-OK
004720                DISPLAY 'AUDR0004E - UNABLE TO OPEN ONLAUD - '
004721                        'STATUS = ' ARI-ONLF-STATUS
004722                MOVE 16 TO ARI-RETURN-CODE
004723                PERFORM 9999-ABEND
004724                    THRU 9999-ABEND-EXIT
004725            END-IF.
004726            SET AUDR-ONL-AVAIL-YES TO TRUE.
004727            SET ARI-EOF-YES TO FALSE.
004728            PERFORM 3200-TALLY-ONE-CAPTURE
004729                THRU 3200-TALLY-ONE-CAPTURE-EXIT
004730                UNTIL ARI-EOF-YES.
004731            CLOSE ARI-ONL-FILE.
004732        3000-TALLY-CAPTURE-EXIT.
004733            EXIT.
004734*
004735        3100-READ-MERGE-CONTROL.
004736            OPEN INPUT ARI-MCTIN-FILE.
004737            IF ARI-MCTIN-STATUS = '35'
004738                GO TO 3100-READ-MERGE-CONTROL-EXIT
004739            END-IF.
004740            IF ARI-MCTIN-STATUS = '05'
004741                CLOSE ARI-MCTIN-FILE
004742                GO TO 3100-READ-MERGE-CONTROL-EXIT
004743            END-IF.
004744            READ ARI-MCTIN-FILE INTO ARI-MCT-RECORD
004745                AT END
004746                    CLOSE ARI-MCTIN-FILE
004747                    GO TO 3100-READ-MERGE-CONTROL-EXIT
004748            END-READ.
004749            IF ARI-MCT-LAST-STAMP NUMERIC
004750                MOVE ARI-MCT-LAST-KEY TO AUDR-MARK-KEY
004751            END-IF.
004752            CLOSE ARI-MCTIN-FILE.
004753        3100-READ-MERGE-CONTROL-EXIT.
004754            EXIT.
004755*
004756        3200-TALLY-ONE-CAPTURE.
004757            READ ARI-ONL-FILE
004758                AT END
004759                    SET ARI-EOF-YES TO TRUE
004760                    GO TO 3200-TALLY-ONE-CAPTURE-EXIT
004761            END-READ.
004762            IF ARI-ONL-KEY NOT > AUDR-MARK-KEY
004763                GO TO 3200-TALLY-ONE-CAPTURE-EXIT
004764            END-IF.
004765            MOVE ARI-ONL-AUDIT-DATA TO ARI-AUDIT-RECORD.
004766            IF ARI-AUD-RUN-DATE NUMERIC
004767                AND ARI-AUD-RUN-DATE NOT < AUDR-FROM-DATE
004768                AND ARI-AUD-RUN-DATE NOT > AUDR-TO-DATE
004769                ADD 1 TO AUDR-CNT-UNMERGED
004770            END-IF.
004771            PERFORM 2050-TALLY-RECORD
004772                THRU 2050-TALLY-RECORD-EXIT.
004773        3200-TALLY-ONE-CAPTURE-EXIT.
004774            EXIT.
004775*
004776*****************************************************************
004777*    5000-TALLY-ZDIV-TREND - COUNT ZERO-DIVIDE SUSPENSE ITEMS
004778*                 PER DAY ADDED, KEEPING THE TREND TABLE IN
004779*                 DATE ORDER BY INSERTION.
004780*****************************************************************
004781        5000-TALLY-ZDIV-TREND.
004790            READ ARI-SUS-FILE
004800                AT END
004810                    SET ARI-EOF-YES TO TRUE
006250            MOVE 'ONLINE  ' TO AUDR-IDL-ID.
006260            MOVE AUDR-CNT-ONLINE TO AUDR-IDL-COUNT.
006270            WRITE AUDR-REPORT-RECORD FROM AUDR-ID-LINE.
006271            IF AUDR-ONL-AVAIL-YES
006272                MOVE '  ONLINE - NOT YET MERGED' TO AUDR-CNT-LABEL
006273                MOVE AUDR-CNT-UNMERGED TO AUDR-CNT-COUNT
006274                WRITE AUDR-REPORT-RECORD FROM AUDR-COUNT-LINE
006275            ELSE
006276                MOVE ' ONLINE CAPTURE FILE NOT AVAILABLE THIS RUN'
006277                    TO AUDR-REPORT-RECORD
006278                WRITE AUDR-REPORT-RECORD
006279            END-IF.
006280            MOVE SPACES TO AUDR-REPORT-RECORD.
006290            WRITE AUDR-REPORT-RECORD.
006300            MOVE 'ZERO-DIVIDE REJECTS BY DAY (FROM SUSPENSE)'
006930            DISPLAY 'AUDR - BATCH            = ' AUDR-CNT-BATCH.
006940            DISPLAY 'AUDR - ONLINE           = '
006950                    AUDR-CNT-ONLINE.
006953            DISPLAY 'AUDR - ONLINE UNMERGED  = '
006956                    AUDR-CNT-UNMERGED.
006960            CLOSE ARI-AUDIT-FILE
006970                  ARI-REPORT-FILE.
006980            IF AUDR-SUS-AVAIL-YES
