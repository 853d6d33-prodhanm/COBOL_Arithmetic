000150*                HEADER AND TRAILER CONTROL RECORD PAIR OVER
000160*                THE MERGED FILE - THE DETAIL COUNT AND NUM1
000170*                HASH TOTAL ARE ACCUMULATED HERE, NOT ON A
000175*                DESK CALCULATOR.  EACH SUPPLIER FEED IS FIRST
000180*                PROVED ON ITS OWN HEADER AND TRAILER (HEADER
000185*                DATE, SOURCE SYSTEM, DETAIL COUNT AND NUM1
000190*                HASH); A FEED THAT FAILS ITS PROOF IS COPIED
000195*                UNMERGED TO THE QUARANTINE DATASET AND LISTED
000200*                AS AN EXCEPTION, AND THE PROVED FEEDS AND THE
000205*                RECYCLE FILE STILL BUILD THE EXTRACT.  THE
000210*                PROVED FEEDS' OWN CONTROL RECORDS ARE DROPPED
000215*                (AND COUNTED) ON THE MERGE - THIS PROGRAM OWNS
000220*                THE CONTROL RECORDS OF THE FILE IT CUTS.
000225*                WRITES EITHER THE CLASSIC ARITRN OR THE
000230*                SIGNED-DECIMAL ARITRD LAYOUT PER THE ARIPRM
000235*                LAYOUT INDICATOR, AND PRODUCES ITS OWN
000240*                BALANCING REPORT OF RECORDS IN PER FEED
000250*                AGAINST DETAILS OUT.
000260*
000316*                    LATE EXTRACT CAN BE BUILT AND PROCESSED
000318*                    THE NEXT MORNING UNDER ITS OWN BUSINESS
000319*                    DATE.
000320* 2026-10-15 MDH    EACH SUPPLIER FEED IS NOW PROVED ON ITS OWN
000321*                    HEADER/TRAILER BEFORE IT IS MERGED.  A
000322*                    TRUNCATED, DOUBLED OR WRONG-DAY FEED GOES
000323*                    TO THE NEW QUAROUT QUARANTINE DATASET WITH
000324*                    AN EXCEPTION LINE ON THE BALANCING REPORT
000325*                    (RC=4); THE REST OF THE NIGHT STILL BUILDS.
000326*                    RC=8 WHEN NO SUPPLIED FEED PROVED AT ALL.
000327*****************************************************************
000330        ENVIRONMENT DIVISION.
000340        CONFIGURATION SECTION.
000350        INPUT-OUTPUT SECTION.
000540                ASSIGN TO TRANSOUT
000550                ORGANIZATION IS SEQUENTIAL
000560                FILE STATUS IS ARI-TRANS-STATUS.
000562            SELECT ARI-QUAR-FILE
000564                ASSIGN TO QUAROUT
000566                ORGANIZATION IS SEQUENTIAL
000568                FILE STATUS IS ARI-QUAR-STATUS.
000570            SELECT ARI-REPORT-FILE
000580                ASSIGN TO RPTOUT
000590                ORGANIZATION IS SEQUENTIAL
000910        COPY ARITRN.
000920        COPY ARITRD.
000930*
000931        FD  ARI-QUAR-FILE
000932            RECORDING MODE IS F
000933            LABEL RECORDS ARE STANDARD.
000934        01  EXTB-QUAR-RECORD             PIC X(80).
000935*
000940        FD  ARI-REPORT-FILE
000950            RECORDING MODE IS F
000960            LABEL RECORDS ARE STANDARD.
001180            88  ARI-RECYCLE-MISSING      VALUE '05' '35'.
001190        77  ARI-TRANS-STATUS             PIC X(02) VALUE SPACES.
001200            88  ARI-TRANS-OK             VALUE '00'.
001203        77  ARI-QUAR-STATUS              PIC X(02) VALUE SPACES.
001206            88  ARI-QUAR-OK              VALUE '00'.
001210        77  ARI-REPORT-STATUS            PIC X(02) VALUE SPACES.
001220            88  ARI-REPORT-OK            VALUE '00'.
001230        77  ARI-PARM-STATUS              PIC X(02) VALUE SPACES.
001400                88  EXTB-RECYC-AVAIL-YES VALUE 'Y'.
001410*
001420*****************************************************************
001421*    TRANSACTION WORK FIELDS - THE RECORD TYPE AND CONTROL
001422*    RECORD FIELDS OF A FEED RECORD ARE COPIED HERE FROM
001423*    WHICHEVER LAYOUT THE PARM CARD SELECTED SO THE FEED PROOF
001424*    IS LAYOUT-INDEPENDENT (SAME APPROACH AS THE ENGINES'
001425*    2105-CLASSIFY-RECORD).
001426*****************************************************************
001427        01  ARI-TRANS-WORK.
001428            05  ARI-WORK-REC-TYPE        PIC X(01).
001429                88  ARI-WORK-HEADER      VALUE 'H'.
001430                88  ARI-WORK-DETAIL      VALUE 'D' SPACE.
001431                88  ARI-WORK-TRAILER     VALUE 'T'.
001432            05  ARI-WORK-EXTRACT-DATE    PIC X(08).
001433            05  ARI-WORK-EXTRACT-SYSTEM  PIC X(08).
001434*
001435*****************************************************************
001436*    COUNTERS AND CONTROL TOTALS.  THE NUM1 HASH IS BUILT THE
001440*    SAME WAY THE ENGINES PROVE IT - A NON-NUMERIC NUM1 IS
001450*    LEFT OUT OF THE TOTAL ON BOTH SIDES.
001460*****************************************************************
001560                                          VALUE ZERO.
001570        77  EXTB-DETAIL-COUNT            PIC 9(07) COMP
001580                                          VALUE ZERO.
001583        77  EXTB-QUAR-COUNT              PIC 9(07) COMP
001586                                          VALUE ZERO.
001590        77  ARI-HASH-NUM1                PIC S9(13)V99 COMP
001600                                          VALUE ZERO.
001610        77  EXTB-NEXT-SEQ                PIC 9(06) VALUE ZERO.
001611*
001612*****************************************************************
001613*    FEED PROOF TABLE - ONE ENTRY PER SUPPLIER FEED, BUILT ON A
001614*    FIRST PASS OVER THE FEED FROM ITS OWN CONTROL RECORDS
001615*    BEFORE ANY OF ITS DETAILS ARE MERGED.  THE FIRST FAILURE
001616*    FOUND IS THE REASON PRINTED ON THE EXCEPTION LINE.
001617*****************************************************************
001618        01  EXTB-PROOF-TABLE.
001619            05  EXTB-PRF-ENTRY OCCURS 3.
001620                10  EXTB-PRF-STATE       PIC X(01).
001621                    88  EXTB-PRF-ABSENT  VALUE SPACE.
001622                    88  EXTB-PRF-EMPTY   VALUE 'E'.
001623                    88  EXTB-PRF-PROVED  VALUE 'P'.
001624                    88  EXTB-PRF-QUARANTINED
001625                                         VALUE 'Q'.
001626                10  EXTB-PRF-RECS        PIC 9(07) COMP.
001627                10  EXTB-PRF-HEADERS     PIC 9(03) COMP.
001628                10  EXTB-PRF-TRAILERS    PIC 9(03) COMP.
001629                10  EXTB-PRF-DETAILS     PIC 9(07) COMP.
001630                10  EXTB-PRF-HASH        PIC S9(13)V99 COMP.
001631                10  EXTB-PRF-HDR-DATE    PIC X(08).
001632                10  EXTB-PRF-HDR-SYSTEM  PIC X(08).
001633                10  EXTB-PRF-TRL-COUNT   PIC 9(07) COMP.
001634                10  EXTB-PRF-TRL-HASH    PIC S9(13)V99 COMP.
001635                10  EXTB-PRF-REASON      PIC X(30).
001636        77  EXTB-FEED-SUB                PIC 9(03) COMP
001637                                          VALUE ZERO.
001638        77  EXTB-CHK-SUB                 PIC 9(03) COMP
001639                                          VALUE ZERO.
001640        77  EXTB-FEEDS-PROVED            PIC 9(03) COMP
001641                                          VALUE ZERO.
001642        77  EXTB-FEEDS-QUARANTINED       PIC 9(03) COMP
001643                                          VALUE ZERO.
001644*
001645*****************************************************************
001646*    RUN IDENTIFICATION
001650*****************************************************************
001660        77  ARI-RUN-DATE                 PIC 9(08) VALUE ZERO.
001662        77  ARI-PROC-DATE                PIC 9(08) VALUE ZERO.
001880            05  EXTB-HASH-VALUE
001890                PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001900            05  FILLER                   PIC X(26) VALUE SPACES.
001901        01  EXTB-FEED-LINE.
001902            05  FILLER                   PIC X(06)
001903                VALUE ' FEED '.
001904            05  EXTB-FDL-FEED            PIC 9(01).
001905            05  FILLER                   PIC X(01) VALUE SPACE.
001906            05  EXTB-FDL-SYSTEM          PIC X(08).
001907            05  EXTB-FDL-STATE           PIC X(15).
001908            05  EXTB-FDL-REASON          PIC X(30).
001909            05  FILLER                   PIC X(19) VALUE SPACES.
001910*
001920*****************************************************************
001930*    RETURN CODE
002000        0000-MAIN-PROCESS.
002010            PERFORM 1000-INITIALIZE
002020                THRU 1000-INITIALIZE-EXIT.
002022            PERFORM 2000-PROVE-FEEDS
002024                THRU 2000-PROVE-FEEDS-EXIT.
002026            SET ARI-EOF-YES TO FALSE.
002030            PERFORM 2100-COPY-FEED1
002040                THRU 2100-COPY-FEED1-EXIT
002050                UNTIL ARI-EOF-YES.
002910                PERFORM 9999-ABEND
002920                    THRU 9999-ABEND-EXIT
002930            END-IF.
002931            OPEN OUTPUT ARI-QUAR-FILE.
002932            IF NOT ARI-QUAR-OK
002933                DISPLAY 'EXTB0008E - UNABLE TO OPEN QUAROUT - '
002934                        'STATUS = ' ARI-QUAR-STATUS
002935                MOVE 16 TO ARI-RETURN-CODE
002936                PERFORM 9999-ABEND
002937                    THRU 9999-ABEND-EXIT
002938            END-IF.
002940            OPEN OUTPUT ARI-REPORT-FILE.
002950            IF NOT ARI-REPORT-OK
002960                DISPLAY 'EXTB0006E - UNABLE TO OPEN RPTOUT - '
003022            IF ARI-PROC-DATE = ZERO
003024                MOVE ARI-RUN-DATE TO ARI-PROC-DATE
003026            END-IF.
003028            INITIALIZE EXTB-PROOF-TABLE.
003030            PERFORM 1500-WRITE-HEADER
003040                THRU 1500-WRITE-HEADER-EXIT.
003050        1000-INITIALIZE-EXIT.
003650            EXIT.
003660*
003670*****************************************************************
003671*    2000-PROVE-FEEDS - FIRST PASS OVER EACH SUPPLIER FEED.
003672*                 EVERY RECORD IS TALLIED AGAINST THE FEED'S
003673*                 OWN HEADER AND TRAILER, THE FEED IS JUDGED
003674*                 PROVED OR QUARANTINED, AND IT IS REOPENED
003675*                 SO THE COPY PASS CAN ROUTE IT ACCORDINGLY.
003676*                 THE RECYCLE FILE IS DETAIL RECORDS ONLY AND
003677*                 WAS PROVED WHEN SUSX CUT IT, SO IT IS NOT
003678*                 PASSED HERE.
003679*****************************************************************
003680        2000-PROVE-FEEDS.
003681            MOVE 1 TO EXTB-FEED-SUB.
003682            SET ARI-EOF-YES TO FALSE.
003683            PERFORM 2010-PROVE-FEED1
003684                THRU 2010-PROVE-FEED1-EXIT
003685                UNTIL ARI-EOF-YES.
003686            CLOSE ARI-FEED1-FILE.
003687            OPEN INPUT ARI-FEED1-FILE.
003688            IF NOT ARI-FEED1-OK
003689                DISPLAY 'EXTB0001E - UNABLE TO OPEN FEEDIN1 - '
003690                        'STATUS = ' ARI-FEED1-STATUS
003691                MOVE 16 TO ARI-RETURN-CODE
003692                PERFORM 9999-ABEND
003693                    THRU 9999-ABEND-EXIT
003694            END-IF.
003695            PERFORM 2050-JUDGE-FEED
003696                THRU 2050-JUDGE-FEED-EXIT.
003697            IF EXTB-FEED2-AVAIL-YES
003698                MOVE 2 TO EXTB-FEED-SUB
003699                SET ARI-EOF-YES TO FALSE
003700                PERFORM 2020-PROVE-FEED2
003701                    THRU 2020-PROVE-FEED2-EXIT
003702                    UNTIL ARI-EOF-YES
003703                CLOSE ARI-FEED2-FILE
003704                OPEN INPUT ARI-FEED2-FILE
003705                IF NOT ARI-FEED2-OK
003706                    DISPLAY 'EXTB0002E - UNABLE TO OPEN '
003707                            'FEEDIN2 - STATUS = '
003708                            ARI-FEED2-STATUS
003709                    MOVE 16 TO ARI-RETURN-CODE
003710                    PERFORM 9999-ABEND
003711                        THRU 9999-ABEND-EXIT
003712                END-IF
003713                PERFORM 2050-JUDGE-FEED
003714                    THRU 2050-JUDGE-FEED-EXIT
003715            END-IF.
003716            IF EXTB-FEED3-AVAIL-YES
003717                MOVE 3 TO EXTB-FEED-SUB
003718                SET ARI-EOF-YES TO FALSE
003719                PERFORM 2030-PROVE-FEED3
003720                    THRU 2030-PROVE-FEED3-EXIT
003721                    UNTIL ARI-EOF-YES
003722                CLOSE ARI-FEED3-FILE
003723                OPEN INPUT ARI-FEED3-FILE
003724                IF NOT ARI-FEED3-OK
003725                    DISPLAY 'EXTB0003E - UNABLE TO OPEN '
003726                            'FEEDIN3 - STATUS = '
003727                            ARI-FEED3-STATUS
003728                    MOVE 16 TO ARI-RETURN-CODE
003729                    PERFORM 9999-ABEND
003730                        THRU 9999-ABEND-EXIT
003731                END-IF
003732                PERFORM 2050-JUDGE-FEED
003733                    THRU 2050-JUDGE-FEED-EXIT
003734            END-IF.
003735        2000-PROVE-FEEDS-EXIT.
003736            EXIT.
003737*
003738        2010-PROVE-FEED1.
003739            READ ARI-FEED1-FILE
003740                AT END
003741                    SET ARI-EOF-YES TO TRUE
003742                    GO TO 2010-PROVE-FEED1-EXIT
003743            END-READ.
003744            MOVE EXTB-FEED1-RECORD TO ARI-TRANS-RECORD.
003745            PERFORM 2040-TALLY-FEED-RECORD
003746                THRU 2040-TALLY-FEED-RECORD-EXIT.
003747        2010-PROVE-FEED1-EXIT.
003748            EXIT.
003749*
003750        2020-PROVE-FEED2.
003751            READ ARI-FEED2-FILE
003752                AT END
003753                    SET ARI-EOF-YES TO TRUE
003754                    GO TO 2020-PROVE-FEED2-EXIT
003755            END-READ.
003756            MOVE EXTB-FEED2-RECORD TO ARI-TRANS-RECORD.
003757            PERFORM 2040-TALLY-FEED-RECORD
003758                THRU 2040-TALLY-FEED-RECORD-EXIT.
003759        2020-PROVE-FEED2-EXIT.
003760            EXIT.
003761*
003762        2030-PROVE-FEED3.
003763            READ ARI-FEED3-FILE
003764                AT END
003765                    SET ARI-EOF-YES TO TRUE
003766                    GO TO 2030-PROVE-FEED3-EXIT
003767            END-READ.
003768            MOVE EXTB-FEED3-RECORD TO ARI-TRANS-RECORD.
003769            PERFORM 2040-TALLY-FEED-RECORD
003770                THRU 2040-TALLY-FEED-RECORD-EXIT.
003771        2030-PROVE-FEED3-EXIT.
003772            EXIT.
003773*
003774*****************************************************************
003775*    2040-TALLY-FEED-RECORD - THE FEED RECORD IS SITTING IN THE
003776*                 OUTPUT RECORD AREA (BOTH LAYOUTS SHARE IT).
003777*                 APPLY THE SAME ORDERING RULES THE ENGINES
003778*                 APPLY TO THE MERGED EXTRACT - ONE HEADER,
003779*                 FIRST; ONE TRAILER, LAST - AND ACCUMULATE
003780*                 THE DETAIL COUNT AND NUM1 HASH THE FEED'S
003781*                 TRAILER MUST PROVE.
003782*****************************************************************
003783        2040-TALLY-FEED-RECORD.
003784            ADD 1 TO EXTB-PRF-RECS (EXTB-FEED-SUB).
003785            IF ARI-SIGNED-YES
003786                MOVE ARI-TRAND-REC-TYPE TO ARI-WORK-REC-TYPE
003787            ELSE
003788                MOVE ARI-TRANS-REC-TYPE TO ARI-WORK-REC-TYPE
003789            END-IF.
003790            IF ARI-WORK-HEADER
003791                PERFORM 2041-TALLY-HEADER
003792                    THRU 2041-TALLY-HEADER-EXIT
003793                GO TO 2040-TALLY-FEED-RECORD-EXIT
003794            END-IF.
003795            IF ARI-WORK-TRAILER
003796                PERFORM 2042-TALLY-TRAILER
003797                    THRU 2042-TALLY-TRAILER-EXIT
003798                GO TO 2040-TALLY-FEED-RECORD-EXIT
003799            END-IF.
003800            IF EXTB-PRF-TRAILERS (EXTB-FEED-SUB) > ZERO
003801                AND EXTB-PRF-REASON (EXTB-FEED-SUB) = SPACES
003802                MOVE 'DETAIL AFTER TRAILER'
003803                    TO EXTB-PRF-REASON (EXTB-FEED-SUB)
003804            END-IF.
003805            ADD 1 TO EXTB-PRF-DETAILS (EXTB-FEED-SUB).
003806            IF ARI-SIGNED-YES
003807                IF ARI-TRAND-NUM1 NUMERIC
003808                    ADD ARI-TRAND-NUM1
003809                        TO EXTB-PRF-HASH (EXTB-FEED-SUB)
003810                END-IF
003811            ELSE
003812                IF ARI-NUM1 NUMERIC
003813                    ADD ARI-NUM1
003814                        TO EXTB-PRF-HASH (EXTB-FEED-SUB)
003815                END-IF
003816            END-IF.
003817        2040-TALLY-FEED-RECORD-EXIT.
003818            EXIT.
003819*
003820*****************************************************************
003821*    2041-TALLY-HEADER - A SECOND HEADER IS THE MARK OF A
003822*                 DOUBLED FEED; A HEADER AFTER ANY OTHER RECORD
003823*                 IS OUT OF PLACE.  THE FIRST HEADER'S DATE
003824*                 AND SOURCE SYSTEM ARE KEPT FOR THE JUDGEMENT.
003825*****************************************************************
003826        2041-TALLY-HEADER.
003827            ADD 1 TO EXTB-PRF-HEADERS (EXTB-FEED-SUB).
003828            IF EXTB-PRF-REASON (EXTB-FEED-SUB) NOT = SPACES
003829                GO TO 2041-TALLY-HEADER-EXIT
003830            END-IF.
003831            IF EXTB-PRF-HEADERS (EXTB-FEED-SUB) > 1
003832                MOVE 'DUPLICATE HEADER RECORD'
003833                    TO EXTB-PRF-REASON (EXTB-FEED-SUB)
003834                GO TO 2041-TALLY-HEADER-EXIT
003835            END-IF.
003836            IF EXTB-PRF-RECS (EXTB-FEED-SUB) > 1
003837                MOVE 'HEADER NOT FIRST RECORD'
003838                    TO EXTB-PRF-REASON (EXTB-FEED-SUB)
003839                GO TO 2041-TALLY-HEADER-EXIT
003840            END-IF.
003841            IF ARI-SIGNED-YES
003842                MOVE ARI-TRAND-EXTRACT-DATE
003843                    TO ARI-WORK-EXTRACT-DATE
003844                MOVE ARI-TRAND-EXTRACT-SYSTEM
003845                    TO ARI-WORK-EXTRACT-SYSTEM
003846            ELSE
003847                MOVE ARI-HDR-EXTRACT-DATE
003848                    TO ARI-WORK-EXTRACT-DATE
003849                MOVE ARI-HDR-EXTRACT-SYSTEM
003850                    TO ARI-WORK-EXTRACT-SYSTEM
003851            END-IF.
003852            MOVE ARI-WORK-EXTRACT-DATE
003853                TO EXTB-PRF-HDR-DATE (EXTB-FEED-SUB).
003854            MOVE ARI-WORK-EXTRACT-SYSTEM
003855                TO EXTB-PRF-HDR-SYSTEM (EXTB-FEED-SUB).
003856        2041-TALLY-HEADER-EXIT.
003857            EXIT.
003858*
003859*****************************************************************
003860*    2042-TALLY-TRAILER - KEEP THE TRAILER'S DETAIL COUNT AND
003861*                 NUM1 HASH FOR THE JUDGEMENT.  A TRAILER
003862*                 AHEAD OF THE HEADER, A SECOND TRAILER OR
003863*                 NON-NUMERIC CONTROL TOTALS FAIL THE FEED.
003864*****************************************************************
003865        2042-TALLY-TRAILER.
003866            ADD 1 TO EXTB-PRF-TRAILERS (EXTB-FEED-SUB).
003867            IF EXTB-PRF-REASON (EXTB-FEED-SUB) NOT = SPACES
003868                GO TO 2042-TALLY-TRAILER-EXIT
003869            END-IF.
003870            IF EXTB-PRF-HEADERS (EXTB-FEED-SUB) = ZERO
003871                MOVE 'TRAILER BEFORE HEADER'
003872                    TO EXTB-PRF-REASON (EXTB-FEED-SUB)
003873                GO TO 2042-TALLY-TRAILER-EXIT
003874            END-IF.
003875            IF EXTB-PRF-TRAILERS (EXTB-FEED-SUB) > 1
003876                MOVE 'DUPLICATE TRAILER RECORD'
003877                    TO EXTB-PRF-REASON (EXTB-FEED-SUB)
003878                GO TO 2042-TALLY-TRAILER-EXIT
003879            END-IF.
003880            IF ARI-SIGNED-YES
003881                IF ARI-TRAND-DETAIL-COUNT NOT NUMERIC
003882                    OR ARI-TRAND-HASH-NUM1 NOT NUMERIC
003883                    MOVE 'TRAILER TOTALS NOT NUMERIC'
003884                        TO EXTB-PRF-REASON (EXTB-FEED-SUB)
003885                    GO TO 2042-TALLY-TRAILER-EXIT
003886                END-IF
003887                MOVE ARI-TRAND-DETAIL-COUNT
003888                    TO EXTB-PRF-TRL-COUNT (EXTB-FEED-SUB)
003889                MOVE ARI-TRAND-HASH-NUM1
003890                    TO EXTB-PRF-TRL-HASH (EXTB-FEED-SUB)
003891            ELSE
003892                IF ARI-TRL-DETAIL-COUNT NOT NUMERIC
003893                    OR ARI-TRL-HASH-NUM1 NOT NUMERIC
003894                    MOVE 'TRAILER TOTALS NOT NUMERIC'
003895                        TO EXTB-PRF-REASON (EXTB-FEED-SUB)
003896                    GO TO 2042-TALLY-TRAILER-EXIT
003897                END-IF
003898                MOVE ARI-TRL-DETAIL-COUNT
003899                    TO EXTB-PRF-TRL-COUNT (EXTB-FEED-SUB)
003900                MOVE ARI-TRL-HASH-NUM1
003901                    TO EXTB-PRF-TRL-HASH (EXTB-FEED-SUB)
003902            END-IF.
003903        2042-TALLY-TRAILER-EXIT.
003904            EXIT.
003905*
003906*****************************************************************
003907*    2050-JUDGE-FEED - THE FEED HAS BEEN PASSED ONCE.  AN EMPTY
003908*                 FEED (NOTHING SENT TONIGHT) IS NEITHER PROVED
003909*                 NOR QUARANTINED.  OTHERWISE THE HEADER MUST
003910*                 CARRY TONIGHT'S PROCESS DATE AND A SOURCE
003911*                 SYSTEM NOT ALREADY PROVED ON ANOTHER FEED (THE
003912*                 SAME FILE SENT TWICE), AND THE TRAILER MUST
003913*                 PROVE THE DETAIL COUNT AND NUM1 HASH ACTUALLY
003914*                 READ.  THE FIRST FAILURE QUARANTINES THE FEED.
003915*****************************************************************
003916        2050-JUDGE-FEED.
003917            IF EXTB-PRF-RECS (EXTB-FEED-SUB) = ZERO
003918                SET EXTB-PRF-EMPTY (EXTB-FEED-SUB) TO TRUE
003919                GO TO 2050-JUDGE-FEED-EXIT
003920            END-IF.
003921            PERFORM 2060-CHECK-FEED-TOTALS
003922                THRU 2060-CHECK-FEED-TOTALS-EXIT.
003923            IF EXTB-PRF-REASON (EXTB-FEED-SUB) = SPACES
003924                SET EXTB-PRF-PROVED (EXTB-FEED-SUB) TO TRUE
003925                ADD 1 TO EXTB-FEEDS-PROVED
003926                MOVE EXTB-FEED-SUB TO EXTB-FDL-FEED
003927                DISPLAY 'EXTB0010I - FEED ' EXTB-FDL-FEED
003928                        ' PROVED - SYSTEM = '
003929                        EXTB-PRF-HDR-SYSTEM (EXTB-FEED-SUB)
003930                        ' COUNT = '
003931                        EXTB-PRF-DETAILS (EXTB-FEED-SUB)
003932            ELSE
003933                SET EXTB-PRF-QUARANTINED (EXTB-FEED-SUB) TO TRUE
003934                ADD 1 TO EXTB-FEEDS-QUARANTINED
003935                MOVE EXTB-FEED-SUB TO EXTB-FDL-FEED
003936                DISPLAY 'EXTB0011W - FEED ' EXTB-FDL-FEED
003937                        ' QUARANTINED - '
003938                        EXTB-PRF-REASON (EXTB-FEED-SUB)
003939                IF ARI-RETURN-CODE < 4
003940                    MOVE 4 TO ARI-RETURN-CODE
003941                END-IF
003942            END-IF.
003943        2050-JUDGE-FEED-EXIT.
003944            EXIT.
003945*
003946        2060-CHECK-FEED-TOTALS.
003947            IF EXTB-PRF-REASON (EXTB-FEED-SUB) NOT = SPACES
003948                GO TO 2060-CHECK-FEED-TOTALS-EXIT
003949            END-IF.
003950            IF EXTB-PRF-HEADERS (EXTB-FEED-SUB) = ZERO
003951                MOVE 'HEADER RECORD MISSING'
003952                    TO EXTB-PRF-REASON (EXTB-FEED-SUB)
003953                GO TO 2060-CHECK-FEED-TOTALS-EXIT
003954            END-IF.
003955            MOVE EXTB-PRF-HDR-DATE (EXTB-FEED-SUB)
003956                TO ARI-WORK-EXTRACT-DATE.
003957            IF ARI-WORK-EXTRACT-DATE NOT NUMERIC
003958                OR ARI-WORK-EXTRACT-DATE NOT = ARI-PROC-DATE
003959                MOVE 'HEADER DATE NOT PROCESS DATE'
003960                    TO EXTB-PRF-REASON (EXTB-FEED-SUB)
003961                GO TO 2060-CHECK-FEED-TOTALS-EXIT
003962            END-IF.
003963            IF EXTB-PRF-HDR-SYSTEM (EXTB-FEED-SUB) = SPACES
003964                MOVE 'HEADER SOURCE SYSTEM MISSING'
003965                    TO EXTB-PRF-REASON (EXTB-FEED-SUB)
003966                GO TO 2060-CHECK-FEED-TOTALS-EXIT
003967            END-IF.
003968            PERFORM 2070-CHECK-DUP-SYSTEM
003969                THRU 2070-CHECK-DUP-SYSTEM-EXIT
003970                VARYING EXTB-CHK-SUB FROM 1 BY 1
003971                UNTIL EXTB-CHK-SUB NOT < EXTB-FEED-SUB.
003972            IF EXTB-PRF-REASON (EXTB-FEED-SUB) NOT = SPACES
003973                GO TO 2060-CHECK-FEED-TOTALS-EXIT
003974            END-IF.
003975            IF EXTB-PRF-TRAILERS (EXTB-FEED-SUB) = ZERO
003976                MOVE 'TRAILER RECORD MISSING'
003977                    TO EXTB-PRF-REASON (EXTB-FEED-SUB)
003978                GO TO 2060-CHECK-FEED-TOTALS-EXIT
003979            END-IF.
003980            IF EXTB-PRF-TRL-COUNT (EXTB-FEED-SUB)
003981                NOT = EXTB-PRF-DETAILS (EXTB-FEED-SUB)
003982                MOVE 'TRAILER COUNT MISMATCH'
003983                    TO EXTB-PRF-REASON (EXTB-FEED-SUB)
003984                GO TO 2060-CHECK-FEED-TOTALS-EXIT
003985            END-IF.
003986            IF EXTB-PRF-TRL-HASH (EXTB-FEED-SUB)
003987                NOT = EXTB-PRF-HASH (EXTB-FEED-SUB)
003988                MOVE 'TRAILER HASH MISMATCH'
003989                    TO EXTB-PRF-REASON (EXTB-FEED-SUB)
003990            END-IF.
003991        2060-CHECK-FEED-TOTALS-EXIT.
003992            EXIT.
003993*
003994        2070-CHECK-DUP-SYSTEM.
003995            IF EXTB-PRF-PROVED (EXTB-CHK-SUB)
003996                AND EXTB-PRF-HDR-SYSTEM (EXTB-CHK-SUB)
003997                    = EXTB-PRF-HDR-SYSTEM (EXTB-FEED-SUB)
003998                MOVE 'SOURCE SYSTEM ALREADY MERGED'
003999                    TO EXTB-PRF-REASON (EXTB-FEED-SUB)
004000            END-IF.
004001        2070-CHECK-DUP-SYSTEM-EXIT.
004002            EXIT.
004003*
004004*****************************************************************
004005*    2100-COPY-FEED1 - COPY ONE RECORD OF THE FIRST SOURCE
004006*                 FEED INTO THE MERGED EXTRACT.  THE FEEDS AND
004007*                 THE RECYCLE FILE ALL PASS THROUGH THE COMMON
004008*                 2500-WRITE-DETAIL, WHICH RENUMBERS, HASHES
004009*                 AND DROPS THE FEED'S OWN CONTROL RECORDS.  A
004010*                 FEED THAT FAILED ITS PROOF GOES TO 2600-
004011*                 QUARANTINE-RECORD INSTEAD.
004012*****************************************************************
004013        2100-COPY-FEED1.
004014            READ ARI-FEED1-FILE
004015                AT END
004016                    SET ARI-EOF-YES TO TRUE
004017                    GO TO 2100-COPY-FEED1-EXIT
004018            END-READ.
004019            ADD 1 TO EXTB-FEED1-IN.
004020            IF ARI-SIGNED-YES
004021                MOVE EXTB-FEED1-RECORD TO ARI-TRAND-RECORD
004022            ELSE
004023                MOVE EXTB-FEED1-RECORD TO ARI-TRANS-RECORD
004024            END-IF.
004025            MOVE 1 TO EXTB-FEED-SUB.
004026            IF EXTB-PRF-QUARANTINED (EXTB-FEED-SUB)
004027                PERFORM 2600-QUARANTINE-RECORD
004028                    THRU 2600-QUARANTINE-RECORD-EXIT
004029            ELSE
004030                PERFORM 2500-WRITE-DETAIL
004031                    THRU 2500-WRITE-DETAIL-EXIT
004032            END-IF.
004033        2100-COPY-FEED1-EXIT.
004034            EXIT.
004035*
004036        2200-COPY-FEED2.
004037            READ ARI-FEED2-FILE
004038                AT END
004039                    SET ARI-EOF-YES TO TRUE
004040                    GO TO 2200-COPY-FEED2-EXIT
004041            END-READ.
004042            ADD 1 TO EXTB-FEED2-IN.
004043            IF ARI-SIGNED-YES
004044                MOVE EXTB-FEED2-RECORD TO ARI-TRAND-RECORD
004045            ELSE
004046                MOVE EXTB-FEED2-RECORD TO ARI-TRANS-RECORD
004047            END-IF.
004048            MOVE 2 TO EXTB-FEED-SUB.
004049            IF EXTB-PRF-QUARANTINED (EXTB-FEED-SUB)
004050                PERFORM 2600-QUARANTINE-RECORD
004051                    THRU 2600-QUARANTINE-RECORD-EXIT
004052            ELSE
004053                PERFORM 2500-WRITE-DETAIL
004054                    THRU 2500-WRITE-DETAIL-EXIT
004055            END-IF.
004056        2200-COPY-FEED2-EXIT.
004060            EXIT.
004070*
004080        2300-COPY-FEED3.
004170            ELSE
004180                MOVE EXTB-FEED3-RECORD TO ARI-TRANS-RECORD
004190            END-IF.
004193            MOVE 3 TO EXTB-FEED-SUB.
004196            IF EXTB-PRF-QUARANTINED (EXTB-FEED-SUB)
004199                PERFORM 2600-QUARANTINE-RECORD
004202                    THRU 2600-QUARANTINE-RECORD-EXIT
004205            ELSE
004208                PERFORM 2500-WRITE-DETAIL
004211                    THRU 2500-WRITE-DETAIL-EXIT
004214            END-IF.
004220        2300-COPY-FEED3-EXIT.
004230            EXIT.
004240*
005020            EXIT.
005030*
005040*****************************************************************
005041*    2600-QUARANTINE-RECORD - A RECORD OF A FEED THAT FAILED
005042*                 ITS PROOF IS COPIED UNALTERED (CONTROL
005043*                 RECORDS INCLUDED, ORIGINAL SEQUENCE NUMBERS
005044*                 KEPT) TO THE QUARANTINE DATASET, SO THE FEED
005045*                 CAN BE INVESTIGATED WITH THE SUPPLIER AND
005046*                 RESUBMITTED ONCE IT IS RECUT.
005047*****************************************************************
005048        2600-QUARANTINE-RECORD.
005049            WRITE EXTB-QUAR-RECORD FROM ARI-TRANS-RECORD.
005050            IF NOT ARI-QUAR-OK
005051                DISPLAY 'EXTB0009E - QUAROUT WRITE FAILED - '
005052                        'STATUS = ' ARI-QUAR-STATUS
005053                MOVE 16 TO ARI-RETURN-CODE
005054                PERFORM 9999-ABEND
005055                    THRU 9999-ABEND-EXIT
005056            END-IF.
005057            ADD 1 TO EXTB-QUAR-COUNT.
005058        2600-QUARANTINE-RECORD-EXIT.
005059            EXIT.
005060*
005061*****************************************************************
005062*    3000-TERMINATE - CUT THE TRAILER CONTROL RECORD OVER THE
005063*                 MERGED DETAILS, PRINT THE BALANCING REPORT
005065*                 AND CLOSE THE FILES.  WHEN FEEDS WERE SENT
005067*                 BUT NONE OF THEM PROVED, THE EXTRACT HOLDS
005069*                 NO SUPPLIER WORK AT ALL - THE STEP ENDS RC=8
005071*                 SO THE ENGINES DO NOT REGISTER THE NIGHT AS
005073*                 RUN AGAINST A RECYCLE-ONLY FILE.
005080*****************************************************************
005090        3000-TERMINATE.
005100            PERFORM 3100-WRITE-TRAILER
005110                THRU 3100-WRITE-TRAILER-EXIT.
005111            IF EXTB-FEEDS-QUARANTINED > ZERO
005112                AND EXTB-FEEDS-PROVED = ZERO
005113                DISPLAY 'EXTB0012E - NO SUPPLIER FEED PROVED - '
005114                        'EXTRACT HOLDS NO SUPPLIER DETAILS'
005115                MOVE 8 TO ARI-RETURN-CODE
005116            END-IF.
005120            PERFORM 3200-WRITE-REPORT
005130                THRU 3200-WRITE-REPORT-EXIT.
005140            CLOSE ARI-FEED1-FILE
005150                  ARI-TRANS-FILE
005155                  ARI-QUAR-FILE
005160                  ARI-REPORT-FILE.
005170            IF EXTB-FEED2-AVAIL-YES
005180                CLOSE ARI-FEED2-FILE
005600        3200-WRITE-REPORT.
005610            MOVE ARI-PROC-DATE TO EXTB-HDG-DATE.
005620            WRITE EXTB-REPORT-RECORD FROM EXTB-RPT-HEADING.
005622            PERFORM 3210-WRITE-FEED-LINE
005624                THRU 3210-WRITE-FEED-LINE-EXIT
005626                VARYING EXTB-FEED-SUB FROM 1 BY 1
005628                UNTIL EXTB-FEED-SUB > 3.
005630            MOVE 'RECORDS READ - FEED 1' TO EXTB-CNT-LABEL.
005640            MOVE EXTB-FEED1-IN TO EXTB-CNT-COUNT.
005650            WRITE EXTB-REPORT-RECORD FROM EXTB-COUNT-LINE.
005750            MOVE 'CONTROL RECORDS DROPPED' TO EXTB-CNT-LABEL.
005760            MOVE EXTB-CTL-DROPPED TO EXTB-CNT-COUNT.
005770            WRITE EXTB-REPORT-RECORD FROM EXTB-COUNT-LINE.
005772            MOVE 'RECORDS QUARANTINED' TO EXTB-CNT-LABEL.
005774            MOVE EXTB-QUAR-COUNT TO EXTB-CNT-COUNT.
005776            WRITE EXTB-REPORT-RECORD FROM EXTB-COUNT-LINE.
005780            MOVE 'DETAILS WRITTEN' TO EXTB-CNT-LABEL.
005790            MOVE EXTB-DETAIL-COUNT TO EXTB-CNT-COUNT.
005800            WRITE EXTB-REPORT-RECORD FROM EXTB-COUNT-LINE.
005810            MOVE 'TRAILER NUM1 HASH' TO EXTB-HASH-LABEL.
005820            MOVE ARI-HASH-NUM1 TO EXTB-HASH-VALUE.
005830            WRITE EXTB-REPORT-RECORD FROM EXTB-HASH-LINE.
005831            IF EXTB-FEEDS-QUARANTINED > ZERO
005832                MOVE ' FEEDS QUARANTINED - SEE QUAROUT DATASET'
005833                    TO EXTB-REPORT-RECORD
005834                WRITE EXTB-REPORT-RECORD
005835            END-IF.
005840            DISPLAY 'EXTB - FEED 1 READ      = ' EXTB-FEED1-IN.
005850            DISPLAY 'EXTB - FEED 2 READ      = ' EXTB-FEED2-IN.
005860            DISPLAY 'EXTB - FEED 3 READ      = ' EXTB-FEED3-IN.
005870            DISPLAY 'EXTB - RECYCLE READ     = ' EXTB-RECYC-IN.
005880            DISPLAY 'EXTB - CONTROL DROPPED  = '
005890                    EXTB-CTL-DROPPED.
005893            DISPLAY 'EXTB - QUARANTINED      = '
005896                    EXTB-QUAR-COUNT.
005900            DISPLAY 'EXTB - DETAILS WRITTEN  = '
005910                    EXTB-DETAIL-COUNT.
005920            DISPLAY 'EXTB - NUM1 HASH        = ' ARI-HASH-NUM1.
005930        3200-WRITE-REPORT-EXIT.
005931            EXIT.
005932*
005933*****************************************************************
005934*    3210-WRITE-FEED-LINE - ONE PROOF LINE PER SUPPLIER FEED
005935*                 SENT TONIGHT.  A QUARANTINED FEED'S LINE IS
005936*                 THE EXCEPTION LINE AND CARRIES THE REASON.
005937*****************************************************************
005938        3210-WRITE-FEED-LINE.
005939            IF EXTB-PRF-ABSENT (EXTB-FEED-SUB)
005940                OR EXTB-PRF-EMPTY (EXTB-FEED-SUB)
005941                GO TO 3210-WRITE-FEED-LINE-EXIT
005942            END-IF.
005943            MOVE EXTB-FEED-SUB TO EXTB-FDL-FEED.
005944            MOVE EXTB-PRF-HDR-SYSTEM (EXTB-FEED-SUB)
005945                TO EXTB-FDL-SYSTEM.
005946            IF EXTB-PRF-PROVED (EXTB-FEED-SUB)
005947                MOVE ' PROVED'        TO EXTB-FDL-STATE
005948                MOVE SPACES           TO EXTB-FDL-REASON
005949            ELSE
005950                MOVE ' QUARANTINED -' TO EXTB-FDL-STATE
005951                MOVE EXTB-PRF-REASON (EXTB-FEED-SUB)
005952                    TO EXTB-FDL-REASON
005953            END-IF.
005954            WRITE EXTB-REPORT-RECORD FROM EXTB-FEED-LINE.
005955        3210-WRITE-FEED-LINE-EXIT.
005956            EXIT.
005957*
005960*****************************************************************
005970*    9999-ABEND - FATAL I/O ERROR HANDLING.  DISPLAYS THE
005980*                 CONDITION AND ENDS THE RUN WITH A NON-ZERO
