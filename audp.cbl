000180*                AND THE DATE RANGE MOVED - SO THE RETENTION
000190*                IS PROVABLE FOR AUDIT.  A RECORD WHOSE RUN
000200*                DATE IS UNREADABLE IS NEVER PURGED - IT IS
000201*                RETAINED AND COUNTED SEPARATELY.  DIVIC ONLINE
000202*                INQUIRIES REACH THE LOG ONLY THROUGH THE AUDM
000203*                MERGE, SO THE SUMMARY SPLITS EVERY COUNT INTO
000204*                BATCH AND ONLINE, SHOWS THE ONLINE RECORDS STILL
000205*                AWAITING MERGE ON THE CAPTURE FILE (ARIONL), AND
000206*                TRIMS FROM THE CAPTURE FILE THE RECORDS ALREADY
000207*                MERGED AND PAST RETENTION.  THE TRIM NEEDS THE
000208*                CAPTURE FILE CLOSED IN CICS; IF IT CANNOT BE
000209*                OPENED FOR UPDATE THE TRIM IS SKIPPED WITH A
000210*                WARNING AND WAITS FOR THE NEXT RUN.  A RECORD
000211*                PAST RETENTION WHOSE RUN DATE FALLS IN A MONTH-
000212*                END PERIOD CLOSED BY PCLS IS NOT PURGED - IT IS
000213*                RETAINED AND COUNTED UNTIL THE PERIOD IS
000214*                REOPENED.
000220*
000230* MODIFICATION HISTORY
000240* DATE       INIT   DESCRIPTION
000260* 2026-08-22 MDH    INITIAL VERSION.
000261* 2026-09-03 MDH    WORK RECORDS WIDENED TO 110 IN STEP WITH
000262*                    THE ARIAUD SOURCE SYSTEM FIELD.
000263* 2026-10-15 MDH    COUNTS SPLIT BATCH/ONLINE; ONLINE RECORDS
000264*                    AWAITING THE AUDM MERGE ARE REPORTED AND
000265*                    MERGED CAPTURE RECORDS PAST RETENTION ARE
000266*                    TRIMMED FROM ARIONL (RC=4 IF IT IS HELD).
000267* 2026-10-15 MDH    A PURGE IS NOW REFUSED (RC=28) UNLESS BOTH
000268*                    THE PARM CARD USER (NEW, COLUMNS 4-11) AND
000269*                    THE USER THE JOB WAS SUBMITTED UNDER HOLD
000270*                    THE PURGE FUNCTION ON THE ARIAUT
000271*                    AUTHORIZATION PROFILE.
000272* 2026-10-15 MDH    RECORDS IN A MONTH-END PERIOD CLOSED BY PCLS
000273*                    ARE RETAINED, NOT PURGED, AND COUNTED (RC=4)
000274*                    UNTIL THE PERIOD IS REOPENED.
000275*****************************************************************
000280        ENVIRONMENT DIVISION.
000290        CONFIGURATION SECTION.
000300        INPUT-OUTPUT SECTION.
000490                ASSIGN TO PARMIN
000500                ORGANIZATION IS SEQUENTIAL
000510                FILE STATUS IS ARI-PARM-STATUS.
000511            SELECT OPTIONAL ARI-ONL-FILE
000512                ASSIGN TO ONLAUD
000513                ORGANIZATION IS INDEXED
000514                ACCESS MODE IS DYNAMIC
000515                RECORD KEY IS ARI-ONL-KEY
000516                FILE STATUS IS ARI-ONLF-STATUS.
000517            SELECT OPTIONAL ARI-MCTIN-FILE
000518                ASSIGN TO MRGCTLI
000519                ORGANIZATION IS SEQUENTIAL
000520                FILE STATUS IS ARI-MCTIN-STATUS.
000521            SELECT ARI-AUT-FILE
000522                ASSIGN TO AUTFILE
000523                ORGANIZATION IS INDEXED
000524                ACCESS MODE IS RANDOM
000525                RECORD KEY IS ARI-AUT-USER-ID
000526                FILE STATUS IS ARI-AUTF-STATUS.
000527            SELECT OPTIONAL ARI-PER-FILE
000528                ASSIGN TO PERFILE
000529                ORGANIZATION IS INDEXED
000530                ACCESS MODE IS RANDOM
000531                RECORD KEY IS ARI-PER-PERIOD
000532                FILE STATUS IS ARI-PERF-STATUS.
000533*
000534        DATA DIVISION.
000540        FILE SECTION.
000550        FD  ARI-AUDIT-FILE
000560            RECORDING MODE IS F
000770            LABEL RECORDS ARE STANDARD.
000780        01  AUDP-PARM-RECORD.
000790            05  AUDP-PARM-RETAIN-DAYS    PIC 9(03).
000791            05  AUDP-PARM-USER-ID        PIC X(08).
000792            05  FILLER                   PIC X(69).
000793*
000794        FD  ARI-ONL-FILE
000795            LABEL RECORDS ARE STANDARD.
000796        COPY ARIONL.
000797*
000798        FD  ARI-MCTIN-FILE
000799            RECORDING MODE IS F
000800            LABEL RECORDS ARE STANDARD.
000801        01  AUDP-MCTIN-RECORD            PIC X(80).
000802*
000803        FD  ARI-AUT-FILE
000804            LABEL RECORDS ARE STANDARD.
000805        COPY ARIAUT.
000806*
000807        FD  ARI-PER-FILE
000808            LABEL RECORDS ARE STANDARD.
000809        COPY ARIPER.
000810*
000820        WORKING-STORAGE SECTION.
000830*****************************************************************
000930            88  ARI-REPORT-OK            VALUE '00'.
000940        77  ARI-PARM-STATUS              PIC X(02) VALUE SPACES.
000950            88  ARI-PARM-OK              VALUE '00'.
000951        77  ARI-AUTF-STATUS              PIC X(02) VALUE SPACES.
000952            88  ARI-AUTF-OK              VALUE '00'.
000953        77  ARI-ONLF-STATUS              PIC X(02) VALUE SPACES.
000954            88  ARI-ONLF-OK              VALUE '00'.
000955            88  ARI-ONLF-MISSING         VALUE '05' '35'.
000956        77  ARI-MCTIN-STATUS             PIC X(02) VALUE SPACES.
000957            88  ARI-MCTIN-OK             VALUE '00'.
000958        77  ARI-PERF-STATUS              PIC X(02) VALUE SPACES.
000959            88  ARI-PERF-OK              VALUE '00'.
000960            88  ARI-PERF-NO-RECORD       VALUE '23'.
000961            88  ARI-PERF-MISSING         VALUE '05' '35'.
000962*
000970*****************************************************************
000980*    PROGRAM SWITCHES
000990*****************************************************************
001000        01  ARI-SWITCHES.
001010            05  ARI-EOF-SW               PIC X(01) VALUE 'N'.
001012                88  ARI-EOF-YES          VALUE 'Y'
001014                                          WHEN SET TO FALSE 'N'.
001016            05  AUDP-PER-AVAIL-SW        PIC X(01) VALUE 'N'.
001018                88  AUDP-PER-AVAIL-YES   VALUE 'Y'.
001020            05  AUDP-PER-LOCKED-SW       PIC X(01) VALUE 'N'.
001022                88  AUDP-PER-LOCKED-YES  VALUE 'Y'
001024                                          WHEN SET TO FALSE 'N'.
001030*
001040*****************************************************************
001050*    COUNTERS
001160                                          VALUE 99999999.
001170        77  AUDP-ARC-DATE-HIGH           PIC 9(08)
001180                                          VALUE ZERO.
001181        77  AUDP-ONL-ARCHIVED            PIC 9(09) COMP
001182                                          VALUE ZERO.
001183        77  AUDP-ONL-RETAINED            PIC 9(09) COMP
001184                                          VALUE ZERO.
001185        77  AUDP-BATCH-COUNT             PIC 9(09) COMP
001186                                          VALUE ZERO.
001187        77  AUDP-CAP-PENDING             PIC 9(09) COMP
001188                                          VALUE ZERO.
001189        77  AUDP-CAP-TRIMMED             PIC 9(09) COMP
001190                                          VALUE ZERO.
001191        77  AUDP-CAP-KEPT                PIC 9(09) COMP
001192                                          VALUE ZERO.
001193        77  AUDP-RECS-LOCKED             PIC 9(09) COMP
001194                                          VALUE ZERO.
001195*
001196*****************************************************************
001197*    ONLINE CAPTURE CONTROL - THE LAST KEY AUDM MERGED.  A
001198*    CAPTURE RECORD AT OR BELOW IT IS ALREADY ON THE LIVE LOG.
001199*****************************************************************
001200        COPY ARIMCT.
001201        01  AUDP-MARK-KEY.
001202            05  AUDP-MARK-STAMP          PIC 9(15) VALUE ZERO.
001203            05  AUDP-MARK-TERM-ID        PIC X(04) VALUE SPACES.
001204        01  AUDP-CAPTURE-SW              PIC X(01) VALUE 'N'.
001205            88  AUDP-CAPTURE-NONE        VALUE 'N'.
001206            88  AUDP-CAPTURE-TRIMMED     VALUE 'Y'.
001207            88  AUDP-CAPTURE-HELD        VALUE 'H'.
001208*
001209*****************************************************************
001210*    RUN IDENTIFICATION AND RETENTION CONTROL
001220*****************************************************************
001230        77  ARI-RUN-DATE                 PIC 9(08) VALUE ZERO.
001240        77  AUDP-RETAIN-DAYS             PIC 9(03) VALUE 90.
001243        77  AUDP-LAST-PERIOD             PIC 9(06) VALUE ZERO.
001246        77  AUDP-WORK-PERIOD             PIC 9(06) VALUE ZERO.
001250        01  ARI-CUTOFF-AREA.
001260            05  ARI-CUTOFF-DATE          PIC 9(08).
001270            05  ARI-CUTOFF-SPLIT REDEFINES ARI-CUTOFF-DATE.
001650            05  FILLER                   PIC X(29) VALUE SPACES.
001660*
001670*****************************************************************
001671*    AUTHORIZATION CHECK - THE PARM CARD USER AND THE USER THE
001672*    JOB WAS SUBMITTED UNDER, EACH LOOKED UP ON THE PROFILE FILE
001673*****************************************************************
001674        01  ARI-AUTH-CHECK.
001675            05  ARI-AUTH-PARM-USER       PIC X(08) VALUE SPACES.
001676            05  ARI-AUTH-SUBMIT-USER     PIC X(08) VALUE SPACES.
001677            05  ARI-AUTH-USER-ID         PIC X(08) VALUE SPACES.
001678            05  ARI-AUTH-SOURCE          PIC X(09) VALUE SPACES.
001679            05  ARI-AUTH-REFUSED-SW      PIC X(01) VALUE 'N'.
001680                88  ARI-AUTH-REFUSED-YES VALUE 'Y'.
001681*
001682*****************************************************************
001683*    RETURN CODE
001690*****************************************************************
001700        77  ARI-RETURN-CODE              PIC 9(04) COMP
001710                                          VALUE ZERO.
001712*
001714        LINKAGE SECTION.
001716        COPY ARIACE.
001720*
001730        PROCEDURE DIVISION.
001740*
001780            PERFORM 2000-PURGE-ONE-RECORD
001790                THRU 2000-PURGE-ONE-RECORD-EXIT
001800                UNTIL ARI-EOF-YES.
001803            PERFORM 2500-TRIM-CAPTURE
001806                THRU 2500-TRIM-CAPTURE-EXIT.
001810            PERFORM 3000-TERMINATE
001820                THRU 3000-TERMINATE-EXIT.
001830            MOVE ARI-RETURN-CODE TO RETURN-CODE.
001900        1000-INITIALIZE.
001910            PERFORM 1100-READ-PARM-CARD
001920                THRU 1100-READ-PARM-CARD-EXIT.
001921            PERFORM 1800-CHECK-AUTHORITY
001922                THRU 1800-CHECK-AUTHORITY-EXIT.
001923            OPEN INPUT ARI-PER-FILE.
001924            IF ARI-PERF-MISSING
001925                CLOSE ARI-PER-FILE
001926            ELSE
001927                IF NOT ARI-PERF-OK
001928                    DISPLAY 'AUDP0014E - UNABLE TO OPEN '
001929                            'PERFILE - STATUS = '
001930                            ARI-PERF-STATUS
001931                    MOVE 16 TO ARI-RETURN-CODE
001932                    PERFORM 9999-ABEND
001933                        THRU 9999-ABEND-EXIT
001934                END-IF
001935                SET AUDP-PER-AVAIL-YES TO TRUE
001936            END-IF.
001937            OPEN INPUT ARI-AUDIT-FILE.
001940            IF NOT ARI-AUDIT-OK
001950                DISPLAY 'AUDP0001E - UNABLE TO OPEN AUDIN - '
001960                        'STATUS = ' ARI-AUDIT-STATUS
002420                    CLOSE ARI-PARM-FILE
002430                    GO TO 1100-READ-PARM-CARD-EXIT
002440            END-READ.
002445            MOVE AUDP-PARM-USER-ID TO ARI-AUTH-PARM-USER.
002450            IF AUDP-PARM-RETAIN-DAYS NUMERIC
002460                AND AUDP-PARM-RETAIN-DAYS > ZERO
002470                MOVE AUDP-PARM-RETAIN-DAYS TO AUDP-RETAIN-DAYS
002510            EXIT.
002520*
002530*****************************************************************
002531*    1800-CHECK-AUTHORITY - A PURGE IS RUN ONLY WHEN BOTH THE PARM
002532*                 CARD USER AND THE USER THE JOB WAS SUBMITTED
002533*                 UNDER HOLD THE PURGE FUNCTION ON THE
002534*                 AUTHORIZATION PROFILE FILE.  OTHERWISE IT IS
002535*                 REFUSED WITH RC=28 BEFORE ANY FILE IS OPENED.
002536*****************************************************************
002537        1800-CHECK-AUTHORITY.
002538            PERFORM 1810-GET-SUBMITTER
002539                THRU 1810-GET-SUBMITTER-EXIT.
002540            OPEN INPUT ARI-AUT-FILE.
002541            IF ARI-AUTF-OK
002542                MOVE 'PARM CARD'          TO ARI-AUTH-SOURCE
002543                MOVE ARI-AUTH-PARM-USER   TO ARI-AUTH-USER-ID
002544                PERFORM 1820-CHECK-ONE-USER
002545                    THRU 1820-CHECK-ONE-USER-EXIT
002546                MOVE 'SUBMITTER'          TO ARI-AUTH-SOURCE
002547                MOVE ARI-AUTH-SUBMIT-USER TO ARI-AUTH-USER-ID
002548                PERFORM 1820-CHECK-ONE-USER
002549                    THRU 1820-CHECK-ONE-USER-EXIT
002550                CLOSE ARI-AUT-FILE
002551            ELSE
002552                DISPLAY 'AUDP0011E - UNABLE TO OPEN AUTFILE - '
002553                        'STATUS = ' ARI-AUTF-STATUS
002554                SET ARI-AUTH-REFUSED-YES TO TRUE
002555            END-IF.
002556            IF ARI-AUTH-REFUSED-YES
002557                DISPLAY 'AUDP0012E - AUDIT PURGE '
002558                        'REFUSED - NOTHING PURGED'
002559                MOVE 28 TO ARI-RETURN-CODE
002560                PERFORM 9999-ABEND
002561                    THRU 9999-ABEND-EXIT
002562            END-IF.
002563        1800-CHECK-AUTHORITY-EXIT.
002564            EXIT.
002565*
002566*****************************************************************
002567*    1810-GET-SUBMITTER - THE USER ID THE JOB RUNS UNDER, TAKEN
002568*                 FROM THE ACEE.  NO ACEE LEAVES IT BLANK, WHICH
002569*                 1820-CHECK-ONE-USER REFUSES.
002570*****************************************************************
002571        1810-GET-SUBMITTER.
002572            MOVE SPACES TO ARI-AUTH-SUBMIT-USER.
002573            SET ADDRESS OF ARI-PSA  TO NULL.
002574            SET ADDRESS OF ARI-ASCB TO ARI-PSA-AOLD.
002575            SET ADDRESS OF ARI-ASXB TO ARI-ASCB-ASXB.
002576            IF ARI-ASXB-SENV = NULL
002577                GO TO 1810-GET-SUBMITTER-EXIT
002578            END-IF.
002579            SET ADDRESS OF ARI-ACEE TO ARI-ASXB-SENV.
002580            IF ARI-ACEE-ACRONYM = 'ACEE'
002581                MOVE ARI-ACEE-USER-ID TO ARI-AUTH-SUBMIT-USER
002582            END-IF.
002583        1810-GET-SUBMITTER-EXIT.
002584            EXIT.
002585*
002586*****************************************************************
002587*    1820-CHECK-ONE-USER - THE USER MUST HAVE AN ACTIVE PROFILE
002588*                 HOLDING THE FUNCTION.  EACH FAILURE IS SHOWN
002589*                 ON THE CONSOLE AND REFUSES THE RUN.
002590*****************************************************************
002591        1820-CHECK-ONE-USER.
002592            IF ARI-AUTH-USER-ID = SPACES
002593                DISPLAY 'AUDP0010E - NO ' ARI-AUTH-SOURCE
002594                        ' USER ID'
002595                SET ARI-AUTH-REFUSED-YES TO TRUE
002596                GO TO 1820-CHECK-ONE-USER-EXIT
002597            END-IF.
002598            MOVE ARI-AUTH-USER-ID TO ARI-AUT-USER-ID.
002599            READ ARI-AUT-FILE.
002600            IF NOT ARI-AUTF-OK
002601                DISPLAY 'AUDP0010E - ' ARI-AUTH-SOURCE ' USER '
002602                        ARI-AUTH-USER-ID ' HAS NO PROFILE'
002603                SET ARI-AUTH-REFUSED-YES TO TRUE
002604                GO TO 1820-CHECK-ONE-USER-EXIT
002605            END-IF.
002606            IF NOT ARI-AUT-ACTIVE
002607                DISPLAY 'AUDP0010E - ' ARI-AUTH-SOURCE ' USER '
002608                        ARI-AUTH-USER-ID ' PROFILE REVOKED'
002609                SET ARI-AUTH-REFUSED-YES TO TRUE
002610                GO TO 1820-CHECK-ONE-USER-EXIT
002611            END-IF.
002612            IF NOT ARI-AUT-PURGE-YES
002613                DISPLAY 'AUDP0010E - ' ARI-AUTH-SOURCE ' USER '
002614                        ARI-AUTH-USER-ID ' NOT AUTHORIZED FOR '
002615                        'AUDIT PURGE'
002616                SET ARI-AUTH-REFUSED-YES TO TRUE
002617            END-IF.
002618        1820-CHECK-ONE-USER-EXIT.
002619            EXIT.
002620*
002621*****************************************************************
002622*    2000-PURGE-ONE-RECORD - ROUTE ONE AUDIT RECORD.  OLDER
002623*                 THAN THE CUTOFF GOES TO THE ARCHIVE; CURRENT
002624*                 (OR UNREADABLE-DATE, OR CLOSED-PERIOD) RECORDS
002625*                 STAY ON THE REWRITTEN LIVE LOG.
002626*****************************************************************
002627        2000-PURGE-ONE-RECORD.
002628            READ ARI-AUDIT-FILE
002629                AT END
002630                    SET ARI-EOF-YES TO TRUE
002631                    GO TO 2000-PURGE-ONE-RECORD-EXIT
002640            END-READ.
002650            ADD 1 TO AUDP-RECS-READ.
002660            IF ARI-AUD-RUN-DATE NOT NUMERIC
002700                GO TO 2000-PURGE-ONE-RECORD-EXIT
002710            END-IF.
002720            IF ARI-AUD-RUN-DATE < ARI-CUTOFF-DATE
002721                PERFORM 2050-CHECK-PERIOD-LOCK
002722                    THRU 2050-CHECK-PERIOD-LOCK-EXIT
002723                IF AUDP-PER-LOCKED-YES
002724                    ADD 1 TO AUDP-RECS-LOCKED
002725                    PERFORM 2200-RETAIN-RECORD
002726                        THRU 2200-RETAIN-RECORD-EXIT
002727                    GO TO 2000-PURGE-ONE-RECORD-EXIT
002728                END-IF
002729            END-IF.
002730            IF ARI-AUD-RUN-DATE < ARI-CUTOFF-DATE
002731                PERFORM 2100-ARCHIVE-RECORD
002740                    THRU 2100-ARCHIVE-RECORD-EXIT
002750            ELSE
002760                PERFORM 2200-RETAIN-RECORD
002770                    THRU 2200-RETAIN-RECORD-EXIT
002780            END-IF.
002790        2000-PURGE-ONE-RECORD-EXIT.
002791            EXIT.
002792*
002793*****************************************************************
002794*    2050-CHECK-PERIOD-LOCK - IS THE RECORD'S RUN DATE IN A
002795*                 MONTH-END PERIOD CLOSED BY PCLS?  A REOPENED
002796*                 PERIOD MAY BE PURGED.  THE ANSWER FOR THE LAST
002797*                 PERIOD LOOKED UP IS KEPT; NO PERIOD CONTROL
002798*                 FILE MEANS NO PERIOD IS CLOSED.
002799*****************************************************************
002800        2050-CHECK-PERIOD-LOCK.
002801            DIVIDE ARI-AUD-RUN-DATE BY 100
002802                GIVING AUDP-WORK-PERIOD.
002803            IF AUDP-WORK-PERIOD = AUDP-LAST-PERIOD
002804                GO TO 2050-CHECK-PERIOD-LOCK-EXIT
002805            END-IF.
002806            MOVE AUDP-WORK-PERIOD TO AUDP-LAST-PERIOD.
002807            SET AUDP-PER-LOCKED-YES TO FALSE.
002808            IF NOT AUDP-PER-AVAIL-YES
002809                GO TO 2050-CHECK-PERIOD-LOCK-EXIT
002810            END-IF.
002811            MOVE AUDP-WORK-PERIOD TO ARI-PER-PERIOD.
002812            READ ARI-PER-FILE.
002813            IF ARI-PERF-NO-RECORD
002814                GO TO 2050-CHECK-PERIOD-LOCK-EXIT
002815            END-IF.
002816            IF NOT ARI-PERF-OK
002817                DISPLAY 'AUDP0015E - PERFILE READ FAILED - '
002818                        'STATUS = ' ARI-PERF-STATUS
002819                MOVE 16 TO ARI-RETURN-CODE
002820                PERFORM 9999-ABEND
002821                    THRU 9999-ABEND-EXIT
002822            END-IF.
002823            IF ARI-PER-CLOSED
002824                SET AUDP-PER-LOCKED-YES TO TRUE
002825            END-IF.
002826        2050-CHECK-PERIOD-LOCK-EXIT.
002827            EXIT.
002828*
002829        2100-ARCHIVE-RECORD.
002830            WRITE AUDP-ARCHIVE-RECORD FROM ARI-AUDIT-RECORD.
002840            IF NOT ARI-ARCHIVE-OK
002850                DISPLAY 'AUDP0005E - ARCHIVE WRITE FAILED - '
002890                    THRU 9999-ABEND-EXIT
002900            END-IF.
002910            ADD 1 TO AUDP-RECS-ARCHIVED.
002912            IF ARI-AUD-SRC-ONLINE
002914                ADD 1 TO AUDP-ONL-ARCHIVED
002916            END-IF.
002920            IF ARI-AUD-RUN-DATE < AUDP-ARC-DATE-LOW
002930                MOVE ARI-AUD-RUN-DATE TO AUDP-ARC-DATE-LOW
002940            END-IF.
003080                    THRU 9999-ABEND-EXIT
003090            END-IF.
003100            ADD 1 TO AUDP-RECS-RETAINED.
003102            IF ARI-AUD-SRC-ONLINE
003104                ADD 1 TO AUDP-ONL-RETAINED
003106            END-IF.
003110        2200-RETAIN-RECORD-EXIT.
003111            EXIT.
003112*
003113*****************************************************************
003114*    2500-TRIM-CAPTURE - PASS THE DIVIC ONLINE CAPTURE FILE.
003115*                 A RECORD ABOVE THE AUDM MERGE MARK IS NOT ON
003116*                 THE LIVE LOG YET AND IS ONLY COUNTED; ONE AT
003117*                 OR BELOW THE MARK IS ON THE LIVE LOG, SO ONCE
003118*                 IT IS PAST RETENTION IT HAS JUST BEEN (OR WAS
003119*                 EARLIER) ARCHIVED FROM THERE AND IS DELETED
003120*                 FROM THE CAPTURE FILE.  A CAPTURE FILE HELD
003121*                 OPEN BY CICS CANNOT BE UPDATED - THE TRIM IS
003122*                 SKIPPED WITH RC=4 AND THE LOG PURGE STANDS.
003123*****************************************************************
003124        2500-TRIM-CAPTURE.
003125            PERFORM 2510-READ-MERGE-CONTROL
003126                THRU 2510-READ-MERGE-CONTROL-EXIT.
003127            OPEN I-O ARI-ONL-FILE.
003128            IF ARI-ONLF-MISSING
003129                CLOSE ARI-ONL-FILE
003130                GO TO 2500-TRIM-CAPTURE-EXIT
003131            END-IF.
003132            IF NOT ARI-ONLF-OK
003133                DISPLAY 'AUDP0007W - ONLAUD NOT AVAILABLE FOR '
003134                        'UPDATE - STATUS = ' ARI-ONLF-STATUS
003135                        ' - CAPTURE TRIM SKIPPED'
003136                SET AUDP-CAPTURE-HELD TO TRUE
003137                MOVE 4 TO ARI-RETURN-CODE
003138                GO TO 2500-TRIM-CAPTURE-EXIT
003139            END-IF.
003140            SET AUDP-CAPTURE-TRIMMED TO TRUE.
003141            SET ARI-EOF-YES TO FALSE.
003142            PERFORM 2520-TRIM-ONE-CAPTURE
003143                THRU 2520-TRIM-ONE-CAPTURE-EXIT
003144                UNTIL ARI-EOF-YES.
003145            CLOSE ARI-ONL-FILE.
003146        2500-TRIM-CAPTURE-EXIT.
003147            EXIT.
003148*
003149        2510-READ-MERGE-CONTROL.
003150            OPEN INPUT ARI-MCTIN-FILE.
003151            IF ARI-MCTIN-STATUS = '35'
003152                GO TO 2510-READ-MERGE-CONTROL-EXIT
003153            END-IF.
003154            IF ARI-MCTIN-STATUS = '05'
003155                CLOSE ARI-MCTIN-FILE
003156                GO TO 2510-READ-MERGE-CONTROL-EXIT
003157            END-IF.
003158            READ ARI-MCTIN-FILE INTO ARI-MCT-RECORD
003159                AT END
003160                    CLOSE ARI-MCTIN-FILE
003161                    GO TO 2510-READ-MERGE-CONTROL-EXIT
003162            END-READ.
003163            IF ARI-MCT-LAST-STAMP NUMERIC
003164                MOVE ARI-MCT-LAST-KEY TO AUDP-MARK-KEY
003165            END-IF.
003166            CLOSE ARI-MCTIN-FILE.
003167        2510-READ-MERGE-CONTROL-EXIT.
003168            EXIT.
003169*
003170        2520-TRIM-ONE-CAPTURE.
003171            READ ARI-ONL-FILE NEXT RECORD
003172                AT END
003173                    SET ARI-EOF-YES TO TRUE
003174                    GO TO 2520-TRIM-ONE-CAPTURE-EXIT
003175            END-READ.
003176            IF NOT ARI-ONLF-OK
003177                DISPLAY 'AUDP0008E - ONLAUD READ ERROR - '
003178                        'STATUS = ' ARI-ONLF-STATUS
003179                MOVE 16 TO ARI-RETURN-CODE
003180                PERFORM 9999-ABEND
003181                    THRU 9999-ABEND-EXIT
003182            END-IF.
003183            IF ARI-ONL-KEY > AUDP-MARK-KEY
003184                ADD 1 TO AUDP-CAP-PENDING
003185                GO TO 2520-TRIM-ONE-CAPTURE-EXIT
003186            END-IF.
003187            MOVE ARI-ONL-AUDIT-DATA TO ARI-AUDIT-RECORD.
003188            IF ARI-AUD-RUN-DATE NOT NUMERIC
003189                OR ARI-AUD-RUN-DATE NOT < ARI-CUTOFF-DATE
003190                ADD 1 TO AUDP-CAP-KEPT
003191                GO TO 2520-TRIM-ONE-CAPTURE-EXIT
003192            END-IF.
003193            DELETE ARI-ONL-FILE RECORD.
003194            IF NOT ARI-ONLF-OK
003195                DISPLAY 'AUDP0009E - ONLAUD DELETE FAILED - '
003196                        'STATUS = ' ARI-ONLF-STATUS
003197                MOVE 16 TO ARI-RETURN-CODE
003198                PERFORM 9999-ABEND
003199                    THRU 9999-ABEND-EXIT
003200            END-IF.
003201            ADD 1 TO AUDP-CAP-TRIMMED.
003202        2520-TRIM-ONE-CAPTURE-EXIT.
003203            EXIT.
003204*
003205*****************************************************************
003206*    3000-TERMINATE - PRINT THE PURGE SUMMARY AND CLOSE FILES.
003207*****************************************************************
003208        3000-TERMINATE.
003209            MOVE AUDP-RETAIN-DAYS TO AUDP-HDG-DAYS.
003210            MOVE ARI-CUTOFF-DATE  TO AUDP-HDG-CUTOFF.
003211            WRITE AUDP-REPORT-RECORD FROM AUDP-RPT-HEADING.
003212            MOVE 'RECORDS READ' TO AUDP-CNT-LABEL.
003220            MOVE AUDP-RECS-READ TO AUDP-CNT-COUNT.
003230            WRITE AUDP-REPORT-RECORD FROM AUDP-COUNT-LINE.
003240            MOVE 'RECORDS ARCHIVED' TO AUDP-CNT-LABEL.
003270            MOVE 'RECORDS RETAINED' TO AUDP-CNT-LABEL.
003280            MOVE AUDP-RECS-RETAINED TO AUDP-CNT-COUNT.
003290            WRITE AUDP-REPORT-RECORD FROM AUDP-COUNT-LINE.
003291            SUBTRACT AUDP-ONL-ARCHIVED FROM AUDP-RECS-ARCHIVED
003292                GIVING AUDP-BATCH-COUNT.
003293            MOVE '  ARCHIVED - BATCH' TO AUDP-CNT-LABEL.
003294            MOVE AUDP-BATCH-COUNT TO AUDP-CNT-COUNT.
003295            WRITE AUDP-REPORT-RECORD FROM AUDP-COUNT-LINE.
003296            MOVE '  ARCHIVED - ONLINE' TO AUDP-CNT-LABEL.
003297            MOVE AUDP-ONL-ARCHIVED TO AUDP-CNT-COUNT.
003298            WRITE AUDP-REPORT-RECORD FROM AUDP-COUNT-LINE.
003299            SUBTRACT AUDP-ONL-RETAINED FROM AUDP-RECS-RETAINED
003300                GIVING AUDP-BATCH-COUNT.
003301            MOVE '  RETAINED - BATCH' TO AUDP-CNT-LABEL.
003302            MOVE AUDP-BATCH-COUNT TO AUDP-CNT-COUNT.
003303            WRITE AUDP-REPORT-RECORD FROM AUDP-COUNT-LINE.
003304            MOVE '  RETAINED - ONLINE' TO AUDP-CNT-LABEL.
003305            MOVE AUDP-ONL-RETAINED TO AUDP-CNT-COUNT.
003306            WRITE AUDP-REPORT-RECORD FROM AUDP-COUNT-LINE.
003307            MOVE 'RETAINED - UNREADABLE DATE' TO AUDP-CNT-LABEL.
003310            MOVE AUDP-RECS-BAD-DATE TO AUDP-CNT-COUNT.
003320            WRITE AUDP-REPORT-RECORD FROM AUDP-COUNT-LINE.
003321            MOVE 'RETAINED - PERIOD CLOSED' TO AUDP-CNT-LABEL.
003322            MOVE AUDP-RECS-LOCKED TO AUDP-CNT-COUNT.
003323            WRITE AUDP-REPORT-RECORD FROM AUDP-COUNT-LINE.
003324            IF AUDP-RECS-LOCKED > ZERO
003325                DISPLAY 'AUDP0013W - ' AUDP-RECS-LOCKED
003326                        ' RECORDS PAST RETENTION KEPT - PERIOD '
003327                        'CLOSED'
003328                MOVE 4 TO ARI-RETURN-CODE
003329            END-IF.
003330            IF AUDP-RECS-ARCHIVED > ZERO
003340                MOVE 'DATE RANGE ARCHIVED' TO AUDP-RNG-LABEL
003350                MOVE AUDP-ARC-DATE-LOW  TO AUDP-RNG-FROM
003360                MOVE AUDP-ARC-DATE-HIGH TO AUDP-RNG-TO
003370                WRITE AUDP-REPORT-RECORD FROM AUDP-RANGE-LINE
003371            END-IF.
003372            IF AUDP-CAPTURE-HELD
003373                MOVE ' ONLINE CAPTURE FILE HELD - TRIM SKIPPED'
003374                    TO AUDP-REPORT-RECORD
003375                WRITE AUDP-REPORT-RECORD
003376            END-IF.
003377            IF AUDP-CAPTURE-TRIMMED
003378                MOVE 'ONLINE AWAITING AUDM MERGE'
003379                    TO AUDP-CNT-LABEL
003380                MOVE AUDP-CAP-PENDING TO AUDP-CNT-COUNT
003381                WRITE AUDP-REPORT-RECORD FROM AUDP-COUNT-LINE
003382                MOVE 'ONLINE CAPTURES TRIMMED' TO AUDP-CNT-LABEL
003383                MOVE AUDP-CAP-TRIMMED TO AUDP-CNT-COUNT
003384                WRITE AUDP-REPORT-RECORD FROM AUDP-COUNT-LINE
003385                MOVE 'ONLINE CAPTURES KEPT - MERGED'
003386                    TO AUDP-CNT-LABEL
003387                MOVE AUDP-CAP-KEPT TO AUDP-CNT-COUNT
003388                WRITE AUDP-REPORT-RECORD FROM AUDP-COUNT-LINE
003389            END-IF.
003390            DISPLAY 'AUDP - RECORDS READ     = ' AUDP-RECS-READ.
003400            DISPLAY 'AUDP - RECORDS ARCHIVED = '
003410                    AUDP-RECS-ARCHIVED.
003450                  ARI-ARCHIVE-FILE
003460                  ARI-NEWLOG-FILE
003470                  ARI-REPORT-FILE.
003472            IF AUDP-PER-AVAIL-YES
003474                CLOSE ARI-PER-FILE
003476            END-IF.
003480        3000-TERMINATE-EXIT.
003490            EXIT.
003500*
