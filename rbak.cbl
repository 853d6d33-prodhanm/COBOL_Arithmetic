000210*                REPROCESS IS NOT REFUSED AS A DOUBLE RUN,
000220*                AND PRINTS A REVERSAL REPORT PROVING COUNTS
000230*                REMOVED AGAINST THE COUNTS THE RUN
000233*                ORIGINALLY REPORTED.  DIVIC ONLINE INQUIRIES
000236*                ARE NOT A RUN (THEY REACH THE LOG THROUGH THE
000239*                AUDM MERGE UNDER JOB ID DIVIONLN) - A PARM
000242*                CARD NAMING THEM IS REFUSED, AND THE ONLINE
000245*                RECORDS RETAINED ARE COUNTED ON THE REPORT.
000250*
000260* MODIFICATION HISTORY
000270* DATE       INIT   DESCRIPTION
000290* 2026-09-03 MDH    INITIAL VERSION.
000291* 2026-09-03 MDH    WORK RECORD WIDENED TO 110 IN STEP WITH
000292*                    THE ARIAUD SOURCE SYSTEM FIELD.
000293* 2026-10-15 MDH    ONLINE INQUIRY JOB ID DIVIONLN REFUSED;
000294*                    ONLINE RECORDS RETAINED SHOWN SEPARATELY.
000295* 2026-10-15 MDH    A BACKOUT IS NOW REFUSED (RC=28) UNLESS BOTH
000296*                    THE PARM CARD USER (NEW, COLUMNS 17-24) AND
000297*                    THE USER THE JOB WAS SUBMITTED UNDER HOLD
000298*                    THE BACKOUT FUNCTION ON THE ARIAUT
000299*                    AUTHORIZATION PROFILE.
000300* 2026-10-15 MDH    A RUN IN A MONTH-END PERIOD CLOSED BY PCLS IS
000301*                    NOT BACKED OUT (RC=32) UNTIL THE PERIOD IS
000302*                    REOPENED; A REOPENED PERIOD'S REOPEN AND
000303*                    REASON ARE PRINTED ON THE REVERSAL REPORT.
000304* 2026-10-15 MDH    A PERFILE READ ERROR NOW ENDS THE BACKOUT
000305*                    (RC=16) INSTEAD OF BEING TAKEN AS AN
000306*                    OPEN PERIOD.
000307*****************************************************************
000310        ENVIRONMENT DIVISION.
000320        CONFIGURATION SECTION.
000330        INPUT-OUTPUT SECTION.
000600                ASSIGN TO PARMIN
000610                ORGANIZATION IS SEQUENTIAL
000620                FILE STATUS IS ARI-PARM-STATUS.
000621            SELECT ARI-AUT-FILE
000622                ASSIGN TO AUTFILE
000623                ORGANIZATION IS INDEXED
000624                ACCESS MODE IS RANDOM
000625                RECORD KEY IS ARI-AUT-USER-ID
000626                FILE STATUS IS ARI-AUTF-STATUS.
000627            SELECT OPTIONAL ARI-PER-FILE
000628                ASSIGN TO PERFILE
000629                ORGANIZATION IS INDEXED
000630                ACCESS MODE IS RANDOM
000631                RECORD KEY IS ARI-PER-PERIOD
000632                FILE STATUS IS ARI-PERF-STATUS.
000633*
000640        DATA DIVISION.
000650        FILE SECTION.
000660        FD  ARI-AUDIT-FILE
000920        01  RBAK-PARM-RECORD.
000930            05  RBAK-PARM-JOB-ID         PIC X(08).
000940            05  RBAK-PARM-RUN-DATE       PIC 9(08).
000941            05  RBAK-PARM-USER-ID        PIC X(08).
000942            05  FILLER                   PIC X(56).
000943*
000944        FD  ARI-AUT-FILE
000945            LABEL RECORDS ARE STANDARD.
000946        COPY ARIAUT.
000947*
000948        FD  ARI-PER-FILE
000949            LABEL RECORDS ARE STANDARD.
000950        COPY ARIPER.
000960*
000970        WORKING-STORAGE SECTION.
000980*****************************************************************
001140            88  ARI-REPORT-OK            VALUE '00'.
001150        77  ARI-PARM-STATUS              PIC X(02) VALUE SPACES.
001160            88  ARI-PARM-OK              VALUE '00'.
001161        77  ARI-AUTF-STATUS              PIC X(02) VALUE SPACES.
001162            88  ARI-AUTF-OK              VALUE '00'.
001163        77  ARI-PERF-STATUS              PIC X(02) VALUE SPACES.
001164            88  ARI-PERF-OK              VALUE '00'.
001165            88  ARI-PERF-MISSING         VALUE '05' '35'.
001166            88  ARI-PERF-NO-RECORD       VALUE '23'.
001170*
001180*****************************************************************
001190*    PROGRAM SWITCHES
001250                88  RBAK-REG-AVAIL-YES   VALUE 'Y'.
001260            05  RBAK-REG-FOUND-SW        PIC X(01) VALUE 'N'.
001270                88  RBAK-REG-FOUND-YES   VALUE 'Y'.
001273            05  RBAK-PER-REOPENED-SW     PIC X(01) VALUE 'N'.
001276                88  RBAK-PER-REOPENED-YES VALUE 'Y'.
001280*
001290*****************************************************************
001300*    COUNTERS
001340        77  RBAK-RECS-REMOVED            PIC 9(09) COMP
001350                                          VALUE ZERO.
001360        77  RBAK-RECS-RETAINED           PIC 9(09) COMP
001363                                          VALUE ZERO.
001366        77  RBAK-ONL-RETAINED            PIC 9(09) COMP
001370                                          VALUE ZERO.
001380        77  RBAK-RES-DELETED             PIC 9(09) COMP
001390                                          VALUE ZERO.
001470*****************************************************************
001480        77  RBAK-JOB-ID                  PIC X(08) VALUE SPACES.
001490        77  RBAK-RUN-DATE                PIC 9(08) VALUE ZERO.
001491        77  RBAK-ONLINE-JOB-ID           PIC X(08)
001492                                          VALUE 'DIVIONLN'.
001493        77  RBAK-REOPEN-BY               PIC X(08) VALUE SPACES.
001494        77  RBAK-REOPEN-DATE             PIC 9(08) VALUE ZERO.
001495        77  RBAK-REOPEN-REASON           PIC X(60) VALUE SPACES.
001500*
001510*****************************************************************
001520*    REVERSAL REPORT LINES
001610                VALUE ' DATE '.
001620            05  RBAK-HDG-RUN-DATE        PIC 9(08).
001630            05  FILLER                   PIC X(23) VALUE SPACES.
001631        01  RBAK-REOPEN-LINE.
001632            05  FILLER                   PIC X(08)
001633                VALUE ' PERIOD '.
001634            05  RBAK-RL-PERIOD           PIC 9(06).
001635            05  FILLER                   PIC X(13)
001636                VALUE ' REOPENED BY '.
001637            05  RBAK-RL-USER             PIC X(08).
001638            05  FILLER                   PIC X(04) VALUE ' ON '.
001639            05  RBAK-RL-DATE             PIC 9(08).
001640            05  FILLER                   PIC X(33) VALUE SPACES.
001641        01  RBAK-REASON-LINE.
001642            05  FILLER                   PIC X(10)
001643                VALUE ' REASON - '.
001644            05  RBAK-RSN-TEXT            PIC X(60).
001645            05  FILLER                   PIC X(10) VALUE SPACES.
001646        01  RBAK-COUNT-LINE.
001650            05  FILLER                   PIC X(01) VALUE SPACE.
001660            05  RBAK-CNT-LABEL           PIC X(30).
001670            05  RBAK-CNT-COUNT           PIC ZZZ,ZZZ,ZZ9.
001680            05  FILLER                   PIC X(38) VALUE SPACES.
001690*
001700*****************************************************************
001701*    AUTHORIZATION CHECK - THE PARM CARD USER AND THE USER THE
001702*    JOB WAS SUBMITTED UNDER, EACH LOOKED UP ON THE PROFILE FILE
001703*****************************************************************
001704        01  ARI-AUTH-CHECK.
001705            05  ARI-AUTH-PARM-USER       PIC X(08) VALUE SPACES.
001706            05  ARI-AUTH-SUBMIT-USER     PIC X(08) VALUE SPACES.
001707            05  ARI-AUTH-USER-ID         PIC X(08) VALUE SPACES.
001708            05  ARI-AUTH-SOURCE          PIC X(09) VALUE SPACES.
001709            05  ARI-AUTH-REFUSED-SW      PIC X(01) VALUE 'N'.
001710                88  ARI-AUTH-REFUSED-YES VALUE 'Y'.
001711*
001712*****************************************************************
001713*    RETURN CODE
001720*****************************************************************
001730        77  ARI-RETURN-CODE              PIC 9(04) COMP
001740                                          VALUE ZERO.
001742*
001744        LINKAGE SECTION.
001746        COPY ARIACE.
001750*
001760        PROCEDURE DIVISION.
001770*
002030                PERFORM 9999-ABEND
002040                    THRU 9999-ABEND-EXIT
002050            END-IF.
002051            IF RBAK-JOB-ID = RBAK-ONLINE-JOB-ID
002052                DISPLAY 'RBAK0011E - ' RBAK-ONLINE-JOB-ID
002053                        ' IS THE DIVIC ONLINE INQUIRY LOG, '
002054                        'NOT A RUN - CANNOT BE BACKED OUT'
002055                MOVE 16 TO ARI-RETURN-CODE
002056                PERFORM 9999-ABEND
002057                    THRU 9999-ABEND-EXIT
002058            END-IF.
002059            PERFORM 1800-CHECK-AUTHORITY
002060                THRU 1800-CHECK-AUTHORITY-EXIT.
002061            PERFORM 1900-CHECK-PERIOD-LOCK
002062                THRU 1900-CHECK-PERIOD-LOCK-EXIT.
002063            OPEN INPUT ARI-AUDIT-FILE.
002070            IF NOT ARI-AUDIT-OK
002080                DISPLAY 'RBAK0002E - UNABLE TO OPEN AUDIN - '
002090                        'STATUS = ' ARI-AUDIT-STATUS
002690                    CLOSE ARI-PARM-FILE
002700                    GO TO 1100-READ-PARM-CARD-EXIT
002710            END-READ.
002715            MOVE RBAK-PARM-USER-ID TO ARI-AUTH-PARM-USER.
002720            IF RBAK-PARM-JOB-ID NOT = SPACES
002730                MOVE RBAK-PARM-JOB-ID TO RBAK-JOB-ID
002740            END-IF.
002950                    TO RBAK-REG-ACCEPTED
002960            END-IF.
002970        1200-READ-RUN-REGISTER-EXIT.
002971            EXIT.
002972*
002973*****************************************************************
002974*    1800-CHECK-AUTHORITY - A BACKOUT IS RUN ONLY WHEN BOTH THE
002975*                 PARM CARD USER AND THE USER THE JOB WAS
002976*                 SUBMITTED UNDER HOLD THE BACKOUT FUNCTION ON
002977*                 THE AUTHORIZATION PROFILE FILE.  OTHERWISE IT
002978*                 IS REFUSED WITH RC=28 BEFORE ANY FILE IS
002979*                 OPENED.
002980*****************************************************************
002981        1800-CHECK-AUTHORITY.
002982            PERFORM 1810-GET-SUBMITTER
002983                THRU 1810-GET-SUBMITTER-EXIT.
002984            OPEN INPUT ARI-AUT-FILE.
002985            IF ARI-AUTF-OK
002986                MOVE 'PARM CARD'          TO ARI-AUTH-SOURCE
002987                MOVE ARI-AUTH-PARM-USER   TO ARI-AUTH-USER-ID
002988                PERFORM 1820-CHECK-ONE-USER
002989                    THRU 1820-CHECK-ONE-USER-EXIT
002990                MOVE 'SUBMITTER'          TO ARI-AUTH-SOURCE
002991                MOVE ARI-AUTH-SUBMIT-USER TO ARI-AUTH-USER-ID
002992                PERFORM 1820-CHECK-ONE-USER
002993                    THRU 1820-CHECK-ONE-USER-EXIT
002994                CLOSE ARI-AUT-FILE
002995            ELSE
002996                DISPLAY 'RBAK0013E - UNABLE TO OPEN AUTFILE - '
002997                        'STATUS = ' ARI-AUTF-STATUS
002998                SET ARI-AUTH-REFUSED-YES TO TRUE
002999            END-IF.
003000            IF ARI-AUTH-REFUSED-YES
003001                DISPLAY 'RBAK0014E - RUN BACKOUT '
003002                        'REFUSED - NOTHING BACKED OUT'
003003                MOVE 28 TO ARI-RETURN-CODE
003004                PERFORM 9999-ABEND
003005                    THRU 9999-ABEND-EXIT
003006            END-IF.
003007        1800-CHECK-AUTHORITY-EXIT.
003008            EXIT.
003009*
003010*****************************************************************
003011*    1810-GET-SUBMITTER - THE USER ID THE JOB RUNS UNDER, TAKEN
003012*                 FROM THE ACEE.  NO ACEE LEAVES IT BLANK, WHICH
003013*                 1820-CHECK-ONE-USER REFUSES.
003014*****************************************************************
003015        1810-GET-SUBMITTER.
003016            MOVE SPACES TO ARI-AUTH-SUBMIT-USER.
003017            SET ADDRESS OF ARI-PSA  TO NULL.
003018            SET ADDRESS OF ARI-ASCB TO ARI-PSA-AOLD.
003019            SET ADDRESS OF ARI-ASXB TO ARI-ASCB-ASXB.
003020            IF ARI-ASXB-SENV = NULL
003021                GO TO 1810-GET-SUBMITTER-EXIT
003022            END-IF.
003023            SET ADDRESS OF ARI-ACEE TO ARI-ASXB-SENV.
003024            IF ARI-ACEE-ACRONYM = 'ACEE'
003025                MOVE ARI-ACEE-USER-ID TO ARI-AUTH-SUBMIT-USER
003026            END-IF.
003027        1810-GET-SUBMITTER-EXIT.
003028            EXIT.
003029*
003030*****************************************************************
003031*    1820-CHECK-ONE-USER - THE USER MUST HAVE AN ACTIVE PROFILE
003032*                 HOLDING THE FUNCTION.  EACH FAILURE IS SHOWN
003033*                 ON THE CONSOLE AND REFUSES THE RUN.
003034*****************************************************************
003035        1820-CHECK-ONE-USER.
003036            IF ARI-AUTH-USER-ID = SPACES
003037                DISPLAY 'RBAK0012E - NO ' ARI-AUTH-SOURCE
003038                        ' USER ID'
003039                SET ARI-AUTH-REFUSED-YES TO TRUE
003040                GO TO 1820-CHECK-ONE-USER-EXIT
003041            END-IF.
003042            MOVE ARI-AUTH-USER-ID TO ARI-AUT-USER-ID.
003043            READ ARI-AUT-FILE.
003044            IF NOT ARI-AUTF-OK
003045                DISPLAY 'RBAK0012E - ' ARI-AUTH-SOURCE ' USER '
003046                        ARI-AUTH-USER-ID ' HAS NO PROFILE'
003047                SET ARI-AUTH-REFUSED-YES TO TRUE
003048                GO TO 1820-CHECK-ONE-USER-EXIT
003049            END-IF.
003050            IF NOT ARI-AUT-ACTIVE
003051                DISPLAY 'RBAK0012E - ' ARI-AUTH-SOURCE ' USER '
003052                        ARI-AUTH-USER-ID ' PROFILE REVOKED'
003053                SET ARI-AUTH-REFUSED-YES TO TRUE
003054                GO TO 1820-CHECK-ONE-USER-EXIT
003055            END-IF.
003056            IF NOT ARI-AUT-BACKOUT-YES
003057                DISPLAY 'RBAK0012E - ' ARI-AUTH-SOURCE ' USER '
003058                        ARI-AUTH-USER-ID ' NOT AUTHORIZED FOR '
003059                        'RUN BACKOUT'
003060                SET ARI-AUTH-REFUSED-YES TO TRUE
003061            END-IF.
003062        1820-CHECK-ONE-USER-EXIT.
003063            EXIT.
003064*
003065*****************************************************************
003066*    1900-CHECK-PERIOD-LOCK - A RUN WHOSE RUN DATE FALLS IN A
003067*                 MONTH-END PERIOD CLOSED BY PCLS IS NOT BACKED
003068*                 OUT - RC=32 BEFORE THE LOG IS TOUCHED.  A
003069*                 PERIOD REOPENED WITH A RECORDED REASON IS
003070*                 ALLOWED AND THE REOPEN IS KEPT FOR THE REPORT.
003071*                 NO PERIOD CONTROL FILE MEANS NO PERIOD IS
003072*                 CLOSED.
003073*****************************************************************
003074        1900-CHECK-PERIOD-LOCK.
003075            OPEN INPUT ARI-PER-FILE.
003076            IF ARI-PERF-MISSING
003077                CLOSE ARI-PER-FILE
003078                GO TO 1900-CHECK-PERIOD-LOCK-EXIT
003079            END-IF.
003080            IF NOT ARI-PERF-OK
003081                DISPLAY 'RBAK0016E - UNABLE TO OPEN PERFILE - '
003082                        'STATUS = ' ARI-PERF-STATUS
003083                MOVE 16 TO ARI-RETURN-CODE
003084                PERFORM 9999-ABEND
003085                    THRU 9999-ABEND-EXIT
003086            END-IF.
003087            DIVIDE RBAK-RUN-DATE BY 100 GIVING ARI-PER-PERIOD.
003088            READ ARI-PER-FILE.
003089            IF ARI-PERF-NO-RECORD
003090                CLOSE ARI-PER-FILE
003091                GO TO 1900-CHECK-PERIOD-LOCK-EXIT
003092            END-IF.
003093            IF NOT ARI-PERF-OK
003094                DISPLAY 'RBAK0018E - PERFILE READ ERROR - '
003095                        'STATUS = ' ARI-PERF-STATUS
003096                MOVE 16 TO ARI-RETURN-CODE
003097                PERFORM 9999-ABEND
003098                    THRU 9999-ABEND-EXIT
003099            END-IF.
003100            IF ARI-PER-CLOSED
003101                DISPLAY 'RBAK0015E - RUN DATE ' RBAK-RUN-DATE
003102                        ' IS IN CLOSED PERIOD ' ARI-PER-PERIOD
003103                        ' - BACKOUT REFUSED'
003104                MOVE 32 TO ARI-RETURN-CODE
003105                PERFORM 9999-ABEND
003106                    THRU 9999-ABEND-EXIT
003107            END-IF.
003108            IF ARI-PER-REOPENED
003109                SET RBAK-PER-REOPENED-YES TO TRUE
003110                MOVE ARI-PER-REOPENED-BY   TO RBAK-REOPEN-BY
003111                MOVE ARI-PER-REOPEN-DATE   TO RBAK-REOPEN-DATE
003112                MOVE ARI-PER-REOPEN-REASON TO RBAK-REOPEN-REASON
003113                DISPLAY 'RBAK0017I - PERIOD ' ARI-PER-PERIOD
003114                        ' REOPENED BY ' RBAK-REOPEN-BY
003115                        ' ON ' RBAK-REOPEN-DATE
003116            END-IF.
003117            CLOSE ARI-PER-FILE.
003118        1900-CHECK-PERIOD-LOCK-EXIT.
003119            EXIT.
003120*
003121*****************************************************************
003122*    2000-BACKOUT-ONE-RECORD - ROUTE ONE AUDIT RECORD.  THE
003123*                 NAMED RUN'S RECORDS ARE DROPPED FROM THE
003124*                 REWRITTEN LOG AND THEIR RESULTS MASTER
003125*                 ENTRIES DELETED; EVERY OTHER RECORD IS
003126*                 COPIED UNALTERED.
003127*****************************************************************
003128        2000-BACKOUT-ONE-RECORD.
003129            READ ARI-AUDIT-FILE
003130                AT END
003131                    SET ARI-EOF-YES TO TRUE
003132                    GO TO 2000-BACKOUT-ONE-RECORD-EXIT
003133            END-READ.
003134            ADD 1 TO RBAK-RECS-READ.
003140            IF ARI-AUD-JOB-ID NOT = RBAK-JOB-ID
003150                OR ARI-AUD-RUN-DATE NOT NUMERIC
003160                OR ARI-AUD-RUN-DATE NOT = RBAK-RUN-DATE
003680                    THRU 9999-ABEND-EXIT
003690            END-IF.
003700            ADD 1 TO RBAK-RECS-RETAINED.
003702            IF ARI-AUD-SRC-ONLINE
003704                ADD 1 TO RBAK-ONL-RETAINED
003706            END-IF.
003710        2200-RETAIN-RECORD-EXIT.
003720            EXIT.
003730*
003880            MOVE RBAK-JOB-ID   TO RBAK-HDG-JOB-ID.
003890            MOVE RBAK-RUN-DATE TO RBAK-HDG-RUN-DATE.
003900            WRITE RBAK-REPORT-RECORD FROM RBAK-RPT-HEADING.
003901            IF RBAK-PER-REOPENED-YES
003902                DIVIDE RBAK-RUN-DATE BY 100
003903                    GIVING RBAK-RL-PERIOD
003904                MOVE RBAK-REOPEN-BY     TO RBAK-RL-USER
003905                MOVE RBAK-REOPEN-DATE   TO RBAK-RL-DATE
003906                WRITE RBAK-REPORT-RECORD FROM RBAK-REOPEN-LINE
003907                MOVE RBAK-REOPEN-REASON TO RBAK-RSN-TEXT
003908                WRITE RBAK-REPORT-RECORD FROM RBAK-REASON-LINE
003909            END-IF.
003910            MOVE 'AUDIT RECORDS READ' TO RBAK-CNT-LABEL.
003920            MOVE RBAK-RECS-READ TO RBAK-CNT-COUNT.
003930            WRITE RBAK-REPORT-RECORD FROM RBAK-COUNT-LINE.
003960            WRITE RBAK-REPORT-RECORD FROM RBAK-COUNT-LINE.
003970            MOVE 'AUDIT RECORDS RETAINED' TO RBAK-CNT-LABEL.
003980            MOVE RBAK-RECS-RETAINED TO RBAK-CNT-COUNT.
003982            WRITE RBAK-REPORT-RECORD FROM RBAK-COUNT-LINE.
003984            MOVE '  RETAINED - ONLINE' TO RBAK-CNT-LABEL.
003986            MOVE RBAK-ONL-RETAINED TO RBAK-CNT-COUNT.
003990            WRITE RBAK-REPORT-RECORD FROM RBAK-COUNT-LINE.
004000            MOVE 'RESULTS ENTRIES DELETED' TO RBAK-CNT-LABEL.
004010            MOVE RBAK-RES-DELETED TO RBAK-CNT-COUNT.
