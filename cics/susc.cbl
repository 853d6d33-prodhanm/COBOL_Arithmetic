000120*                OPERATOR KEYS A SUSPENSE SEQUENCE NUMBER TO
000130*                DISPLAY AN ITEM, BROWSES FORWARD WITH PF8
000140*                (OPTIONALLY FILTERED BY REASON CODE), CORRECTS
000144*                NUM1/NUM2 AND KEYS THE REPAIR WITH PF5.  THE
000148*                REPAIR WAITS AS PENDING APPROVAL UNTIL A
000152*                DIFFERENT USER APPROVES IT WITH PF6 OR ANY
000156*                USER REJECTS IT WITH PF9; PF10 WRITES AN OPEN
000160*                ITEM OFF, NEVER TO BE RECYCLED, AND NEEDS THE
000164*                ACTION REASON.  APPROVED REPAIRS ARE PULLED
000168*                INTO THE NEXT RUN'S TRANSACTION FILE BY THE
000172*                SUSX BATCH EXTRACT.  EVERY REPAIR, APPROVAL,
000176*                REJECTION AND WRITE-OFF IS WRITTEN TO THE
000180*                SUSPENSE HISTORY JOURNAL (FCT NAME ARISHJ)
000184*                WITH THE VALUES BEFORE AND AFTER, IN THE SAME
000188*                UNIT OF WORK AS THE SUSPENSE UPDATE.  THE
000192*                SUSPENSE MASTER IS THE SAME KEYED FILE LOADED
000196*                BY SUSL (FCT NAME ARISUS).
000200*
000210* MAPSET       : SUSCMS   MAP: SUSCMAP  (SEE SUSCMAP.BMS)
000220*
000268*                    SEQUENCE; PF5 REPAIRS THE ITEM LAST
000269*                    DISPLAYED, WHOSE FULL KEY RIDES THE
000270*                    COMMAREA.
000271* 2026-10-15 MDH    DUAL CONTROL.  PF5 NOW LEAVES THE REPAIR
000272*                    PENDING APPROVAL; NEW PF6 APPROVE (NOT BY
000273*                    THE REPAIRER), PF9 REJECT AND PF10 WRITE
000274*                    OFF WITH A MANDATORY REASON.  EVERY ACTION
000275*                    IS JOURNALED TO ARISHJ.
000276* 2026-10-15 MDH    EACH ACTION NOW NEEDS THE FUNCTION ON THE
000277*                    SIGNED-ON USER'S ARIAUT AUTHORIZATION
000278*                    PROFILE - PF5 REPAIR, PF6 AND PF10 APPROVE,
000279*                    PF9 EITHER ONE.  DISPLAY AND BROWSE ARE OPEN
000280*                    TO ANY SIGNED-ON USER AS BEFORE.
000281*****************************************************************
000282        ENVIRONMENT DIVISION.
000290*
000300        DATA DIVISION.
000310        WORKING-STORAGE SECTION.
000400        COPY ARISUS.
000410*
000420*****************************************************************
000421*    SUSPENSE HISTORY JOURNAL RECORD
000422*****************************************************************
000423        COPY ARISHJ.
000424*
000425*****************************************************************
000426*    AUTHORIZATION PROFILE - THE SIGNED-ON USER'S ENTRY
000427*****************************************************************
000428        COPY ARIAUT.
000429*
000430*****************************************************************
000431*    PROGRAM SWITCHES AND MISCELLANEOUS WORKING STORAGE
000440*****************************************************************
000450        01  ARI-SWITCHES.
000460            05  ARI-FOUND-SW             PIC X(01) VALUE 'N'.
000470                88  ARI-FOUND-YES        VALUE 'Y'
000471                                          WHEN SET TO FALSE 'N'.
000472            05  ARI-UPDATE-SW            PIC X(01) VALUE 'N'.
000473                88  ARI-UPDATE-YES       VALUE 'Y'
000474                                          WHEN SET TO FALSE 'N'.
000475            05  ARI-DONE-SW              PIC X(01) VALUE 'N'.
000476                88  ARI-DONE-YES         VALUE 'Y'
000480                                          WHEN SET TO FALSE 'N'.
000490        77  ARI-RESP-CODE                PIC S9(08) COMP
000500                                         VALUE ZERO.
000520                                         VALUE 'SUSCMAP'.
000530        77  ARI-MAPSETID                 PIC X(08) VALUE 'SUSCMS'.
000540        77  ARI-SUS-FILE-ID              PIC X(08) VALUE 'ARISUS'.
000542        77  ARI-SHJ-FILE-ID              PIC X(08) VALUE 'ARISHJ'.
000544        77  ARI-AUT-FILE-ID              PIC X(08) VALUE 'ARIAUT'.
000546        77  ARI-USER-ID                  PIC X(08) VALUE SPACES.
000550        77  ARI-ABS-TIME                 PIC S9(15) COMP-3
000560                                         VALUE ZERO.
000570        77  ARI-TODAY-DATE               PIC 9(08) VALUE ZERO.
000575        77  ARI-CICS-TIME                PIC 9(06) VALUE ZERO.
000580        77  ARI-SAVE-SUS-KEY             PIC X(18) VALUE SPACES.
000590        77  ARI-END-MSG                  PIC X(22)
000600                              VALUE 'SUSC MAINTENANCE ENDED'.
001390*****************************************************************
001400*    2000-PROCESS-INPUT - RECEIVE THE MAP AND ROUTE ON THE AID
001410*                 KEY: ENTER DISPLAYS THE KEYED ITEM, PF8
001415*                 BROWSES FORWARD, PF5 KEYS A REPAIR, PF6
001420*                 APPROVES AND PF9 REJECTS A PENDING REPAIR,
001425*                 PF10 WRITES THE ITEM OFF.
001430*****************************************************************
001440        2000-PROCESS-INPUT.
001450            EXEC CICS RECEIVE MAP(ARI-MSGID)
001650                WHEN DFHPF5
001660                    PERFORM 4000-REPAIR-ITEM
001670                        THRU 4000-REPAIR-ITEM-EXIT
001671                WHEN DFHPF6
001672                    PERFORM 4100-APPROVE-REPAIR
001673                        THRU 4100-APPROVE-REPAIR-EXIT
001674                WHEN DFHPF9
001675                    PERFORM 4200-REJECT-REPAIR
001676                        THRU 4200-REJECT-REPAIR-EXIT
001677                WHEN DFHPF10
001678                    PERFORM 4300-WRITE-OFF-ITEM
001679                        THRU 4300-WRITE-OFF-ITEM-EXIT
001680                WHEN OTHER
001690                    PERFORM 2100-DISPLAY-ITEM
001700                        THRU 2100-DISPLAY-ITEM-EXIT
002640            EXIT.
002650*
002660*****************************************************************
002666*    4000-REPAIR-ITEM - APPLY THE CORRECTED NUM1/NUM2 FROM THE
002672*                 SCREEN TO THE OPEN ITEM LAST DISPLAYED AS
002678*                 PENDING VALUES, STAMP WHO KEYED THE REPAIR
002684*                 AND WHEN, AND LEAVE IT PENDING APPROVAL.  THE
002690*                 ITEM'S OWN NUM1/NUM2 ARE NOT TOUCHED UNTIL
002696*                 ANOTHER USER APPROVES, SO SUSX CANNOT RECYCLE
002702*                 A SINGLE OPERATOR'S CORRECTION.
002710*****************************************************************
002720        4000-REPAIR-ITEM.
002721            PERFORM 8000-READ-AUTH-PROFILE
002722                THRU 8000-READ-AUTH-PROFILE-EXIT.
002723            IF NOT ARI-AUT-ACTIVE
002724                OR NOT ARI-AUT-REPAIR-YES
002725                MOVE 'NOT AUTHORIZED TO REPAIR SUSPENSE'
002726                    TO MSGO
002727                GO TO 4000-REPAIR-ITEM-EXIT
002728            END-IF.
002729            PERFORM 4010-READ-FOR-UPDATE
002730                THRU 4010-READ-FOR-UPDATE-EXIT.
002731            IF NOT ARI-UPDATE-YES
002732                GO TO 4000-REPAIR-ITEM-EXIT
002733            END-IF.
002734            IF NOT ARI-SUS-OPEN
002735                MOVE 'ONLY AN OPEN ITEM CAN BE REPAIRED' TO MSGO
002736                PERFORM 4020-RELEASE-ITEM
002737                    THRU 4020-RELEASE-ITEM-EXIT
002738                GO TO 4000-REPAIR-ITEM-EXIT
002739            END-IF.
002740            MOVE ARI-SUS-NUM1 TO ARI-SUS-PEND-NUM1.
002741            MOVE ARI-SUS-NUM2 TO ARI-SUS-PEND-NUM2.
002742            IF NUM1I NOT = SPACES AND NUM1I NOT = LOW-VALUES
002743                MOVE NUM1I TO ARI-SUS-PEND-NUM1
002744            END-IF.
002745            IF NUM2I NOT = SPACES AND NUM2I NOT = LOW-VALUES
002746                MOVE NUM2I TO ARI-SUS-PEND-NUM2
002747            END-IF.
002748            PERFORM 4800-STAMP-ACTION
002749                THRU 4800-STAMP-ACTION-EXIT.
002750            MOVE ARI-USER-ID    TO ARI-SUS-REPAIR-USER.
002751            MOVE ARI-TODAY-DATE TO ARI-SUS-DATE-REPAIRED.
002752            MOVE SPACES         TO ARI-SUS-APPROVE-USER.
002753            MOVE ZERO           TO ARI-SUS-DATE-APPROVED.
002754            SET ARI-SUS-PENDING TO TRUE.
002755            SET ARI-SHJ-REPAIR TO TRUE.
002756            MOVE ARI-SUS-PEND-NUM1 TO ARI-SHJ-AFTER-NUM1.
002757            MOVE ARI-SUS-PEND-NUM2 TO ARI-SHJ-AFTER-NUM2.
002758            PERFORM 4900-JOURNAL-AND-REWRITE
002759                THRU 4900-JOURNAL-AND-REWRITE-EXIT.
002760            IF ARI-DONE-YES
002761                MOVE 'REPAIR PENDING - ANOTHER USER TO APPROVE'
002762                    TO MSGO
002763            END-IF.
002764        4000-REPAIR-ITEM-EXIT.
002765            EXIT.
002766*
002767*****************************************************************
002768*    4010-READ-FOR-UPDATE - READ THE ITEM LAST DISPLAYED (ITS
002769*                 FULL KEY RIDES THE COMMAREA) FOR UPDATE AND
002770*                 NOTE ITS STATUS AND VALUES AS THE JOURNAL
002771*                 BEFORE-IMAGE.
002772*****************************************************************
002773        4010-READ-FOR-UPDATE.
002774            SET ARI-FOUND-YES TO FALSE.
002775            SET ARI-UPDATE-YES TO FALSE.
002776            SET ARI-DONE-YES TO FALSE.
002777            IF ARI-CA-SEQ-NO = ZERO
002778                MOVE 'DISPLAY THE ITEM BEFORE THE PF KEY' TO MSGO
002779                GO TO 4010-READ-FOR-UPDATE-EXIT
002780            END-IF.
002781            IF SEQNOI IS NUMERIC
002782                AND SEQNOI NOT = ARI-CA-SEQ-NO
002783                MOVE 'SEQ CHANGED - PRESS ENTER TO DISPLAY'
002784                    TO MSGO
002785                GO TO 4010-READ-FOR-UPDATE-EXIT
002786            END-IF.
002787            MOVE ARI-CA-LAST-KEY TO ARI-SUS-KEY.
002790            EXEC CICS READ
002800                FILE(ARI-SUS-FILE-ID)
002810                INTO(ARI-SUS-RECORD)
002850            END-EXEC.
002860            IF ARI-RESP-CODE = DFHRESP(NOTFND)
002870                MOVE 'SUSPENSE ITEM NOT FOUND' TO MSGO
002880                GO TO 4010-READ-FOR-UPDATE-EXIT
002890            END-IF.
002900            IF ARI-RESP-CODE NOT = DFHRESP(NORMAL)
002910                MOVE 'SUSPENSE FILE READ ERROR' TO MSGO
002920                GO TO 4010-READ-FOR-UPDATE-EXIT
002930            END-IF.
002931            SET ARI-FOUND-YES TO TRUE.
002932            SET ARI-UPDATE-YES TO TRUE.
002933            MOVE SPACES              TO ARI-SHJ-RECORD.
002934            MOVE ARI-SUS-STATUS      TO ARI-SHJ-STATUS-BEFORE.
002935            MOVE ARI-SUS-NUM1        TO ARI-SHJ-BEFORE-NUM1.
002936            MOVE ARI-SUS-NUM2        TO ARI-SHJ-BEFORE-NUM2.
002937        4010-READ-FOR-UPDATE-EXIT.
002938            EXIT.
002939*
002940*****************************************************************
002941*    4020-RELEASE-ITEM - THE ACTION WAS REFUSED AFTER THE READ
002942*                 FOR UPDATE; GIVE UP THE RECORD LOCK.  THE
002943*                 ITEM STAYS ON THE SCREEN AS IT IS ON FILE.
002944*****************************************************************
002945        4020-RELEASE-ITEM.
002946            EXEC CICS UNLOCK
002947                FILE(ARI-SUS-FILE-ID)
002948            END-EXEC.
002949        4020-RELEASE-ITEM-EXIT.
002950            EXIT.
002951*
002952*****************************************************************
002953*    4100-APPROVE-REPAIR - A USER OTHER THAN THE ONE WHO KEYED
002954*                 THE REPAIR ACCEPTS IT: THE PENDING VALUES
002955*                 BECOME THE ITEM'S NUM1/NUM2 AND THE ITEM IS
002956*                 REPAIRED, READY FOR THE SUSX RECYCLE.
002957*****************************************************************
002958        4100-APPROVE-REPAIR.
002959            PERFORM 8000-READ-AUTH-PROFILE
002960                THRU 8000-READ-AUTH-PROFILE-EXIT.
002961            IF NOT ARI-AUT-ACTIVE
002962                OR NOT ARI-AUT-APPROVE-YES
002963                MOVE 'NOT AUTHORIZED TO APPROVE REPAIRS'
002964                    TO MSGO
002965                GO TO 4100-APPROVE-REPAIR-EXIT
002966            END-IF.
002970            PERFORM 4010-READ-FOR-UPDATE
002974                THRU 4010-READ-FOR-UPDATE-EXIT.
002978            IF NOT ARI-UPDATE-YES
002982                GO TO 4100-APPROVE-REPAIR-EXIT
002990            END-IF.
002991            IF NOT ARI-SUS-PENDING
002992                MOVE 'NO REPAIR PENDING APPROVAL' TO MSGO
002993                PERFORM 4020-RELEASE-ITEM
002994                    THRU 4020-RELEASE-ITEM-EXIT
002995                GO TO 4100-APPROVE-REPAIR-EXIT
002996            END-IF.
002997            PERFORM 4800-STAMP-ACTION
002998                THRU 4800-STAMP-ACTION-EXIT.
002999            IF ARI-USER-ID = ARI-SUS-REPAIR-USER
003000                MOVE 'REPAIRER CANNOT APPROVE OWN REPAIR' TO MSGO
003001                PERFORM 4020-RELEASE-ITEM
003002                    THRU 4020-RELEASE-ITEM-EXIT
003003                GO TO 4100-APPROVE-REPAIR-EXIT
003004            END-IF.
003005            MOVE ARI-SUS-PEND-NUM1 TO ARI-SUS-NUM1.
003006            MOVE ARI-SUS-PEND-NUM2 TO ARI-SUS-NUM2.
003007            MOVE SPACES            TO ARI-SUS-PEND-NUM1
003008                                      ARI-SUS-PEND-NUM2.
003009            MOVE ARI-USER-ID       TO ARI-SUS-APPROVE-USER.
003010            MOVE ARI-TODAY-DATE    TO ARI-SUS-DATE-APPROVED.
003011            SET ARI-SUS-REPAIRED TO TRUE.
003012            SET ARI-SHJ-APPROVE TO TRUE.
003013            MOVE ARI-SUS-NUM1 TO ARI-SHJ-AFTER-NUM1.
003014            MOVE ARI-SUS-NUM2 TO ARI-SHJ-AFTER-NUM2.
003015            PERFORM 4900-JOURNAL-AND-REWRITE
003016                THRU 4900-JOURNAL-AND-REWRITE-EXIT.
003017            IF ARI-DONE-YES
003018                MOVE 'REPAIR APPROVED FOR RECYCLE' TO MSGO
003019            END-IF.
003020        4100-APPROVE-REPAIR-EXIT.
003021            EXIT.
003022*
003023*****************************************************************
003024*    4200-REJECT-REPAIR - THE PENDING VALUES ARE DISCARDED AND
003025*                 THE ITEM IS OPEN AGAIN FOR A FRESH REPAIR.
003026*                 THE REPAIRER MAY WITHDRAW THEIR OWN REPAIR
003027*                 THIS WAY; NOTHING REACHES THE RECYCLE.  THE
003028*                 JOURNAL BEFORE-IMAGE IS THE REJECTED REPAIR.
003029*****************************************************************
003030        4200-REJECT-REPAIR.
003031            PERFORM 8000-READ-AUTH-PROFILE
003032                THRU 8000-READ-AUTH-PROFILE-EXIT.
003033            IF NOT ARI-AUT-ACTIVE
003034                OR (NOT ARI-AUT-REPAIR-YES
003035                    AND NOT ARI-AUT-APPROVE-YES)
003036                MOVE 'NOT AUTHORIZED TO REJECT REPAIRS'
003037                    TO MSGO
003038                GO TO 4200-REJECT-REPAIR-EXIT
003039            END-IF.
003040            PERFORM 4010-READ-FOR-UPDATE
003041                THRU 4010-READ-FOR-UPDATE-EXIT.
003042            IF NOT ARI-UPDATE-YES
003043                GO TO 4200-REJECT-REPAIR-EXIT
003044            END-IF.
003045            IF NOT ARI-SUS-PENDING
003046                MOVE 'NO REPAIR PENDING APPROVAL' TO MSGO
003047                PERFORM 4020-RELEASE-ITEM
003048                    THRU 4020-RELEASE-ITEM-EXIT
003049                GO TO 4200-REJECT-REPAIR-EXIT
003050            END-IF.
003051            PERFORM 4800-STAMP-ACTION
003052                THRU 4800-STAMP-ACTION-EXIT.
003053            MOVE ARI-SUS-PEND-NUM1 TO ARI-SHJ-BEFORE-NUM1.
003054            MOVE ARI-SUS-PEND-NUM2 TO ARI-SHJ-BEFORE-NUM2.
003055            MOVE SPACES            TO ARI-SUS-PEND-NUM1
003056                                      ARI-SUS-PEND-NUM2
003057                                      ARI-SUS-REPAIR-USER.
003058            MOVE ZERO              TO ARI-SUS-DATE-REPAIRED.
003059            SET ARI-SUS-OPEN TO TRUE.
003060            SET ARI-SHJ-REJECT TO TRUE.
003061            MOVE ARI-SUS-NUM1 TO ARI-SHJ-AFTER-NUM1.
003062            MOVE ARI-SUS-NUM2 TO ARI-SHJ-AFTER-NUM2.
003063            PERFORM 4900-JOURNAL-AND-REWRITE
003064                THRU 4900-JOURNAL-AND-REWRITE-EXIT.
003065            IF ARI-DONE-YES
003066                MOVE 'REPAIR REJECTED - ITEM IS OPEN AGAIN'
003067                    TO MSGO
003068            END-IF.
003069        4200-REJECT-REPAIR-EXIT.
003070            EXIT.
003071*
003072*****************************************************************
003073*    4300-WRITE-OFF-ITEM - AN OPEN ITEM THAT MUST NEVER BE
003074*                 RECYCLED IS WRITTEN OFF.  THE ACTION REASON
003075*                 IS MANDATORY AND IS KEPT ON THE ITEM; THE
003076*                 SUSW WRITE-OFF REGISTER REPORTS IT TO FINANCE.
003077*****************************************************************
003078        4300-WRITE-OFF-ITEM.
003079            PERFORM 8000-READ-AUTH-PROFILE
003080                THRU 8000-READ-AUTH-PROFILE-EXIT.
003081            IF NOT ARI-AUT-ACTIVE
003082                OR NOT ARI-AUT-APPROVE-YES
003083                MOVE 'NOT AUTHORIZED TO WRITE OFF'
003084                    TO MSGO
003085                GO TO 4300-WRITE-OFF-ITEM-EXIT
003086            END-IF.
003087            IF ACTRSNI = SPACES OR ACTRSNI = LOW-VALUES
003088                MOVE 'ACTION REASON REQUIRED TO WRITE OFF'
003089                    TO MSGO
003090                GO TO 4300-WRITE-OFF-ITEM-EXIT
003091            END-IF.
003092            PERFORM 4010-READ-FOR-UPDATE
003093                THRU 4010-READ-FOR-UPDATE-EXIT.
003094            IF NOT ARI-UPDATE-YES
003095                GO TO 4300-WRITE-OFF-ITEM-EXIT
003096            END-IF.
003097            IF NOT ARI-SUS-OPEN
003098                MOVE 'ONLY AN OPEN ITEM CAN BE WRITTEN OFF'
003099                    TO MSGO
003100                PERFORM 4020-RELEASE-ITEM
003101                    THRU 4020-RELEASE-ITEM-EXIT
003102                GO TO 4300-WRITE-OFF-ITEM-EXIT
003103            END-IF.
003104            PERFORM 4800-STAMP-ACTION
003105                THRU 4800-STAMP-ACTION-EXIT.
003106            MOVE ARI-USER-ID    TO ARI-SUS-WOFF-USER.
003107            MOVE ARI-TODAY-DATE TO ARI-SUS-DATE-WOFF.
003108            MOVE ACTRSNI        TO ARI-SUS-WOFF-REASON.
003109            SET ARI-SUS-WRITTEN-OFF TO TRUE.
003110            SET ARI-SHJ-WRITE-OFF TO TRUE.
003111            MOVE ARI-SUS-NUM1 TO ARI-SHJ-AFTER-NUM1.
003112            MOVE ARI-SUS-NUM2 TO ARI-SHJ-AFTER-NUM2.
003113            PERFORM 4900-JOURNAL-AND-REWRITE
003114                THRU 4900-JOURNAL-AND-REWRITE-EXIT.
003115            IF ARI-DONE-YES
003116                MOVE 'ITEM WRITTEN OFF - NEVER RECYCLED' TO MSGO
003117            END-IF.
003118        4300-WRITE-OFF-ITEM-EXIT.
003119            EXIT.
003120*
003121*****************************************************************
003122*    4800-STAMP-ACTION - THE SIGNED-ON USER AND THE DATE AND
003123*                 TIME OF THE ACTION.
003124*****************************************************************
003125        4800-STAMP-ACTION.
003126            EXEC CICS ASSIGN
003127                USERID(ARI-USER-ID)
003128            END-EXEC.
003129            EXEC CICS ASSIGN
003130                ABSTIME(ARI-ABS-TIME)
003131            END-EXEC.
003132            EXEC CICS FORMATTIME
003133                ABSTIME(ARI-ABS-TIME)
003134                YYYYMMDD(ARI-TODAY-DATE)
003135                TIME(ARI-CICS-TIME)
003136            END-EXEC.
003137        4800-STAMP-ACTION-EXIT.
003138            EXIT.
003139*
003140*****************************************************************
003141*    4900-JOURNAL-AND-REWRITE - WRITE THE HISTORY JOURNAL
003142*                 RECORD, THEN REWRITE THE SUSPENSE ITEM.  IF
003143*                 THE JOURNAL CANNOT BE WRITTEN THE ITEM IS
003144*                 LEFT UNCHANGED; IF THE REWRITE FAILS THE
003145*                 JOURNAL RECORD IS BACKED OUT WITH IT, SO THE
003146*                 JOURNAL NEVER DISAGREES WITH THE MASTER.
003147*****************************************************************
003148        4900-JOURNAL-AND-REWRITE.
003149            MOVE ARI-ABS-TIME          TO ARI-SHJ-STAMP.
003150            MOVE EIBTRMID              TO ARI-SHJ-TERM-ID.
003151            MOVE ARI-USER-ID           TO ARI-SHJ-USER-ID.
003152            MOVE ARI-TODAY-DATE        TO ARI-SHJ-ACTION-DATE.
003153            MOVE ARI-CICS-TIME         TO ARI-SHJ-ACTION-TIME.
003154            MOVE ARI-SUS-KEY           TO ARI-SHJ-SUS-KEY.
003155            MOVE ARI-SUS-SOURCE-SYSTEM TO ARI-SHJ-SOURCE-SYSTEM.
003156            MOVE ARI-SUS-REASON-CODE   TO ARI-SHJ-REASON-CODE.
003157            MOVE ARI-SUS-STATUS        TO ARI-SHJ-STATUS-AFTER.
003158            IF ACTRSNI NOT = SPACES AND ACTRSNI NOT = LOW-VALUES
003159                MOVE ACTRSNI TO ARI-SHJ-REMARK
003160            END-IF.
003161            EXEC CICS WRITE
003162                FILE(ARI-SHJ-FILE-ID)
003163                FROM(ARI-SHJ-RECORD)
003164                RIDFLD(ARI-SHJ-KEY)
003165                RESP(ARI-RESP-CODE)
003166            END-EXEC.
003167            IF ARI-RESP-CODE NOT = DFHRESP(NORMAL)
003168                PERFORM 4020-RELEASE-ITEM
003169                    THRU 4020-RELEASE-ITEM-EXIT
003170                SET ARI-FOUND-YES TO FALSE
003171                MOVE 'JOURNAL WRITE ERROR - ITEM NOT CHANGED'
003172                    TO MSGO
003173                GO TO 4900-JOURNAL-AND-REWRITE-EXIT
003174            END-IF.
003175            EXEC CICS REWRITE
003176                FILE(ARI-SUS-FILE-ID)
003177                FROM(ARI-SUS-RECORD)
003178                RESP(ARI-RESP-CODE)
003179            END-EXEC.
003180            IF ARI-RESP-CODE NOT = DFHRESP(NORMAL)
003181                EXEC CICS SYNCPOINT ROLLBACK
003182                END-EXEC
003183                SET ARI-FOUND-YES TO FALSE
003184                MOVE 'SUSPENSE FILE REWRITE ERROR' TO MSGO
003190                GO TO 4900-JOURNAL-AND-REWRITE-EXIT
003200            END-IF.
003210            SET ARI-DONE-YES TO TRUE.
003220            MOVE ARI-SUS-KEY TO ARI-CA-LAST-KEY.
003230        4900-JOURNAL-AND-REWRITE-EXIT.
003250            EXIT.
003260*
003270*****************************************************************
003600            MOVE ARI-SUS-DATE-ADDED  TO ADDEDO.
003610            MOVE ARI-SUS-DATE-REPAIRED TO REPRDO.
003620            MOVE ARI-SUS-REPAIR-USER TO RUSERO.
003621            MOVE ARI-SUS-PEND-NUM1   TO PNUM1O.
003622            MOVE ARI-SUS-PEND-NUM2   TO PNUM2O.
003623            MOVE ARI-SUS-DATE-APPROVED TO APPRDO.
003624            MOVE ARI-SUS-APPROVE-USER TO AUSERO.
003625            IF ARI-SUS-WRITTEN-OFF
003626                MOVE ARI-SUS-WOFF-REASON TO ACTRSNO
003627            ELSE
003628                MOVE SPACES TO ACTRSNO
003629            END-IF.
003630        5100-FORMAT-ITEM-EXIT.
003640            EXIT.
003650*
003660*****************************************************************
003670*    8000-READ-AUTH-PROFILE - READ THE SIGNED-ON USER'S ENTRY ON
003680*                 THE AUTHORIZATION PROFILE FILE BEFORE ANY ITEM
003690*                 IS READ FOR UPDATE.  NO ENTRY, OR A READ
003700*                 FAILURE, LEAVES THE STATUS BLANK, WHICH THE
003710*                 CALLER TREATS AS NOT AUTHORIZED.
003720*****************************************************************
003730        8000-READ-AUTH-PROFILE.
003740            MOVE SPACES TO ARI-AUT-RECORD.
003750            EXEC CICS ASSIGN
003760                USERID(ARI-AUT-USER-ID)
003770            END-EXEC.
003780            EXEC CICS READ
003790                FILE(ARI-AUT-FILE-ID)
003800                INTO(ARI-AUT-RECORD)
003810                RIDFLD(ARI-AUT-USER-ID)
003820                RESP(ARI-RESP-CODE)
003830            END-EXEC.
003840            IF ARI-RESP-CODE NOT = DFHRESP(NORMAL)
003850                IF ARI-RESP-CODE NOT = DFHRESP(NOTFND)
003860                    DISPLAY 'SUSC0004E - READ ARIAUT FAILED, '
003870                            'RESP = ' ARI-RESP-CODE
003880                END-IF
003890                MOVE SPACES TO ARI-AUT-STATUS
003900            END-IF.
003910        8000-READ-AUTH-PROFILE-EXIT.
003920            EXIT.
