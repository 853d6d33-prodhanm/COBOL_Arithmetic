000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LIMC.
000030 AUTHOR.        M D HARTLEY.
000040 INSTALLATION.  ARITHMETIC SUITE - ONLINE MAINTENANCE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080* PROGRAM      : LIMC
000090* DESCRIPTION  : CICS PSEUDO-CONVERSATIONAL TRANSACTION (TRANID
000100*                LIMC) FOR MAINTAINING THE ARITHMETIC SUITE
000110*                SUPPLIER LIMITS MASTER.  COMPANION TO SUSC.
000120*                THE OPERATOR KEYS A SOURCE SYSTEM AND
000130*                OPERATION CODE TO DISPLAY A LIMITS ROW,
000140*                BROWSES FORWARD WITH PF8, ADDS OR CHANGES THE
000150*                MINIMUM/MAXIMUM NUM1 AND NUM2 AND THE MAXIMUM
000160*                ABSOLUTE RESULT WITH PF5 AND REMOVES A ROW
000170*                WITH PF11.  THE ENGINES (DIVI, ADDI, SUBI,
000180*                MULI, MIXI) READ THE SAME KEYED FILE (FCT
000190*                NAME ARILIM) AND REJECT A DETAIL OUTSIDE ITS
000200*                LIMITS WITH REASON CODE LIMT.
000210*
000220* MAPSET       : LIMCMS   MAP: LIMCMAP  (SEE LIMCMAP.BMS)
000230*
000240* MODIFICATION HISTORY
000250* DATE       INIT   DESCRIPTION
000260* ---------- ----   -----------------------------------------
000270* 2026-10-15 MDH    INITIAL VERSION.
000280*****************************************************************
000290        ENVIRONMENT DIVISION.
000300*
000310        DATA DIVISION.
000320        WORKING-STORAGE SECTION.
000330*****************************************************************
000340*    BMS SYMBOLIC MAP
000350*****************************************************************
000360        COPY LIMMAP.
000370*
000380*****************************************************************
000390*    SUPPLIER LIMITS MASTER RECORD
000400*****************************************************************
000410        COPY ARILIM.
000420*
000430*****************************************************************
000440*    PROGRAM SWITCHES AND MISCELLANEOUS WORKING STORAGE
000450*****************************************************************
000460        01  ARI-SWITCHES.
000470            05  ARI-FOUND-SW             PIC X(01) VALUE 'N'.
000480                88  ARI-FOUND-YES        VALUE 'Y'
000490                                          WHEN SET TO FALSE 'N'.
000500            05  ARI-VALID-SW             PIC X(01) VALUE 'Y'.
000510                88  ARI-VALID-YES        VALUE 'Y'
000520                                          WHEN SET TO FALSE 'N'.
000530            05  ARI-NEW-ROW-SW           PIC X(01) VALUE 'N'.
000540                88  ARI-NEW-ROW-YES      VALUE 'Y'
000550                                          WHEN SET TO FALSE 'N'.
000560        77  ARI-RESP-CODE                PIC S9(08) COMP
000570                                         VALUE ZERO.
000580        77  ARI-MSGID                    PIC X(08)
000590                                         VALUE 'LIMCMAP'.
000600        77  ARI-MAPSETID                 PIC X(08) VALUE 'LIMCMS'.
000610        77  ARI-LIM-FILE-ID              PIC X(08) VALUE 'ARILIM'.
000620        77  ARI-ABS-TIME                 PIC S9(15) COMP-3
000630                                         VALUE ZERO.
000640        77  ARI-TODAY-DATE               PIC 9(08) VALUE ZERO.
000650        77  ARI-SAVE-LIM-KEY             PIC X(12) VALUE SPACES.
000660        77  ARI-END-MSG                  PIC X(22)
000670                              VALUE 'LIMC MAINTENANCE ENDED'.
000680*
000690*****************************************************************
000700*    SCREEN EDIT FIELDS - THE AMOUNTS ARE KEYED IN THE SAME
000710*                SIGNED-DECIMAL FORM AS THE ARITRD LAYOUT
000720*                (+000123456 MEANS +1234.56) AND PROVED WITH
000730*                THE NUMERIC CLASS TEST, WHICH ALSO PROVES THE
000740*                LEADING SIGN BYTE.
000750*****************************************************************
000760        01  ARI-EDIT-FIELDS.
000770            05  ARI-EDIT-AMOUNT-X        PIC X(10).
000780            05  ARI-EDIT-AMOUNT REDEFINES ARI-EDIT-AMOUNT-X
000790                                         PIC S9(07)V99
000800                                         SIGN LEADING SEPARATE.
000810            05  ARI-EDIT-RESULT-X        PIC X(18).
000820            05  ARI-EDIT-RESULT REDEFINES ARI-EDIT-RESULT-X
000830                                         PIC 9(14)V9(04).
000840            05  ARI-EDIT-OP-CODE         PIC X(04).
000850                88  ARI-EDIT-OP-VALID    VALUE 'DIVI' 'ADDI'
000860                                               'SUBI' 'MULI'
000870                                               'PCTI' 'MODI'.
000880*
000890*****************************************************************
000900*    ATTENTION IDENTIFIER VALUES - STANDARD CICS-SUPPLIED
000910*                COPYBOOK, NOT MAINTAINED LOCALLY.
000920*****************************************************************
000930        COPY DFHAID.
000940*
000950*****************************************************************
000960*    COMMAREA - FIRST-TIME FLAG PLUS THE KEY OF THE LAST LIMITS
000970*                ROW DISPLAYED, SO PF8 CAN BROWSE FORWARD FROM
000980*                IT AND PF11 DELETES EXACTLY THE ROW ON THE
000990*                SCREEN ACROSS PSEUDO-CONVERSATIONAL RE-ENTRIES.
001000*****************************************************************
001010        01  ARI-COMMAREA.
001020            05  ARI-CA-FIRST-TIME-SW     PIC X(01).
001030                88  ARI-CA-FIRST-TIME    VALUE 'Y'.
001040            05  ARI-CA-LAST-KEY.
001050                10  ARI-CA-SOURCE-SYSTEM PIC X(08).
001060                10  ARI-CA-OP-CODE       PIC X(04).
001070*
001080        LINKAGE SECTION.
001090        01  DFHCOMMAREA                  PIC X(13).
001100*
001110        PROCEDURE DIVISION.
001120*
001130        0000-MAIN-PROCESS.
001140            IF EIBCALEN = ZERO
001150                PERFORM 1000-INITIAL-ENTRY
001160                    THRU 1000-INITIAL-ENTRY-EXIT
001170            ELSE
001180                MOVE DFHCOMMAREA TO ARI-COMMAREA
001190                IF EIBAID = DFHCLEAR OR EIBAID = DFHPF3
001200                    GO TO 0000-END-SESSION
001210                END-IF
001220                PERFORM 2000-PROCESS-INPUT
001230                    THRU 2000-PROCESS-INPUT-EXIT
001240            END-IF.
001250            EXEC CICS RETURN
001260                TRANSID('LIMC')
001270                COMMAREA(ARI-COMMAREA)
001280                LENGTH(13)
001290            END-EXEC.
001300            GOBACK.
001310*
001320*****************************************************************
001330*    0000-END-SESSION - THE OPERATOR PRESSED CLEAR OR PF3.
001340*****************************************************************
001350        0000-END-SESSION.
001360            EXEC CICS SEND TEXT
001370                FROM(ARI-END-MSG)
001380                LENGTH(LENGTH OF ARI-END-MSG)
001390                ERASE
001400                FREEKB
001410            END-EXEC.
001420            EXEC CICS RETURN
001430            END-EXEC.
001440            GOBACK.
001450*
001460*****************************************************************
001470*    1000-INITIAL-ENTRY - FIRST TIME THROUGH, SEND A BLANK
001480*                 MAINTENANCE SCREEN AND WAIT FOR THE OPERATOR.
001490*****************************************************************
001500        1000-INITIAL-ENTRY.
001510            MOVE LOW-VALUES TO LIMCMAPO.
001520            MOVE 'ENTER SOURCE SYSTEM AND OP, PRESS ENTER'
001530                TO MSGO.
001540            EXEC CICS SEND MAP(ARI-MSGID)
001550                MAPSET(ARI-MAPSETID)
001560                FROM(LIMCMAPO)
001570                ERASE
001580                RESP(ARI-RESP-CODE)
001590            END-EXEC.
001600            IF ARI-RESP-CODE NOT = DFHRESP(NORMAL)
001610                DISPLAY 'LIMC0002E - SEND MAP FAILED, RESP  = '
001620                        ARI-RESP-CODE
001630            END-IF.
001640            MOVE 'Y'    TO ARI-CA-FIRST-TIME-SW.
001650            MOVE SPACES TO ARI-CA-LAST-KEY.
001660        1000-INITIAL-ENTRY-EXIT.
001670            EXIT.
001680*
001690*****************************************************************
001700*    2000-PROCESS-INPUT - RECEIVE THE MAP AND ROUTE ON THE AID
001710*                 KEY: ENTER DISPLAYS THE KEYED ROW, PF8
001720*                 BROWSES FORWARD, PF5 ADDS OR CHANGES A ROW,
001730*                 PF11 DELETES THE ROW ON THE SCREEN.
001740*****************************************************************
001750        2000-PROCESS-INPUT.
001760            EXEC CICS RECEIVE MAP(ARI-MSGID)
001770                MAPSET(ARI-MAPSETID)
001780                INTO(LIMCMAPI)
001790                RESP(ARI-RESP-CODE)
001800            END-EXEC.
001810            IF ARI-RESP-CODE = DFHRESP(MAPFAIL)
001820                PERFORM 1000-INITIAL-ENTRY
001830                    THRU 1000-INITIAL-ENTRY-EXIT
001840                GO TO 2000-PROCESS-INPUT-EXIT
001850            END-IF.
001860            IF ARI-RESP-CODE NOT = DFHRESP(NORMAL)
001870                DISPLAY 'LIMC0001E - RECEIVE MAP FAILED, RESP='
001880                        ARI-RESP-CODE
001890                GO TO 2000-PROCESS-INPUT-EXIT
001900            END-IF.
001910            MOVE SPACES TO MSGO.
001920            EVALUATE EIBAID
001930                WHEN DFHPF8
001940                    PERFORM 3000-BROWSE-NEXT
001950                        THRU 3000-BROWSE-NEXT-EXIT
001960                WHEN DFHPF5
001970                    PERFORM 4000-SAVE-ROW
001980                        THRU 4000-SAVE-ROW-EXIT
001990                WHEN DFHPF11
002000                    PERFORM 6000-DELETE-ROW
002010                        THRU 6000-DELETE-ROW-EXIT
002020                WHEN OTHER
002030                    PERFORM 2100-DISPLAY-ROW
002040                        THRU 2100-DISPLAY-ROW-EXIT
002050            END-EVALUATE.
002060            PERFORM 5000-SEND-SCREEN
002070                THRU 5000-SEND-SCREEN-EXIT.
002080        2000-PROCESS-INPUT-EXIT.
002090            EXIT.
002100*
002110*****************************************************************
002120*    2050-EDIT-KEY - THE KEYED SOURCE SYSTEM MUST BE PRESENT
002130*                 AND THE OPERATION CODE MUST BE ONE THE
002140*                 ENGINES DISPATCH.  'DEFAULT' AS THE SOURCE
002150*                 SYSTEM MAINTAINS THE FALLBACK ROW USED FOR
002160*                 ANY SUPPLIER WITHOUT A ROW OF ITS OWN.
002170*****************************************************************
002180        2050-EDIT-KEY.
002190            SET ARI-VALID-YES TO TRUE.
002200            IF SYSIDI = SPACES OR SYSIDI = LOW-VALUES
002210                MOVE 'SOURCE SYSTEM IS REQUIRED' TO MSGO
002220                SET ARI-VALID-YES TO FALSE
002230                GO TO 2050-EDIT-KEY-EXIT
002240            END-IF.
002250            MOVE OPCDI TO ARI-EDIT-OP-CODE.
002260            IF NOT ARI-EDIT-OP-VALID
002270                MOVE 'OP MUST BE DIVI ADDI SUBI MULI PCTI MODI'
002280                    TO MSGO
002290                SET ARI-VALID-YES TO FALSE
002300                GO TO 2050-EDIT-KEY-EXIT
002310            END-IF.
002320            MOVE SYSIDI TO ARI-LIM-SOURCE-SYSTEM.
002330            MOVE OPCDI  TO ARI-LIM-OP-CODE.
002340        2050-EDIT-KEY-EXIT.
002350            EXIT.
002360*
002370*****************************************************************
002380*    2100-DISPLAY-ROW - SHOW THE LIMITS ROW FOR THE KEYED
002390*                 SOURCE SYSTEM AND OPERATION.
002400*****************************************************************
002410        2100-DISPLAY-ROW.
002420            SET ARI-FOUND-YES TO FALSE.
002430            PERFORM 2050-EDIT-KEY
002440                THRU 2050-EDIT-KEY-EXIT.
002450            IF NOT ARI-VALID-YES
002460                GO TO 2100-DISPLAY-ROW-EXIT
002470            END-IF.
002480            EXEC CICS READ
002490                FILE(ARI-LIM-FILE-ID)
002500                INTO(ARI-LIM-RECORD)
002510                RIDFLD(ARI-LIM-KEY)
002520                RESP(ARI-RESP-CODE)
002530            END-EXEC.
002540            IF ARI-RESP-CODE = DFHRESP(NOTFND)
002550                MOVE 'NO ROW FOR KEY - KEY LIMITS, PF5 TO ADD'
002560                    TO MSGO
002570                GO TO 2100-DISPLAY-ROW-EXIT
002580            END-IF.
002590            IF ARI-RESP-CODE NOT = DFHRESP(NORMAL)
002600                MOVE 'LIMITS FILE READ ERROR' TO MSGO
002610                GO TO 2100-DISPLAY-ROW-EXIT
002620            END-IF.
002630            SET ARI-FOUND-YES TO TRUE.
002640            MOVE ARI-LIM-KEY TO ARI-CA-LAST-KEY.
002650        2100-DISPLAY-ROW-EXIT.
002660            EXIT.
002670*
002680*****************************************************************
002690*    3000-BROWSE-NEXT - BROWSE FORWARD FROM THE KEY OF THE
002700*                 LAST ROW DISPLAYED (FROM THE TOP OF THE FILE
002710*                 WHEN NOTHING HAS BEEN DISPLAYED YET).
002720*****************************************************************
002730        3000-BROWSE-NEXT.
002740            SET ARI-FOUND-YES TO FALSE.
002750            MOVE ARI-CA-LAST-KEY TO ARI-LIM-KEY.
002760            MOVE ARI-CA-LAST-KEY TO ARI-SAVE-LIM-KEY.
002770            IF ARI-CA-LAST-KEY = SPACES
002780                MOVE LOW-VALUES TO ARI-LIM-KEY
002790            END-IF.
002800            EXEC CICS STARTBR
002810                FILE(ARI-LIM-FILE-ID)
002820                RIDFLD(ARI-LIM-KEY)
002830                GTEQ
002840                RESP(ARI-RESP-CODE)
002850            END-EXEC.
002860            IF ARI-RESP-CODE = DFHRESP(NOTFND)
002870                MOVE 'NO MORE LIMITS ROWS' TO MSGO
002880                GO TO 3000-BROWSE-NEXT-EXIT
002890            END-IF.
002900            IF ARI-RESP-CODE NOT = DFHRESP(NORMAL)
002910                MOVE 'LIMITS FILE BROWSE ERROR' TO MSGO
002920                GO TO 3000-BROWSE-NEXT-EXIT
002930            END-IF.
002940            PERFORM 3100-READ-NEXT-ROW
002950                THRU 3100-READ-NEXT-ROW-EXIT
002960                UNTIL ARI-FOUND-YES
002970                OR ARI-RESP-CODE NOT = DFHRESP(NORMAL).
002980            EXEC CICS ENDBR
002990                FILE(ARI-LIM-FILE-ID)
003000            END-EXEC.
003010            IF ARI-FOUND-YES
003020                MOVE ARI-LIM-KEY TO ARI-CA-LAST-KEY
003030            ELSE
003040                MOVE 'NO MORE LIMITS ROWS' TO MSGO
003050            END-IF.
003060        3000-BROWSE-NEXT-EXIT.
003070            EXIT.
003080*
003090        3100-READ-NEXT-ROW.
003100            EXEC CICS READNEXT
003110                FILE(ARI-LIM-FILE-ID)
003120                INTO(ARI-LIM-RECORD)
003130                RIDFLD(ARI-LIM-KEY)
003140                RESP(ARI-RESP-CODE)
003150            END-EXEC.
003160            IF ARI-RESP-CODE NOT = DFHRESP(NORMAL)
003170                GO TO 3100-READ-NEXT-ROW-EXIT
003180            END-IF.
003190            IF ARI-LIM-KEY = ARI-SAVE-LIM-KEY
003200                GO TO 3100-READ-NEXT-ROW-EXIT
003210            END-IF.
003220            SET ARI-FOUND-YES TO TRUE.
003230        3100-READ-NEXT-ROW-EXIT.
003240            EXIT.
003250*
003260*****************************************************************
003270*    4000-SAVE-ROW - ADD OR CHANGE THE LIMITS ROW FOR THE KEYED
003280*                 SOURCE SYSTEM AND OPERATION.  AN EXISTING ROW
003290*                 IS READ FOR UPDATE AND ONLY THE FIELDS KEYED
003300*                 ON THE SCREEN ARE CHANGED; A NEW ROW STARTS
003310*                 WITH EVERY LIMIT ZERO (NOT CHECKED).  EACH
003320*                 MINIMUM MUST NOT EXCEED ITS MAXIMUM.  WHO
003330*                 CHANGED THE ROW AND WHEN IS STAMPED ON IT.
003340*****************************************************************
003350        4000-SAVE-ROW.
003360            SET ARI-FOUND-YES TO FALSE.
003370            SET ARI-NEW-ROW-YES TO FALSE.
003380            PERFORM 2050-EDIT-KEY
003390                THRU 2050-EDIT-KEY-EXIT.
003400            IF NOT ARI-VALID-YES
003410                GO TO 4000-SAVE-ROW-EXIT
003420            END-IF.
003430            EXEC CICS READ
003440                FILE(ARI-LIM-FILE-ID)
003450                INTO(ARI-LIM-RECORD)
003460                RIDFLD(ARI-LIM-KEY)
003470                UPDATE
003480                RESP(ARI-RESP-CODE)
003490            END-EXEC.
003500            IF ARI-RESP-CODE = DFHRESP(NOTFND)
003510                SET ARI-NEW-ROW-YES TO TRUE
003520                MOVE SPACES TO ARI-LIM-RECORD
003530                MOVE SYSIDI TO ARI-LIM-SOURCE-SYSTEM
003540                MOVE OPCDI  TO ARI-LIM-OP-CODE
003550                MOVE ZERO   TO ARI-LIM-NUM1-MIN
003560                               ARI-LIM-NUM1-MAX
003570                               ARI-LIM-NUM2-MIN
003580                               ARI-LIM-NUM2-MAX
003590                               ARI-LIM-RESULT-MAX
003600            ELSE
003610                IF ARI-RESP-CODE NOT = DFHRESP(NORMAL)
003620                    MOVE 'LIMITS FILE READ ERROR' TO MSGO
003630                    GO TO 4000-SAVE-ROW-EXIT
003640                END-IF
003650            END-IF.
003660            PERFORM 4100-APPLY-SCREEN
003670                THRU 4100-APPLY-SCREEN-EXIT.
003680            IF ARI-VALID-YES
003690                AND ARI-LIM-NUM1-MIN > ARI-LIM-NUM1-MAX
003700                MOVE 'NUM1 MIN IS ABOVE NUM1 MAX' TO MSGO
003710                SET ARI-VALID-YES TO FALSE
003720            END-IF.
003730            IF ARI-VALID-YES
003740                AND ARI-LIM-NUM2-MIN > ARI-LIM-NUM2-MAX
003750                MOVE 'NUM2 MIN IS ABOVE NUM2 MAX' TO MSGO
003760                SET ARI-VALID-YES TO FALSE
003770            END-IF.
003780            IF NOT ARI-VALID-YES
003790                IF NOT ARI-NEW-ROW-YES
003800                    EXEC CICS UNLOCK
003810                        FILE(ARI-LIM-FILE-ID)
003820                    END-EXEC
003830                END-IF
003840                GO TO 4000-SAVE-ROW-EXIT
003850            END-IF.
003860            EXEC CICS ASSIGN
003870                USERID(ARI-LIM-UPDATE-USER)
003880            END-EXEC.
003890            EXEC CICS ASSIGN
003900                ABSTIME(ARI-ABS-TIME)
003910            END-EXEC.
003920            EXEC CICS FORMATTIME
003930                ABSTIME(ARI-ABS-TIME)
003940                YYYYMMDD(ARI-TODAY-DATE)
003950            END-EXEC.
003960            MOVE ARI-TODAY-DATE TO ARI-LIM-UPDATE-DATE.
003970            IF ARI-NEW-ROW-YES
003980                EXEC CICS WRITE
003990                    FILE(ARI-LIM-FILE-ID)
004000                    FROM(ARI-LIM-RECORD)
004010                    RIDFLD(ARI-LIM-KEY)
004020                    RESP(ARI-RESP-CODE)
004030                END-EXEC
004040            ELSE
004050                EXEC CICS REWRITE
004060                    FILE(ARI-LIM-FILE-ID)
004070                    FROM(ARI-LIM-RECORD)
004080                    RESP(ARI-RESP-CODE)
004090                END-EXEC
004100            END-IF.
004110            IF ARI-RESP-CODE NOT = DFHRESP(NORMAL)
004120                MOVE 'LIMITS FILE WRITE ERROR' TO MSGO
004130                GO TO 4000-SAVE-ROW-EXIT
004140            END-IF.
004150            SET ARI-FOUND-YES TO TRUE.
004160            MOVE ARI-LIM-KEY TO ARI-CA-LAST-KEY.
004170            IF ARI-NEW-ROW-YES
004180                MOVE 'LIMITS ROW ADDED' TO MSGO
004190            ELSE
004200                MOVE 'LIMITS ROW CHANGED' TO MSGO
004210            END-IF.
004220        4000-SAVE-ROW-EXIT.
004230            EXIT.
004240*
004250*****************************************************************
004260*    4100-APPLY-SCREEN - MOVE EACH LIMIT KEYED ON THE SCREEN TO
004270*                 THE ROW, PROVING ITS FORMAT FIRST.  A FIELD
004280*                 LEFT UNTOUCHED KEEPS ITS STORED VALUE.
004290*****************************************************************
004300        4100-APPLY-SCREEN.
004310            IF N1MINI NOT = SPACES AND N1MINI NOT = LOW-VALUES
004320                MOVE N1MINI TO ARI-EDIT-AMOUNT-X
004330                IF ARI-EDIT-AMOUNT IS NOT NUMERIC
004340                    MOVE 'NUM1 MIN NOT VALID - FORMAT +000123456'
004350                        TO MSGO
004360                    SET ARI-VALID-YES TO FALSE
004370                    GO TO 4100-APPLY-SCREEN-EXIT
004380                END-IF
004390                MOVE ARI-EDIT-AMOUNT TO ARI-LIM-NUM1-MIN
004400            END-IF.
004410            IF N1MAXI NOT = SPACES AND N1MAXI NOT = LOW-VALUES
004420                MOVE N1MAXI TO ARI-EDIT-AMOUNT-X
004430                IF ARI-EDIT-AMOUNT IS NOT NUMERIC
004440                    MOVE 'NUM1 MAX NOT VALID - FORMAT +000123456'
004450                        TO MSGO
004460                    SET ARI-VALID-YES TO FALSE
004470                    GO TO 4100-APPLY-SCREEN-EXIT
004480                END-IF
004490                MOVE ARI-EDIT-AMOUNT TO ARI-LIM-NUM1-MAX
004500            END-IF.
004510            IF N2MINI NOT = SPACES AND N2MINI NOT = LOW-VALUES
004520                MOVE N2MINI TO ARI-EDIT-AMOUNT-X
004530                IF ARI-EDIT-AMOUNT IS NOT NUMERIC
004540                    MOVE 'NUM2 MIN NOT VALID - FORMAT +000123456'
004550                        TO MSGO
004560                    SET ARI-VALID-YES TO FALSE
004570                    GO TO 4100-APPLY-SCREEN-EXIT
004580                END-IF
004590                MOVE ARI-EDIT-AMOUNT TO ARI-LIM-NUM2-MIN
004600            END-IF.
004610            IF N2MAXI NOT = SPACES AND N2MAXI NOT = LOW-VALUES
004620                MOVE N2MAXI TO ARI-EDIT-AMOUNT-X
004630                IF ARI-EDIT-AMOUNT IS NOT NUMERIC
004640                    MOVE 'NUM2 MAX NOT VALID - FORMAT +000123456'
004650                        TO MSGO
004660                    SET ARI-VALID-YES TO FALSE
004670                    GO TO 4100-APPLY-SCREEN-EXIT
004680                END-IF
004690                MOVE ARI-EDIT-AMOUNT TO ARI-LIM-NUM2-MAX
004700            END-IF.
004710            IF RSMAXI NOT = SPACES AND RSMAXI NOT = LOW-VALUES
004720                MOVE RSMAXI TO ARI-EDIT-RESULT-X
004730                IF ARI-EDIT-RESULT IS NOT NUMERIC
004740                    MOVE 'RESULT MAX MUST BE 18 DIGITS'
004750                        TO MSGO
004760                    SET ARI-VALID-YES TO FALSE
004770                    GO TO 4100-APPLY-SCREEN-EXIT
004780                END-IF
004790                MOVE ARI-EDIT-RESULT TO ARI-LIM-RESULT-MAX
004800            END-IF.
004810        4100-APPLY-SCREEN-EXIT.
004820            EXIT.
004830*
004840*****************************************************************
004850*    5000-SEND-SCREEN - REDISPLAY THE SCREEN, ECHOING THE
004860*                 CURRENT LIMITS ROW WHEN ONE IS IN HAND.
004870*****************************************************************
004880        5000-SEND-SCREEN.
004890            IF ARI-FOUND-YES
004900                PERFORM 5100-FORMAT-ROW
004910                    THRU 5100-FORMAT-ROW-EXIT
004920            END-IF.
004930            EXEC CICS SEND MAP(ARI-MSGID)
004940                MAPSET(ARI-MAPSETID)
004950                FROM(LIMCMAPO)
004960                DATAONLY
004970                RESP(ARI-RESP-CODE)
004980            END-EXEC.
004990            IF ARI-RESP-CODE NOT = DFHRESP(NORMAL)
005000                DISPLAY 'LIMC0003E - SEND MAP FAILED, RESP  = '
005010                        ARI-RESP-CODE
005020            END-IF.
005030            MOVE 'N' TO ARI-CA-FIRST-TIME-SW.
005040        5000-SEND-SCREEN-EXIT.
005050            EXIT.
005060*
005070        5100-FORMAT-ROW.
005080            MOVE ARI-LIM-SOURCE-SYSTEM TO SYSIDO.
005090            MOVE ARI-LIM-OP-CODE     TO OPCDO.
005100            MOVE ARI-LIM-NUM1-MIN    TO ARI-EDIT-AMOUNT.
005110            MOVE ARI-EDIT-AMOUNT-X   TO N1MINO.
005120            MOVE ARI-LIM-NUM1-MAX    TO ARI-EDIT-AMOUNT.
005130            MOVE ARI-EDIT-AMOUNT-X   TO N1MAXO.
005140            MOVE ARI-LIM-NUM2-MIN    TO ARI-EDIT-AMOUNT.
005150            MOVE ARI-EDIT-AMOUNT-X   TO N2MINO.
005160            MOVE ARI-LIM-NUM2-MAX    TO ARI-EDIT-AMOUNT.
005170            MOVE ARI-EDIT-AMOUNT-X   TO N2MAXO.
005180            MOVE ARI-LIM-RESULT-MAX  TO ARI-EDIT-RESULT.
005190            MOVE ARI-EDIT-RESULT-X   TO RSMAXO.
005200            MOVE ARI-LIM-UPDATE-DATE TO UPDDTO.
005210            MOVE ARI-LIM-UPDATE-USER TO UPDUSO.
005220        5100-FORMAT-ROW-EXIT.
005230            EXIT.
005240*
005250*****************************************************************
005260*    6000-DELETE-ROW - REMOVE THE LIMITS ROW LAST DISPLAYED
005270*                 (ITS KEY RIDES THE COMMAREA).  THE KEY ON THE
005280*                 SCREEN MUST STILL MATCH IT, SO A ROW IS NEVER
005290*                 DELETED WITHOUT FIRST BEING LOOKED AT.  THE
005300*                 ENGINES STOP CHECKING THAT SUPPLIER AND
005310*                 OPERATION (OR FALL BACK TO THE DEFAULT ROW)
005320*                 FROM THE NEXT RUN.
005330*****************************************************************
005340        6000-DELETE-ROW.
005350            SET ARI-FOUND-YES TO FALSE.
005360            IF ARI-CA-LAST-KEY = SPACES
005370                MOVE 'DISPLAY THE ROW BEFORE PF11' TO MSGO
005380                GO TO 6000-DELETE-ROW-EXIT
005390            END-IF.
005400            PERFORM 2050-EDIT-KEY
005410                THRU 2050-EDIT-KEY-EXIT.
005420            IF NOT ARI-VALID-YES
005430                GO TO 6000-DELETE-ROW-EXIT
005440            END-IF.
005450            IF ARI-LIM-KEY NOT = ARI-CA-LAST-KEY
005460                MOVE 'KEY CHANGED - PRESS ENTER TO DISPLAY'
005470                    TO MSGO
005480                GO TO 6000-DELETE-ROW-EXIT
005490            END-IF.
005500            EXEC CICS DELETE
005510                FILE(ARI-LIM-FILE-ID)
005520                RIDFLD(ARI-LIM-KEY)
005530                RESP(ARI-RESP-CODE)
005540            END-EXEC.
005550            IF ARI-RESP-CODE = DFHRESP(NOTFND)
005560                MOVE 'LIMITS ROW NOT FOUND' TO MSGO
005570                GO TO 6000-DELETE-ROW-EXIT
005580            END-IF.
005590            IF ARI-RESP-CODE NOT = DFHRESP(NORMAL)
005600                MOVE 'LIMITS FILE DELETE ERROR' TO MSGO
005610                GO TO 6000-DELETE-ROW-EXIT
005620            END-IF.
005630            MOVE SPACES TO ARI-CA-LAST-KEY.
005640            MOVE SPACES TO N1MINO N1MAXO N2MINO N2MAXO RSMAXO
005650                           UPDDTO UPDUSO.
005660            MOVE 'LIMITS ROW DELETED' TO MSGO.
005670        6000-DELETE-ROW-EXIT.
005680            EXIT.
