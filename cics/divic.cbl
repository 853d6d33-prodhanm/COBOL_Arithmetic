000110*                NUM1/NUM2 PAIR AND SEE THE DIVISION RESULT
000120*                WITHOUT WAITING FOR THE NEXT DIVI BATCH WINDOW.
000130*                USES THE SAME ZERO-DIVIDE HANDLING AS 2300-CALC-
000136*                TRANS IN THE DIVI BATCH PROGRAM AND CAPTURES
000142*                EVERY INQUIRY IN THE BATCH AUDIT LAYOUT TO THE
000148*                KEYED ONLINE AUDIT CAPTURE FILE (FCT NAME
000154*                ARIONL).  THE AUDM BATCH STEP MERGES THE
000160*                CAPTURED RECORDS INTO THE LIVE DIVI AUDIT LOG AT
000166*                A CONTROLLED POINT IN THE BATCH WINDOW, SO NO
000172*                ONLINE RECORD EVER MEETS AN AUDP OR RBAK
000178*                COPYBACK OF THAT LOG.
000190*
000200* MAPSET       : DIVIMS   MAP: DIVIMAP  (SEE DIVICMAP.BMS)
000210*
000320* 2026-09-03 MDH    ONLINE AUDIT RECORDS NOW STAMP 'ONLINE' AS
000330*                    THE SOURCE SYSTEM - ONLINE INQUIRIES HAVE
000340*                    NO EXTRACT HEADER TO TAKE ONE FROM.
000341* 2026-10-15 MDH    ONLINE AUDIT RECORDS NOW GO TO THE ARIONL
000342*                    CAPTURE FILE INSTEAD OF THE AUDQ QUEUE
000343*                    OVER THE LIVE AUDIT LOG; AUDM MERGES THEM.
000344* 2026-10-15 MDH    THE SIGNED-ON USER MUST NOW HOLD THE ONLINE
000345*                    CALCULATION FUNCTION (CALC SCREEN) OR THE
000346*                    INQUIRY FUNCTION (DIVIQRY) ON THE ARIAUT
000347*                    AUTHORIZATION PROFILE; OTHERWISE THE SCREEN
000348*                    SAYS NOT AUTHORIZED AND NOTHING IS DONE.
000350*****************************************************************
000360        ENVIRONMENT DIVISION.
000370*
000660            05  ARI-EDIT-QREMAINDER      PIC -ZZZ,ZZZ,ZZ9.99.
000670*
000680*****************************************************************
000686*    AUDIT RECORD - THE SAME LAYOUT THE BATCH RUNS WRITE, HELD
000692*    ON THE ONLINE CAPTURE RECORD UNTIL AUDM MERGES IT
000700*****************************************************************
000710        COPY ARIAUD.
000711        COPY ARIONL.
000712*
000713*****************************************************************
000714*    AUTHORIZATION PROFILE - THE SIGNED-ON USER'S ENTRY
000715*****************************************************************
000716        COPY ARIAUT.
000720*
000730*****************************************************************
000740*    PROGRAM SWITCHES AND MISCELLANEOUS WORKING STORAGE
000860                                         VALUE 'DIVIQRY'.
000870        77  ARI-RES-FILE-ID              PIC X(08)
000880                                         VALUE 'ARIRES'.
000882        77  ARI-ONL-FILE-ID              PIC X(08)
000884                                         VALUE 'ARIONL'.
000886        77  ARI-AUT-FILE-ID              PIC X(08)
000888                                         VALUE 'ARIAUT'.
000890        77  ARI-ABS-TIME                 PIC S9(15) COMP-3
000900                                         VALUE ZERO.
000910        77  ARI-CICS-TIME                PIC 9(06) VALUE ZERO.
002040                        ARI-RESP-CODE
002050                GO TO 2000-PROCESS-INPUT-EXIT
002060            END-IF.
002061            PERFORM 8000-READ-AUTH-PROFILE
002062                THRU 8000-READ-AUTH-PROFILE-EXIT.
002063            IF NOT ARI-AUT-ACTIVE
002064                OR NOT ARI-AUT-CALC-YES
002065                MOVE 'NOT AUTHORIZED FOR ONLINE DIVISION'
002066                    TO REMARKO
002067                SET ARI-VALID-YES TO FALSE
002068                PERFORM 2400-SEND-RESULT
002069                    THRU 2400-SEND-RESULT-EXIT
002070                GO TO 2000-PROCESS-INPUT-EXIT
002071            END-IF.
002072            PERFORM 2100-VALIDATE-INPUT
002080                THRU 2100-VALIDATE-INPUT-EXIT.
002090            IF ARI-VALID-YES
002100                PERFORM 2200-CALC-RESULT
002730            EXIT.
002740*
002750*****************************************************************
002760*    2300-LOG-AUDIT - BUILD THE SAME AUDIT LAYOUT THE BATCH
002770*                 PROGRAM USES AND WRITE IT TO THE ONLINE AUDIT
002780*                 CAPTURE FILE, KEYED BY THE ABSOLUTE TIME OF
002790*                 THE INQUIRY AND THE TERMINAL.  AUDM CARRIES IT
002800*                 ON TO THE LIVE DIVI AUDIT LOG.
002810*****************************************************************
002820        2300-LOG-AUDIT.
002830            MOVE SPACES              TO ARI-AUDIT-RECORD.
003070            MOVE ARI-CALC-NUM2        TO ARI-AUD-NUM2.
003080            MOVE ARI-CALC-RESULT      TO ARI-AUD-RESULT.
003090            MOVE ARI-CALC-REMAINDER   TO ARI-AUD-REMAINDER.
003095            MOVE SPACES               TO ARI-ONL-RECORD.
003100            MOVE ARI-ABS-TIME         TO ARI-ONL-STAMP.
003105            MOVE EIBTRMID             TO ARI-ONL-TERM-ID.
003110            MOVE ARI-AUDIT-RECORD     TO ARI-ONL-AUDIT-DATA.
003115            EXEC CICS WRITE
003120                FILE(ARI-ONL-FILE-ID)
003125                FROM(ARI-ONL-RECORD)
003130                RIDFLD(ARI-ONL-KEY)
003140                RESP(ARI-RESP-CODE)
003150            END-EXEC.
003160            IF ARI-RESP-CODE NOT = DFHRESP(NORMAL)
003170                DISPLAY 'DIVIC0004E - WRITE ARIONL FAILED, '
003180                        'RESP = ' ARI-RESP-CODE
003190            END-IF.
003200        2300-LOG-AUDIT-EXIT.
003790                GO TO 6000-PROCESS-INQUIRY-EXIT
003800            END-IF.
003810            MOVE SPACES TO QMSGO.
003813            PERFORM 8000-READ-AUTH-PROFILE
003816                THRU 8000-READ-AUTH-PROFILE-EXIT.
003819            IF ARI-AUT-ACTIVE
003822                AND ARI-AUT-INQUIRY-YES
003825                PERFORM 6100-INQUIRE-RESULT
003828                    THRU 6100-INQUIRE-RESULT-EXIT
003831            ELSE
003834                MOVE 'NOT AUTHORIZED FOR RESULT INQUIRY' TO QMSGO
003837            END-IF.
003840            EXEC CICS SEND MAP(ARI-QRYMAPID)
003850                MAPSET(ARI-MAPSETID)
003860                FROM(DIVIQRYO)
004600            SET ARI-CA-MODE-INQUIRY TO TRUE.
004610        7000-SHOW-INQUIRY-SCREEN-EXIT.
004620            EXIT.
004630*
004640*****************************************************************
004650*    8000-READ-AUTH-PROFILE - READ THE SIGNED-ON USER'S ENTRY ON
004660*                 THE AUTHORIZATION PROFILE FILE.  NO ENTRY, OR A
004670*                 READ FAILURE, LEAVES THE STATUS BLANK, WHICH THE
004680*                 CALLER TREATS AS NOT AUTHORIZED.
004690*****************************************************************
004700        8000-READ-AUTH-PROFILE.
004710            MOVE SPACES TO ARI-AUT-RECORD.
004720            EXEC CICS ASSIGN
004730                USERID(ARI-AUT-USER-ID)
004740            END-EXEC.
004750            EXEC CICS READ
004760                FILE(ARI-AUT-FILE-ID)
004770                INTO(ARI-AUT-RECORD)
004780                RIDFLD(ARI-AUT-USER-ID)
004790                RESP(ARI-RESP-CODE)
004800            END-EXEC.
004810            IF ARI-RESP-CODE NOT = DFHRESP(NORMAL)
004820                IF ARI-RESP-CODE NOT = DFHRESP(NOTFND)
004830                    DISPLAY 'DIVIC0008E - READ ARIAUT FAILED, '
004840                            'RESP = ' ARI-RESP-CODE
004850                END-IF
004860                MOVE SPACES TO ARI-AUT-STATUS
004870            END-IF.
004880        8000-READ-AUTH-PROFILE-EXIT.
004890            EXIT.
