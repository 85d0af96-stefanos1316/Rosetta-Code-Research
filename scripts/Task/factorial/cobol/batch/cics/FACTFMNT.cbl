000010***************************************************************
000020*  PROGRAM-ID. FACTFMNT
000030*
000040*  AUTHOR.       S. L. SAMMS, ACTUARIAL SYSTEMS GROUP
000050*  INSTALLATION. HOME OFFICE DATA CENTER
000060*  DATE-WRITTEN. 2026-10-15
000070*  DATE-COMPILED.
000080*
000090*  REMARKS.
000100*      ONLINE FEED REGISTRY MAINTENANCE, TRANSACTION FFED, MAP
000110*      FACTFM1 OF MAPSET FACTFMAP.  THE FEED REGISTRY (FACTFEED
000120*      KSDS, KEYED BY FEED ID) IS WHAT FACTSPLT AND FACTBAT
000130*      GATE EVERY DECK'S HEADER AGAINST, AND WHAT FACTMORN
000140*      CHECKS LAST NIGHT'S ARRIVALS AGAINST.  OPERATIONS KEYS A
000150*      FEED ID AND AN ACTION -
000160*          BLANK  INQUIRE
000170*          A      ADD A NEW FEED
000180*          C      CHANGE THE OWNER, COST CENTER, ACTIVE FLAG OR
000190*                 EXPECTED DAYS OF AN EXISTING FEED
000200*          D      DEACTIVATE - THE NEXT DECK FROM THE FEED IS
000210*                 HELD.  A FEED IS NEVER DELETED, SO ITS
000220*                 CHARGEBACK HISTORY STILL HAS AN OWNER; A C WITH
000230*                 ACTIVE = Y BRINGS IT BACK.
000240*      AND PAGES THROUGH THE REGISTRY IN FEED-ID ORDER WITH
000250*      PF7/PF8.  EVERY ADD, CHANGE AND DEACTIVATION IS STAMPED
000260*      WITH THE DATE AND THE SIGNED-ON USER.  PSEUDO-
000270*      CONVERSATIONAL, WITH THE DISPLAYED FEED ID CARRIED IN
000280*      THE COMMAREA, THE SAME PATTERN AS FACTCENT.
000290*
000300*  MODIFICATION HISTORY.
000310*      DATE        INIT  DESCRIPTION
000320*      ----------  ----  ---------------------------------------
000330*      2026-10-15  SLS   INITIAL VERSION.
000340***************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. FACTFMNT.
000370
000380 ENVIRONMENT DIVISION.
000390
000400 DATA DIVISION.
000410 WORKING-STORAGE SECTION.
000420 01  WS-ABSTIME                 PIC S9(15) COMP-3.
000430***************************************************************
000440*  SYMBOLIC MAP AND COMMAREA LAYOUTS                            *
000450***************************************************************
000460 COPY FACTFMAP.
000470
000480 01  FFED-COMMAREA.
000490     05  FFED-FEED-ID           PIC X(08) VALUE SPACE.
000500     05  FFED-HAVE-SW           PIC X(01) VALUE 'N'.
000510         88  FFED-HAVE-FEED         VALUE 'Y'.
000520         88  FFED-NO-FEED           VALUE 'N'.
000530
000540***************************************************************
000550*  REGISTRY RECORD AND FILE CONTROL FIELDS                      *
000560***************************************************************
000570 COPY FACTFEED.
000580 01  WS-FEED-RESP               PIC S9(08) COMP.
000590 01  WS-FOUND-SW                PIC X(01) VALUE 'N'.
000600     88  WS-FEED-FOUND              VALUE 'Y'.
000610     88  WS-FEED-NOT-FOUND          VALUE 'N'.
000620 01  WS-EDIT-SW                 PIC X(01) VALUE 'Y'.
000630     88  WS-EDIT-PASSED             VALUE 'Y'.
000640     88  WS-EDIT-FAILED             VALUE 'N'.
000650 01  WS-DAY-IDX                 PIC 9(01) COMP-3 VALUE ZERO.
000660 01  WS-DAYS-KEYED.
000670     05  WS-DAY-KEYED           PIC X(01) OCCURS 7 TIMES.
000680         88  WS-DAY-FLAG-VALID      VALUE 'Y' 'N'.
000690 01  WS-USERID                  PIC X(08) VALUE SPACE.
000700
000710***************************************************************
000720*  RUN DATE AND THE LAST-CHANGE DISPLAY                         *
000730***************************************************************
000740 01  WS-RUN-DATE-NUM            PIC 9(08).
000750 01  WS-CHG-DATE.
000760     05  WS-CHG-DATE-CCYY       PIC 9(04).
000770     05  WS-CHG-DATE-MM         PIC 9(02).
000780     05  WS-CHG-DATE-DD         PIC 9(02).
000790 01  WS-LAST-CHANGE-DISPLAY.
000800     05  WS-LC-MM               PIC 99.
000810     05  FILLER                 PIC X(01) VALUE '/'.
000820     05  WS-LC-DD               PIC 99.
000830     05  FILLER                 PIC X(01) VALUE '/'.
000840     05  WS-LC-CCYY             PIC 9999.
000850     05  FILLER                 PIC X(04) VALUE ' BY '.
000860     05  WS-LC-USER             PIC X(08).
000870
000880 01  WS-DATE-OUT                PIC 9(08).
000890 01  WS-TIME-OUT                PIC 9(08).
000900
000910 LINKAGE SECTION.
000920 01  DFHCOMMAREA                PIC X(09).
000930
000940 PROCEDURE DIVISION.
000950***************************************************************
000960*  0000-MAINLINE                                                *
000970***************************************************************
000980 0000-MAINLINE.
000990     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
001000     IF EIBCALEN = 0
001010         PERFORM 1000-FIRST-ENTRY
001020     ELSE
001030         MOVE DFHCOMMAREA TO FFED-COMMAREA
001040         PERFORM 2000-HANDLE-AID
001050     END-IF
001060     GOBACK
001070     .
001080
001090***************************************************************
001100*  1000-FIRST-ENTRY  -  FRESH CONVERSATION, POSITION AT THE     *
001110*  FIRST FEED ON THE REGISTRY.                                  *
001120***************************************************************
001130 1000-FIRST-ENTRY.
001140     MOVE LOW-VALUE TO FFED-COMMAREA
001150     MOVE SPACE TO FFED-FEED-ID
001160     SET FFED-NO-FEED TO TRUE
001170     MOVE SPACE TO FACTFM1O
001180     MOVE -1 TO FEEDIDL
001190     PERFORM 3000-FIND-FROM-TOP
001200     IF WS-FEED-FOUND
001210         MOVE 'KEY A FEED ID AND ACTION, OR PAGE WITH PF7/PF8.'
001220             TO MSGOO
001230     END-IF
001240     PERFORM 8000-SEND-MAP-FULL
001250     .
001260
001270***************************************************************
001280*  2000-HANDLE-AID  -  DISPATCH ON WHICH KEY OPERATIONS USED.   *
001290***************************************************************
001300 2000-HANDLE-AID.
001310     MOVE SPACE TO FACTFM1O
001320     MOVE -1 TO FEEDIDL
001330     EVALUATE EIBAID
001340         WHEN DFHPF3
001350             PERFORM 9000-END-SESSION
001360         WHEN DFHPF7
001370             PERFORM 3100-BROWSE-BACKWARD
001380             PERFORM 8000-SEND-MAP-FULL
001390         WHEN DFHPF8
001400             PERFORM 3200-BROWSE-FORWARD
001410             PERFORM 8000-SEND-MAP-FULL
001420         WHEN DFHENTER
001430             PERFORM 2100-PROCESS-ENTRY
001440                 THRU 2100-PROCESS-ENTRY-EXIT
001450             PERFORM 8000-SEND-MAP-FULL
001460         WHEN OTHER
001470             PERFORM 3300-RESHOW-CURRENT
001480             MOVE 'INVALID KEY - USE ENTER, PF3, PF7 OR PF8.'
001490                 TO MSGOO
001500             PERFORM 8000-SEND-MAP-FULL
001510     END-EVALUATE
001520     .
001530
001540***************************************************************
001550*  2100-PROCESS-ENTRY  -  RECEIVE THE SCREEN AND APPLY THE      *
001560*  ACTION TO THE KEYED FEED ID.                                 *
001570***************************************************************
001580 2100-PROCESS-ENTRY.
001590     EXEC CICS
001600         RECEIVE MAP ('FACTFM1') MAPSET ('FACTFMAP')
001610         INTO (FACTFM1I)
001620         RESP (WS-FEED-RESP)
001630     END-EXEC
001640     IF FEEDIDI = LOW-VALUE
001650         MOVE SPACE TO FEEDIDI
001660     END-IF
001670     IF ACTI = LOW-VALUE
001680         MOVE SPACE TO ACTI
001690     END-IF
001700     IF OWNERI = LOW-VALUE
001710         MOVE SPACE TO OWNERI
001720     END-IF
001730     IF CCTRI = LOW-VALUE
001740         MOVE SPACE TO CCTRI
001750     END-IF
001760     IF ACTVI = LOW-VALUE
001770         MOVE SPACE TO ACTVI
001780     END-IF
001790     IF DAYSI = LOW-VALUE
001800         MOVE SPACE TO DAYSI
001810     END-IF
001820     IF FEEDIDI = SPACE
001830         PERFORM 3300-RESHOW-CURRENT
001840         MOVE 'FEED ID IS REQUIRED.' TO MSGOO
001850         GO TO 2100-PROCESS-ENTRY-EXIT
001860     END-IF
001870     EVALUATE ACTI
001880         WHEN SPACE
001890             PERFORM 2150-INQUIRE-FEED
001900         WHEN 'A'
001910             PERFORM 2200-ADD-FEED THRU 2200-ADD-FEED-EXIT
001920         WHEN 'C'
001930             PERFORM 2300-CHANGE-FEED THRU 2300-CHANGE-FEED-EXIT
001940         WHEN 'D'
001950             PERFORM 2400-DEACTIVATE-FEED
001960                 THRU 2400-DEACTIVATE-EXIT
001970         WHEN OTHER
001980             PERFORM 3300-RESHOW-CURRENT
001990             MOVE 'ACTION MUST BE BLANK, A, C OR D.' TO MSGOO
002000     END-EVALUATE
002010     .
002020 2100-PROCESS-ENTRY-EXIT.
002030     EXIT.
002040
002050***************************************************************
002060*  2150-INQUIRE-FEED  -  BLANK ACTION, SHOW THE KEYED FEED.     *
002070***************************************************************
002080 2150-INQUIRE-FEED.
002090     MOVE FEEDIDI TO FACTFEED-FEED-ID
002100     EXEC CICS
002110         READ FILE ('FACTFEED')
002120         INTO (FACTFEED-RECORD)
002130         RIDFLD (FACTFEED-KEY)
002140         RESP (WS-FEED-RESP)
002150     END-EXEC
002160     EVALUATE TRUE
002170         WHEN WS-FEED-RESP = DFHRESP(NORMAL)
002180             PERFORM 3600-SHOW-FEED
002190             MOVE 'FEED SHOWN.' TO MSGOO
002200         WHEN WS-FEED-RESP = DFHRESP(NOTFND)
002210             MOVE 'FEED ID NOT REGISTERED - USE A TO ADD IT.'
002220                 TO MSGOO
002230         WHEN OTHER
002240             MOVE 'FEED REGISTRY NOT AVAILABLE - CALL SYSTEMS.'
002250                 TO MSGOO
002260     END-EVALUATE
002270     .
002280
002290***************************************************************
002300*  2200-ADD-FEED  -  ACTION A.  A BLANK ACTIVE FLAG ADDS THE    *
002310*  FEED ACTIVE.                                                 *
002320***************************************************************
002330 2200-ADD-FEED.
002340     IF ACTVI = SPACE
002350         MOVE 'Y' TO ACTVI
002360     END-IF
002370     PERFORM 2500-EDIT-FEED-FIELDS THRU 2500-EDIT-FEED-EXIT
002380     IF WS-EDIT-FAILED
002390         GO TO 2200-ADD-FEED-EXIT
002400     END-IF
002410     MOVE SPACE TO FACTFEED-RECORD
002420     MOVE FEEDIDI TO FACTFEED-FEED-ID
002430     PERFORM 2600-MOVE-SCREEN-TO-RECORD
002440     EXEC CICS
002450         WRITE FILE ('FACTFEED')
002460         FROM (FACTFEED-RECORD)
002470         RIDFLD (FACTFEED-KEY)
002480         RESP (WS-FEED-RESP)
002490     END-EXEC
002500     EVALUATE TRUE
002510         WHEN WS-FEED-RESP = DFHRESP(NORMAL)
002520             PERFORM 3600-SHOW-FEED
002530             MOVE 'FEED ADDED.' TO MSGOO
002540         WHEN WS-FEED-RESP = DFHRESP(DUPREC)
002550             MOVE 'FEED ID ALREADY REGISTERED - USE C TO CHANGE.'
002560                 TO MSGOO
002570         WHEN OTHER
002580             MOVE 'FEED REGISTRY WRITE FAILED - CALL SYSTEMS.'
002590                 TO MSGOO
002600     END-EVALUATE
002610     .
002620 2200-ADD-FEED-EXIT.
002630     EXIT.
002640
002650***************************************************************
002660*  2300-CHANGE-FEED  -  ACTION C.  A BLANK ACTIVE FLAG LEAVES   *
002670*  THE FEED'S FLAG AS IT WAS.                                   *
002680***************************************************************
002690 2300-CHANGE-FEED.
002700     MOVE FEEDIDI TO FACTFEED-FEED-ID
002710     EXEC CICS
002720         READ FILE ('FACTFEED')
002730         INTO (FACTFEED-RECORD)
002740         RIDFLD (FACTFEED-KEY)
002750         UPDATE
002760         RESP (WS-FEED-RESP)
002770     END-EXEC
002780     IF WS-FEED-RESP = DFHRESP(NOTFND)
002790         MOVE 'FEED ID NOT REGISTERED - USE A TO ADD IT.' TO MSGOO
002800         GO TO 2300-CHANGE-FEED-EXIT
002810     END-IF
002820     IF WS-FEED-RESP NOT = DFHRESP(NORMAL)
002830         MOVE 'FEED REGISTRY NOT AVAILABLE - CALL SYSTEMS.'
002840             TO MSGOO
002850         GO TO 2300-CHANGE-FEED-EXIT
002860     END-IF
002870     IF ACTVI = SPACE
002880         MOVE FACTFEED-ACTIVE-FLAG TO ACTVI
002890     END-IF
002900     PERFORM 2500-EDIT-FEED-FIELDS THRU 2500-EDIT-FEED-EXIT
002910     IF WS-EDIT-FAILED
002920         EXEC CICS
002930             UNLOCK FILE ('FACTFEED')
002940         END-EXEC
002950         GO TO 2300-CHANGE-FEED-EXIT
002960     END-IF
002970     PERFORM 2600-MOVE-SCREEN-TO-RECORD
002980     PERFORM 2700-REWRITE-FEED
002990     IF WS-FEED-RESP = DFHRESP(NORMAL)
003000         MOVE 'FEED CHANGED.' TO MSGOO
003010     END-IF
003020     .
003030 2300-CHANGE-FEED-EXIT.
003040     EXIT.
003050
003060***************************************************************
003070*  2400-DEACTIVATE-FEED  -  ACTION D.  ONLY THE ACTIVE FLAG     *
003080*  AND THE CHANGE STAMP MOVE - THE RECORD STAYS ON FILE.        *
003090***************************************************************
003100 2400-DEACTIVATE-FEED.
003110     MOVE FEEDIDI TO FACTFEED-FEED-ID
003120     EXEC CICS
003130         READ FILE ('FACTFEED')
003140         INTO (FACTFEED-RECORD)
003150         RIDFLD (FACTFEED-KEY)
003160         UPDATE
003170         RESP (WS-FEED-RESP)
003180     END-EXEC
003190     IF WS-FEED-RESP = DFHRESP(NOTFND)
003200         MOVE 'FEED ID NOT REGISTERED - NOTHING TO DEACTIVATE.'
003210             TO MSGOO
003220         GO TO 2400-DEACTIVATE-EXIT
003230     END-IF
003240     IF WS-FEED-RESP NOT = DFHRESP(NORMAL)
003250         MOVE 'FEED REGISTRY NOT AVAILABLE - CALL SYSTEMS.'
003260             TO MSGOO
003270         GO TO 2400-DEACTIVATE-EXIT
003280     END-IF
003290     IF FACTFEED-IS-INACTIVE
003300         EXEC CICS
003310             UNLOCK FILE ('FACTFEED')
003320         END-EXEC
003330         PERFORM 3600-SHOW-FEED
003340         MOVE 'FEED IS ALREADY INACTIVE.' TO MSGOO
003350         GO TO 2400-DEACTIVATE-EXIT
003360     END-IF
003370     SET FACTFEED-IS-INACTIVE TO TRUE
003380     PERFORM 2650-STAMP-CHANGE
003390     PERFORM 2700-REWRITE-FEED
003400     IF WS-FEED-RESP = DFHRESP(NORMAL)
003410         MOVE 'FEED DEACTIVATED - ITS NEXT DECK WILL BE HELD.'
003420             TO MSGOO
003430     END-IF
003440     .
003450 2400-DEACTIVATE-EXIT.
003460     EXIT.
003470
003480***************************************************************
003490*  2500-EDIT-FEED-FIELDS  -  OWNER AND COST CENTER REQUIRED,    *
003500*  ACTIVE Y OR N, AND A Y OR N FOR EVERY DAY OF THE WEEK.  A    *
003510*  FAILED EDIT LEAVES THE KEYED FIELDS ON THE SCREEN.           *
003520***************************************************************
003530 2500-EDIT-FEED-FIELDS.
003540     SET WS-EDIT-FAILED TO TRUE
003550     IF OWNERI = SPACE
003560         MOVE 'OWNER IS REQUIRED.' TO MSGOO
003570         GO TO 2500-EDIT-FEED-EXIT
003580     END-IF
003590     IF CCTRI = SPACE
003600         MOVE 'COST CENTER IS REQUIRED.' TO MSGOO
003610         GO TO 2500-EDIT-FEED-EXIT
003620     END-IF
003630     IF ACTVI NOT = 'Y' AND ACTVI NOT = 'N'
003640         MOVE 'ACTIVE MUST BE Y OR N.' TO MSGOO
003650         GO TO 2500-EDIT-FEED-EXIT
003660     END-IF
003670     MOVE DAYSI TO WS-DAYS-KEYED
003680     SET WS-EDIT-PASSED TO TRUE
003690     PERFORM 2550-EDIT-ONE-DAY
003700         VARYING WS-DAY-IDX FROM 1 BY 1
003710             UNTIL WS-DAY-IDX > 7
003720     IF WS-EDIT-FAILED
003730         MOVE 'EXPECTED ON NEEDS A Y OR N FOR EACH OF THE 7 DAYS.'
003740             TO MSGOO
003750     END-IF
003760     .
003770 2500-EDIT-FEED-EXIT.
003780     EXIT.
003790
003800***************************************************************
003810*  2550-EDIT-ONE-DAY                                            *
003820***************************************************************
003830 2550-EDIT-ONE-DAY.
003840     IF NOT WS-DAY-FLAG-VALID (WS-DAY-IDX)
003850         SET WS-EDIT-FAILED TO TRUE
003860     END-IF
003870     .
003880
003890***************************************************************
003900*  2600-MOVE-SCREEN-TO-RECORD  -  THE EDITED FIELDS, PLUS THE   *
003910*  CHANGE STAMP.                                                *
003920***************************************************************
003930 2600-MOVE-SCREEN-TO-RECORD.
003940     MOVE OWNERI TO FACTFEED-OWNER
003950     MOVE CCTRI TO FACTFEED-COST-CENTER
003960     MOVE ACTVI TO FACTFEED-ACTIVE-FLAG
003970     MOVE WS-DAYS-KEYED TO FACTFEED-EXPECTED-DAYS
003980     PERFORM 2650-STAMP-CHANGE
003990     .
004000
004010***************************************************************
004020*  2650-STAMP-CHANGE  -  TODAY'S DATE AND THE SIGNED-ON USER.   *
004030***************************************************************
004040 2650-STAMP-CHANGE.
004050     EXEC CICS
004060         ASSIGN USERID (WS-USERID)
004070     END-EXEC
004080     MOVE WS-RUN-DATE-NUM TO FACTFEED-CHANGED-DATE
004090     MOVE WS-USERID TO FACTFEED-CHANGED-USER
004100     .
004110
004120***************************************************************
004130*  2700-REWRITE-FEED  -  RELEASE THE UPDATE READ AND SHOW THE   *
004140*  FEED AS IT NOW STANDS.                                       *
004150***************************************************************
004160 2700-REWRITE-FEED.
004170     EXEC CICS
004180         REWRITE FILE ('FACTFEED')
004190         FROM (FACTFEED-RECORD)
004200         RESP (WS-FEED-RESP)
004210     END-EXEC
004220     IF WS-FEED-RESP = DFHRESP(NORMAL)
004230         PERFORM 3600-SHOW-FEED
004240     ELSE
004250         MOVE 'FEED REGISTRY REWRITE FAILED - CALL SYSTEMS.'
004260             TO MSGOO
004270     END-IF
004280     .
004290
004300***************************************************************
004310*  3000-FIND-FROM-TOP  -  FIRST FEED ON THE REGISTRY.           *
004320***************************************************************
004330 3000-FIND-FROM-TOP.
004340     MOVE LOW-VALUE TO FACTFEED-KEY
004350     SET WS-FEED-NOT-FOUND TO TRUE
004360     EXEC CICS
004370         STARTBR FILE ('FACTFEED')
004380         RIDFLD (FACTFEED-KEY)
004390         GTEQ
004400         RESP (WS-FEED-RESP)
004410     END-EXEC
004420     IF WS-FEED-RESP = DFHRESP(NOTFND)
004430         SET FFED-NO-FEED TO TRUE
004440         MOVE 'REGISTRY IS EMPTY - KEY A FEED ID AND ACTION A.'
004450             TO MSGOO
004460         GO TO 3000-FIND-FROM-TOP-EXIT
004470     END-IF
004480     IF WS-FEED-RESP NOT = DFHRESP(NORMAL)
004490         SET FFED-NO-FEED TO TRUE
004500         MOVE 'FEED REGISTRY NOT AVAILABLE - CALL SYSTEMS.'
004510             TO MSGOO
004520         GO TO 3000-FIND-FROM-TOP-EXIT
004530     END-IF
004540     PERFORM 3440-READ-NEXT-RECORD
004550     EXEC CICS
004560         ENDBR FILE ('FACTFEED')
004570     END-EXEC
004580     IF WS-FEED-RESP = DFHRESP(NORMAL)
004590         SET WS-FEED-FOUND TO TRUE
004600         PERFORM 3600-SHOW-FEED
004610     ELSE
004620         SET FFED-NO-FEED TO TRUE
004630         MOVE 'REGISTRY IS EMPTY - KEY A FEED ID AND ACTION A.'
004640             TO MSGOO
004650     END-IF
004660     .
004670 3000-FIND-FROM-TOP-EXIT.
004680     EXIT.
004690
004700***************************************************************
004710*  3100-BROWSE-BACKWARD  -  PF7, THE FEED BEFORE THE ONE ON     *
004720*  SCREEN IN FEED-ID ORDER.                                     *
004730***************************************************************
004740 3100-BROWSE-BACKWARD.
004750     IF FFED-NO-FEED
004760         PERFORM 3000-FIND-FROM-TOP
004770         GO TO 3100-BROWSE-BACKWARD-EXIT
004780     END-IF
004790     MOVE FFED-FEED-ID TO FACTFEED-FEED-ID
004800     EXEC CICS
004810         STARTBR FILE ('FACTFEED')
004820         RIDFLD (FACTFEED-KEY)
004830         GTEQ
004840         RESP (WS-FEED-RESP)
004850     END-EXEC
004860     IF WS-FEED-RESP NOT = DFHRESP(NORMAL)
004870         PERFORM 3300-RESHOW-CURRENT
004880         MOVE 'FEED REGISTRY NOT AVAILABLE - CALL SYSTEMS.'
004890             TO MSGOO
004900         GO TO 3100-BROWSE-BACKWARD-EXIT
004910     END-IF
004920*    THE FIRST READPREV RETURNS THE FEED ON SCREEN - STEP PAST
004930*    IT TO THE ONE BEFORE.
004940     PERFORM 3450-READ-PREV-RECORD
004950     IF WS-FEED-RESP = DFHRESP(NORMAL)
004960         PERFORM 3450-READ-PREV-RECORD
004970     END-IF
004980     EXEC CICS
004990         ENDBR FILE ('FACTFEED')
005000     END-EXEC
005010     IF WS-FEED-RESP = DFHRESP(NORMAL)
005020         PERFORM 3600-SHOW-FEED
005030         MOVE 'SHOWING THE PREVIOUS FEED.' TO MSGOO
005040     ELSE
005050         PERFORM 3300-RESHOW-CURRENT
005060         MOVE 'NO EARLIER FEED ON THE REGISTRY.' TO MSGOO
005070     END-IF
005080     .
005090 3100-BROWSE-BACKWARD-EXIT.
005100     EXIT.
005110
005120***************************************************************
005130*  3200-BROWSE-FORWARD  -  PF8, THE FEED AFTER THE ONE ON       *
005140*  SCREEN IN FEED-ID ORDER.                                     *
005150***************************************************************
005160 3200-BROWSE-FORWARD.
005170     IF FFED-NO-FEED
005180         PERFORM 3000-FIND-FROM-TOP
005190         GO TO 3200-BROWSE-FORWARD-EXIT
005200     END-IF
005210     MOVE FFED-FEED-ID TO FACTFEED-FEED-ID
005220     EXEC CICS
005230         STARTBR FILE ('FACTFEED')
005240         RIDFLD (FACTFEED-KEY)
005250         GTEQ
005260         RESP (WS-FEED-RESP)
005270     END-EXEC
005280     IF WS-FEED-RESP NOT = DFHRESP(NORMAL)
005290         PERFORM 3300-RESHOW-CURRENT
005300         MOVE 'NO LATER FEED ON THE REGISTRY.' TO MSGOO
005310         GO TO 3200-BROWSE-FORWARD-EXIT
005320     END-IF
005330*    THE FIRST READNEXT RETURNS THE FEED ON SCREEN - STEP PAST
005340*    IT TO THE ONE AFTER.
005350     PERFORM 3440-READ-NEXT-RECORD
005360     IF WS-FEED-RESP = DFHRESP(NORMAL)
005370         PERFORM 3440-READ-NEXT-RECORD
005380     END-IF
005390     EXEC CICS
005400         ENDBR FILE ('FACTFEED')
005410     END-EXEC
005420     IF WS-FEED-RESP = DFHRESP(NORMAL)
005430         PERFORM 3600-SHOW-FEED
005440         MOVE 'SHOWING THE NEXT FEED.' TO MSGOO
005450     ELSE
005460         PERFORM 3300-RESHOW-CURRENT
005470         MOVE 'NO LATER FEED ON THE REGISTRY.' TO MSGOO
005480     END-IF
005490     .
005500 3200-BROWSE-FORWARD-EXIT.
005510     EXIT.
005520
005530***************************************************************
005540*  3300-RESHOW-CURRENT  -  THE MAP AREA IS FRESH AUTO STORAGE   *
005550*  EVERY TASK - RE-READ THE FEED THE COMMAREA POINTS AT SO AN   *
005560*  ERROR MESSAGE DOES NOT BLANK THE SCREEN UNDER IT.            *
005570***************************************************************
005580 3300-RESHOW-CURRENT.
005590     IF FFED-NO-FEED
005600         GO TO 3300-RESHOW-CURRENT-EXIT
005610     END-IF
005620     MOVE FFED-FEED-ID TO FACTFEED-FEED-ID
005630     EXEC CICS
005640         READ FILE ('FACTFEED')
005650         INTO (FACTFEED-RECORD)
005660         RIDFLD (FACTFEED-KEY)
005670         RESP (WS-FEED-RESP)
005680     END-EXEC
005690     IF WS-FEED-RESP = DFHRESP(NORMAL)
005700         PERFORM 3600-SHOW-FEED
005710     END-IF
005720     .
005730 3300-RESHOW-CURRENT-EXIT.
005740     EXIT.
005750
005760***************************************************************
005770*  3440-READ-NEXT-RECORD                                        *
005780***************************************************************
005790 3440-READ-NEXT-RECORD.
005800     EXEC CICS
005810         READNEXT FILE ('FACTFEED')
005820         INTO (FACTFEED-RECORD)
005830         RIDFLD (FACTFEED-KEY)
005840         RESP (WS-FEED-RESP)
005850     END-EXEC
005860     .
005870
005880***************************************************************
005890*  3450-READ-PREV-RECORD                                        *
005900***************************************************************
005910 3450-READ-PREV-RECORD.
005920     EXEC CICS
005930         READPREV FILE ('FACTFEED')
005940         INTO (FACTFEED-RECORD)
005950         RIDFLD (FACTFEED-KEY)
005960         RESP (WS-FEED-RESP)
005970     END-EXEC
005980     .
005990
006000***************************************************************
006010*  3600-SHOW-FEED  -  FORMAT THE FEED IN HAND ONTO THE MAP AND  *
006020*  REMEMBER ITS ID IN THE COMMAREA SO PF7/PF8 KNOW WHERE TO     *
006030*  RESUME.                                                      *
006040***************************************************************
006050 3600-SHOW-FEED.
006060     MOVE FACTFEED-FEED-ID TO FEEDIDO
006070     MOVE SPACE TO ACTO
006080     MOVE FACTFEED-OWNER TO OWNERO
006090     MOVE FACTFEED-COST-CENTER TO CCTRO
006100     MOVE FACTFEED-ACTIVE-FLAG TO ACTVO
006110     MOVE FACTFEED-EXPECTED-DAYS TO DAYSO
006120     IF FACTFEED-CHANGED-DATE = ZERO
006130         MOVE SPACE TO LCHGO
006140     ELSE
006150         MOVE FACTFEED-CHANGED-DATE TO WS-CHG-DATE
006160         MOVE WS-CHG-DATE-MM TO WS-LC-MM
006170         MOVE WS-CHG-DATE-DD TO WS-LC-DD
006180         MOVE WS-CHG-DATE-CCYY TO WS-LC-CCYY
006190         MOVE FACTFEED-CHANGED-USER TO WS-LC-USER
006200         MOVE WS-LAST-CHANGE-DISPLAY TO LCHGO
006210     END-IF
006220     MOVE FACTFEED-FEED-ID TO FFED-FEED-ID
006230     SET FFED-HAVE-FEED TO TRUE
006240     .
006250
006260***************************************************************
006270*  8000-SEND-MAP-FULL  -  REFRESH THE DATE/TIME, SEND THE WHOLE *
006280*  SCREEN AND PASS THE COMMAREA TO THE NEXT PSEUDO-             *
006290*  CONVERSATIONAL TRANSFER.                                     *
006300***************************************************************
006310 8000-SEND-MAP-FULL.
006320     EXEC CICS
006330         ASSIGN ABSTIME (WS-ABSTIME)
006340     END-EXEC
006350     EXEC CICS
006360         FORMATTIME ABSTIME (WS-ABSTIME)
006370         YYYYMMDD (WS-DATE-OUT)
006380         TIME (WS-TIME-OUT)
006390     END-EXEC
006400     MOVE WS-DATE-OUT TO DATEOO
006410     MOVE WS-TIME-OUT TO TIMEOO
006420     EXEC CICS
006430         SEND MAP ('FACTFM1') MAPSET ('FACTFMAP')
006440         FROM (FACTFM1O)
006450         ERASE
006460     END-EXEC
006470     EXEC CICS
006480         RETURN TRANSID ('FFED')
006490         COMMAREA (FFED-COMMAREA)
006500         LENGTH (LENGTH OF FFED-COMMAREA)
006510     END-EXEC
006520     .
006530
006540***************************************************************
006550*  9000-END-SESSION                                             *
006560***************************************************************
006570 9000-END-SESSION.
006580     EXEC CICS
006590         SEND TEXT FROM ('FEED REGISTRY MAINTENANCE ENDED.')
006600         ERASE FREEKB
006610     END-EXEC
006620     EXEC CICS RETURN END-EXEC
006630     .
