000010***************************************************************
000020*  PROGRAM-ID. FACTWAPR
000030*
000040*  AUTHOR.       S. L. SAMMS, ACTUARIAL SYSTEMS GROUP
000050*  INSTALLATION. HOME OFFICE DATA CENTER
000060*  DATE-WRITTEN. 2026-10-15
000070*  DATE-COMPILED.
000080*
000090*  REMARKS.
000100*      ONLINE WRITE-OFF APPROVAL, TRANSACTION FAPR, MAP FACTWM1
000110*      OF MAPSET FACTWMAP.  A WRITE-OFF KEYED ON FCOR (FACTCENT)
000120*      NO LONGER POSTS BY ITSELF - IT WAITS ON THE FACTWOFF KSDS
000130*      AS PENDING, STAMPED WITH THE OPERATOR WHO KEYED IT, UNTIL
000140*      A SUPERVISOR DECIDES IT HERE.  THIS SCREEN PAGES THROUGH
000150*      THE PENDING WRITE-OFFS IN REJECT-DATE ORDER WITH PF7/PF8
000160*      AND TAKES A DECISION AGAINST THE ONE DISPLAYED -
000170*          A      APPROVE - FACTRREC WRITES THE REJECT OFF TONIGHT
000180*          D      DECLINE - THE REJECT STAYS OUTSTANDING AND AGES
000190*                 ON; FCOR MAY KEY THE WRITE-OFF AGAIN
000200*      ONLY A USER WITH UPDATE ACCESS TO RESOURCE
000210*      FACT.WRITEOFF.APPROVE IN SECURITY CLASS FACTAUTH MAY
000220*      DECIDE, AND NEVER ON A WRITE-OFF THEY KEYED THEMSELVES.
000230*      EVERY DECISION IS STAMPED WITH THE DECIDING USER, DATE
000240*      AND TIME; FACTWOFR PRINTS WHO KEYED AND WHO DECIDED EACH
000250*      ONE.  PSEUDO-CONVERSATIONAL, WITH THE DISPLAYED
000260*      WRITE-OFF'S KEY CARRIED IN THE COMMAREA, THE SAME PATTERN
000270*      AS FACTCENT AND FACTFMNT.
000280*
000290*  MODIFICATION HISTORY.
000300*      DATE        INIT  DESCRIPTION
000310*      ----------  ----  ---------------------------------------
000320*      2026-10-15  SLS   INITIAL VERSION.
000330***************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. FACTWAPR.
000360
000370 ENVIRONMENT DIVISION.
000380
000390 DATA DIVISION.
000400 WORKING-STORAGE SECTION.
000410 01  WS-ABSTIME                 PIC S9(15) COMP-3.
000420***************************************************************
000430*  SYMBOLIC MAP AND COMMAREA LAYOUTS                            *
000440***************************************************************
000450 COPY FACTWMAP.
000460
000470 01  FAPR-COMMAREA.
000480     05  FAPR-KEY.
000490         10  FAPR-RUN-DATE      PIC 9(08) VALUE ZERO.
000500         10  FAPR-RAW-INPUT     PIC X(15) VALUE SPACE.
000510     05  FAPR-HAVE-SW           PIC X(01) VALUE 'N'.
000520         88  FAPR-HAVE-WRITE-OFF    VALUE 'Y'.
000530         88  FAPR-NO-WRITE-OFF      VALUE 'N'.
000540
000550***************************************************************
000560*  WRITE-OFF RECORD AND FILE CONTROL FIELDS                     *
000570***************************************************************
000580 COPY FACTWOFF.
000590 01  WS-WOFF-RESP               PIC S9(08) COMP.
000600 01  WS-FOUND-SW                PIC X(01) VALUE 'N'.
000610     88  WS-WRITE-OFF-FOUND         VALUE 'Y'.
000620     88  WS-WRITE-OFF-NOT-FOUND     VALUE 'N'.
000630
000640***************************************************************
000650*  SUPERVISOR AUTHORITY - UPDATE ACCESS TO THIS RESOURCE IN     *
000660*  THIS CLASS IS WHAT MAKES A USER A WRITE-OFF APPROVER.        *
000670***************************************************************
000680 01  WS-AUTH-CLASS              PIC X(08) VALUE 'FACTAUTH'.
000690 01  WS-AUTH-RESOURCE           PIC X(21)
000700                                VALUE 'FACT.WRITEOFF.APPROVE'.
000710 01  WS-AUTH-RESOURCE-LEN       PIC S9(08) COMP VALUE 21.
000720 01  WS-AUTH-CVDA               PIC S9(08) COMP.
000730 01  WS-AUTH-RESP               PIC S9(08) COMP.
000740 01  WS-AUTH-SW                 PIC X(01) VALUE 'N'.
000750     88  WS-IS-APPROVER             VALUE 'Y'.
000760     88  WS-IS-NOT-APPROVER         VALUE 'N'.
000770
000780***************************************************************
000790*  DECIDING USER AND THE DATE AND TIME OF THE DECISION          *
000800***************************************************************
000810 01  WS-USERID                  PIC X(08) VALUE SPACE.
000820 01  WS-STAMP-DATE              PIC 9(08) VALUE ZERO.
000830 01  WS-STAMP-TIME              PIC 9(06) VALUE ZERO.
000840
000850***************************************************************
000860*  RUN DATE AND 30/360 AGING FIELDS - THE SAME CONVENTION FCOR  *
000870*  AND THE AGED REPORT (FACTRREC) USE.                          *
000880***************************************************************
000890 01  WS-RUN-DATE-NUM            PIC 9(08).
000900 01  WS-WORK-DATE.
000910     05  WS-WORK-DATE-CCYY      PIC 9(04).
000920     05  WS-WORK-DATE-MM        PIC 9(02).
000930     05  WS-WORK-DATE-DD        PIC 9(02).
000940 01  WS-TODAY-DAYS              PIC 9(08) COMP-3 VALUE ZERO.
000950 01  WS-REJ-DAYS                PIC 9(08) COMP-3 VALUE ZERO.
000960 01  WS-WORK-DAYS               PIC 9(08) COMP-3 VALUE ZERO.
000970 01  WS-AGE-DAYS                PIC S9(08) COMP-3 VALUE ZERO.
000980 01  WS-AGE-EDITED              PIC Z(07)9.
000990
001000 01  WS-DATE-DISPLAY.
001010     05  WS-DD-MM               PIC 99.
001020     05  FILLER                 PIC X(01) VALUE '/'.
001030     05  WS-DD-DD               PIC 99.
001040     05  FILLER                 PIC X(01) VALUE '/'.
001050     05  WS-DD-CCYY             PIC 9999.
001060 01  WS-WORK-TIME               PIC 9(06).
001070 01  WS-WORK-TIME-X REDEFINES WS-WORK-TIME.
001080     05  WS-WORK-TIME-HH        PIC 9(02).
001090     05  WS-WORK-TIME-MM        PIC 9(02).
001100     05  WS-WORK-TIME-SS        PIC 9(02).
001110 01  WS-TIME-DISPLAY.
001120     05  WS-TD-HH               PIC 99.
001130     05  FILLER                 PIC X(01) VALUE ':'.
001140     05  WS-TD-MM               PIC 99.
001150     05  FILLER                 PIC X(01) VALUE ':'.
001160     05  WS-TD-SS               PIC 99.
001170 01  WS-STATUS-LINE.
001180     05  WS-SL-TEXT             PIC X(12).
001190     05  WS-SL-USER             PIC X(08).
001200     05  FILLER                 PIC X(04) VALUE ' ON '.
001210     05  WS-SL-DATE             PIC X(10).
001220     05  FILLER                 PIC X(08) VALUE SPACE.
001230
001240 01  WS-DATE-OUT                PIC 9(08).
001250 01  WS-TIME-OUT                PIC 9(08).
001260
001270 LINKAGE SECTION.
001280 01  DFHCOMMAREA                PIC X(24).
001290
001300 PROCEDURE DIVISION.
001310***************************************************************
001320*  0000-MAINLINE                                                *
001330***************************************************************
001340 0000-MAINLINE.
001350     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
001360     MOVE WS-RUN-DATE-NUM TO WS-WORK-DATE
001370     PERFORM 5000-DATE-TO-DAYS
001380     MOVE WS-WORK-DAYS TO WS-TODAY-DAYS
001390     IF EIBCALEN = 0
001400         PERFORM 1000-FIRST-ENTRY
001410     ELSE
001420         MOVE DFHCOMMAREA TO FAPR-COMMAREA
001430         PERFORM 2000-HANDLE-AID
001440     END-IF
001450     GOBACK
001460     .
001470
001480***************************************************************
001490*  1000-FIRST-ENTRY  -  FRESH CONVERSATION, POSITION AT THE     *
001500*  OLDEST PENDING WRITE-OFF.                                    *
001510***************************************************************
001520 1000-FIRST-ENTRY.
001530     MOVE LOW-VALUE TO FAPR-COMMAREA
001540     MOVE ZERO TO FAPR-RUN-DATE
001550     MOVE SPACE TO FAPR-RAW-INPUT
001560     SET FAPR-NO-WRITE-OFF TO TRUE
001570     MOVE SPACE TO FACTWM1O
001580     MOVE -1 TO DECL
001590     PERFORM 3000-FIND-FROM-TOP
001600         THRU 3000-FIND-FROM-TOP-EXIT
001610     IF WS-WRITE-OFF-FOUND
001620         MOVE 'KEY A DECISION OR PAGE WITH PF7/PF8.' TO MSGOO
001630     END-IF
001640     PERFORM 8000-SEND-MAP-FULL
001650     .
001660
001670***************************************************************
001680*  2000-HANDLE-AID  -  DISPATCH ON WHICH KEY THE SUPERVISOR     *
001690*  USED.                                                        *
001700***************************************************************
001710 2000-HANDLE-AID.
001720     MOVE SPACE TO FACTWM1O
001730     MOVE -1 TO DECL
001740     EVALUATE EIBAID
001750         WHEN DFHPF3
001760             PERFORM 9000-END-SESSION
001770         WHEN DFHPF7
001780             PERFORM 3100-BROWSE-BACKWARD
001790                 THRU 3100-BROWSE-BACKWARD-EXIT
001800             PERFORM 8000-SEND-MAP-FULL
001810         WHEN DFHPF8
001820             PERFORM 3200-BROWSE-FORWARD
001830                 THRU 3200-BROWSE-FORWARD-EXIT
001840             PERFORM 8000-SEND-MAP-FULL
001850         WHEN DFHENTER
001860             PERFORM 2100-PROCESS-ENTRY
001870                 THRU 2100-PROCESS-ENTRY-EXIT
001880             PERFORM 8000-SEND-MAP-FULL
001890         WHEN OTHER
001900             PERFORM 3300-RESHOW-CURRENT
001910                 THRU 3300-RESHOW-CURRENT-EXIT
001920             MOVE 'INVALID KEY - USE ENTER, PF3, PF7 OR PF8.'
001930                 TO MSGOO
001940             PERFORM 8000-SEND-MAP-FULL
001950     END-EVALUATE
001960     .
001970
001980***************************************************************
001990*  2100-PROCESS-ENTRY  -  RECEIVE THE SCREEN AND APPLY THE      *
002000*  DECISION TO THE DISPLAYED WRITE-OFF.                         *
002010***************************************************************
002020 2100-PROCESS-ENTRY.
002030     EXEC CICS
002040         RECEIVE MAP ('FACTWM1') MAPSET ('FACTWMAP')
002050         INTO (FACTWM1I)
002060         RESP (WS-WOFF-RESP)
002070     END-EXEC
002080     IF DECI = LOW-VALUE
002090         MOVE SPACE TO DECI
002100     END-IF
002110     IF FAPR-NO-WRITE-OFF
002120         PERFORM 3000-FIND-FROM-TOP
002130             THRU 3000-FIND-FROM-TOP-EXIT
002140         GO TO 2100-PROCESS-ENTRY-EXIT
002150     END-IF
002160     IF DECI NOT = 'A' AND DECI NOT = 'D'
002170         PERFORM 3300-RESHOW-CURRENT
002180             THRU 3300-RESHOW-CURRENT-EXIT
002190         MOVE 'DECISION MUST BE A (APPROVE) OR D (DECLINE).'
002200             TO MSGOO
002210         GO TO 2100-PROCESS-ENTRY-EXIT
002220     END-IF
002230     PERFORM 2200-CHECK-AUTHORITY
002240     IF WS-IS-NOT-APPROVER
002250         PERFORM 3300-RESHOW-CURRENT
002260             THRU 3300-RESHOW-CURRENT-EXIT
002270         MOVE 'NOT AUTHORIZED TO APPROVE OR DECLINE WRITE-OFFS.'
002280             TO MSGOO
002290         GO TO 2100-PROCESS-ENTRY-EXIT
002300     END-IF
002310     PERFORM 2300-RECORD-DECISION
002320         THRU 2300-RECORD-DECISION-EXIT
002330     .
002340 2100-PROCESS-ENTRY-EXIT.
002350     EXIT.
002360
002370***************************************************************
002380*  2200-CHECK-AUTHORITY  -  ASK THE EXTERNAL SECURITY MANAGER   *
002390*  WHETHER THE SIGNED-ON USER HOLDS UPDATE ACCESS TO THE        *
002400*  APPROVER RESOURCE.  ANY FAILURE OF THE QUERY IS A REFUSAL.   *
002410***************************************************************
002420 2200-CHECK-AUTHORITY.
002430     SET WS-IS-NOT-APPROVER TO TRUE
002440     EXEC CICS
002450         QUERY SECURITY RESCLASS (WS-AUTH-CLASS)
002460         RESID (WS-AUTH-RESOURCE)
002470         RESIDLENGTH (WS-AUTH-RESOURCE-LEN)
002480         UPDATE (WS-AUTH-CVDA)
002490         RESP (WS-AUTH-RESP)
002500     END-EXEC
002510     IF WS-AUTH-RESP = DFHRESP(NORMAL)
002520         IF WS-AUTH-CVDA = DFHVALUE(UPDATABLE)
002530             SET WS-IS-APPROVER TO TRUE
002540         END-IF
002550     END-IF
002560     .
002570
002580***************************************************************
002590*  2300-RECORD-DECISION  -  READ THE WRITE-OFF FOR UPDATE, MAKE *
002600*  SURE IT IS STILL PENDING (ANOTHER SUPERVISOR MAY HAVE GOT    *
002610*  THERE FIRST) AND THAT THIS USER DID NOT KEY IT, THEN STAMP   *
002620*  THE DECISION AND MOVE ON TO THE NEXT PENDING WRITE-OFF.      *
002630***************************************************************
002640 2300-RECORD-DECISION.
002650     PERFORM 2600-STAMP-OPERATOR
002660     MOVE FAPR-KEY TO FACTWOFF-KEY
002670     EXEC CICS
002680         READ FILE ('FACTWOFF')
002690         INTO (FACTWOFF-RECORD)
002700         RIDFLD (FACTWOFF-KEY)
002710         UPDATE
002720         RESP (WS-WOFF-RESP)
002730     END-EXEC
002740     IF WS-WOFF-RESP = DFHRESP(NOTFND)
002750         SET FAPR-NO-WRITE-OFF TO TRUE
002760         MOVE 'WRITE-OFF IS NO LONGER ON FILE - PRESS ENTER.'
002770             TO MSGOO
002780         GO TO 2300-RECORD-DECISION-EXIT
002790     END-IF
002800     IF WS-WOFF-RESP NOT = DFHRESP(NORMAL)
002810         PERFORM 3300-RESHOW-CURRENT
002820             THRU 3300-RESHOW-CURRENT-EXIT
002830         MOVE 'WRITE-OFF FILE NOT AVAILABLE - CALL SYSTEMS.'
002840             TO MSGOO
002850         GO TO 2300-RECORD-DECISION-EXIT
002860     END-IF
002870     IF NOT FACTWOFF-IS-PENDING
002880         EXEC CICS
002890             UNLOCK FILE ('FACTWOFF')
002900         END-EXEC
002910         PERFORM 3600-SHOW-WRITE-OFF
002920         MOVE 'WRITE-OFF ALREADY DECIDED - SHOWN AS IT STANDS.'
002930             TO MSGOO
002940         GO TO 2300-RECORD-DECISION-EXIT
002950     END-IF
002960     IF FACTWOFF-KEYED-BY = WS-USERID
002970         EXEC CICS
002980             UNLOCK FILE ('FACTWOFF')
002990         END-EXEC
003000         PERFORM 3600-SHOW-WRITE-OFF
003010         MOVE
003020             'KEYED BY YOU - ANOTHER SUPERVISOR MUST DECIDE IT.'
003030             TO MSGOO
003040         GO TO 2300-RECORD-DECISION-EXIT
003050     END-IF
003060     IF DECI = 'A'
003070         SET FACTWOFF-IS-APPROVED TO TRUE
003080     ELSE
003090         SET FACTWOFF-IS-DECLINED TO TRUE
003100     END-IF
003110     MOVE WS-USERID TO FACTWOFF-DECIDED-BY
003120     MOVE WS-STAMP-DATE TO FACTWOFF-DECIDED-DATE
003130     MOVE WS-STAMP-TIME TO FACTWOFF-DECIDED-TIME
003140     EXEC CICS
003150         REWRITE FILE ('FACTWOFF')
003160         FROM (FACTWOFF-RECORD)
003170         RESP (WS-WOFF-RESP)
003180     END-EXEC
003190     IF WS-WOFF-RESP NOT = DFHRESP(NORMAL)
003200         PERFORM 3300-RESHOW-CURRENT
003210             THRU 3300-RESHOW-CURRENT-EXIT
003220         MOVE 'WRITE-OFF FILE REWRITE FAILED - CALL SYSTEMS.'
003230             TO MSGOO
003240         GO TO 2300-RECORD-DECISION-EXIT
003250     END-IF
003260     PERFORM 3200-BROWSE-FORWARD
003270         THRU 3200-BROWSE-FORWARD-EXIT
003280     IF FACTWOFF-IS-APPROVED
003290         MOVE 'WRITE-OFF APPROVED - POSTS TONIGHT.' TO MSGOO
003300     ELSE
003310         MOVE 'WRITE-OFF DECLINED - THE REJECT STAYS OUTSTANDING.'
003320             TO MSGOO
003330     END-IF
003340     .
003350 2300-RECORD-DECISION-EXIT.
003360     EXIT.
003370
003380***************************************************************
003390*  2600-STAMP-OPERATOR  -  THE SIGNED-ON USER AND THE CURRENT   *
003400*  DATE AND TIME, FOR THE DECIDED-BY STAMP.                     *
003410***************************************************************
003420 2600-STAMP-OPERATOR.
003430     EXEC CICS
003440         ASSIGN USERID (WS-USERID)
003450     END-EXEC
003460     EXEC CICS
003470         ASSIGN ABSTIME (WS-ABSTIME)
003480     END-EXEC
003490     EXEC CICS
003500         FORMATTIME ABSTIME (WS-ABSTIME)
003510         YYYYMMDD (WS-STAMP-DATE)
003520         TIME (WS-STAMP-TIME)
003530     END-EXEC
003540     .
003550
003560***************************************************************
003570*  3000-FIND-FROM-TOP  -  THE OLDEST PENDING WRITE-OFF ON FILE. *
003580***************************************************************
003590 3000-FIND-FROM-TOP.
003600     MOVE LOW-VALUE TO FACTWOFF-KEY
003610     SET WS-WRITE-OFF-NOT-FOUND TO TRUE
003620     EXEC CICS
003630         STARTBR FILE ('FACTWOFF')
003640         RIDFLD (FACTWOFF-KEY)
003650         GTEQ
003660         RESP (WS-WOFF-RESP)
003670     END-EXEC
003680     IF WS-WOFF-RESP = DFHRESP(NOTFND)
003690         SET FAPR-NO-WRITE-OFF TO TRUE
003700         MOVE 'NO WRITE-OFFS ARE WAITING FOR APPROVAL.' TO MSGOO
003710         GO TO 3000-FIND-FROM-TOP-EXIT
003720     END-IF
003730     IF WS-WOFF-RESP NOT = DFHRESP(NORMAL)
003740         SET FAPR-NO-WRITE-OFF TO TRUE
003750         MOVE 'WRITE-OFF FILE NOT AVAILABLE - CALL SYSTEMS.'
003760             TO MSGOO
003770         GO TO 3000-FIND-FROM-TOP-EXIT
003780     END-IF
003790     PERFORM 3400-READ-NEXT-PENDING
003800         UNTIL WS-WRITE-OFF-FOUND
003810             OR WS-WOFF-RESP NOT = DFHRESP(NORMAL)
003820     EXEC CICS
003830         ENDBR FILE ('FACTWOFF')
003840     END-EXEC
003850     IF WS-WRITE-OFF-FOUND
003860         PERFORM 3600-SHOW-WRITE-OFF
003870     ELSE
003880         SET FAPR-NO-WRITE-OFF TO TRUE
003890         MOVE 'NO WRITE-OFFS ARE WAITING FOR APPROVAL.' TO MSGOO
003900     END-IF
003910     .
003920 3000-FIND-FROM-TOP-EXIT.
003930     EXIT.
003940
003950***************************************************************
003960*  3100-BROWSE-BACKWARD  -  PF7, THE PENDING WRITE-OFF AHEAD OF *
003970*  THE ONE ON SCREEN.                                           *
003980***************************************************************
003990 3100-BROWSE-BACKWARD.
004000     IF FAPR-NO-WRITE-OFF
004010         PERFORM 3000-FIND-FROM-TOP
004020             THRU 3000-FIND-FROM-TOP-EXIT
004030         GO TO 3100-BROWSE-BACKWARD-EXIT
004040     END-IF
004050     MOVE FAPR-KEY TO FACTWOFF-KEY
004060     SET WS-WRITE-OFF-NOT-FOUND TO TRUE
004070     EXEC CICS
004080         STARTBR FILE ('FACTWOFF')
004090         RIDFLD (FACTWOFF-KEY)
004100         GTEQ
004110         RESP (WS-WOFF-RESP)
004120     END-EXEC
004130     IF WS-WOFF-RESP NOT = DFHRESP(NORMAL)
004140         PERFORM 3300-RESHOW-CURRENT
004150             THRU 3300-RESHOW-CURRENT-EXIT
004160         MOVE 'WRITE-OFF FILE NOT AVAILABLE - CALL SYSTEMS.'
004170             TO MSGOO
004180         GO TO 3100-BROWSE-BACKWARD-EXIT
004190     END-IF
004200*    THE FIRST READPREV RETURNS THE WRITE-OFF ON SCREEN - STEP  *
004210*    PAST IT BEFORE TESTING FOR ONE STILL PENDING.              *
004220     PERFORM 3450-READ-PREV-RECORD
004230     PERFORM 3500-READ-PREV-PENDING
004240         UNTIL WS-WRITE-OFF-FOUND
004250             OR WS-WOFF-RESP NOT = DFHRESP(NORMAL)
004260     EXEC CICS
004270         ENDBR FILE ('FACTWOFF')
004280     END-EXEC
004290     IF WS-WRITE-OFF-FOUND
004300         PERFORM 3600-SHOW-WRITE-OFF
004310         MOVE 'SHOWING THE PREVIOUS PENDING WRITE-OFF.' TO MSGOO
004320     ELSE
004330         PERFORM 3300-RESHOW-CURRENT
004340             THRU 3300-RESHOW-CURRENT-EXIT
004350         MOVE 'NO EARLIER PENDING WRITE-OFF.' TO MSGOO
004360     END-IF
004370     .
004380 3100-BROWSE-BACKWARD-EXIT.
004390     EXIT.
004400
004410***************************************************************
004420*  3200-BROWSE-FORWARD  -  PF8, THE PENDING WRITE-OFF BEHIND    *
004430*  THE ONE ON SCREEN.                                           *
004440***************************************************************
004450 3200-BROWSE-FORWARD.
004460     IF FAPR-NO-WRITE-OFF
004470         PERFORM 3000-FIND-FROM-TOP
004480             THRU 3000-FIND-FROM-TOP-EXIT
004490         GO TO 3200-BROWSE-FORWARD-EXIT
004500     END-IF
004510     MOVE FAPR-KEY TO FACTWOFF-KEY
004520     SET WS-WRITE-OFF-NOT-FOUND TO TRUE
004530     EXEC CICS
004540         STARTBR FILE ('FACTWOFF')
004550         RIDFLD (FACTWOFF-KEY)
004560         GTEQ
004570         RESP (WS-WOFF-RESP)
004580     END-EXEC
004590     IF WS-WOFF-RESP NOT = DFHRESP(NORMAL)
004600         PERFORM 3300-RESHOW-CURRENT
004610             THRU 3300-RESHOW-CURRENT-EXIT
004620         MOVE 'NO LATER PENDING WRITE-OFF.' TO MSGOO
004630         GO TO 3200-BROWSE-FORWARD-EXIT
004640     END-IF
004650*    THE FIRST READNEXT RETURNS THE WRITE-OFF ON SCREEN - STEP  *
004660*    PAST IT BEFORE TESTING FOR ONE STILL PENDING.              *
004670     PERFORM 3440-READ-NEXT-RECORD
004680     PERFORM 3400-READ-NEXT-PENDING
004690         UNTIL WS-WRITE-OFF-FOUND
004700             OR WS-WOFF-RESP NOT = DFHRESP(NORMAL)
004710     EXEC CICS
004720         ENDBR FILE ('FACTWOFF')
004730     END-EXEC
004740     IF WS-WRITE-OFF-FOUND
004750         PERFORM 3600-SHOW-WRITE-OFF
004760         MOVE 'SHOWING THE NEXT PENDING WRITE-OFF.' TO MSGOO
004770     ELSE
004780         PERFORM 3300-RESHOW-CURRENT
004790             THRU 3300-RESHOW-CURRENT-EXIT
004800         MOVE 'NO LATER PENDING WRITE-OFF.' TO MSGOO
004810     END-IF
004820     .
004830 3200-BROWSE-FORWARD-EXIT.
004840     EXIT.
004850
004860***************************************************************
004870*  3300-RESHOW-CURRENT  -  THE MAP AREA IS FRESH AUTO STORAGE   *
004880*  EVERY TASK - RE-READ THE WRITE-OFF THE COMMAREA POINTS AT SO *
004890*  AN ERROR MESSAGE DOES NOT BLANK THE SCREEN UNDER IT.         *
004900***************************************************************
004910 3300-RESHOW-CURRENT.
004920     IF FAPR-NO-WRITE-OFF
004930         GO TO 3300-RESHOW-CURRENT-EXIT
004940     END-IF
004950     MOVE FAPR-KEY TO FACTWOFF-KEY
004960     EXEC CICS
004970         READ FILE ('FACTWOFF')
004980         INTO (FACTWOFF-RECORD)
004990         RIDFLD (FACTWOFF-KEY)
005000         RESP (WS-WOFF-RESP)
005010     END-EXEC
005020     IF WS-WOFF-RESP = DFHRESP(NORMAL)
005030         PERFORM 3600-SHOW-WRITE-OFF
005040     END-IF
005050     .
005060 3300-RESHOW-CURRENT-EXIT.
005070     EXIT.
005080
005090***************************************************************
005100*  3400-READ-NEXT-PENDING  -  ONE FORWARD STEP, STOPPING ON A   *
005110*  WRITE-OFF STILL WAITING FOR A DECISION.                      *
005120***************************************************************
005130 3400-READ-NEXT-PENDING.
005140     PERFORM 3440-READ-NEXT-RECORD
005150     IF WS-WOFF-RESP = DFHRESP(NORMAL)
005160         IF FACTWOFF-IS-PENDING
005170             SET WS-WRITE-OFF-FOUND TO TRUE
005180         END-IF
005190     END-IF
005200     .
005210
005220***************************************************************
005230*  3440-READ-NEXT-RECORD                                        *
005240***************************************************************
005250 3440-READ-NEXT-RECORD.
005260     EXEC CICS
005270         READNEXT FILE ('FACTWOFF')
005280         INTO (FACTWOFF-RECORD)
005290         RIDFLD (FACTWOFF-KEY)
005300         RESP (WS-WOFF-RESP)
005310     END-EXEC
005320     .
005330
005340***************************************************************
005350*  3450-READ-PREV-RECORD                                        *
005360***************************************************************
005370 3450-READ-PREV-RECORD.
005380     EXEC CICS
005390         READPREV FILE ('FACTWOFF')
005400         INTO (FACTWOFF-RECORD)
005410         RIDFLD (FACTWOFF-KEY)
005420         RESP (WS-WOFF-RESP)
005430     END-EXEC
005440     .
005450
005460***************************************************************
005470*  3500-READ-PREV-PENDING  -  ONE BACKWARD STEP, STOPPING ON A  *
005480*  WRITE-OFF STILL WAITING FOR A DECISION.                      *
005490***************************************************************
005500 3500-READ-PREV-PENDING.
005510     PERFORM 3450-READ-PREV-RECORD
005520     IF WS-WOFF-RESP = DFHRESP(NORMAL)
005530         IF FACTWOFF-IS-PENDING
005540             SET WS-WRITE-OFF-FOUND TO TRUE
005550         END-IF
005560     END-IF
005570     .
005580
005590***************************************************************
005600*  3600-SHOW-WRITE-OFF  -  FORMAT THE WRITE-OFF IN HAND ONTO    *
005610*  THE MAP AND REMEMBER ITS KEY IN THE COMMAREA, SO ENTER KNOWS *
005620*  WHICH ONE IS BEING DECIDED AND PF7/PF8 KNOW WHERE TO RESUME. *
005630***************************************************************
005640 3600-SHOW-WRITE-OFF.
005650     MOVE FACTWOFF-RUN-DATE TO WS-WORK-DATE
005660     PERFORM 5100-FORMAT-DATE
005670     MOVE WS-DATE-DISPLAY TO RDATEO
005680     MOVE FACTWOFF-RAW-INPUT TO RRAWO
005690     MOVE FACTWOFF-REASON-CODE TO RRSNO
005700     MOVE FACTWOFF-REASON-TEXT TO RTXTO
005710     IF FACTWOFF-TRANS-TYPE = SPACE
005720         MOVE 'F' TO RTYPO
005730     ELSE
005740         MOVE FACTWOFF-TRANS-TYPE TO RTYPO
005750     END-IF
005760     PERFORM 5000-DATE-TO-DAYS
005770     MOVE WS-WORK-DAYS TO WS-REJ-DAYS
005780     SUBTRACT WS-REJ-DAYS FROM WS-TODAY-DAYS
005790         GIVING WS-AGE-DAYS
005800     IF WS-AGE-DAYS < ZERO
005810         MOVE ZERO TO WS-AGE-DAYS
005820     END-IF
005830     MOVE WS-AGE-DAYS TO WS-AGE-EDITED
005840     MOVE WS-AGE-EDITED TO RAGEO
005850     MOVE FACTWOFF-KEYED-BY TO KBYO
005860     MOVE FACTWOFF-KEYED-DATE TO WS-WORK-DATE
005870     PERFORM 5100-FORMAT-DATE
005880     MOVE WS-DATE-DISPLAY TO KDATEO
005890     MOVE FACTWOFF-KEYED-TIME TO WS-WORK-TIME
005900     MOVE WS-WORK-TIME-HH TO WS-TD-HH
005910     MOVE WS-WORK-TIME-MM TO WS-TD-MM
005920     MOVE WS-WORK-TIME-SS TO WS-TD-SS
005930     MOVE WS-TIME-DISPLAY TO KTIMEO
005940     EVALUATE TRUE
005950         WHEN FACTWOFF-IS-PENDING
005960             MOVE 'PENDING APPROVAL' TO WSTATO
005970         WHEN FACTWOFF-IS-APPROVED
005980             MOVE 'APPROVED BY' TO WS-SL-TEXT
005990             PERFORM 3650-FORMAT-DECISION
006000         WHEN FACTWOFF-IS-DECLINED
006010             MOVE 'DECLINED BY' TO WS-SL-TEXT
006020             PERFORM 3650-FORMAT-DECISION
006030         WHEN OTHER
006040             MOVE 'WRITTEN OFF' TO WS-SL-TEXT
006050             PERFORM 3650-FORMAT-DECISION
006060     END-EVALUATE
006070     MOVE FACTWOFF-KEY TO FAPR-KEY
006080     SET FAPR-HAVE-WRITE-OFF TO TRUE
006090     .
006100
006110***************************************************************
006120*  3650-FORMAT-DECISION  -  WHO DECIDED THE WRITE-OFF AND WHEN. *
006130***************************************************************
006140 3650-FORMAT-DECISION.
006150     MOVE FACTWOFF-DECIDED-BY TO WS-SL-USER
006160     MOVE FACTWOFF-DECIDED-DATE TO WS-WORK-DATE
006170     PERFORM 5100-FORMAT-DATE
006180     MOVE WS-DATE-DISPLAY TO WS-SL-DATE
006190     MOVE WS-STATUS-LINE TO WSTATO
006200     .
006210
006220***************************************************************
006230*  5000-DATE-TO-DAYS  -  WS-WORK-DATE TO A 30/360 DAY COUNT IN  *
006240*  WS-WORK-DAYS, THE SAME ARITHMETIC THE AGED REPORT USES.      *
006250***************************************************************
006260 5000-DATE-TO-DAYS.
006270     MULTIPLY WS-WORK-DATE-CCYY BY 360 GIVING WS-WORK-DAYS
006280     MULTIPLY WS-WORK-DATE-MM BY 30 GIVING WS-REJ-DAYS
006290     ADD WS-REJ-DAYS TO WS-WORK-DAYS
006300     ADD WS-WORK-DATE-DD TO WS-WORK-DAYS
006310     .
006320
006330***************************************************************
006340*  5100-FORMAT-DATE  -  WS-WORK-DATE AS MM/DD/CCYY.             *
006350***************************************************************
006360 5100-FORMAT-DATE.
006370     MOVE WS-WORK-DATE-MM TO WS-DD-MM
006380     MOVE WS-WORK-DATE-DD TO WS-DD-DD
006390     MOVE WS-WORK-DATE-CCYY TO WS-DD-CCYY
006400     .
006410
006420***************************************************************
006430*  8000-SEND-MAP-FULL  -  REFRESH THE DATE/TIME, SEND THE WHOLE *
006440*  SCREEN AND PASS THE COMMAREA TO THE NEXT PSEUDO-             *
006450*  CONVERSATIONAL TRANSFER.                                     *
006460***************************************************************
006470 8000-SEND-MAP-FULL.
006480     EXEC CICS
006490         ASSIGN ABSTIME (WS-ABSTIME)
006500     END-EXEC
006510     EXEC CICS
006520         FORMATTIME ABSTIME (WS-ABSTIME)
006530         YYYYMMDD (WS-DATE-OUT)
006540         TIME (WS-TIME-OUT)
006550     END-EXEC
006560     MOVE WS-DATE-OUT TO DATEOO
006570     MOVE WS-TIME-OUT TO TIMEOO
006580     EXEC CICS
006590         SEND MAP ('FACTWM1') MAPSET ('FACTWMAP')
006600         FROM (FACTWM1O)
006610         ERASE
006620     END-EXEC
006630     EXEC CICS
006640         RETURN TRANSID ('FAPR')
006650         COMMAREA (FAPR-COMMAREA)
006660         LENGTH (LENGTH OF FAPR-COMMAREA)
006670     END-EXEC
006680     .
006690
006700***************************************************************
006710*  9000-END-SESSION                                             *
006720***************************************************************
006730 9000-END-SESSION.
006740     EXEC CICS
006750         SEND TEXT FROM ('WRITE-OFF APPROVAL ENDED.')
006760         ERASE FREEKB
006770     END-EXEC
006780     EXEC CICS RETURN END-EXEC
006790     .
