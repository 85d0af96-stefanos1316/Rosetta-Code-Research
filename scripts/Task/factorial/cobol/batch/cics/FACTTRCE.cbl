000010***************************************************************
000020*  PROGRAM-ID. FACTTRCE
000030*
000040*  AUTHOR.       S. L. SAMMS, ACTUARIAL SYSTEMS GROUP
000050*  INSTALLATION. HOME OFFICE DATA CENTER
000060*  DATE-WRITTEN. 2026-10-15
000070*  DATE-COMPILED.
000080*
000090*  REMARKS.
000100*      ONLINE REQUEST TRACE, TRANSACTION FTRC, MAP FACTRM1 OF
000110*      MAPSET FACTRMAP.  THE ANALYST KEYS THE SOURCE SYSTEM, RUN
000120*      DATE, REQUEST TYPE, N AND (FOR C AND P) R OF ONE REQUEST
000130*      - A BLANK R TAKES ANY R - AND SEES ITS WHOLE LIFE ON ONE
000140*      SCREEN -
000150*          RECEIVED     FEED, RUN DATE, PRIORITY OR DECK DATE
000160*          REJECTED     FACTVAL REASON CODE AND TEXT
000170*          CORRECTED    RECYCLED BY FACTRREC, OR KEYED ON FCOR
000180*                       AND WAITING FOR THE NEXT FACTRREC RUN
000190*          WRITTEN OFF  WHERE THE WRITE-OFF STANDS ON FACTWOFF
000200*          PROCESSED    WHEN AND BY WHOM, AND THE RESULT AND
000210*                       OVERFLOW STATUS FROM THAT RUN - FOR A
000220*                       RECYCLED REJECT, FROM THE RUN THAT PICKED
000230*                       UP THE RECYCLE DECK
000240*      A REQUEST IS LOOKED FOR ON THE AUDIT ESDS (FACTAUDT) AND
000250*      ON THE REJECT ESDS (FACTREJL), BOTH REBUILT NIGHTLY BY
000260*      FACTAUDB.  THE SAME REQUEST SENT TWICE, OR REJECTED AND
000270*      SENT AGAIN, MATCHES MORE THAN ONCE - PF7/PF8 PAGE THROUGH
000280*      THE MATCHES, WHOSE RELATIVE BYTE ADDRESSES ARE CARRIED IN
000290*      THE COMMAREA.  A CORRECTION IS TRACED THROUGH THE RECYCLE
000300*      HISTORY ESDS (FACTRXRL) ONCE FACTRREC HAS RECYCLED IT, OR
000310*      THROUGH THE ONLINE CAPTURE FILE (FACTCORL) BEFORE THAT.
000320*      N AND R ARE KEYED AS THEY CAME ON THE CARD, SO A REQUEST
000330*      REJECTED FOR A NON-NUMERIC OPERAND CAN STILL BE TRACED BY
000340*      THE TEXT THAT WAS SENT.  THE REJECT LOG KEEPS ONLY THE
000350*      OFFENDING OPERAND - R FOR REASONS 04-06, N OTHERWISE - SO
000360*      A REJECT IS MATCHED ON THAT ONE OPERAND.  READ ONLY -
000370*      NOTHING IS CHANGED FROM THIS SCREEN.  PSEUDO-
000380*      CONVERSATIONAL, THE SAME PATTERN AS FACTCENT AND FACTWAPR.
000390*
000400*  MODIFICATION HISTORY.
000410*      DATE        INIT  DESCRIPTION
000420*      ----------  ----  ---------------------------------------
000430*      2026-10-15  SLS   INITIAL VERSION.
000440***************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. FACTTRCE.
000470
000480 ENVIRONMENT DIVISION.
000490
000500 DATA DIVISION.
000510 WORKING-STORAGE SECTION.
000520 01  WS-ABSTIME                 PIC S9(15) COMP-3.
000530***************************************************************
000540*  SYMBOLIC MAP AND COMMAREA LAYOUTS                            *
000550***************************************************************
000560 COPY FACTRMAP.
000570
000580 01  FTRC-COMMAREA.
000590     05  FTRC-KEY.
000600         10  FTRC-SOURCE        PIC X(08) VALUE SPACE.
000610         10  FTRC-RUN-DATE      PIC 9(08) VALUE ZERO.
000620         10  FTRC-TYPE          PIC X(01) VALUE SPACE.
000630         10  FTRC-N-RAW         PIC X(15) VALUE SPACE.
000640         10  FTRC-R-RAW         PIC X(15) VALUE SPACE.
000650     05  FTRC-MATCH-COUNT       PIC S9(04) COMP VALUE ZERO.
000660     05  FTRC-MATCH-IDX         PIC S9(04) COMP VALUE ZERO.
000670     05  FTRC-MORE-SW           PIC X(01) VALUE 'N'.
000680         88  FTRC-MORE-MATCHES      VALUE 'Y'.
000690         88  FTRC-NO-MORE-MATCHES   VALUE 'N'.
000700     05  FTRC-MATCH-TABLE.
000710         10  FTRC-MATCH         OCCURS 20 TIMES.
000720             15  FTRC-MATCH-FILE PIC X(01).
000730                 88  FTRC-MATCH-IS-AUDIT    VALUE 'A'.
000740                 88  FTRC-MATCH-IS-REJECT   VALUE 'R'.
000750             15  FTRC-MATCH-RBA PIC S9(08) COMP.
000760 01  WS-MATCH-MAX               PIC S9(04) COMP VALUE 20.
000770 01  WS-ADD-FILE                PIC X(01).
000780
000790***************************************************************
000800*  FILE RECORDS AND CONTROL FIELDS                              *
000810***************************************************************
000820 COPY FACTAUD.
000830 COPY FACTREJ.
000840 COPY FACTCOR.
000850 COPY FACTRXRF.
000860 COPY FACTWOFF.
000870 01  WS-AUDIT-RBA               PIC S9(08) COMP.
000880 01  WS-AUDIT-RESP              PIC S9(08) COMP.
000890 01  WS-REJ-RBA                 PIC S9(08) COMP.
000900 01  WS-REJ-RESP                PIC S9(08) COMP.
000910 01  WS-COR-RBA                 PIC S9(08) COMP.
000920 01  WS-COR-RESP                PIC S9(08) COMP.
000930 01  WS-RXRF-RBA                PIC S9(08) COMP.
000940 01  WS-RXRF-RESP               PIC S9(08) COMP.
000950 01  WS-WOFF-RESP               PIC S9(08) COMP.
000960 01  WS-LAST-RECYCLE            PIC X(110).
000970 01  WS-LAST-CORRECTION         PIC X(80).
000980
000990*    RECYCLED REQUESTS COME BACK THROUGH FACTBAT UNDER THE FEED *
001000*    ID ON THE RECYCLE DECK'S HEADER.                           *
001010 01  WS-RECYCLE-FEED-ID         PIC X(08) VALUE 'FACTRREC'.
001020
001030 01  WS-BROWSE-SW               PIC X(01) VALUE 'Y'.
001040     88  WS-BROWSE-OK               VALUE 'Y'.
001050     88  WS-BROWSE-FAILED           VALUE 'N'.
001060 01  WS-MATCH-SW                PIC X(01) VALUE 'N'.
001070     88  WS-RECORD-MATCHES          VALUE 'Y'.
001080     88  WS-RECORD-DIFFERS          VALUE 'N'.
001090 01  WS-RECYCLE-SW              PIC X(01) VALUE 'N'.
001100     88  WS-RECYCLE-FOUND           VALUE 'Y'.
001110     88  WS-RECYCLE-NOT-FOUND       VALUE 'N'.
001120 01  WS-COR-SW                  PIC X(01) VALUE 'N'.
001130     88  WS-CORRECTION-FOUND        VALUE 'Y'.
001140     88  WS-CORRECTION-NOT-FOUND    VALUE 'N'.
001150 01  WS-WOFF-SW                 PIC X(01) VALUE 'N'.
001160     88  WS-WRITE-OFF-FOUND         VALUE 'Y'.
001170     88  WS-WRITE-OFF-NOT-FOUND     VALUE 'N'.
001180 01  WS-RESULT-SW               PIC X(01) VALUE 'N'.
001190     88  WS-RESULT-FOUND            VALUE 'Y'.
001200     88  WS-RESULT-NOT-FOUND        VALUE 'N'.
001210
001220***************************************************************
001230*  KEYED OPERANDS.  EACH IS RIGHT-JUSTIFIED THE SAME WAY FCOR   *
001240*  AND FACTRREC JUSTIFY A RAW OPERAND, THEN TESTED WITH SPACES  *
001250*  READ AS ZEROS (THE FACTVAL EDIT) - A NUMBER MATCHES BY       *
001260*  VALUE, ANYTHING ELSE ONLY BY ITS TEXT.                       *
001270***************************************************************
001280 01  WS-JUSTIFY-FIELD           PIC X(15).
001290 01  WS-SHIFT-FIELD             PIC X(15).
001300 01  WS-EDIT-OPERAND            PIC X(15).
001310 01  WS-EDIT-VALUE              PIC 9(15).
001320 01  WS-EDIT-SW                 PIC X(01) VALUE 'N'.
001330     88  WS-EDIT-IS-NUMBER          VALUE 'Y'.
001340     88  WS-EDIT-IS-TEXT            VALUE 'N'.
001350 01  WS-N-VALUE                 PIC 9(15) VALUE ZERO.
001360 01  WS-N-SW                    PIC X(01) VALUE 'N'.
001370     88  WS-N-IS-NUMBER             VALUE 'Y'.
001380     88  WS-N-IS-TEXT               VALUE 'N'.
001390 01  WS-R-VALUE                 PIC 9(15) VALUE ZERO.
001400 01  WS-R-SW                    PIC X(01) VALUE 'N'.
001410     88  WS-R-IS-NUMBER             VALUE 'Y'.
001420     88  WS-R-IS-TEXT               VALUE 'N'.
001430 01  WS-KEY-RAW                 PIC X(15).
001440 01  WS-KEY-VALUE               PIC 9(15).
001450 01  WS-KEY-SW                  PIC X(01) VALUE 'N'.
001460     88  WS-KEY-IS-NUMBER           VALUE 'Y'.
001470     88  WS-KEY-IS-TEXT             VALUE 'N'.
001480
001490***************************************************************
001500*  EFFECTIVE RUN DATE AND TYPE OF AN AUDIT OR REJECT ENTRY.  A  *
001510*  BLANK TYPE IS A FACTORIAL; A BLANK AUDIT RUN DATE (AN ENTRY  *
001520*  WRITTEN BEFORE THE RUN DATE WAS LOGGED) FALLS BACK TO THE    *
001530*  DATE THE ENTRY WAS WRITTEN, AS IN FACTREPL.                  *
001540***************************************************************
001550 01  WS-AUD-EFF-DATE            PIC 9(08).
001560 01  WS-EFF-TYPE                PIC X(01).
001570 01  WS-XREF-TYPE               PIC X(01).
001580
001590***************************************************************
001600*  DATE, TIME AND DISPLAY LINE LAYOUTS                          *
001610***************************************************************
001620 01  WS-WORK-DATE.
001630     05  WS-WORK-DATE-CCYY      PIC 9(04).
001640     05  WS-WORK-DATE-MM        PIC 9(02).
001650     05  WS-WORK-DATE-DD        PIC 9(02).
001660 01  WS-DATE-DISPLAY.
001670     05  WS-DD-MM               PIC 99.
001680     05  FILLER                 PIC X(01) VALUE '/'.
001690     05  WS-DD-DD               PIC 99.
001700     05  FILLER                 PIC X(01) VALUE '/'.
001710     05  WS-DD-CCYY             PIC 9999.
001720 01  WS-WORK-TIME               PIC 9(06).
001730 01  WS-WORK-TIME-X REDEFINES WS-WORK-TIME.
001740     05  WS-WORK-TIME-HH        PIC 9(02).
001750     05  WS-WORK-TIME-MM        PIC 9(02).
001760     05  WS-WORK-TIME-SS        PIC 9(02).
001770 01  WS-TIME-DISPLAY.
001780     05  WS-TD-HH               PIC 99.
001790     05  FILLER                 PIC X(01) VALUE ':'.
001800     05  WS-TD-MM               PIC 99.
001810     05  FILLER                 PIC X(01) VALUE ':'.
001820     05  WS-TD-SS               PIC 99.
001830 01  WS-EDIT-NUMBER             PIC Z(09)9.
001840
001850 01  WS-MATCH-LINE.
001860     05  FILLER                 PIC X(06) VALUE 'MATCH '.
001870     05  WS-ML-IDX              PIC Z9.
001880     05  FILLER                 PIC X(04) VALUE ' OF '.
001890     05  WS-ML-COUNT            PIC Z9.
001900     05  WS-ML-MORE             PIC X(01).
001910     05  FILLER                 PIC X(03) VALUE ' - '.
001920     05  WS-ML-TEXT             PIC X(21).
001930 01  WS-RECEIPT-LINE.
001940     05  FILLER                 PIC X(05) VALUE 'FEED '.
001950     05  WS-RL-FEED             PIC X(08).
001960     05  FILLER                 PIC X(10) VALUE ' RUN DATE '.
001970     05  WS-RL-RUN              PIC X(10).
001980     05  WS-RL-EXTRA-TEXT       PIC X(12).
001990     05  WS-RL-EXTRA            PIC X(10).
002000 01  WS-REJECT-LINE.
002010     05  FILLER                 PIC X(13) VALUE 'YES - REASON '.
002020     05  WS-JL-REASON           PIC 9(02).
002030     05  FILLER                 PIC X(03) VALUE ' - '.
002040     05  WS-JL-TEXT             PIC X(30).
002050 01  WS-RECYCLE-LINE.
002060     05  FILLER                 PIC X(09) VALUE 'RECYCLED '.
002070     05  WS-YL-DATE             PIC X(10).
002080     05  FILLER                 PIC X(09) VALUE ' AS TYPE '.
002090     05  WS-YL-TYPE             PIC X(01).
002100     05  FILLER                 PIC X(03) VALUE ' N='.
002110     05  WS-YL-N                PIC X(10).
002120     05  WS-YL-R-TEXT           PIC X(03).
002130     05  WS-YL-R                PIC X(10).
002140 01  WS-KEYED-LINE.
002150     05  FILLER                 PIC X(09) VALUE 'KEYED BY '.
002160     05  WS-KL-USER             PIC X(08).
002170     05  FILLER                 PIC X(04) VALUE ' ON '.
002180     05  WS-KL-DATE             PIC X(10).
002190     05  FILLER                 PIC X(04) VALUE ' AT '.
002200     05  WS-KL-TIME             PIC X(08).
002210     05  FILLER                 PIC X(19)
002220                                VALUE ' - NOT YET RECYCLED'.
002230 01  WS-WOFF-LINE.
002240     05  WS-WL-TEXT             PIC X(12).
002250     05  WS-WL-USER             PIC X(08).
002260     05  FILLER                 PIC X(04) VALUE ' ON '.
002270     05  WS-WL-DATE             PIC X(10).
002280     05  WS-WL-TEXT2            PIC X(13).
002290     05  WS-WL-VALUE2           PIC X(10).
002300 01  WS-PROCESS-LINE.
002310     05  WS-PL-DATE             PIC X(10).
002320     05  FILLER                 PIC X(04) VALUE ' AT '.
002330     05  WS-PL-TIME             PIC X(08).
002340     05  FILLER                 PIC X(04) VALUE ' BY '.
002350     05  WS-PL-CALLER           PIC X(08).
002360     05  FILLER                 PIC X(11) VALUE ' IN RUN OF '.
002370     05  WS-PL-RUN              PIC X(10).
002380 01  WS-RESULT-LINE.
002390     05  WS-SL-RESULT           PIC Z(09)9.
002400     05  FILLER                 PIC X(14) VALUE '   OVERFLOW = '.
002410     05  WS-SL-OVERFLOW         PIC X(03).
002420
002430 01  WS-DATE-OUT                PIC 9(08).
002440 01  WS-TIME-OUT                PIC 9(08).
002450
002460 LINKAGE SECTION.
002470 01  DFHCOMMAREA                PIC X(152).
002480
002490 PROCEDURE DIVISION.
002500***************************************************************
002510*  0000-MAINLINE                                                *
002520***************************************************************
002530 0000-MAINLINE.
002540     IF EIBCALEN = 0
002550         PERFORM 1000-FIRST-ENTRY
002560     ELSE
002570         MOVE DFHCOMMAREA TO FTRC-COMMAREA
002580         PERFORM 2000-HANDLE-AID
002590     END-IF
002600     GOBACK
002610     .
002620
002630***************************************************************
002640*  1000-FIRST-ENTRY  -  FRESH CONVERSATION, AN EMPTY KEY.       *
002650***************************************************************
002660 1000-FIRST-ENTRY.
002670     MOVE LOW-VALUE TO FTRC-COMMAREA
002680     MOVE SPACE TO FTRC-SOURCE
002690     MOVE ZERO TO FTRC-RUN-DATE
002700     MOVE SPACE TO FTRC-TYPE
002710     MOVE SPACE TO FTRC-N-RAW
002720     MOVE SPACE TO FTRC-R-RAW
002730     MOVE ZERO TO FTRC-MATCH-COUNT
002740     MOVE ZERO TO FTRC-MATCH-IDX
002750     SET FTRC-NO-MORE-MATCHES TO TRUE
002760     MOVE SPACE TO FACTRM1O
002770     MOVE -1 TO SRCL
002780     MOVE 'KEY THE REQUEST TO TRACE AND PRESS ENTER.' TO MSGOO
002790     PERFORM 8000-SEND-MAP-FULL
002800     .
002810
002820***************************************************************
002830*  2000-HANDLE-AID  -  DISPATCH ON WHICH KEY THE ANALYST USED.  *
002840***************************************************************
002850 2000-HANDLE-AID.
002860     MOVE SPACE TO FACTRM1O
002870     MOVE -1 TO SRCL
002880     EVALUATE EIBAID
002890         WHEN DFHPF3
002900             PERFORM 9000-END-SESSION
002910         WHEN DFHPF7
002920             PERFORM 3100-PREVIOUS-MATCH
002930                 THRU 3100-PREVIOUS-MATCH-EXIT
002940             PERFORM 8000-SEND-MAP-FULL
002950         WHEN DFHPF8
002960             PERFORM 3200-NEXT-MATCH
002970                 THRU 3200-NEXT-MATCH-EXIT
002980             PERFORM 8000-SEND-MAP-FULL
002990         WHEN DFHENTER
003000             PERFORM 2100-PROCESS-ENTRY
003010                 THRU 2100-PROCESS-ENTRY-EXIT
003020             PERFORM 8000-SEND-MAP-FULL
003030         WHEN OTHER
003040             PERFORM 3300-RESHOW-CURRENT
003050                 THRU 3300-RESHOW-CURRENT-EXIT
003060             MOVE 'INVALID KEY - USE ENTER, PF3, PF7 OR PF8.'
003070                 TO MSGOO
003080             PERFORM 8000-SEND-MAP-FULL
003090     END-EVALUATE
003100     .
003110
003120***************************************************************
003130*  2100-PROCESS-ENTRY  -  RECEIVE AND EDIT THE KEY, THEN        *
003140*  COLLECT EVERY MATCH AND SHOW THE FIRST.  AN EDIT ERROR       *
003150*  LEAVES THE KEY AS KEYED ON THE SCREEN.                       *
003160***************************************************************
003170 2100-PROCESS-ENTRY.
003180     EXEC CICS
003190         RECEIVE MAP ('FACTRM1') MAPSET ('FACTRMAP')
003200         INTO (FACTRM1I)
003210         RESP (WS-AUDIT-RESP)
003220     END-EXEC
003230     MOVE SPACE TO MSGOO
003240     IF SRCI = LOW-VALUE
003250         MOVE SPACE TO SRCI
003260     END-IF
003270     IF RDTI = LOW-VALUE
003280         MOVE SPACE TO RDTI
003290     END-IF
003300     IF RTPI = LOW-VALUE
003310         MOVE SPACE TO RTPI
003320     END-IF
003330     IF INNI = LOW-VALUE
003340         MOVE SPACE TO INNI
003350     END-IF
003360     IF INRI = LOW-VALUE
003370         MOVE SPACE TO INRI
003380     END-IF
003390     MOVE ZERO TO FTRC-MATCH-COUNT
003400     MOVE ZERO TO FTRC-MATCH-IDX
003410     SET FTRC-NO-MORE-MATCHES TO TRUE
003420     IF SRCI = SPACE
003430         MOVE 'SOURCE SYSTEM IS REQUIRED.' TO MSGOO
003440         GO TO 2100-PROCESS-ENTRY-EXIT
003450     END-IF
003460     IF RDTI NOT NUMERIC
003470         MOVE -1 TO RDTL
003480         MOVE 'RUN DATE MUST BE CCYYMMDD.' TO MSGOO
003490         GO TO 2100-PROCESS-ENTRY-EXIT
003500     END-IF
003510     MOVE RDTI TO WS-WORK-DATE
003520     IF WS-WORK-DATE-MM < 1 OR WS-WORK-DATE-MM > 12
003530             OR WS-WORK-DATE-DD < 1 OR WS-WORK-DATE-DD > 31
003540         MOVE -1 TO RDTL
003550         MOVE 'RUN DATE MUST BE CCYYMMDD.' TO MSGOO
003560         GO TO 2100-PROCESS-ENTRY-EXIT
003570     END-IF
003580     IF RTPI = SPACE
003590         MOVE 'F' TO RTPI
003600     END-IF
003610     IF RTPI NOT = 'F' AND RTPI NOT = 'C' AND RTPI NOT = 'P'
003620         MOVE -1 TO RTPL
003630         MOVE 'REQUEST TYPE MUST BE F, C OR P.' TO MSGOO
003640         GO TO 2100-PROCESS-ENTRY-EXIT
003650     END-IF
003660     IF INNI = SPACE
003670         MOVE -1 TO INNL
003680         MOVE 'N IS REQUIRED.' TO MSGOO
003690         GO TO 2100-PROCESS-ENTRY-EXIT
003700     END-IF
003710     IF RTPI = 'F' AND INRI NOT = SPACE
003720         MOVE -1 TO INRL
003730         MOVE 'R APPLIES TO TYPE C AND P ONLY - LEAVE IT BLANK.'
003740             TO MSGOO
003750         GO TO 2100-PROCESS-ENTRY-EXIT
003760     END-IF
003770     MOVE SRCI TO FTRC-SOURCE
003780     MOVE WS-WORK-DATE TO FTRC-RUN-DATE
003790     MOVE RTPI TO FTRC-TYPE
003800     MOVE INNI TO WS-JUSTIFY-FIELD
003810     PERFORM 2250-RIGHT-JUSTIFY-OPERAND
003820         THRU 2250-RIGHT-JUSTIFY-EXIT
003830         UNTIL WS-JUSTIFY-FIELD (15:1) NOT = SPACE
003840     MOVE WS-JUSTIFY-FIELD TO FTRC-N-RAW
003850     IF INRI = SPACE
003860         MOVE SPACE TO FTRC-R-RAW
003870     ELSE
003880         MOVE INRI TO WS-JUSTIFY-FIELD
003890         PERFORM 2250-RIGHT-JUSTIFY-OPERAND
003900             THRU 2250-RIGHT-JUSTIFY-EXIT
003910             UNTIL WS-JUSTIFY-FIELD (15:1) NOT = SPACE
003920         MOVE WS-JUSTIFY-FIELD TO FTRC-R-RAW
003930     END-IF
003940     PERFORM 2300-RESOLVE-OPERANDS
003950     PERFORM 3000-COLLECT-MATCHES
003960         THRU 3000-COLLECT-MATCHES-EXIT
003970     IF WS-BROWSE-FAILED
003980         PERFORM 3900-SHOW-KEY
003990         GO TO 2100-PROCESS-ENTRY-EXIT
004000     END-IF
004010     IF FTRC-MATCH-COUNT = ZERO
004020         PERFORM 3900-SHOW-KEY
004030         MOVE 'NO REQUEST ON FILE MATCHES THAT KEY.' TO MSGOO
004040         GO TO 2100-PROCESS-ENTRY-EXIT
004050     END-IF
004060     MOVE 1 TO FTRC-MATCH-IDX
004070     PERFORM 3500-SHOW-MATCH
004080         THRU 3500-SHOW-MATCH-EXIT
004090     EVALUATE TRUE
004100         WHEN MSGOO NOT = SPACE
004110             CONTINUE
004120         WHEN FTRC-MORE-MATCHES
004130             MOVE 'OVER 20 MATCHES - ONLY THE FIRST 20 PAGE.'
004140                 TO MSGOO
004150         WHEN FTRC-MATCH-COUNT > 1
004160             MOVE 'REQUEST TRACED - PF7/PF8 PAGE THE MATCHES.'
004170                 TO MSGOO
004180         WHEN OTHER
004190             MOVE 'REQUEST TRACED.' TO MSGOO
004200     END-EVALUATE
004210     .
004220 2100-PROCESS-ENTRY-EXIT.
004230     EXIT.
004240
004250***************************************************************
004260*  2250-RIGHT-JUSTIFY-OPERAND  -  SHIFT WS-JUSTIFY-FIELD ONE    *
004270*  BYTE RIGHT.  PERFORMED UNTIL THE LOW-ORDER BYTE IS NON-      *
004280*  BLANK; THE CALLER HAS ALREADY RULED OUT AN ALL-BLANK FIELD.  *
004290***************************************************************
004300 2250-RIGHT-JUSTIFY-OPERAND.
004310     MOVE WS-JUSTIFY-FIELD TO WS-SHIFT-FIELD
004320     MOVE SPACE TO WS-JUSTIFY-FIELD
004330     MOVE WS-SHIFT-FIELD (1:14) TO WS-JUSTIFY-FIELD (2:14)
004340     .
004350 2250-RIGHT-JUSTIFY-EXIT.
004360     EXIT.
004370
004380***************************************************************
004390*  2300-RESOLVE-OPERANDS  -  WHETHER EACH KEYED OPERAND IS A    *
004400*  NUMBER, AND ITS VALUE IF SO.                                 *
004410***************************************************************
004420 2300-RESOLVE-OPERANDS.
004430     MOVE FTRC-N-RAW TO WS-JUSTIFY-FIELD
004440     PERFORM 2350-TEST-OPERAND
004450     MOVE WS-EDIT-VALUE TO WS-N-VALUE
004460     MOVE WS-EDIT-SW TO WS-N-SW
004470     MOVE FTRC-R-RAW TO WS-JUSTIFY-FIELD
004480     PERFORM 2350-TEST-OPERAND
004490     MOVE WS-EDIT-VALUE TO WS-R-VALUE
004500     MOVE WS-EDIT-SW TO WS-R-SW
004510     .
004520
004530***************************************************************
004540*  2350-TEST-OPERAND  -  WS-JUSTIFY-FIELD WITH SPACES READ AS   *
004550*  ZEROS, AS FACTVAL EDITS IT.  A BLANK FIELD IS TEXT.          *
004560***************************************************************
004570 2350-TEST-OPERAND.
004580     MOVE ZERO TO WS-EDIT-VALUE
004590     SET WS-EDIT-IS-TEXT TO TRUE
004600     IF WS-JUSTIFY-FIELD NOT = SPACE
004610         MOVE WS-JUSTIFY-FIELD TO WS-EDIT-OPERAND
004620         INSPECT WS-EDIT-OPERAND REPLACING ALL SPACE BY ZERO
004630         IF WS-EDIT-OPERAND IS NUMERIC
004640             MOVE WS-EDIT-OPERAND TO WS-EDIT-VALUE
004650             SET WS-EDIT-IS-NUMBER TO TRUE
004660         END-IF
004670     END-IF
004680     .
004690
004700***************************************************************
004710*  3000-COLLECT-MATCHES  -  BROWSE THE WHOLE AUDIT ESDS, THEN   *
004720*  THE WHOLE REJECT ESDS, NOTING THE RBA OF EVERY ENTRY FOR     *
004730*  THE KEYED REQUEST.  A KEYED N THAT IS NOT A NUMBER CAN ONLY  *
004740*  BE A REJECT, SO THE AUDIT LOG IS SKIPPED FOR IT.             *
004750***************************************************************
004760 3000-COLLECT-MATCHES.
004770     SET WS-BROWSE-OK TO TRUE
004780     IF WS-N-IS-TEXT
004790         GO TO 3000-COLLECT-REJECTS
004800     END-IF
004810     MOVE ZERO TO WS-AUDIT-RBA
004820     EXEC CICS
004830         STARTBR FILE ('FACTAUDT')
004840         RIDFLD (WS-AUDIT-RBA)
004850         RESP (WS-AUDIT-RESP)
004860     END-EXEC
004870     IF WS-AUDIT-RESP = DFHRESP(NOTFND)
004880         GO TO 3000-COLLECT-REJECTS
004890     END-IF
004900     IF WS-AUDIT-RESP NOT = DFHRESP(NORMAL)
004910         SET WS-BROWSE-FAILED TO TRUE
004920         MOVE 'AUDIT LOG NOT AVAILABLE - CALL SYSTEMS.' TO MSGOO
004930         GO TO 3000-COLLECT-MATCHES-EXIT
004940     END-IF
004950     PERFORM 3050-SCAN-AUDIT-ENTRY
004960         UNTIL WS-AUDIT-RESP NOT = DFHRESP(NORMAL)
004970             OR FTRC-MORE-MATCHES
004980     EXEC CICS
004990         ENDBR FILE ('FACTAUDT')
005000     END-EXEC
005010     .
005020
005030***************************************************************
005040*  3000-COLLECT-REJECTS  -  THEN THE REJECT ESDS, UNLESS THE    *
005050*  TABLE IS ALREADY FULL.                                       *
005060***************************************************************
005070 3000-COLLECT-REJECTS.
005080     IF FTRC-MORE-MATCHES
005090         GO TO 3000-COLLECT-MATCHES-EXIT
005100     END-IF
005110     MOVE ZERO TO WS-REJ-RBA
005120     EXEC CICS
005130         STARTBR FILE ('FACTREJL')
005140         RIDFLD (WS-REJ-RBA)
005150         RESP (WS-REJ-RESP)
005160     END-EXEC
005170     IF WS-REJ-RESP = DFHRESP(NOTFND)
005180         GO TO 3000-COLLECT-MATCHES-EXIT
005190     END-IF
005200     IF WS-REJ-RESP NOT = DFHRESP(NORMAL)
005210         SET WS-BROWSE-FAILED TO TRUE
005220         MOVE 'REJECT LOG NOT AVAILABLE - CALL SYSTEMS.' TO MSGOO
005230         GO TO 3000-COLLECT-MATCHES-EXIT
005240     END-IF
005250     PERFORM 3060-SCAN-REJECT-ENTRY
005260         UNTIL WS-REJ-RESP NOT = DFHRESP(NORMAL)
005270             OR FTRC-MORE-MATCHES
005280     EXEC CICS
005290         ENDBR FILE ('FACTREJL')
005300     END-EXEC
005310     .
005320 3000-COLLECT-MATCHES-EXIT.
005330     EXIT.
005340
005350***************************************************************
005360*  3050-SCAN-AUDIT-ENTRY  -  ONE FORWARD STEP OF THE AUDIT      *
005370*  BROWSE.                                                      *
005380***************************************************************
005390 3050-SCAN-AUDIT-ENTRY.
005400     EXEC CICS
005410         READNEXT FILE ('FACTAUDT')
005420         INTO (FACT-AUDIT-RECORD)
005430         RIDFLD (WS-AUDIT-RBA)
005440         RESP (WS-AUDIT-RESP)
005450     END-EXEC
005460     IF WS-AUDIT-RESP = DFHRESP(NORMAL)
005470         PERFORM 3070-TEST-AUDIT-ENTRY
005480             THRU 3070-TEST-AUDIT-ENTRY-EXIT
005490         IF WS-RECORD-MATCHES
005500             MOVE 'A' TO WS-ADD-FILE
005510             PERFORM 3090-ADD-MATCH
005520                 THRU 3090-ADD-MATCH-EXIT
005530         END-IF
005540     END-IF
005550     .
005560
005570***************************************************************
005580*  3060-SCAN-REJECT-ENTRY  -  ONE FORWARD STEP OF THE REJECT    *
005590*  BROWSE.                                                      *
005600***************************************************************
005610 3060-SCAN-REJECT-ENTRY.
005620     EXEC CICS
005630         READNEXT FILE ('FACTREJL')
005640         INTO (FACT-REJECT-RECORD)
005650         RIDFLD (WS-REJ-RBA)
005660         RESP (WS-REJ-RESP)
005670     END-EXEC
005680     IF WS-REJ-RESP = DFHRESP(NORMAL)
005690         PERFORM 3080-TEST-REJECT-ENTRY
005700             THRU 3080-TEST-REJECT-ENTRY-EXIT
005710         IF WS-RECORD-MATCHES
005720             MOVE 'R' TO WS-ADD-FILE
005730             PERFORM 3090-ADD-MATCH
005740                 THRU 3090-ADD-MATCH-EXIT
005750         END-IF
005760     END-IF
005770     .
005780
005790***************************************************************
005800*  3070-TEST-AUDIT-ENTRY  -  SOURCE, RUN DATE, TYPE, N AND (FOR *
005810*  C AND P, WHEN KEYED) R ALL AS KEYED.                         *
005820***************************************************************
005830 3070-TEST-AUDIT-ENTRY.
005840     SET WS-RECORD-DIFFERS TO TRUE
005850     IF FACT-AUD-SOURCE-SYS NOT = FTRC-SOURCE
005860         GO TO 3070-TEST-AUDIT-ENTRY-EXIT
005870     END-IF
005880     PERFORM 3850-AUDIT-RUN-DATE
005890     IF WS-AUD-EFF-DATE NOT = FTRC-RUN-DATE
005900         GO TO 3070-TEST-AUDIT-ENTRY-EXIT
005910     END-IF
005920     IF WS-EFF-TYPE NOT = FTRC-TYPE
005930         GO TO 3070-TEST-AUDIT-ENTRY-EXIT
005940     END-IF
005950     IF FACT-AUD-INPUT-N NOT NUMERIC
005960         GO TO 3070-TEST-AUDIT-ENTRY-EXIT
005970     END-IF
005980     IF FACT-AUD-INPUT-N NOT = WS-N-VALUE
005990         GO TO 3070-TEST-AUDIT-ENTRY-EXIT
006000     END-IF
006010     IF FTRC-TYPE NOT = 'F' AND FTRC-R-RAW NOT = SPACE
006020         IF WS-R-IS-TEXT
006030             GO TO 3070-TEST-AUDIT-ENTRY-EXIT
006040         END-IF
006050         IF FACT-AUD-INPUT-R NOT NUMERIC
006060             GO TO 3070-TEST-AUDIT-ENTRY-EXIT
006070         END-IF
006080         IF FACT-AUD-INPUT-R NOT = WS-R-VALUE
006090             GO TO 3070-TEST-AUDIT-ENTRY-EXIT
006100         END-IF
006110     END-IF
006120     SET WS-RECORD-MATCHES TO TRUE
006130     .
006140 3070-TEST-AUDIT-ENTRY-EXIT.
006150     EXIT.
006160
006170***************************************************************
006180*  3080-TEST-REJECT-ENTRY  -  FEED, RUN DATE AND TYPE AS        *
006190*  KEYED, AND THE LOGGED OPERAND EQUAL TO THE KEYED ONE - BY    *
006200*  VALUE WHEN BOTH ARE NUMBERS, OTHERWISE BY TEXT.              *
006210***************************************************************
006220 3080-TEST-REJECT-ENTRY.
006230     SET WS-RECORD-DIFFERS TO TRUE
006240     IF FACT-REJ-FEED-ID NOT = FTRC-SOURCE
006250         GO TO 3080-TEST-REJECT-ENTRY-EXIT
006260     END-IF
006270     IF FACT-REJ-RUN-DATE NOT = FTRC-RUN-DATE
006280         GO TO 3080-TEST-REJECT-ENTRY-EXIT
006290     END-IF
006300     IF FACT-REJ-TRANS-TYPE = SPACE
006310         MOVE 'F' TO WS-EFF-TYPE
006320     ELSE
006330         MOVE FACT-REJ-TRANS-TYPE TO WS-EFF-TYPE
006340     END-IF
006350     IF WS-EFF-TYPE NOT = FTRC-TYPE
006360         GO TO 3080-TEST-REJECT-ENTRY-EXIT
006370     END-IF
006380     IF FACT-REJ-R-NON-NUMERIC OR FACT-REJ-R-NEGATIVE
006390             OR FACT-REJ-R-TOO-LARGE
006400         MOVE FTRC-R-RAW TO WS-KEY-RAW
006410         MOVE WS-R-VALUE TO WS-KEY-VALUE
006420         MOVE WS-R-SW TO WS-KEY-SW
006430     ELSE
006440         MOVE FTRC-N-RAW TO WS-KEY-RAW
006450         MOVE WS-N-VALUE TO WS-KEY-VALUE
006460         MOVE WS-N-SW TO WS-KEY-SW
006470     END-IF
006480*    A BLANK R TAKES ANY R, SO EVERY R-OPERAND REJECT FOR THE   *
006490*    FEED, DATE AND TYPE MATCHES - THE LOG DOES NOT HOLD ITS N. *
006500     IF WS-KEY-RAW = SPACE
006510         SET WS-RECORD-MATCHES TO TRUE
006520         GO TO 3080-TEST-REJECT-ENTRY-EXIT
006530     END-IF
006540     IF FACT-REJ-RAW-INPUT = SPACE
006550         GO TO 3080-TEST-REJECT-ENTRY-EXIT
006560     END-IF
006570     MOVE FACT-REJ-RAW-INPUT TO WS-JUSTIFY-FIELD
006580     PERFORM 2250-RIGHT-JUSTIFY-OPERAND
006590         THRU 2250-RIGHT-JUSTIFY-EXIT
006600         UNTIL WS-JUSTIFY-FIELD (15:1) NOT = SPACE
006610     IF WS-JUSTIFY-FIELD = WS-KEY-RAW
006620         SET WS-RECORD-MATCHES TO TRUE
006630         GO TO 3080-TEST-REJECT-ENTRY-EXIT
006640     END-IF
006650     IF WS-KEY-IS-TEXT
006660         GO TO 3080-TEST-REJECT-ENTRY-EXIT
006670     END-IF
006680     PERFORM 2350-TEST-OPERAND
006690     IF WS-EDIT-IS-NUMBER AND WS-EDIT-VALUE = WS-KEY-VALUE
006700         SET WS-RECORD-MATCHES TO TRUE
006710     END-IF
006720     .
006730 3080-TEST-REJECT-ENTRY-EXIT.
006740     EXIT.
006750
006760***************************************************************
006770*  3090-ADD-MATCH  -  NOTE THE RBA JUST READ.  ONE MATCH PAST   *
006780*  A FULL TABLE ONLY RAISES THE MORE-MATCHES FLAG, WHICH ENDS   *
006790*  THE COLLECTION.                                              *
006800***************************************************************
006810 3090-ADD-MATCH.
006820     IF FTRC-MATCH-COUNT NOT < WS-MATCH-MAX
006830         SET FTRC-MORE-MATCHES TO TRUE
006840         GO TO 3090-ADD-MATCH-EXIT
006850     END-IF
006860     ADD 1 TO FTRC-MATCH-COUNT
006870     MOVE WS-ADD-FILE TO FTRC-MATCH-FILE (FTRC-MATCH-COUNT)
006880     IF FTRC-MATCH-IS-AUDIT (FTRC-MATCH-COUNT)
006890         MOVE WS-AUDIT-RBA TO FTRC-MATCH-RBA (FTRC-MATCH-COUNT)
006900     ELSE
006910         MOVE WS-REJ-RBA TO FTRC-MATCH-RBA (FTRC-MATCH-COUNT)
006920     END-IF
006930     .
006940 3090-ADD-MATCH-EXIT.
006950     EXIT.
006960
006970***************************************************************
006980*  3100-PREVIOUS-MATCH  -  PF7, THE MATCH AHEAD OF THE ONE ON   *
006990*  SCREEN.                                                      *
007000***************************************************************
007010 3100-PREVIOUS-MATCH.
007020     IF FTRC-MATCH-COUNT = ZERO
007030         PERFORM 3900-SHOW-KEY
007040         MOVE 'KEY THE REQUEST TO TRACE AND PRESS ENTER.' TO MSGOO
007050         GO TO 3100-PREVIOUS-MATCH-EXIT
007060     END-IF
007070     IF FTRC-MATCH-IDX > 1
007080         SUBTRACT 1 FROM FTRC-MATCH-IDX
007090         PERFORM 3500-SHOW-MATCH
007100             THRU 3500-SHOW-MATCH-EXIT
007110         IF MSGOO = SPACE
007120             MOVE 'SHOWING THE PREVIOUS MATCH.' TO MSGOO
007130         END-IF
007140     ELSE
007150         PERFORM 3500-SHOW-MATCH
007160             THRU 3500-SHOW-MATCH-EXIT
007170         IF MSGOO = SPACE
007180             MOVE 'ALREADY AT THE FIRST MATCH.' TO MSGOO
007190         END-IF
007200     END-IF
007210     .
007220 3100-PREVIOUS-MATCH-EXIT.
007230     EXIT.
007240
007250***************************************************************
007260*  3200-NEXT-MATCH  -  PF8, THE MATCH BEHIND THE ONE ON         *
007270*  SCREEN.                                                      *
007280***************************************************************
007290 3200-NEXT-MATCH.
007300     IF FTRC-MATCH-COUNT = ZERO
007310         PERFORM 3900-SHOW-KEY
007320         MOVE 'KEY THE REQUEST TO TRACE AND PRESS ENTER.' TO MSGOO
007330         GO TO 3200-NEXT-MATCH-EXIT
007340     END-IF
007350     IF FTRC-MATCH-IDX < FTRC-MATCH-COUNT
007360         ADD 1 TO FTRC-MATCH-IDX
007370         PERFORM 3500-SHOW-MATCH
007380             THRU 3500-SHOW-MATCH-EXIT
007390         IF MSGOO = SPACE
007400             MOVE 'SHOWING THE NEXT MATCH.' TO MSGOO
007410         END-IF
007420         GO TO 3200-NEXT-MATCH-EXIT
007430     END-IF
007440     PERFORM 3500-SHOW-MATCH
007450         THRU 3500-SHOW-MATCH-EXIT
007460     IF MSGOO = SPACE
007470         IF FTRC-MORE-MATCHES
007480             MOVE 'LAST OF THE FIRST 20 MATCHES - NARROW THE KEY.'
007490                 TO MSGOO
007500         ELSE
007510             MOVE 'ALREADY AT THE LAST MATCH.' TO MSGOO
007520         END-IF
007530     END-IF
007540     .
007550 3200-NEXT-MATCH-EXIT.
007560     EXIT.
007570
007580***************************************************************
007590*  3300-RESHOW-CURRENT  -  THE MAP AREA IS FRESH AUTO STORAGE   *
007600*  EVERY TASK - PUT BACK THE KEY AND THE MATCH THE COMMAREA     *
007610*  POINTS AT SO A MESSAGE DOES NOT BLANK THE SCREEN UNDER IT.   *
007620***************************************************************
007630 3300-RESHOW-CURRENT.
007640     IF FTRC-MATCH-COUNT = ZERO
007650         PERFORM 3900-SHOW-KEY
007660         GO TO 3300-RESHOW-CURRENT-EXIT
007670     END-IF
007680     PERFORM 3500-SHOW-MATCH
007690         THRU 3500-SHOW-MATCH-EXIT
007700     .
007710 3300-RESHOW-CURRENT-EXIT.
007720     EXIT.
007730
007740***************************************************************
007750*  3500-SHOW-MATCH  -  RE-READ THE CURRENT MATCH BY RBA AND     *
007760*  FORMAT ITS HISTORY ONTO THE MAP.                             *
007770***************************************************************
007780 3500-SHOW-MATCH.
007790     PERFORM 3900-SHOW-KEY
007800     PERFORM 3950-FORMAT-MATCH-LINE
007810     IF FTRC-MATCH-IS-AUDIT (FTRC-MATCH-IDX)
007820         MOVE FTRC-MATCH-RBA (FTRC-MATCH-IDX) TO WS-AUDIT-RBA
007830         EXEC CICS
007840             READ FILE ('FACTAUDT')
007850             INTO (FACT-AUDIT-RECORD)
007860             RIDFLD (WS-AUDIT-RBA)
007870             RESP (WS-AUDIT-RESP)
007880         END-EXEC
007890         IF WS-AUDIT-RESP NOT = DFHRESP(NORMAL)
007900             MOVE 'AUDIT LOG NOT AVAILABLE - CALL SYSTEMS.'
007910                 TO MSGOO
007920             GO TO 3500-SHOW-MATCH-EXIT
007930         END-IF
007940         PERFORM 3600-SHOW-AUDIT-MATCH
007950     ELSE
007960         MOVE FTRC-MATCH-RBA (FTRC-MATCH-IDX) TO WS-REJ-RBA
007970         EXEC CICS
007980             READ FILE ('FACTREJL')
007990             INTO (FACT-REJECT-RECORD)
008000             RIDFLD (WS-REJ-RBA)
008010             RESP (WS-REJ-RESP)
008020         END-EXEC
008030         IF WS-REJ-RESP NOT = DFHRESP(NORMAL)
008040             MOVE 'REJECT LOG NOT AVAILABLE - CALL SYSTEMS.'
008050                 TO MSGOO
008060             GO TO 3500-SHOW-MATCH-EXIT
008070         END-IF
008080         PERFORM 3700-SHOW-REJECT-MATCH
008090     END-IF
008100     .
008110 3500-SHOW-MATCH-EXIT.
008120     EXIT.
008130
008140***************************************************************
008150*  3600-SHOW-AUDIT-MATCH  -  A REQUEST THAT PASSED EDIT AND WAS *
008160*  PROCESSED THE NIGHT IT CAME IN.                              *
008170***************************************************************
008180 3600-SHOW-AUDIT-MATCH.
008190     PERFORM 3850-AUDIT-RUN-DATE
008200     MOVE FACT-AUD-SOURCE-SYS TO WS-RL-FEED
008210     MOVE WS-AUD-EFF-DATE TO WS-WORK-DATE
008220     PERFORM 5100-FORMAT-DATE
008230     MOVE WS-DATE-DISPLAY TO WS-RL-RUN
008240     IF FACT-AUD-PRIORITY = SPACE
008250         MOVE SPACE TO WS-RL-EXTRA-TEXT
008260         MOVE SPACE TO WS-RL-EXTRA
008270     ELSE
008280         MOVE ' PRIORITY' TO WS-RL-EXTRA-TEXT
008290         MOVE FACT-AUD-PRIORITY TO WS-RL-EXTRA
008300     END-IF
008310     MOVE WS-RECEIPT-LINE TO RCVO
008320     MOVE 'NO' TO REJO
008330     MOVE 'NO' TO CORO
008340     MOVE 'NO' TO WOFO
008350     PERFORM 3800-FORMAT-PROCESSED
008360     .
008370
008380***************************************************************
008390*  3700-SHOW-REJECT-MATCH  -  A REQUEST FACTVAL REJECTED:       *
008400*  WHETHER IT WAS CORRECTED OR WRITTEN OFF SINCE, AND WHAT      *
008410*  BECAME OF IT.                                                *
008420***************************************************************
008430 3700-SHOW-REJECT-MATCH.
008440     MOVE FACT-REJ-FEED-ID TO WS-RL-FEED
008450     MOVE FACT-REJ-RUN-DATE TO WS-WORK-DATE
008460     PERFORM 5100-FORMAT-DATE
008470     MOVE WS-DATE-DISPLAY TO WS-RL-RUN
008480     IF FACT-REJ-CREATE-DATE IS NUMERIC
008490             AND FACT-REJ-CREATE-DATE > ZERO
008500         MOVE ' DECK DATED' TO WS-RL-EXTRA-TEXT
008510         MOVE FACT-REJ-CREATE-DATE TO WS-WORK-DATE
008520         PERFORM 5100-FORMAT-DATE
008530         MOVE WS-DATE-DISPLAY TO WS-RL-EXTRA
008540     ELSE
008550         MOVE SPACE TO WS-RL-EXTRA-TEXT
008560         MOVE SPACE TO WS-RL-EXTRA
008570     END-IF
008580     MOVE WS-RECEIPT-LINE TO RCVO
008590     MOVE FACT-REJ-REASON-CODE TO WS-JL-REASON
008600     MOVE FACT-REJ-REASON-TEXT TO WS-JL-TEXT
008610     MOVE WS-REJECT-LINE TO REJO
008620     PERFORM 3710-FIND-RECYCLE
008630     SET WS-CORRECTION-NOT-FOUND TO TRUE
008640     EVALUATE TRUE
008650         WHEN WS-RECYCLE-FOUND
008660             PERFORM 3790-FORMAT-RECYCLE
008670         WHEN OTHER
008680             PERFORM 3730-FIND-CORRECTION
008690             EVALUATE TRUE
008700                 WHEN WS-CORRECTION-FOUND
008710                     PERFORM 3795-FORMAT-KEYED
008720                 WHEN FACT-REJ-CORRECTED
008730                     MOVE 'YES - RECYCLE DETAIL NOT ON FILE'
008740                         TO CORO
008750                 WHEN OTHER
008760                     MOVE 'NO' TO CORO
008770             END-EVALUATE
008780     END-EVALUATE
008790     PERFORM 3750-SHOW-WRITE-OFF
008800     MOVE SPACE TO RSLO
008810     EVALUATE TRUE
008820         WHEN WS-RECYCLE-FOUND
008830             PERFORM 3760-FIND-RECYCLED-RESULT
008840             IF WS-RESULT-FOUND
008850                 PERFORM 3800-FORMAT-PROCESSED
008860             ELSE
008870                 MOVE 'NOT YET - AWAITING THE RECYCLE PICKUP RUN'
008880                     TO PRCO
008890             END-IF
008900         WHEN FACT-REJ-WRITTEN-OFF
008910             MOVE 'NEVER - WRITTEN OFF' TO PRCO
008920         WHEN WS-WRITE-OFF-FOUND AND FACTWOFF-IS-POSTED
008930             MOVE 'NEVER - WRITTEN OFF' TO PRCO
008940         WHEN WS-CORRECTION-FOUND
008950             MOVE 'NOT YET - RECYCLES IN THE NEXT FACTRREC RUN'
008960                 TO PRCO
008970         WHEN WS-WRITE-OFF-FOUND AND FACTWOFF-IS-APPROVED
008980             MOVE 'NEVER - WRITE-OFF APPROVED, POSTS NEXT RUN'
008990                 TO PRCO
009000         WHEN WS-WRITE-OFF-FOUND AND FACTWOFF-IS-PENDING
009010             MOVE 'NOT PROCESSED - WRITE-OFF AWAITING APPROVAL'
009020                 TO PRCO
009030         WHEN OTHER
009040             MOVE 'NOT PROCESSED - REJECT STILL OUTSTANDING'
009050                 TO PRCO
009060     END-EVALUATE
009070     .
009080
009090***************************************************************
009100*  3710-FIND-RECYCLE  -  THE LATEST RECYCLE OF THIS REJECT ON   *
009110*  THE RECYCLE HISTORY ESDS.  AN EMPTY OR CLOSED FILE IS        *
009120*  TAKEN AS NO RECYCLE.                                         *
009130***************************************************************
009140 3710-FIND-RECYCLE.
009150     SET WS-RECYCLE-NOT-FOUND TO TRUE
009160     MOVE ZERO TO WS-RXRF-RBA
009170     EXEC CICS
009180         STARTBR FILE ('FACTRXRL')
009190         RIDFLD (WS-RXRF-RBA)
009200         RESP (WS-RXRF-RESP)
009210     END-EXEC
009220     IF WS-RXRF-RESP NOT = DFHRESP(NORMAL)
009230         GO TO 3710-FIND-RECYCLE-EXIT
009240     END-IF
009250     PERFORM 3720-SCAN-RECYCLE-ENTRY
009260         UNTIL WS-RXRF-RESP NOT = DFHRESP(NORMAL)
009270     EXEC CICS
009280         ENDBR FILE ('FACTRXRL')
009290     END-EXEC
009300     IF WS-RECYCLE-FOUND
009310         MOVE WS-LAST-RECYCLE TO FACTRXRF-RECORD
009320     END-IF
009330     .
009340 3710-FIND-RECYCLE-EXIT.
009350     EXIT.
009360
009370***************************************************************
009380*  3720-SCAN-RECYCLE-ENTRY  -  ONE FORWARD STEP OF THE RECYCLE  *
009390*  HISTORY BROWSE, KEEPING THE LAST ENTRY FOR THIS REJECT.      *
009400***************************************************************
009410 3720-SCAN-RECYCLE-ENTRY.
009420     EXEC CICS
009430         READNEXT FILE ('FACTRXRL')
009440         INTO (FACTRXRF-RECORD)
009450         RIDFLD (WS-RXRF-RBA)
009460         RESP (WS-RXRF-RESP)
009470     END-EXEC
009480     IF WS-RXRF-RESP = DFHRESP(NORMAL)
009490         IF FACTRXRF-ORIG-RUN-DATE = FACT-REJ-RUN-DATE
009500                 AND FACTRXRF-ORIG-RAW-INPUT = FACT-REJ-RAW-INPUT
009510                 AND FACTRXRF-ORIG-FEED-ID = FACT-REJ-FEED-ID
009520             SET WS-RECYCLE-FOUND TO TRUE
009530             MOVE FACTRXRF-RECORD TO WS-LAST-RECYCLE
009540         END-IF
009550     END-IF
009560     .
009570
009580***************************************************************
009590*  3730-FIND-CORRECTION  -  THE LATEST CORRECTION KEYED ON FCOR *
009600*  FOR THIS REJECT THAT THE FACTRREC JOB HAS NOT YET DRAINED    *
009610*  FROM THE ONLINE CAPTURE FILE.                                *
009620***************************************************************
009630 3730-FIND-CORRECTION.
009640     SET WS-CORRECTION-NOT-FOUND TO TRUE
009650     MOVE ZERO TO WS-COR-RBA
009660     EXEC CICS
009670         STARTBR FILE ('FACTCORL')
009680         RIDFLD (WS-COR-RBA)
009690         RESP (WS-COR-RESP)
009700     END-EXEC
009710     IF WS-COR-RESP NOT = DFHRESP(NORMAL)
009720         GO TO 3730-FIND-CORRECTION-EXIT
009730     END-IF
009740     PERFORM 3740-SCAN-CORRECTION-ENTRY
009750         UNTIL WS-COR-RESP NOT = DFHRESP(NORMAL)
009760     EXEC CICS
009770         ENDBR FILE ('FACTCORL')
009780     END-EXEC
009790     IF WS-CORRECTION-FOUND
009800         MOVE WS-LAST-CORRECTION TO FACT-CORRECTION-RECORD
009810     END-IF
009820     .
009830 3730-FIND-CORRECTION-EXIT.
009840     EXIT.
009850
009860***************************************************************
009870*  3740-SCAN-CORRECTION-ENTRY  -  ONE FORWARD STEP OF THE       *
009880*  CAPTURE FILE BROWSE, KEEPING THE LAST CORRECTION FOR THIS    *
009890*  REJECT.                                                      *
009900***************************************************************
009910 3740-SCAN-CORRECTION-ENTRY.
009920     EXEC CICS
009930         READNEXT FILE ('FACTCORL')
009940         INTO (FACT-CORRECTION-RECORD)
009950         RIDFLD (WS-COR-RBA)
009960         RESP (WS-COR-RESP)
009970     END-EXEC
009980     IF WS-COR-RESP = DFHRESP(NORMAL)
009990         IF FACT-COR-ORIG-RUN-DATE = FACT-REJ-RUN-DATE
010000                 AND FACT-COR-ORIG-RAW-INPUT = FACT-REJ-RAW-INPUT
010010                 AND FACT-COR-IS-CORRECTION
010020             SET WS-CORRECTION-FOUND TO TRUE
010030             MOVE FACT-CORRECTION-RECORD TO WS-LAST-CORRECTION
010040         END-IF
010050     END-IF
010060     .
010070
010080***************************************************************
010090*  3750-SHOW-WRITE-OFF  -  WHERE A WRITE-OFF OF THIS REJECT     *
010100*  STANDS ON FACTWOFF.  WITH NO RECORD THERE THE REJECT'S OWN   *
010110*  DISPOSITION SAYS WHETHER IT WAS WRITTEN OFF.                 *
010120***************************************************************
010130 3750-SHOW-WRITE-OFF.
010140     SET WS-WRITE-OFF-NOT-FOUND TO TRUE
010150     MOVE FACT-REJ-RUN-DATE TO FACTWOFF-RUN-DATE
010160     MOVE FACT-REJ-RAW-INPUT TO FACTWOFF-RAW-INPUT
010170     EXEC CICS
010180         READ FILE ('FACTWOFF')
010190         INTO (FACTWOFF-RECORD)
010200         RIDFLD (FACTWOFF-KEY)
010210         RESP (WS-WOFF-RESP)
010220     END-EXEC
010230     IF WS-WOFF-RESP = DFHRESP(NORMAL)
010240         SET WS-WRITE-OFF-FOUND TO TRUE
010250     END-IF
010260     IF WS-WRITE-OFF-NOT-FOUND
010270         IF FACT-REJ-WRITTEN-OFF
010280             MOVE 'YES' TO WOFO
010290         ELSE
010300             MOVE 'NO' TO WOFO
010310         END-IF
010320         GO TO 3750-SHOW-WRITE-OFF-EXIT
010330     END-IF
010340     MOVE SPACE TO WS-WL-TEXT2
010350     MOVE SPACE TO WS-WL-VALUE2
010360     IF FACTWOFF-IS-PENDING
010370         MOVE 'KEYED BY' TO WS-WL-TEXT
010380         MOVE FACTWOFF-KEYED-BY TO WS-WL-USER
010390         MOVE FACTWOFF-KEYED-DATE TO WS-WORK-DATE
010400         PERFORM 5100-FORMAT-DATE
010410         MOVE WS-DATE-DISPLAY TO WS-WL-DATE
010420         MOVE ' - PENDING' TO WS-WL-TEXT2
010430         MOVE WS-WOFF-LINE TO WOFO
010440         GO TO 3750-SHOW-WRITE-OFF-EXIT
010450     END-IF
010460     EVALUATE TRUE
010470         WHEN FACTWOFF-IS-DECLINED
010480             MOVE 'DECLINED BY' TO WS-WL-TEXT
010490         WHEN OTHER
010500             MOVE 'APPROVED BY' TO WS-WL-TEXT
010510     END-EVALUATE
010520     MOVE FACTWOFF-DECIDED-BY TO WS-WL-USER
010530     MOVE FACTWOFF-DECIDED-DATE TO WS-WORK-DATE
010540     PERFORM 5100-FORMAT-DATE
010550     MOVE WS-DATE-DISPLAY TO WS-WL-DATE
010560     IF FACTWOFF-IS-POSTED
010570         MOVE ' - POSTED ON' TO WS-WL-TEXT2
010580         MOVE FACTWOFF-POSTED-DATE TO WS-WORK-DATE
010590         PERFORM 5100-FORMAT-DATE
010600         MOVE WS-DATE-DISPLAY TO WS-WL-VALUE2
010610     ELSE
010620         MOVE ' - KEYED BY' TO WS-WL-TEXT2
010630         MOVE FACTWOFF-KEYED-BY TO WS-WL-VALUE2
010640     END-IF
010650     MOVE WS-WOFF-LINE TO WOFO
010660     .
010670 3750-SHOW-WRITE-OFF-EXIT.
010680     EXIT.
010690
010700***************************************************************
010710*  3760-FIND-RECYCLED-RESULT  -  THE AUDIT ENTRY FOR THE        *
010720*  CORRECTED REQUEST, WRITTEN WHEN FACTBAT PICKED UP THE        *
010730*  RECYCLE DECK ON OR AFTER THE RECYCLE DATE.                   *
010740***************************************************************
010750 3760-FIND-RECYCLED-RESULT.
010760     SET WS-RESULT-NOT-FOUND TO TRUE
010770     IF FACTRXRF-TYPE = SPACE
010780         MOVE 'F' TO WS-XREF-TYPE
010790     ELSE
010800         MOVE FACTRXRF-TYPE TO WS-XREF-TYPE
010810     END-IF
010820     MOVE ZERO TO WS-AUDIT-RBA
010830     EXEC CICS
010840         STARTBR FILE ('FACTAUDT')
010850         RIDFLD (WS-AUDIT-RBA)
010860         RESP (WS-AUDIT-RESP)
010870     END-EXEC
010880     IF WS-AUDIT-RESP NOT = DFHRESP(NORMAL)
010890         GO TO 3760-FIND-RECYCLED-RESULT-EXIT
010900     END-IF
010910     PERFORM 3770-SCAN-RESULT-ENTRY
010920         UNTIL WS-AUDIT-RESP NOT = DFHRESP(NORMAL)
010930             OR WS-RESULT-FOUND
010940     EXEC CICS
010950         ENDBR FILE ('FACTAUDT')
010960     END-EXEC
010970     .
010980 3760-FIND-RECYCLED-RESULT-EXIT.
010990     EXIT.
011000
011010***************************************************************
011020*  3770-SCAN-RESULT-ENTRY  -  ONE FORWARD STEP OF THE AUDIT     *
011030*  BROWSE FOR THE RECYCLED REQUEST.                             *
011040***************************************************************
011050 3770-SCAN-RESULT-ENTRY.
011060     EXEC CICS
011070         READNEXT FILE ('FACTAUDT')
011080         INTO (FACT-AUDIT-RECORD)
011090         RIDFLD (WS-AUDIT-RBA)
011100         RESP (WS-AUDIT-RESP)
011110     END-EXEC
011120     IF WS-AUDIT-RESP NOT = DFHRESP(NORMAL)
011130         GO TO 3770-SCAN-RESULT-ENTRY-EXIT
011140     END-IF
011150     IF FACT-AUD-SOURCE-SYS NOT = WS-RECYCLE-FEED-ID
011160         GO TO 3770-SCAN-RESULT-ENTRY-EXIT
011170     END-IF
011180     PERFORM 3850-AUDIT-RUN-DATE
011190     IF WS-AUD-EFF-DATE < FACTRXRF-RECYCLE-DATE
011200             OR WS-EFF-TYPE NOT = WS-XREF-TYPE
011210         GO TO 3770-SCAN-RESULT-ENTRY-EXIT
011220     END-IF
011230     IF FACT-AUD-INPUT-N NOT NUMERIC
011240         GO TO 3770-SCAN-RESULT-ENTRY-EXIT
011250     END-IF
011260     IF FACT-AUD-INPUT-N NOT = FACTRXRF-N
011270         GO TO 3770-SCAN-RESULT-ENTRY-EXIT
011280     END-IF
011290     IF WS-XREF-TYPE NOT = 'F'
011300         IF FACT-AUD-INPUT-R NOT NUMERIC
011310             GO TO 3770-SCAN-RESULT-ENTRY-EXIT
011320         END-IF
011330         IF FACT-AUD-INPUT-R NOT = FACTRXRF-R
011340             GO TO 3770-SCAN-RESULT-ENTRY-EXIT
011350         END-IF
011360     END-IF
011370     SET WS-RESULT-FOUND TO TRUE
011380     .
011390 3770-SCAN-RESULT-ENTRY-EXIT.
011400     EXIT.
011410
011420***************************************************************
011430*  3790-FORMAT-RECYCLE  -  WHEN FACTRREC RECYCLED THE REJECT    *
011440*  AND AS WHAT.                                                 *
011450***************************************************************
011460 3790-FORMAT-RECYCLE.
011470     MOVE FACTRXRF-RECYCLE-DATE TO WS-WORK-DATE
011480     PERFORM 5100-FORMAT-DATE
011490     MOVE WS-DATE-DISPLAY TO WS-YL-DATE
011500     IF FACTRXRF-TYPE = SPACE
011510         MOVE 'F' TO WS-YL-TYPE
011520     ELSE
011530         MOVE FACTRXRF-TYPE TO WS-YL-TYPE
011540     END-IF
011550     MOVE FACTRXRF-N TO WS-EDIT-NUMBER
011560     MOVE WS-EDIT-NUMBER TO WS-YL-N
011570     IF WS-YL-TYPE = 'F'
011580         MOVE SPACE TO WS-YL-R-TEXT
011590         MOVE SPACE TO WS-YL-R
011600     ELSE
011610         MOVE ' R=' TO WS-YL-R-TEXT
011620         MOVE FACTRXRF-R TO WS-EDIT-NUMBER
011630         MOVE WS-EDIT-NUMBER TO WS-YL-R
011640     END-IF
011650     MOVE WS-RECYCLE-LINE TO CORO
011660     .
011670
011680***************************************************************
011690*  3795-FORMAT-KEYED  -  WHO KEYED THE CORRECTION ON FCOR AND   *
011700*  WHEN.                                                        *
011710***************************************************************
011720 3795-FORMAT-KEYED.
011730     MOVE FACT-COR-KEYED-BY TO WS-KL-USER
011740     MOVE FACT-COR-KEYED-DATE TO WS-WORK-DATE
011750     PERFORM 5100-FORMAT-DATE
011760     MOVE WS-DATE-DISPLAY TO WS-KL-DATE
011770     MOVE FACT-COR-KEYED-TIME TO WS-WORK-TIME
011780     PERFORM 5200-FORMAT-TIME
011790     MOVE WS-TIME-DISPLAY TO WS-KL-TIME
011800     MOVE WS-KEYED-LINE TO CORO
011810     .
011820
011830***************************************************************
011840*  3800-FORMAT-PROCESSED  -  WHEN, BY WHOM AND IN WHICH RUN THE *
011850*  AUDIT ENTRY IN HAND WAS PROCESSED, AND ITS RESULT.           *
011860***************************************************************
011870 3800-FORMAT-PROCESSED.
011880     PERFORM 3850-AUDIT-RUN-DATE
011890     MOVE FACT-AUD-DATE TO WS-WORK-DATE
011900     PERFORM 5100-FORMAT-DATE
011910     MOVE WS-DATE-DISPLAY TO WS-PL-DATE
011920     MOVE FACT-AUD-TIME (1:6) TO WS-WORK-TIME
011930     PERFORM 5200-FORMAT-TIME
011940     MOVE WS-TIME-DISPLAY TO WS-PL-TIME
011950     MOVE FACT-AUD-CALLER-ID TO WS-PL-CALLER
011960     MOVE WS-AUD-EFF-DATE TO WS-WORK-DATE
011970     PERFORM 5100-FORMAT-DATE
011980     MOVE WS-DATE-DISPLAY TO WS-PL-RUN
011990     MOVE WS-PROCESS-LINE TO PRCO
012000     MOVE FACT-AUD-RESULT TO WS-SL-RESULT
012010     IF FACT-AUD-OVERFLOW-OCCURRED
012020         MOVE 'YES' TO WS-SL-OVERFLOW
012030     ELSE
012040         MOVE 'NO' TO WS-SL-OVERFLOW
012050     END-IF
012060     MOVE WS-RESULT-LINE TO RSLO
012070     .
012080
012090***************************************************************
012100*  3850-AUDIT-RUN-DATE  -  THE RUN DATE AND TYPE OF THE AUDIT   *
012110*  ENTRY IN HAND, WITH THE FALLBACKS FOR OLDER ENTRIES.         *
012120***************************************************************
012130 3850-AUDIT-RUN-DATE.
012140     IF FACT-AUD-RUN-DATE IS NUMERIC
012150             AND FACT-AUD-RUN-DATE > ZERO
012160         MOVE FACT-AUD-RUN-DATE TO WS-AUD-EFF-DATE
012170     ELSE
012180         MOVE FACT-AUD-DATE TO WS-AUD-EFF-DATE
012190     END-IF
012200     IF FACT-AUD-REQ-TYPE = SPACE
012210         MOVE 'F' TO WS-EFF-TYPE
012220     ELSE
012230         MOVE FACT-AUD-REQ-TYPE TO WS-EFF-TYPE
012240     END-IF
012250     .
012260
012270***************************************************************
012280*  3900-SHOW-KEY  -  THE KEY BEING TRACED, AS EDITED.           *
012290***************************************************************
012300 3900-SHOW-KEY.
012310     MOVE FTRC-SOURCE TO SRCO
012320     IF FTRC-RUN-DATE > ZERO
012330         MOVE FTRC-RUN-DATE TO RDTO
012340     END-IF
012350     MOVE FTRC-TYPE TO RTPO
012360     MOVE FTRC-N-RAW TO INNO
012370     MOVE FTRC-R-RAW TO INRO
012380     .
012390
012400***************************************************************
012410*  3950-FORMAT-MATCH-LINE  -  WHICH MATCH IS ON SCREEN, OF HOW  *
012420*  MANY, AND WHICH LOG IT CAME FROM.                            *
012430***************************************************************
012440 3950-FORMAT-MATCH-LINE.
012450     MOVE FTRC-MATCH-IDX TO WS-ML-IDX
012460     MOVE FTRC-MATCH-COUNT TO WS-ML-COUNT
012470     IF FTRC-MORE-MATCHES
012480         MOVE '+' TO WS-ML-MORE
012490     ELSE
012500         MOVE SPACE TO WS-ML-MORE
012510     END-IF
012520     IF FTRC-MATCH-IS-AUDIT (FTRC-MATCH-IDX)
012530         MOVE 'PROCESSED (AUDIT LOG)' TO WS-ML-TEXT
012540     ELSE
012550         MOVE 'REJECTED (REJECT LOG)' TO WS-ML-TEXT
012560     END-IF
012570     MOVE WS-MATCH-LINE TO MATCHO
012580     .
012590
012600***************************************************************
012610*  5100-FORMAT-DATE  -  WS-WORK-DATE AS MM/DD/CCYY.             *
012620***************************************************************
012630 5100-FORMAT-DATE.
012640     MOVE WS-WORK-DATE-MM TO WS-DD-MM
012650     MOVE WS-WORK-DATE-DD TO WS-DD-DD
012660     MOVE WS-WORK-DATE-CCYY TO WS-DD-CCYY
012670     .
012680
012690***************************************************************
012700*  5200-FORMAT-TIME  -  WS-WORK-TIME AS HH:MM:SS.               *
012710***************************************************************
012720 5200-FORMAT-TIME.
012730     MOVE WS-WORK-TIME-HH TO WS-TD-HH
012740     MOVE WS-WORK-TIME-MM TO WS-TD-MM
012750     MOVE WS-WORK-TIME-SS TO WS-TD-SS
012760     .
012770
012780***************************************************************
012790*  8000-SEND-MAP-FULL  -  REFRESH THE DATE/TIME, SEND THE WHOLE *
012800*  SCREEN AND PASS THE COMMAREA TO THE NEXT PSEUDO-             *
012810*  CONVERSATIONAL TRANSFER.                                     *
012820***************************************************************
012830 8000-SEND-MAP-FULL.
012840     EXEC CICS
012850         ASSIGN ABSTIME (WS-ABSTIME)
012860     END-EXEC
012870     EXEC CICS
012880         FORMATTIME ABSTIME (WS-ABSTIME)
012890         YYYYMMDD (WS-DATE-OUT)
012900         TIME (WS-TIME-OUT)
012910     END-EXEC
012920     MOVE WS-DATE-OUT TO DATEOO
012930     MOVE WS-TIME-OUT TO TIMEOO
012940     EXEC CICS
012950         SEND MAP ('FACTRM1') MAPSET ('FACTRMAP')
012960         FROM (FACTRM1O)
012970         ERASE
012980     END-EXEC
012990     EXEC CICS
013000         RETURN TRANSID ('FTRC')
013010         COMMAREA (FTRC-COMMAREA)
013020         LENGTH (LENGTH OF FTRC-COMMAREA)
013030     END-EXEC
013040     .
013050
013060***************************************************************
013070*  9000-END-SESSION                                             *
013080***************************************************************
013090 9000-END-SESSION.
013100     EXEC CICS
013110         SEND TEXT FROM ('REQUEST TRACE ENDED.')
013120         ERASE FREEKB
013130     END-EXEC
013140     EXEC CICS RETURN END-EXEC
013150     .
