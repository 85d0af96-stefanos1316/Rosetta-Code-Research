000010***************************************************************
000020*  PROGRAM-ID. FACTWOFR
000030*
000040*  AUTHOR.       S. L. SAMMS, ACTUARIAL SYSTEMS GROUP
000050*  INSTALLATION. HOME OFFICE DATA CENTER
000060*  DATE-WRITTEN. 2026-10-15
000070*  DATE-COMPILED.
000080*
000090*  REMARKS.
000100*      DAILY REJECT WRITE-OFF APPROVAL REPORT OVER THE FACTWOFF
000110*      KSDS.  FCOR (FACTCENT) ADDS A WRITE-OFF PENDING AND
000120*      STAMPED WITH THE OPERATOR WHO KEYED IT; A DIFFERENT
000130*      SUPERVISOR APPROVES OR DECLINES IT ON FAPR (FACTWAPR);
000140*      FACTRREC POSTS THE APPROVED ONES.  ONE LINE PER
000150*      WRITE-OFF THAT WAS KEYED, DECIDED OR POSTED ON THE
000160*      REPORT DATE, PLUS EVERY WRITE-OFF STILL PENDING
000170*      WHATEVER ITS DATE, SHOWING WHO KEYED IT AND WHEN, WHO
000180*      DECIDED IT AND WHEN, AND WHEN IT POSTED.  A WRITE-OFF
000190*      DECIDED BY THE SAME USER WHO KEYED IT IS FLAGGED - FAPR
000200*      REFUSES THAT, SO A FLAG MEANS THE FILE WAS CHANGED
000210*      OUTSIDE THE SCREENS AND ENDS WITH CONDITION CODE 4.
000220*      THE FILE IS ONLY READ.
000230*
000240*      THE OPTIONAL WOFRPARM CARD -
000250*        COLS  1-8   REPORT DATE, CCYYMMDD  (DEFAULT TODAY)
000260*      FOR THE NIGHTLY RUN AFTER MIDNIGHT, GIVE YESTERDAY.
000270*
000280*  MODIFICATION HISTORY.
000290*      DATE        INIT  DESCRIPTION
000300*      ----------  ----  ---------------------------------------
000310*      2026-10-15  SLS   INITIAL VERSION.
000320***************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. FACTWOFR.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT FACT-WOFR-PARM ASSIGN TO "WOFRPARM"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-PARM-STATUS.
000420
000430     SELECT FACT-WRITEOFF-FILE ASSIGN TO "FACTWOFF"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS FACTWOFF-KEY
000470         FILE STATUS IS WS-WOFF-STATUS.
000480
000490     SELECT FACT-WOFR-RPT ASSIGN TO "FACTWOFP"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-RPT-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  FACT-WOFR-PARM.
000560 01  FACT-WOFR-PARM-CARD.
000570     05  WOFRPARM-REPORT-DATE      PIC 9(08).
000580     05  FILLER                    PIC X(72).
000590
000600 FD  FACT-WRITEOFF-FILE.
000610 COPY FACTWOFF.
000620
000630 FD  FACT-WOFR-RPT.
000640 01  FACT-WOFR-LINE                PIC X(132).
000650
000660 WORKING-STORAGE SECTION.
000670***************************************************************
000680*  FILE STATUS AND SWITCHES                                     *
000690***************************************************************
000700 01  WS-PARM-STATUS             PIC X(02).
000710     88  WS-PARM-OK                  VALUE '00'.
000720
000730 01  WS-WOFF-STATUS             PIC X(02).
000740     88  WS-WOFF-OK                  VALUE '00'.
000750     88  WS-WOFF-EOF                 VALUE '10'.
000760
000770 01  WS-RPT-STATUS              PIC X(02).
000780     88  WS-RPT-OK                   VALUE '00'.
000790
000800 01  WS-SWITCHES.
000810     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000820         88  WS-END-OF-FILE          VALUE 'Y'.
000830     05  WS-LIST-SWITCH         PIC X(01) VALUE 'N'.
000840         88  WS-LIST-IT              VALUE 'Y'.
000850         88  WS-SKIP-IT              VALUE 'N'.
000860
000870***************************************************************
000880*  ACCUMULATORS                                                 *
000890***************************************************************
000900 01  WS-COUNTERS.
000910     05  WS-PAGE-NO             PIC 9(05) COMP-3 VALUE ZERO.
000920     05  WS-LINE-COUNT          PIC 9(03) COMP-3 VALUE ZERO.
000930     05  WS-LISTED-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
000940     05  WS-KEYED-COUNT         PIC 9(08) COMP-3 VALUE ZERO.
000950     05  WS-APPROVED-COUNT      PIC 9(08) COMP-3 VALUE ZERO.
000960     05  WS-DECLINED-COUNT      PIC 9(08) COMP-3 VALUE ZERO.
000970     05  WS-POSTED-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
000980     05  WS-PENDING-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
000990     05  WS-SAME-USER-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
001000 01  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50.
001010
001020 01  WS-RUN-DATE.
001030     05  WS-RUN-DATE-CCYY       PIC 9(04).
001040     05  WS-RUN-DATE-MM         PIC 9(02).
001050     05  WS-RUN-DATE-DD         PIC 9(02).
001060 01  WS-RUN-DATE-NUM            PIC 9(08).
001070 01  WS-REPORT-DATE             PIC 9(08).
001080
001090***************************************************************
001100*  DATE AND TIME EDITING - CCYYMMDD TO MM/DD/CCYY AND HHMMSS    *
001110*  TO HH:MM:SS; A ZERO DATE OR TIME PRINTS BLANK.               *
001120***************************************************************
001130 01  WS-DATE-WORK               PIC 9(08).
001140 01  WS-DATE-DISPLAY.
001150     05  WS-DD-MM               PIC 99.
001160     05  FILLER                 PIC X(01)  VALUE '/'.
001170     05  WS-DD-DD               PIC 99.
001180     05  FILLER                 PIC X(01)  VALUE '/'.
001190     05  WS-DD-CCYY             PIC 9999.
001200 01  WS-DATE-OUT                PIC X(10).
001210
001220 01  WS-TIME-WORK               PIC 9(06).
001230 01  WS-TIME-DISPLAY.
001240     05  WS-TD-HH               PIC 99.
001250     05  FILLER                 PIC X(01)  VALUE ':'.
001260     05  WS-TD-MM               PIC 99.
001270     05  FILLER                 PIC X(01)  VALUE ':'.
001280     05  WS-TD-SS               PIC 99.
001290 01  WS-TIME-OUT                PIC X(08).
001300
001310***************************************************************
001320*  REPORT LINES                                                 *
001330***************************************************************
001340 01  WS-HEADING-LINE-1.
001350     05  FILLER                 PIC X(01)  VALUE SPACE.
001360     05  FILLER                 PIC X(30)  VALUE
001370         'HOME OFFICE DATA CENTER'.
001380     05  FILLER                 PIC X(44)  VALUE
001390         'REJECT WRITE-OFF APPROVALS - FACTWOFR'.
001400     05  FILLER                 PIC X(10)  VALUE 'PAGE'.
001410     05  WS-HL1-PAGE-NO         PIC ZZZZ9.
001420     05  FILLER                 PIC X(37)  VALUE SPACE.
001430
001440 01  WS-HEADING-LINE-2.
001450     05  FILLER                 PIC X(01)  VALUE SPACE.
001460     05  FILLER                 PIC X(14)  VALUE 'REPORT DATE - '.
001470     05  WS-HL2-MM              PIC 99.
001480     05  FILLER                 PIC X(01)  VALUE '/'.
001490     05  WS-HL2-DD              PIC 99.
001500     05  FILLER                 PIC X(01)  VALUE '/'.
001510     05  WS-HL2-CCYY            PIC 9999.
001520     05  FILLER                 PIC X(04)  VALUE SPACE.
001530     05  FILLER                 PIC X(50)  VALUE
001540         'ACTIVITY ON THE REPORT DATE AND ALL STILL PENDING'.
001550     05  FILLER                 PIC X(53)  VALUE SPACE.
001560
001570 01  WS-COLUMN-HEADING-1.
001580     05  FILLER                 PIC X(01)  VALUE SPACE.
001590     05  FILLER                 PIC X(44)  VALUE 'REJECT'.
001600     05  FILLER                 PIC X(31)  VALUE
001610         '----------- KEYED -----------'.
001620     05  FILLER                 PIC X(31)  VALUE
001630         '---------- DECIDED ----------'.
001640     05  FILLER                 PIC X(25)  VALUE SPACE.
001650
001660 01  WS-COLUMN-HEADING-2.
001670     05  FILLER                 PIC X(01)  VALUE SPACE.
001680     05  FILLER                 PIC X(12)  VALUE 'RUN DATE'.
001690     05  FILLER                 PIC X(17)  VALUE 'RAW INPUT'.
001700     05  FILLER                 PIC X(04)  VALUE 'RSN'.
001710     05  FILLER                 PIC X(11)  VALUE 'STATUS'.
001720     05  FILLER                 PIC X(10)  VALUE 'BY'.
001730     05  FILLER                 PIC X(11)  VALUE 'DATE'.
001740     05  FILLER                 PIC X(10)  VALUE 'TIME'.
001750     05  FILLER                 PIC X(10)  VALUE 'BY'.
001760     05  FILLER                 PIC X(11)  VALUE 'DATE'.
001770     05  FILLER                 PIC X(10)  VALUE 'TIME'.
001780     05  FILLER                 PIC X(12)  VALUE 'POSTED'.
001790     05  FILLER                 PIC X(13)  VALUE 'FLAG'.
001800
001810 01  WS-DETAIL-LINE.
001820     05  FILLER                 PIC X(01)  VALUE SPACE.
001830     05  WS-DL-REJ-DATE         PIC X(10).
001840     05  FILLER                 PIC X(02)  VALUE SPACE.
001850     05  WS-DL-RAW-INPUT        PIC X(15).
001860     05  FILLER                 PIC X(02)  VALUE SPACE.
001870     05  WS-DL-REASON           PIC 99.
001880     05  FILLER                 PIC X(02)  VALUE SPACE.
001890     05  WS-DL-STATUS           PIC X(09).
001900     05  FILLER                 PIC X(02)  VALUE SPACE.
001910     05  WS-DL-KEYED-BY         PIC X(08).
001920     05  FILLER                 PIC X(02)  VALUE SPACE.
001930     05  WS-DL-KEYED-DATE       PIC X(10).
001940     05  FILLER                 PIC X(01)  VALUE SPACE.
001950     05  WS-DL-KEYED-TIME       PIC X(08).
001960     05  FILLER                 PIC X(02)  VALUE SPACE.
001970     05  WS-DL-DECIDED-BY       PIC X(08).
001980     05  FILLER                 PIC X(02)  VALUE SPACE.
001990     05  WS-DL-DECIDED-DATE     PIC X(10).
002000     05  FILLER                 PIC X(01)  VALUE SPACE.
002010     05  WS-DL-DECIDED-TIME     PIC X(08).
002020     05  FILLER                 PIC X(02)  VALUE SPACE.
002030     05  WS-DL-POSTED-DATE      PIC X(10).
002040     05  FILLER                 PIC X(02)  VALUE SPACE.
002050     05  WS-DL-FLAG             PIC X(09).
002060     05  FILLER                 PIC X(04)  VALUE SPACE.
002070
002080 01  WS-NONE-LINE.
002090     05  FILLER                 PIC X(01)  VALUE SPACE.
002100     05  FILLER                 PIC X(50)  VALUE
002110         'NO WRITE-OFF ACTIVITY AND NONE PENDING'.
002120     05  FILLER                 PIC X(81)  VALUE SPACE.
002130
002140 01  WS-TOTAL-LINES.
002150     05  WS-TOTAL-LINE-1.
002160         10  FILLER             PIC X(01)  VALUE SPACE.
002170         10  FILLER             PIC X(33)  VALUE
002180             'WRITE-OFFS LISTED             -'.
002190         10  WS-TL1-COUNT       PIC Z(07)9.
002200         10  FILLER             PIC X(89)  VALUE SPACE.
002210     05  WS-TOTAL-LINE-2.
002220         10  FILLER             PIC X(01)  VALUE SPACE.
002230         10  FILLER             PIC X(33)  VALUE
002240             'KEYED ON THE REPORT DATE      -'.
002250         10  WS-TL2-COUNT       PIC Z(07)9.
002260         10  FILLER             PIC X(89)  VALUE SPACE.
002270     05  WS-TOTAL-LINE-3.
002280         10  FILLER             PIC X(01)  VALUE SPACE.
002290         10  FILLER             PIC X(33)  VALUE
002300             'APPROVED ON THE REPORT DATE   -'.
002310         10  WS-TL3-COUNT       PIC Z(07)9.
002320         10  FILLER             PIC X(89)  VALUE SPACE.
002330     05  WS-TOTAL-LINE-4.
002340         10  FILLER             PIC X(01)  VALUE SPACE.
002350         10  FILLER             PIC X(33)  VALUE
002360             'DECLINED ON THE REPORT DATE   -'.
002370         10  WS-TL4-COUNT       PIC Z(07)9.
002380         10  FILLER             PIC X(89)  VALUE SPACE.
002390     05  WS-TOTAL-LINE-5.
002400         10  FILLER             PIC X(01)  VALUE SPACE.
002410         10  FILLER             PIC X(33)  VALUE
002420             'POSTED ON THE REPORT DATE     -'.
002430         10  WS-TL5-COUNT       PIC Z(07)9.
002440         10  FILLER             PIC X(89)  VALUE SPACE.
002450     05  WS-TOTAL-LINE-6.
002460         10  FILLER             PIC X(01)  VALUE SPACE.
002470         10  FILLER             PIC X(33)  VALUE
002480             'STILL PENDING APPROVAL        -'.
002490         10  WS-TL6-COUNT       PIC Z(07)9.
002500         10  FILLER             PIC X(89)  VALUE SPACE.
002510     05  WS-TOTAL-LINE-7.
002520         10  FILLER             PIC X(01)  VALUE SPACE.
002530         10  FILLER             PIC X(33)  VALUE
002540             'DECIDED BY THE KEYING USER    -'.
002550         10  WS-TL7-COUNT       PIC Z(07)9.
002560         10  FILLER             PIC X(89)  VALUE SPACE.
002570
002580 PROCEDURE DIVISION.
002590***************************************************************
002600*  0000-MAINLINE                                                *
002610***************************************************************
002620 0000-MAINLINE.
002630     PERFORM 1000-INITIALIZE
002640     PERFORM 2000-REPORT-WRITE-OFF THRU 2000-REPORT-EXIT
002650         UNTIL WS-END-OF-FILE
002660     PERFORM 7000-PRINT-TOTALS
002670     PERFORM 9000-TERMINATE
002680     IF WS-SAME-USER-COUNT > ZERO
002690         MOVE 4 TO RETURN-CODE
002700     END-IF
002710     GOBACK
002720     .
002730
002740***************************************************************
002750*  1000-INITIALIZE  -  REPORT DATE FROM THE PARM CARD, THEN     *
002760*  THE FILES.                                                   *
002770***************************************************************
002780 1000-INITIALIZE.
002790     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
002800     MOVE WS-RUN-DATE-NUM TO WS-REPORT-DATE
002810     PERFORM 1100-READ-PARM-CARD
002820         THRU 1100-READ-PARM-EXIT
002830     MOVE WS-REPORT-DATE TO WS-RUN-DATE
002840     OPEN INPUT  FACT-WRITEOFF-FILE
002850     OPEN OUTPUT FACT-WOFR-RPT
002860     IF NOT WS-WOFF-OK
002870         DISPLAY 'FACTWOFR - WRITE-OFF FILE OPEN FAILED, STATUS '
002880                 WS-WOFF-STATUS
002890         MOVE 16 TO RETURN-CODE
002900         GOBACK
002910     END-IF
002920     IF NOT WS-RPT-OK
002930         DISPLAY 'FACTWOFR - REPORT FILE OPEN FAILED, STATUS '
002940                 WS-RPT-STATUS
002950         MOVE 16 TO RETURN-CODE
002960         GOBACK
002970     END-IF
002980     PERFORM 8000-PRINT-HEADERS
002990     PERFORM 2100-READ-WRITE-OFF
003000     .
003010
003020***************************************************************
003030*  1100-READ-PARM-CARD  -  A NUMERIC, NON-ZERO DATE OVERRIDES   *
003040*  TODAY; ANYTHING ELSE KEEPS IT.                               *
003050***************************************************************
003060 1100-READ-PARM-CARD.
003070     OPEN INPUT FACT-WOFR-PARM
003080     IF NOT WS-PARM-OK
003090         DISPLAY 'FACTWOFR - NO WOFRPARM DD, REPORTING TODAY'
003100         GO TO 1100-READ-PARM-EXIT
003110     END-IF
003120     READ FACT-WOFR-PARM
003130         AT END
003140             DISPLAY 'FACTWOFR - EMPTY WOFRPARM, REPORTING TODAY'
003150             CLOSE FACT-WOFR-PARM
003160             GO TO 1100-READ-PARM-EXIT
003170     END-READ
003180     IF WOFRPARM-REPORT-DATE IS NUMERIC
003190             AND WOFRPARM-REPORT-DATE > ZERO
003200         MOVE WOFRPARM-REPORT-DATE TO WS-REPORT-DATE
003210     END-IF
003220     CLOSE FACT-WOFR-PARM
003230     .
003240 1100-READ-PARM-EXIT.
003250     EXIT.
003260
003270***************************************************************
003280*  2000-REPORT-WRITE-OFF  -  ONE LINE PER WRITE-OFF WITH        *
003290*  ACTIVITY ON THE REPORT DATE OR STILL PENDING.  THE SEED      *
003300*  RECORD THE DEFINE JOB LOADS CARRIES NO STATUS AND IS SKIPPED.*
003310***************************************************************
003320 2000-REPORT-WRITE-OFF.
003330     IF FACTWOFF-STATUS = SPACE
003340         PERFORM 2100-READ-WRITE-OFF
003350         GO TO 2000-REPORT-EXIT
003360     END-IF
003370     SET WS-SKIP-IT TO TRUE
003380     IF FACTWOFF-IS-PENDING
003390         SET WS-LIST-IT TO TRUE
003400         ADD 1 TO WS-PENDING-COUNT
003410     END-IF
003420     IF FACTWOFF-KEYED-DATE = WS-REPORT-DATE
003430         SET WS-LIST-IT TO TRUE
003440         ADD 1 TO WS-KEYED-COUNT
003450     END-IF
003460     IF FACTWOFF-DECIDED-DATE = WS-REPORT-DATE
003470         SET WS-LIST-IT TO TRUE
003480         IF FACTWOFF-IS-DECLINED
003490             ADD 1 TO WS-DECLINED-COUNT
003500         ELSE
003510             ADD 1 TO WS-APPROVED-COUNT
003520         END-IF
003530     END-IF
003540     IF FACTWOFF-POSTED-DATE = WS-REPORT-DATE
003550         SET WS-LIST-IT TO TRUE
003560         ADD 1 TO WS-POSTED-COUNT
003570     END-IF
003580     IF WS-SKIP-IT
003590         PERFORM 2100-READ-WRITE-OFF
003600         GO TO 2000-REPORT-EXIT
003610     END-IF
003620     ADD 1 TO WS-LISTED-COUNT
003630     PERFORM 2200-FORMAT-DETAIL
003640     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
003650         PERFORM 8000-PRINT-HEADERS
003660     END-IF
003670     WRITE FACT-WOFR-LINE FROM WS-DETAIL-LINE
003680     ADD 1 TO WS-LINE-COUNT
003690     PERFORM 2100-READ-WRITE-OFF
003700     .
003710 2000-REPORT-EXIT.
003720     EXIT.
003730
003740***************************************************************
003750*  2100-READ-WRITE-OFF                                          *
003760***************************************************************
003770 2100-READ-WRITE-OFF.
003780     READ FACT-WRITEOFF-FILE
003790         AT END
003800             SET WS-END-OF-FILE TO TRUE
003810     END-READ
003820     IF NOT WS-END-OF-FILE
003830             AND NOT WS-WOFF-OK
003840         DISPLAY 'FACTWOFR - WRITE-OFF FILE READ FAILED, STATUS '
003850                 WS-WOFF-STATUS
003860         MOVE 16 TO RETURN-CODE
003870         SET WS-END-OF-FILE TO TRUE
003880     END-IF
003890     .
003900
003910***************************************************************
003920*  2200-FORMAT-DETAIL  -  WHO KEYED IT, WHO DECIDED IT, WHEN IT *
003930*  POSTED, AND A FLAG WHEN ONE USER DID BOTH.                   *
003940***************************************************************
003950 2200-FORMAT-DETAIL.
003960     MOVE FACTWOFF-RUN-DATE TO WS-DATE-WORK
003970     PERFORM 2300-FORMAT-DATE
003980     MOVE WS-DATE-OUT TO WS-DL-REJ-DATE
003990     MOVE FACTWOFF-RAW-INPUT TO WS-DL-RAW-INPUT
004000     MOVE FACTWOFF-REASON-CODE TO WS-DL-REASON
004010     EVALUATE TRUE
004020         WHEN FACTWOFF-IS-PENDING
004030             MOVE 'PENDING' TO WS-DL-STATUS
004040         WHEN FACTWOFF-IS-APPROVED
004050             MOVE 'APPROVED' TO WS-DL-STATUS
004060         WHEN FACTWOFF-IS-DECLINED
004070             MOVE 'DECLINED' TO WS-DL-STATUS
004080         WHEN FACTWOFF-IS-POSTED
004090             MOVE 'POSTED' TO WS-DL-STATUS
004100         WHEN OTHER
004110             MOVE 'UNKNOWN' TO WS-DL-STATUS
004120     END-EVALUATE
004130     MOVE FACTWOFF-KEYED-BY TO WS-DL-KEYED-BY
004140     MOVE FACTWOFF-KEYED-DATE TO WS-DATE-WORK
004150     PERFORM 2300-FORMAT-DATE
004160     MOVE WS-DATE-OUT TO WS-DL-KEYED-DATE
004170     MOVE FACTWOFF-KEYED-TIME TO WS-TIME-WORK
004180     PERFORM 2400-FORMAT-TIME
004190     MOVE WS-TIME-OUT TO WS-DL-KEYED-TIME
004200     MOVE FACTWOFF-DECIDED-BY TO WS-DL-DECIDED-BY
004210     MOVE FACTWOFF-DECIDED-DATE TO WS-DATE-WORK
004220     PERFORM 2300-FORMAT-DATE
004230     MOVE WS-DATE-OUT TO WS-DL-DECIDED-DATE
004240     MOVE FACTWOFF-DECIDED-TIME TO WS-TIME-WORK
004250     PERFORM 2400-FORMAT-TIME
004260     MOVE WS-TIME-OUT TO WS-DL-DECIDED-TIME
004270     MOVE FACTWOFF-POSTED-DATE TO WS-DATE-WORK
004280     PERFORM 2300-FORMAT-DATE
004290     MOVE WS-DATE-OUT TO WS-DL-POSTED-DATE
004300     MOVE SPACE TO WS-DL-FLAG
004310     IF FACTWOFF-DECIDED-BY NOT = SPACE
004320             AND FACTWOFF-DECIDED-BY = FACTWOFF-KEYED-BY
004330         MOVE 'SAME USER' TO WS-DL-FLAG
004340         ADD 1 TO WS-SAME-USER-COUNT
004350     END-IF
004360     .
004370
004380***************************************************************
004390*  2300-FORMAT-DATE  -  CCYYMMDD TO MM/DD/CCYY, BLANK IF ZERO.  *
004400***************************************************************
004410 2300-FORMAT-DATE.
004420     IF WS-DATE-WORK = ZERO
004430         MOVE SPACE TO WS-DATE-OUT
004440     ELSE
004450         MOVE WS-DATE-WORK (5:2) TO WS-DD-MM
004460         MOVE WS-DATE-WORK (7:2) TO WS-DD-DD
004470         MOVE WS-DATE-WORK (1:4) TO WS-DD-CCYY
004480         MOVE WS-DATE-DISPLAY TO WS-DATE-OUT
004490     END-IF
004500     .
004510
004520***************************************************************
004530*  2400-FORMAT-TIME  -  HHMMSS TO HH:MM:SS.  A ZERO TIME PRINTS *
004540*  ONLY WHEN THE MATCHING DATE DOES, SO IT GOES BY THE DATE.    *
004550***************************************************************
004560 2400-FORMAT-TIME.
004570     IF WS-DATE-WORK = ZERO
004580         MOVE SPACE TO WS-TIME-OUT
004590     ELSE
004600         MOVE WS-TIME-WORK (1:2) TO WS-TD-HH
004610         MOVE WS-TIME-WORK (3:2) TO WS-TD-MM
004620         MOVE WS-TIME-WORK (5:2) TO WS-TD-SS
004630         MOVE WS-TIME-DISPLAY TO WS-TIME-OUT
004640     END-IF
004650     .
004660
004670***************************************************************
004680*  7000-PRINT-TOTALS                                            *
004690***************************************************************
004700 7000-PRINT-TOTALS.
004710     IF WS-LISTED-COUNT = ZERO
004720         WRITE FACT-WOFR-LINE FROM WS-NONE-LINE
004730     END-IF
004740     MOVE WS-LISTED-COUNT TO WS-TL1-COUNT
004750     MOVE WS-KEYED-COUNT TO WS-TL2-COUNT
004760     MOVE WS-APPROVED-COUNT TO WS-TL3-COUNT
004770     MOVE WS-DECLINED-COUNT TO WS-TL4-COUNT
004780     MOVE WS-POSTED-COUNT TO WS-TL5-COUNT
004790     MOVE WS-PENDING-COUNT TO WS-TL6-COUNT
004800     MOVE WS-SAME-USER-COUNT TO WS-TL7-COUNT
004810     MOVE SPACE TO FACT-WOFR-LINE
004820     WRITE FACT-WOFR-LINE
004830     WRITE FACT-WOFR-LINE FROM WS-TOTAL-LINE-1
004840     WRITE FACT-WOFR-LINE FROM WS-TOTAL-LINE-2
004850     WRITE FACT-WOFR-LINE FROM WS-TOTAL-LINE-3
004860     WRITE FACT-WOFR-LINE FROM WS-TOTAL-LINE-4
004870     WRITE FACT-WOFR-LINE FROM WS-TOTAL-LINE-5
004880     WRITE FACT-WOFR-LINE FROM WS-TOTAL-LINE-6
004890     WRITE FACT-WOFR-LINE FROM WS-TOTAL-LINE-7
004900     .
004910
004920***************************************************************
004930*  8000-PRINT-HEADERS                                           *
004940***************************************************************
004950 8000-PRINT-HEADERS.
004960     ADD 1 TO WS-PAGE-NO
004970     MOVE WS-PAGE-NO TO WS-HL1-PAGE-NO
004980     MOVE WS-RUN-DATE-MM TO WS-HL2-MM
004990     MOVE WS-RUN-DATE-DD TO WS-HL2-DD
005000     MOVE WS-RUN-DATE-CCYY TO WS-HL2-CCYY
005010     IF WS-PAGE-NO > 1
005020         MOVE SPACE TO FACT-WOFR-LINE
005030         WRITE FACT-WOFR-LINE
005040             AFTER ADVANCING PAGE
005050     END-IF
005060     WRITE FACT-WOFR-LINE FROM WS-HEADING-LINE-1
005070     WRITE FACT-WOFR-LINE FROM WS-HEADING-LINE-2
005080     MOVE SPACE TO FACT-WOFR-LINE
005090     WRITE FACT-WOFR-LINE
005100     WRITE FACT-WOFR-LINE FROM WS-COLUMN-HEADING-1
005110     WRITE FACT-WOFR-LINE FROM WS-COLUMN-HEADING-2
005120     MOVE SPACE TO FACT-WOFR-LINE
005130     WRITE FACT-WOFR-LINE
005140     MOVE ZERO TO WS-LINE-COUNT
005150     .
005160
005170***************************************************************
005180*  9000-TERMINATE                                               *
005190***************************************************************
005200 9000-TERMINATE.
005210     CLOSE FACT-WRITEOFF-FILE
005220     CLOSE FACT-WOFR-RPT
005230     .
