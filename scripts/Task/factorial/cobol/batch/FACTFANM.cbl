000010***************************************************************
000020*  PROGRAM-ID. FACTFANM
000030*
000040*  AUTHOR.       S. L. SAMMS, ACTUARIAL SYSTEMS GROUP
000050*  INSTALLATION. HOME OFFICE DATA CENTER
000060*  DATE-WRITTEN. 2026-10-15
000070*  DATE-COMPILED.
000080*
000090*  REMARKS.
000100*      NIGHTLY FEED VOLUME ANOMALY REPORT OVER THE CUMULATIVE
000110*      PER-FEED HISTORY FILE (FACTBAT OR, ON A PARTITIONED
000120*      NIGHT, FACTMERG APPENDS ONE RECORD PER FEED PER RUN -
000130*      SEE COPYBOOK FACTFHST).  EACH FEED'S NIGHT IS COMPARED
000140*      WITH ITS OWN AVERAGE OVER ITS MOST RECENT EARLIER
000150*      NIGHTS, AND THE FEED IS FLAGGED WHEN:
000160*        - ITS CARDS READ RISE ABOVE THE AVERAGE BY MORE THAN
000170*          THE SPIKE PERCENT (VOLUME SPIKE);
000180*        - ITS CARDS READ FALL BELOW THE AVERAGE BY MORE THAN
000190*          THE DROP PERCENT (VOLUME DROP);
000200*        - ITS REJECT RATE RISES ABOVE ITS AVERAGE REJECT RATE
000210*          BY MORE THAN THE JUMP POINTS (REJECT-RATE JUMP).
000220*      A FEED WITH NO EARLIER NIGHT ON FILE IS REPORTED BUT
000230*      NOT FLAGGED.  A FEED THAT SENT NOTHING IS NOT FLAGGED
000240*      HERE - FACTMORN'S EXPECTED-FEED CHECK ALREADY WARNS.
000250*      RUNS THAT ENDED ON A CONTROLLED STOP ARE PARTIAL AND
000260*      ARE LEFT OUT; THE RESUMED RUN CARRIES THE WHOLE NIGHT.
000270*
000280*      EVERY FLAGGED FEED ALSO GOES TO THE ANOMALY FLAG FILE
000290*      (FACTANOM, REWRITTEN EACH NIGHT) FOR FACTMORN'S
000300*      MORNING BULLETIN.  ANY FLAG ENDS WITH CONDITION CODE 4.
000310*
000320*      THE OPTIONAL FANMPARM CARD -
000330*        COLS  1-2   NIGHTS IN THE AVERAGE, 01-10  (DEFAULT 05)
000340*        COLS  3-5   SPIKE PERCENT, 001-999       (DEFAULT 050)
000350*        COLS  6-8   DROP PERCENT, 001-099        (DEFAULT 050)
000360*        COLS  9-11  REJECT-RATE JUMP IN POINTS   (DEFAULT 005)
000370*        COLS 12-19  RUN DATE TO CHECK, CCYYMMDD  (DEFAULT THE
000380*                    NEWEST COMPLETE RUN DATE ON THE FILE)
000390*      A BLANK OR INVALID FIELD TAKES ITS DEFAULT.
000400*
000410*  MODIFICATION HISTORY.
000420*      DATE        INIT  DESCRIPTION
000430*      ----------  ----  ---------------------------------------
000440*      2026-10-15  SLS   INITIAL VERSION.
000450***************************************************************
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. FACTFANM.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT FACT-ANOM-PARM ASSIGN TO "FANMPARM"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-PARM-STATUS.
000550
000560     SELECT FACT-FEED-HIST-FILE ASSIGN TO "FACTFHIS"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-FHIST-STATUS.
000590
000600     SELECT FACT-ANOM-FILE ASSIGN TO "FACTANOM"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-ANOM-STATUS.
000630
000640     SELECT FACT-ANOM-RPT ASSIGN TO "FACTFANR"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-RPT-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  FACT-ANOM-PARM.
000710 01  FACT-ANOM-PARM-CARD.
000720     05  ANMPARM-NIGHTS            PIC 9(02).
000730     05  ANMPARM-SPIKE-PCT         PIC 9(03).
000740     05  ANMPARM-DROP-PCT          PIC 9(03).
000750     05  ANMPARM-JUMP-POINTS       PIC 9(03).
000760     05  ANMPARM-RUN-DATE          PIC 9(08).
000770     05  FILLER                    PIC X(61).
000780
000790 FD  FACT-FEED-HIST-FILE.
000800 COPY FACTFHST.
000810
000820 FD  FACT-ANOM-FILE.
000830 COPY FACTANOM.
000840
000850 FD  FACT-ANOM-RPT.
000860 01  FACT-ANOM-LINE                PIC X(132).
000870
000880 WORKING-STORAGE SECTION.
000890***************************************************************
000900*  FILE STATUS AND SWITCHES                                     *
000910***************************************************************
000920 01  WS-PARM-STATUS             PIC X(02).
000930     88  WS-PARM-OK                  VALUE '00'.
000940
000950 01  WS-FHIST-STATUS            PIC X(02).
000960     88  WS-FHIST-OK                 VALUE '00'.
000970
000980 01  WS-ANOM-STATUS             PIC X(02).
000990     88  WS-ANOM-OK                  VALUE '00'.
001000
001010 01  WS-RPT-STATUS              PIC X(02).
001020     88  WS-RPT-OK                   VALUE '00'.
001030
001040 01  WS-SWITCHES.
001050     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001060         88  WS-END-OF-FILE          VALUE 'Y'.
001070     05  WS-BASELINE-SWITCH     PIC X(01) VALUE 'N'.
001080         88  WS-HAVE-BASELINE        VALUE 'Y'.
001090         88  WS-NO-BASELINE          VALUE 'N'.
001100
001110***************************************************************
001120*  THRESHOLDS - DEFAULTS, OVERRIDDEN FIELD BY FIELD FROM THE    *
001130*  FANMPARM CARD.  A ZERO TARGET DATE MEANS THE NEWEST          *
001140*  COMPLETE RUN DATE ON THE HISTORY FILE.                       *
001150***************************************************************
001160 01  WS-WINDOW-NIGHTS           PIC 9(02) VALUE 05.
001170 01  WS-WINDOW-MAX              PIC 9(02) VALUE 10.
001180 01  WS-SPIKE-PCT               PIC 9(03) VALUE 050.
001190 01  WS-DROP-PCT                PIC 9(03) VALUE 050.
001200 01  WS-JUMP-POINTS             PIC 9(03) VALUE 005.
001210 01  WS-TARGET-DATE             PIC 9(08) VALUE ZERO.
001220
001230***************************************************************
001240*  FEED TABLE - ONE ENTRY PER FEED ID ON THE FILE.  TONIGHT'S   *
001250*  COUNTS ARE THOSE OF THE TARGET DATE; THE NIGHT SLOTS ARE A   *
001260*  RING OF THE FEED'S MOST RECENT EARLIER NIGHTS, THE FILE      *
001270*  BEING IN RUN-DATE ORDER.  TWO COMPLETE RUNS ON ONE DATE ARE  *
001280*  ONE NIGHT.                                                   *
001290***************************************************************
001300 01  WS-FEED-TABLE.
001310     05  WS-AF-ENTRY OCCURS 50 TIMES.
001320         10  WS-AF-FEED-ID      PIC X(08).
001330         10  WS-AF-TONIGHT-SW   PIC X(01).
001340             88  WS-AF-SENT-TONIGHT  VALUE 'Y'.
001350         10  WS-AF-TN-READ      PIC 9(08) COMP-3.
001360         10  WS-AF-TN-TRL       PIC 9(08) COMP-3.
001370         10  WS-AF-TN-REJECT    PIC 9(08) COMP-3.
001380         10  WS-AF-TN-OVFL      PIC 9(08) COMP-3.
001390         10  WS-AF-LAST-DATE    PIC 9(08).
001400         10  WS-AF-CUR-SLOT     PIC 9(02) COMP-3.
001410         10  WS-AF-SLOTS-USED   PIC 9(02) COMP-3.
001420         10  WS-AF-NIGHT OCCURS 10 TIMES.
001430             15  WS-AF-NT-READ   PIC 9(08) COMP-3.
001440             15  WS-AF-NT-REJECT PIC 9(08) COMP-3.
001450 77  WS-AF-MAX                  PIC 9(04) COMP-3 VALUE 50.
001460 77  WS-AF-COUNT                PIC 9(04) COMP-3 VALUE ZERO.
001470 77  WS-AF-IDX                  PIC 9(04) COMP-3 VALUE ZERO.
001480 77  WS-AF-CUR                  PIC 9(04) COMP-3 VALUE ZERO.
001490 77  WS-NT-IDX                  PIC 9(02) COMP-3 VALUE ZERO.
001500
001510***************************************************************
001520*  ACCUMULATORS AND WORK FIELDS                                 *
001530***************************************************************
001540 01  WS-COUNTERS.
001550     05  WS-PAGE-NO             PIC 9(05) COMP-3 VALUE ZERO.
001560     05  WS-LINE-COUNT          PIC 9(03) COMP-3 VALUE ZERO.
001570     05  WS-RECORDS-READ        PIC 9(08) COMP-3 VALUE ZERO.
001580     05  WS-STOPPED-SKIPPED     PIC 9(08) COMP-3 VALUE ZERO.
001590     05  WS-FEEDS-REPORTED      PIC 9(04) COMP-3 VALUE ZERO.
001600     05  WS-NO-BASELINE-COUNT   PIC 9(04) COMP-3 VALUE ZERO.
001610     05  WS-SPIKE-COUNT         PIC 9(04) COMP-3 VALUE ZERO.
001620     05  WS-DROP-COUNT          PIC 9(04) COMP-3 VALUE ZERO.
001630     05  WS-JUMP-COUNT          PIC 9(04) COMP-3 VALUE ZERO.
001640     05  WS-FLAGGED-COUNT       PIC 9(04) COMP-3 VALUE ZERO.
001650 01  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50.
001660
001670 01  WS-SUM-READ                PIC 9(10) COMP-3 VALUE ZERO.
001680 01  WS-SUM-REJECT              PIC 9(10) COMP-3 VALUE ZERO.
001690 01  WS-AVG-READ                PIC 9(08) COMP-3 VALUE ZERO.
001700 01  WS-TN-RATE                 PIC 9(03)V99 COMP-3 VALUE ZERO.
001710 01  WS-AVG-RATE                PIC 9(03)V99 COMP-3 VALUE ZERO.
001720 01  WS-RATE-LIMIT              PIC 9(04)V99 COMP-3 VALUE ZERO.
001730 01  WS-RATE-WORK               PIC 9(12) COMP-3 VALUE ZERO.
001740 01  WS-VOLUME-WORK             PIC 9(12) COMP-3 VALUE ZERO.
001750 01  WS-LIMIT-WORK              PIC 9(12) COMP-3 VALUE ZERO.
001760 01  WS-PCT-WORK                PIC 9(04) COMP-3 VALUE ZERO.
001770 01  WS-FLAG-SET.
001780     05  WS-SPIKE-FLAG          PIC X(01).
001790         88  WS-VOLUME-SPIKE         VALUE 'Y'.
001800     05  WS-DROP-FLAG           PIC X(01).
001810         88  WS-VOLUME-DROP          VALUE 'Y'.
001820     05  WS-JUMP-FLAG           PIC X(01).
001830         88  WS-REJECT-JUMP          VALUE 'Y'.
001840
001850 01  WS-RUN-DATE.
001860     05  WS-RUN-DATE-CCYY       PIC 9(04).
001870     05  WS-RUN-DATE-MM         PIC 9(02).
001880     05  WS-RUN-DATE-DD         PIC 9(02).
001890 01  WS-RUN-DATE-NUM            PIC 9(08).
001900
001910***************************************************************
001920*  REPORT LINES                                                 *
001930***************************************************************
001940 01  WS-HEADING-LINE-1.
001950     05  FILLER                 PIC X(01)  VALUE SPACE.
001960     05  FILLER                 PIC X(30)  VALUE
001970         'HOME OFFICE DATA CENTER'.
001980     05  FILLER                 PIC X(44)  VALUE
001990         'FEED VOLUME ANOMALY REPORT - FACTFANM'.
002000     05  FILLER                 PIC X(10)  VALUE 'PAGE'.
002010     05  WS-HL1-PAGE-NO         PIC ZZZZ9.
002020     05  FILLER                 PIC X(37)  VALUE SPACE.
002030
002040 01  WS-HEADING-LINE-2.
002050     05  FILLER                 PIC X(01)  VALUE SPACE.
002060     05  FILLER                 PIC X(11)  VALUE 'RUN DATE - '.
002070     05  WS-HL2-MM              PIC 99.
002080     05  FILLER                 PIC X(01)  VALUE '/'.
002090     05  WS-HL2-DD              PIC 99.
002100     05  FILLER                 PIC X(01)  VALUE '/'.
002110     05  WS-HL2-CCYY            PIC 9999.
002120     05  FILLER                 PIC X(19)  VALUE
002130         '   NIGHT CHECKED - '.
002140     05  WS-HL2-TGT-MM          PIC 99.
002150     05  FILLER                 PIC X(01)  VALUE '/'.
002160     05  WS-HL2-TGT-DD          PIC 99.
002170     05  FILLER                 PIC X(01)  VALUE '/'.
002180     05  WS-HL2-TGT-CCYY        PIC 9999.
002190     05  FILLER                 PIC X(81)  VALUE SPACE.
002200
002210 01  WS-HEADING-LINE-3.
002220     05  FILLER                 PIC X(01)  VALUE SPACE.
002230     05  FILLER                 PIC X(16)  VALUE
002240         'AVERAGE OF LAST '.
002250     05  WS-HL3-NIGHTS          PIC Z9.
002260     05  FILLER                 PIC X(17)  VALUE
002270         ' NIGHTS   SPIKE +'.
002280     05  WS-HL3-SPIKE           PIC ZZ9.
002290     05  FILLER                 PIC X(10)  VALUE
002300         '%   DROP -'.
002310     05  WS-HL3-DROP            PIC Z9.
002320     05  FILLER                 PIC X(15)  VALUE
002330         '%   REJ JUMP +'.
002340     05  WS-HL3-JUMP            PIC ZZ9.
002350     05  FILLER                 PIC X(63)  VALUE ' POINTS'.
002360
002370 01  WS-COLUMN-HEADING.
002380     05  FILLER                 PIC X(01)  VALUE SPACE.
002390     05  FILLER                 PIC X(10)  VALUE 'FEED ID'.
002400     05  FILLER                 PIC X(10)  VALUE 'CARDS'.
002410     05  FILLER                 PIC X(10)  VALUE 'TRAILER'.
002420     05  FILLER                 PIC X(10)  VALUE 'REJECTS'.
002430     05  FILLER                 PIC X(09)  VALUE 'REJ RATE'.
002440     05  FILLER                 PIC X(10)  VALUE 'OVERFLOW'.
002450     05  FILLER                 PIC X(08)  VALUE 'NIGHTS'.
002460     05  FILLER                 PIC X(10)  VALUE 'AVG CARDS'.
002470     05  FILLER                 PIC X(09)  VALUE 'AVG RATE'.
002480     05  FILLER                 PIC X(45)  VALUE 'FLAGS'.
002490
002500 01  WS-DETAIL-LINE.
002510     05  FILLER                 PIC X(01)  VALUE SPACE.
002520     05  WS-DL-FEED-ID          PIC X(08).
002530     05  FILLER                 PIC X(02)  VALUE SPACE.
002540     05  WS-DL-READ             PIC Z(07)9.
002550     05  FILLER                 PIC X(02)  VALUE SPACE.
002560     05  WS-DL-TRL              PIC Z(07)9.
002570     05  FILLER                 PIC X(02)  VALUE SPACE.
002580     05  WS-DL-REJECTS          PIC Z(07)9.
002590     05  FILLER                 PIC X(02)  VALUE SPACE.
002600     05  WS-DL-RATE             PIC ZZ9.99.
002610     05  FILLER                 PIC X(03)  VALUE SPACE.
002620     05  WS-DL-OVERFLOW         PIC Z(07)9.
002630     05  FILLER                 PIC X(04)  VALUE SPACE.
002640     05  WS-DL-NIGHTS           PIC Z9.
002650     05  FILLER                 PIC X(04)  VALUE SPACE.
002660     05  WS-DL-AVG-READ         PIC Z(07)9.
002670     05  FILLER                 PIC X(03)  VALUE SPACE.
002680     05  WS-DL-AVG-RATE         PIC ZZ9.99.
002690     05  FILLER                 PIC X(03)  VALUE SPACE.
002700     05  WS-DL-VOLUME-FLAG      PIC X(13).
002710     05  FILLER                 PIC X(01)  VALUE SPACE.
002720     05  WS-DL-RATE-FLAG        PIC X(16).
002730     05  FILLER                 PIC X(14)  VALUE SPACE.
002740
002750 01  WS-NO-HISTORY-LINE.
002760     05  FILLER                 PIC X(01)  VALUE SPACE.
002770     05  FILLER                 PIC X(50)  VALUE
002780         'NO COMPLETE RUN ON THE FEED HISTORY FOR THIS NIGHT'.
002790     05  FILLER                 PIC X(81)  VALUE SPACE.
002800
002810 01  WS-TOTAL-LINES.
002820     05  WS-TOTAL-LINE-1.
002830         10  FILLER             PIC X(01)  VALUE SPACE.
002840         10  FILLER             PIC X(33)  VALUE
002850             'FEEDS REPORTED                -'.
002860         10  WS-TL1-COUNT       PIC Z(07)9.
002870         10  FILLER             PIC X(90)  VALUE SPACE.
002880     05  WS-TOTAL-LINE-2.
002890         10  FILLER             PIC X(01)  VALUE SPACE.
002900         10  FILLER             PIC X(33)  VALUE
002910             'FEEDS WITH NO EARLIER NIGHT   -'.
002920         10  WS-TL2-COUNT       PIC Z(07)9.
002930         10  FILLER             PIC X(90)  VALUE SPACE.
002940     05  WS-TOTAL-LINE-3.
002950         10  FILLER             PIC X(01)  VALUE SPACE.
002960         10  FILLER             PIC X(33)  VALUE
002970             'VOLUME SPIKES                 -'.
002980         10  WS-TL3-COUNT       PIC Z(07)9.
002990         10  FILLER             PIC X(90)  VALUE SPACE.
003000     05  WS-TOTAL-LINE-4.
003010         10  FILLER             PIC X(01)  VALUE SPACE.
003020         10  FILLER             PIC X(33)  VALUE
003030             'VOLUME DROPS                  -'.
003040         10  WS-TL4-COUNT       PIC Z(07)9.
003050         10  FILLER             PIC X(90)  VALUE SPACE.
003060     05  WS-TOTAL-LINE-5.
003070         10  FILLER             PIC X(01)  VALUE SPACE.
003080         10  FILLER             PIC X(33)  VALUE
003090             'REJECT-RATE JUMPS             -'.
003100         10  WS-TL5-COUNT       PIC Z(07)9.
003110         10  FILLER             PIC X(90)  VALUE SPACE.
003120     05  WS-TOTAL-LINE-6.
003130         10  FILLER             PIC X(01)  VALUE SPACE.
003140         10  FILLER             PIC X(33)  VALUE
003150             'FEEDS FLAGGED                 -'.
003160         10  WS-TL6-COUNT       PIC Z(07)9.
003170         10  FILLER             PIC X(90)  VALUE SPACE.
003180     05  WS-TOTAL-LINE-7.
003190         10  FILLER             PIC X(01)  VALUE SPACE.
003200         10  FILLER             PIC X(33)  VALUE
003210             'STOPPED-RUN RECORDS LEFT OUT  -'.
003220         10  WS-TL7-COUNT       PIC Z(07)9.
003230         10  FILLER             PIC X(90)  VALUE SPACE.
003240
003250 PROCEDURE DIVISION.
003260***************************************************************
003270*  0000-MAINLINE                                                *
003280***************************************************************
003290 0000-MAINLINE.
003300     PERFORM 1000-INITIALIZE
003310     PERFORM 2000-FOLD-HISTORY THRU 2000-FOLD-EXIT
003320         UNTIL WS-END-OF-FILE
003330     PERFORM 8000-PRINT-HEADERS
003340     PERFORM 3000-CHECK-FEED THRU 3000-CHECK-EXIT
003350         VARYING WS-AF-IDX FROM 1 BY 1
003360             UNTIL WS-AF-IDX > WS-AF-COUNT
003370     IF WS-FEEDS-REPORTED = ZERO
003380         WRITE FACT-ANOM-LINE FROM WS-NO-HISTORY-LINE
003390     END-IF
003400     PERFORM 7000-PRINT-TOTALS
003410     PERFORM 9000-TERMINATE
003420     IF WS-FLAGGED-COUNT > ZERO
003430         MOVE 4 TO RETURN-CODE
003440     END-IF
003450     GOBACK
003460     .
003470
003480***************************************************************
003490*  1000-INITIALIZE  -  THRESHOLDS FROM THE PARM CARD, THEN THE  *
003500*  NIGHT TO CHECK (A FIRST PASS OF THE HISTORY FILE FINDS THE   *
003510*  NEWEST COMPLETE RUN DATE WHEN THE CARD GIVES NONE), THEN     *
003520*  THE HISTORY FILE REOPENED FOR THE MAIN PASS.                 *
003530***************************************************************
003540 1000-INITIALIZE.
003550     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
003560     MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE
003570     PERFORM 1100-READ-PARM-CARD
003580         THRU 1100-READ-PARM-EXIT
003590     OPEN INPUT FACT-FEED-HIST-FILE
003600     IF NOT WS-FHIST-OK
003610         DISPLAY 'FACTFANM - FEED HISTORY OPEN FAILED, STATUS '
003620                 WS-FHIST-STATUS
003630         MOVE 16 TO RETURN-CODE
003640         GOBACK
003650     END-IF
003660     IF WS-TARGET-DATE = ZERO
003670         PERFORM 1200-FIND-NEWEST-DATE
003680             UNTIL WS-END-OF-FILE
003690         CLOSE FACT-FEED-HIST-FILE
003700         MOVE 'N' TO WS-EOF-SWITCH
003710         OPEN INPUT FACT-FEED-HIST-FILE
003720         IF NOT WS-FHIST-OK
003730             DISPLAY 'FACTFANM - FEED HISTORY REOPEN FAILED, '
003740                     'STATUS ' WS-FHIST-STATUS
003750             MOVE 16 TO RETURN-CODE
003760             GOBACK
003770         END-IF
003780     END-IF
003790     OPEN OUTPUT FACT-ANOM-FILE
003800     IF NOT WS-ANOM-OK
003810         DISPLAY 'FACTFANM - ANOMALY FILE OPEN FAILED, STATUS '
003820                 WS-ANOM-STATUS
003830         MOVE 16 TO RETURN-CODE
003840         GOBACK
003850     END-IF
003860     OPEN OUTPUT FACT-ANOM-RPT
003870     IF NOT WS-RPT-OK
003880         DISPLAY 'FACTFANM - REPORT FILE OPEN FAILED, STATUS '
003890                 WS-RPT-STATUS
003900         MOVE 16 TO RETURN-CODE
003910         GOBACK
003920     END-IF
003930     PERFORM 2100-READ-HISTORY
003940     .
003950
003960***************************************************************
003970*  1100-READ-PARM-CARD  -  EACH FIELD THAT IS NUMERIC AND IN    *
003980*  RANGE OVERRIDES ITS DEFAULT; ANYTHING ELSE KEEPS IT.         *
003990***************************************************************
004000 1100-READ-PARM-CARD.
004010     OPEN INPUT FACT-ANOM-PARM
004020     IF NOT WS-PARM-OK
004030         DISPLAY 'FACTFANM - NO FANMPARM DD, USING DEFAULTS'
004040         GO TO 1100-READ-PARM-EXIT
004050     END-IF
004060     READ FACT-ANOM-PARM
004070         AT END
004080             DISPLAY 'FACTFANM - EMPTY FANMPARM, USING DEFAULTS'
004090             CLOSE FACT-ANOM-PARM
004100             GO TO 1100-READ-PARM-EXIT
004110     END-READ
004120     IF ANMPARM-NIGHTS IS NUMERIC
004130             AND ANMPARM-NIGHTS > ZERO
004140             AND ANMPARM-NIGHTS NOT > WS-WINDOW-MAX
004150         MOVE ANMPARM-NIGHTS TO WS-WINDOW-NIGHTS
004160     END-IF
004170     IF ANMPARM-SPIKE-PCT IS NUMERIC
004180             AND ANMPARM-SPIKE-PCT > ZERO
004190         MOVE ANMPARM-SPIKE-PCT TO WS-SPIKE-PCT
004200     END-IF
004210     IF ANMPARM-DROP-PCT IS NUMERIC
004220             AND ANMPARM-DROP-PCT > ZERO
004230             AND ANMPARM-DROP-PCT < 100
004240         MOVE ANMPARM-DROP-PCT TO WS-DROP-PCT
004250     END-IF
004260     IF ANMPARM-JUMP-POINTS IS NUMERIC
004270             AND ANMPARM-JUMP-POINTS > ZERO
004280         MOVE ANMPARM-JUMP-POINTS TO WS-JUMP-POINTS
004290     END-IF
004300     IF ANMPARM-RUN-DATE IS NUMERIC
004310             AND ANMPARM-RUN-DATE > ZERO
004320         MOVE ANMPARM-RUN-DATE TO WS-TARGET-DATE
004330     END-IF
004340     CLOSE FACT-ANOM-PARM
004350     .
004360 1100-READ-PARM-EXIT.
004370     EXIT.
004380
004390***************************************************************
004400*  1200-FIND-NEWEST-DATE  -  FIRST PASS: THE NEWEST RUN DATE    *
004410*  ON ANY RECORD OF A RUN THAT WENT END TO END.                 *
004420***************************************************************
004430 1200-FIND-NEWEST-DATE.
004440     PERFORM 2100-READ-HISTORY
004450     IF NOT WS-END-OF-FILE
004460             AND NOT FACTFHST-CONTROLLED-STOP
004470             AND FACTFHST-RUN-DATE > WS-TARGET-DATE
004480         MOVE FACTFHST-RUN-DATE TO WS-TARGET-DATE
004490     END-IF
004500     .
004510
004520***************************************************************
004530*  2000-FOLD-HISTORY  -  ONE FEED-HISTORY RECORD INTO ITS       *
004540*  FEED'S ENTRY: TONIGHT'S COUNTS IF IT IS THE NIGHT CHECKED,   *
004550*  A NIGHT SLOT IF IT IS EARLIER, NOTHING IF IT IS LATER OR     *
004560*  FROM A RUN THAT ENDED ON A CONTROLLED STOP.                  *
004570***************************************************************
004580 2000-FOLD-HISTORY.
004590     ADD 1 TO WS-RECORDS-READ
004600     IF FACTFHST-CONTROLLED-STOP
004610         ADD 1 TO WS-STOPPED-SKIPPED
004620         GO TO 2000-FOLD-NEXT
004630     END-IF
004640     IF FACTFHST-RUN-DATE > WS-TARGET-DATE
004650         GO TO 2000-FOLD-NEXT
004660     END-IF
004670     PERFORM 2200-FIND-FEED-ENTRY
004680         THRU 2200-FIND-FEED-EXIT
004690     IF WS-AF-CUR = ZERO
004700         GO TO 2000-FOLD-NEXT
004710     END-IF
004720     IF FACTFHST-RUN-DATE = WS-TARGET-DATE
004730         MOVE 'Y' TO WS-AF-TONIGHT-SW (WS-AF-CUR)
004740         ADD FACTFHST-READ-COUNT TO WS-AF-TN-READ (WS-AF-CUR)
004750         ADD FACTFHST-TRL-COUNT TO WS-AF-TN-TRL (WS-AF-CUR)
004760         ADD FACTFHST-REJECT-COUNT TO WS-AF-TN-REJECT (WS-AF-CUR)
004770         ADD FACTFHST-OVERFLOW-COUNT TO WS-AF-TN-OVFL (WS-AF-CUR)
004780         GO TO 2000-FOLD-NEXT
004790     END-IF
004800     IF FACTFHST-RUN-DATE NOT = WS-AF-LAST-DATE (WS-AF-CUR)
004810         PERFORM 2300-START-NIGHT-SLOT
004820     END-IF
004830     MOVE WS-AF-CUR-SLOT (WS-AF-CUR) TO WS-NT-IDX
004840     ADD FACTFHST-READ-COUNT
004850         TO WS-AF-NT-READ (WS-AF-CUR, WS-NT-IDX)
004860     ADD FACTFHST-REJECT-COUNT
004870         TO WS-AF-NT-REJECT (WS-AF-CUR, WS-NT-IDX)
004880     .
004890 2000-FOLD-NEXT.
004900     PERFORM 2100-READ-HISTORY
004910     .
004920 2000-FOLD-EXIT.
004930     EXIT.
004940
004950***************************************************************
004960*  2100-READ-HISTORY                                            *
004970***************************************************************
004980 2100-READ-HISTORY.
004990     READ FACT-FEED-HIST-FILE
005000         AT END
005010             SET WS-END-OF-FILE TO TRUE
005020     END-READ
005030     .
005040
005050***************************************************************
005060*  2200-FIND-FEED-ENTRY  -  THE ENTRY FOR THE FEED ON THE       *
005070*  RECORD IN HAND, ADDED ZEROED THE FIRST TIME IT IS SEEN.      *
005080*  WS-AF-CUR IS LEFT ZERO ONLY IF THE TABLE IS FULL.            *
005090***************************************************************
005100 2200-FIND-FEED-ENTRY.
005110     MOVE ZERO TO WS-AF-CUR
005120     PERFORM 2210-TEST-FEED-ENTRY
005130         VARYING WS-AF-IDX FROM 1 BY 1
005140             UNTIL WS-AF-IDX > WS-AF-COUNT
005150                 OR WS-AF-CUR > ZERO
005160     IF WS-AF-CUR > ZERO
005170         GO TO 2200-FIND-FEED-EXIT
005180     END-IF
005190     IF WS-AF-COUNT NOT < WS-AF-MAX
005200         DISPLAY 'FACTFANM - FEED TABLE FULL, NOT CHECKED - '
005210                 FACTFHST-FEED-ID
005220         GO TO 2200-FIND-FEED-EXIT
005230     END-IF
005240     ADD 1 TO WS-AF-COUNT
005250     MOVE WS-AF-COUNT TO WS-AF-CUR
005260     MOVE FACTFHST-FEED-ID TO WS-AF-FEED-ID (WS-AF-CUR)
005270     MOVE 'N' TO WS-AF-TONIGHT-SW (WS-AF-CUR)
005280     MOVE ZERO TO WS-AF-TN-READ (WS-AF-CUR)
005290     MOVE ZERO TO WS-AF-TN-TRL (WS-AF-CUR)
005300     MOVE ZERO TO WS-AF-TN-REJECT (WS-AF-CUR)
005310     MOVE ZERO TO WS-AF-TN-OVFL (WS-AF-CUR)
005320     MOVE ZERO TO WS-AF-LAST-DATE (WS-AF-CUR)
005330     MOVE ZERO TO WS-AF-CUR-SLOT (WS-AF-CUR)
005340     MOVE ZERO TO WS-AF-SLOTS-USED (WS-AF-CUR)
005350     .
005360 2200-FIND-FEED-EXIT.
005370     EXIT.
005380
005390***************************************************************
005400*  2210-TEST-FEED-ENTRY  -  ONE TABLE ENTRY AGAINST THE FEED    *
005410*  ON THE RECORD IN HAND.                                       *
005420***************************************************************
005430 2210-TEST-FEED-ENTRY.
005440     IF WS-AF-FEED-ID (WS-AF-IDX) = FACTFHST-FEED-ID
005450         MOVE WS-AF-IDX TO WS-AF-CUR
005460     END-IF
005470     .
005480
005490***************************************************************
005500*  2300-START-NIGHT-SLOT  -  A NEW EARLIER NIGHT FOR THE FEED   *
005510*  TAKES THE NEXT SLOT IN ITS RING, OVERWRITING THE OLDEST      *
005520*  ONCE THE RING HOLDS A FULL WINDOW.                           *
005530***************************************************************
005540 2300-START-NIGHT-SLOT.
005550     MOVE FACTFHST-RUN-DATE TO WS-AF-LAST-DATE (WS-AF-CUR)
005560     ADD 1 TO WS-AF-CUR-SLOT (WS-AF-CUR)
005570     IF WS-AF-CUR-SLOT (WS-AF-CUR) > WS-WINDOW-NIGHTS
005580         MOVE 1 TO WS-AF-CUR-SLOT (WS-AF-CUR)
005590     END-IF
005600     IF WS-AF-SLOTS-USED (WS-AF-CUR) < WS-WINDOW-NIGHTS
005610         ADD 1 TO WS-AF-SLOTS-USED (WS-AF-CUR)
005620     END-IF
005630     MOVE WS-AF-CUR-SLOT (WS-AF-CUR) TO WS-NT-IDX
005640     MOVE ZERO TO WS-AF-NT-READ (WS-AF-CUR, WS-NT-IDX)
005650     MOVE ZERO TO WS-AF-NT-REJECT (WS-AF-CUR, WS-NT-IDX)
005660     .
005670
005680***************************************************************
005690*  3000-CHECK-FEED  -  ONE FEED THAT SENT WORK ON THE NIGHT     *
005700*  CHECKED, AGAINST THE AVERAGE OF ITS EARLIER NIGHTS.          *
005710***************************************************************
005720 3000-CHECK-FEED.
005730     IF NOT WS-AF-SENT-TONIGHT (WS-AF-IDX)
005740         GO TO 3000-CHECK-EXIT
005750     END-IF
005760     ADD 1 TO WS-FEEDS-REPORTED
005770     MOVE 'NNN' TO WS-FLAG-SET
005780     MOVE ZERO TO WS-AVG-READ
005790     MOVE ZERO TO WS-AVG-RATE
005800     MOVE WS-AF-TN-READ (WS-AF-IDX) TO WS-SUM-READ
005810     MOVE WS-AF-TN-REJECT (WS-AF-IDX) TO WS-SUM-REJECT
005820     PERFORM 3100-COMPUTE-RATE
005830     MOVE WS-AVG-RATE TO WS-TN-RATE
005840     MOVE ZERO TO WS-AVG-RATE
005850     IF WS-AF-SLOTS-USED (WS-AF-IDX) = ZERO
005860         SET WS-NO-BASELINE TO TRUE
005870         ADD 1 TO WS-NO-BASELINE-COUNT
005880     ELSE
005890         SET WS-HAVE-BASELINE TO TRUE
005900         PERFORM 3200-COMPUTE-BASELINE
005910         PERFORM 3300-TEST-THRESHOLDS
005920     END-IF
005930     PERFORM 3400-PRINT-FEED-LINE
005940     IF WS-VOLUME-SPIKE OR WS-VOLUME-DROP OR WS-REJECT-JUMP
005950         ADD 1 TO WS-FLAGGED-COUNT
005960         PERFORM 3500-WRITE-ANOMALY
005970     END-IF
005980     .
005990 3000-CHECK-EXIT.
006000     EXIT.
006010
006020***************************************************************
006030*  3100-COMPUTE-RATE  -  WS-SUM-REJECT AS A PERCENT OF          *
006040*  WS-SUM-READ INTO WS-AVG-RATE, TWO DECIMALS, ZERO-SAFE.       *
006050***************************************************************
006060 3100-COMPUTE-RATE.
006070     IF WS-SUM-READ = ZERO
006080         MOVE ZERO TO WS-AVG-RATE
006090     ELSE
006100         MULTIPLY WS-SUM-REJECT BY 100 GIVING WS-RATE-WORK
006110         DIVIDE WS-RATE-WORK BY WS-SUM-READ
006120             GIVING WS-AVG-RATE ROUNDED
006130     END-IF
006140     .
006150
006160***************************************************************
006170*  3200-COMPUTE-BASELINE  -  AVERAGE CARDS READ PER EARLIER     *
006180*  NIGHT, AND THE REJECT RATE OVER THOSE NIGHTS TAKEN           *
006190*  TOGETHER.                                                    *
006200***************************************************************
006210 3200-COMPUTE-BASELINE.
006220     MOVE ZERO TO WS-SUM-READ
006230     MOVE ZERO TO WS-SUM-REJECT
006240     PERFORM 3210-ADD-NIGHT-SLOT
006250         VARYING WS-NT-IDX FROM 1 BY 1
006260             UNTIL WS-NT-IDX > WS-AF-SLOTS-USED (WS-AF-IDX)
006270     DIVIDE WS-SUM-READ BY WS-AF-SLOTS-USED (WS-AF-IDX)
006280         GIVING WS-AVG-READ ROUNDED
006290     PERFORM 3100-COMPUTE-RATE
006300     .
006310
006320***************************************************************
006330*  3210-ADD-NIGHT-SLOT  -  ONE EARLIER NIGHT INTO THE SUMS.     *
006340***************************************************************
006350 3210-ADD-NIGHT-SLOT.
006360     ADD WS-AF-NT-READ (WS-AF-IDX, WS-NT-IDX) TO WS-SUM-READ
006370     ADD WS-AF-NT-REJECT (WS-AF-IDX, WS-NT-IDX) TO WS-SUM-REJECT
006380     .
006390
006400***************************************************************
006410*  3300-TEST-THRESHOLDS  -  TONIGHT'S CARDS AGAINST THE         *
006420*  AVERAGE PLUS OR MINUS ITS PERCENT, AND TONIGHT'S REJECT      *
006430*  RATE AGAINST THE AVERAGE RATE PLUS THE JUMP POINTS.  BOTH    *
006440*  SIDES OF EACH VOLUME TEST ARE SCALED BY 100 SO NOTHING IS    *
006450*  LOST TO ROUNDING.                                            *
006460***************************************************************
006470 3300-TEST-THRESHOLDS.
006480     MULTIPLY WS-AF-TN-READ (WS-AF-IDX) BY 100
006490         GIVING WS-VOLUME-WORK
006500     ADD 100 WS-SPIKE-PCT GIVING WS-PCT-WORK
006510     MULTIPLY WS-AVG-READ BY WS-PCT-WORK GIVING WS-LIMIT-WORK
006520     IF WS-VOLUME-WORK > WS-LIMIT-WORK
006530         SET WS-VOLUME-SPIKE TO TRUE
006540         ADD 1 TO WS-SPIKE-COUNT
006550     END-IF
006560     SUBTRACT WS-DROP-PCT FROM 100 GIVING WS-PCT-WORK
006570     MULTIPLY WS-AVG-READ BY WS-PCT-WORK GIVING WS-LIMIT-WORK
006580     IF WS-VOLUME-WORK < WS-LIMIT-WORK
006590         SET WS-VOLUME-DROP TO TRUE
006600         ADD 1 TO WS-DROP-COUNT
006610     END-IF
006620     ADD WS-AVG-RATE WS-JUMP-POINTS GIVING WS-RATE-LIMIT
006630     IF WS-TN-RATE > WS-RATE-LIMIT
006640         SET WS-REJECT-JUMP TO TRUE
006650         ADD 1 TO WS-JUMP-COUNT
006660     END-IF
006670     .
006680
006690***************************************************************
006700*  3400-PRINT-FEED-LINE                                         *
006710***************************************************************
006720 3400-PRINT-FEED-LINE.
006730     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006740         PERFORM 8000-PRINT-HEADERS
006750         WRITE FACT-ANOM-LINE FROM WS-COLUMN-HEADING
006760         ADD 1 TO WS-LINE-COUNT
006770     END-IF
006780     MOVE WS-AF-FEED-ID (WS-AF-IDX) TO WS-DL-FEED-ID
006790     MOVE WS-AF-TN-READ (WS-AF-IDX) TO WS-DL-READ
006800     MOVE WS-AF-TN-TRL (WS-AF-IDX) TO WS-DL-TRL
006810     MOVE WS-AF-TN-REJECT (WS-AF-IDX) TO WS-DL-REJECTS
006820     MOVE WS-TN-RATE TO WS-DL-RATE
006830     MOVE WS-AF-TN-OVFL (WS-AF-IDX) TO WS-DL-OVERFLOW
006840     MOVE WS-AF-SLOTS-USED (WS-AF-IDX) TO WS-DL-NIGHTS
006850     MOVE WS-AVG-READ TO WS-DL-AVG-READ
006860     MOVE WS-AVG-RATE TO WS-DL-AVG-RATE
006870     MOVE SPACE TO WS-DL-VOLUME-FLAG
006880     MOVE SPACE TO WS-DL-RATE-FLAG
006890     IF WS-NO-BASELINE
006900         MOVE 'NO EARLIER NIGHT' TO WS-DL-RATE-FLAG
006910     END-IF
006920     IF WS-VOLUME-SPIKE
006930         MOVE '*VOLUME SPIKE' TO WS-DL-VOLUME-FLAG
006940     END-IF
006950     IF WS-VOLUME-DROP
006960         MOVE '*VOLUME DROP' TO WS-DL-VOLUME-FLAG
006970     END-IF
006980     IF WS-REJECT-JUMP
006990         MOVE '*REJ RATE JUMP' TO WS-DL-RATE-FLAG
007000     END-IF
007010     WRITE FACT-ANOM-LINE FROM WS-DETAIL-LINE
007020     ADD 1 TO WS-LINE-COUNT
007030     .
007040
007050***************************************************************
007060*  3500-WRITE-ANOMALY  -  ONE FLAGGED FEED TO THE ANOMALY FLAG  *
007070*  FILE FOR FACTMORN.                                           *
007080***************************************************************
007090 3500-WRITE-ANOMALY.
007100     MOVE SPACE TO FACTANOM-RECORD
007110     MOVE WS-TARGET-DATE TO FACTANOM-RUN-DATE
007120     MOVE WS-AF-FEED-ID (WS-AF-IDX) TO FACTANOM-FEED-ID
007130     MOVE WS-SPIKE-FLAG TO FACTANOM-SPIKE-FLAG
007140     MOVE WS-DROP-FLAG TO FACTANOM-DROP-FLAG
007150     MOVE WS-JUMP-FLAG TO FACTANOM-REJ-JUMP-FLAG
007160     MOVE WS-AF-TN-READ (WS-AF-IDX) TO FACTANOM-READ-COUNT
007170     MOVE WS-AVG-READ TO FACTANOM-AVG-READ
007180     MOVE WS-TN-RATE TO FACTANOM-REJ-RATE
007190     MOVE WS-AVG-RATE TO FACTANOM-AVG-REJ-RATE
007200     MOVE WS-AF-SLOTS-USED (WS-AF-IDX) TO FACTANOM-NIGHTS
007210     WRITE FACTANOM-RECORD
007220     IF NOT WS-ANOM-OK
007230         DISPLAY 'FACTFANM - ANOMALY WRITE FAILED, STATUS '
007240                 WS-ANOM-STATUS
007250     END-IF
007260     .
007270
007280***************************************************************
007290*  7000-PRINT-TOTALS                                            *
007300***************************************************************
007310 7000-PRINT-TOTALS.
007320     MOVE WS-FEEDS-REPORTED TO WS-TL1-COUNT
007330     MOVE WS-NO-BASELINE-COUNT TO WS-TL2-COUNT
007340     MOVE WS-SPIKE-COUNT TO WS-TL3-COUNT
007350     MOVE WS-DROP-COUNT TO WS-TL4-COUNT
007360     MOVE WS-JUMP-COUNT TO WS-TL5-COUNT
007370     MOVE WS-FLAGGED-COUNT TO WS-TL6-COUNT
007380     MOVE WS-STOPPED-SKIPPED TO WS-TL7-COUNT
007390     MOVE SPACE TO FACT-ANOM-LINE
007400     WRITE FACT-ANOM-LINE
007410     WRITE FACT-ANOM-LINE FROM WS-TOTAL-LINE-1
007420     WRITE FACT-ANOM-LINE FROM WS-TOTAL-LINE-2
007430     WRITE FACT-ANOM-LINE FROM WS-TOTAL-LINE-3
007440     WRITE FACT-ANOM-LINE FROM WS-TOTAL-LINE-4
007450     WRITE FACT-ANOM-LINE FROM WS-TOTAL-LINE-5
007460     WRITE FACT-ANOM-LINE FROM WS-TOTAL-LINE-6
007470     WRITE FACT-ANOM-LINE FROM WS-TOTAL-LINE-7
007480     .
007490
007500***************************************************************
007510*  8000-PRINT-HEADERS                                           *
007520***************************************************************
007530 8000-PRINT-HEADERS.
007540     ADD 1 TO WS-PAGE-NO
007550     MOVE WS-PAGE-NO TO WS-HL1-PAGE-NO
007560     MOVE WS-RUN-DATE-MM TO WS-HL2-MM
007570     MOVE WS-RUN-DATE-DD TO WS-HL2-DD
007580     MOVE WS-RUN-DATE-CCYY TO WS-HL2-CCYY
007590     MOVE WS-TARGET-DATE (5:2) TO WS-HL2-TGT-MM
007600     MOVE WS-TARGET-DATE (7:2) TO WS-HL2-TGT-DD
007610     MOVE WS-TARGET-DATE (1:4) TO WS-HL2-TGT-CCYY
007620     MOVE WS-WINDOW-NIGHTS TO WS-HL3-NIGHTS
007630     MOVE WS-SPIKE-PCT TO WS-HL3-SPIKE
007640     MOVE WS-DROP-PCT TO WS-HL3-DROP
007650     MOVE WS-JUMP-POINTS TO WS-HL3-JUMP
007660     IF WS-PAGE-NO > 1
007670         MOVE SPACE TO FACT-ANOM-LINE
007680         WRITE FACT-ANOM-LINE
007690             AFTER ADVANCING PAGE
007700     END-IF
007710     WRITE FACT-ANOM-LINE FROM WS-HEADING-LINE-1
007720     WRITE FACT-ANOM-LINE FROM WS-HEADING-LINE-2
007730     WRITE FACT-ANOM-LINE FROM WS-HEADING-LINE-3
007740     MOVE SPACE TO FACT-ANOM-LINE
007750     WRITE FACT-ANOM-LINE
007760     IF WS-PAGE-NO = 1
007770         WRITE FACT-ANOM-LINE FROM WS-COLUMN-HEADING
007780         MOVE SPACE TO FACT-ANOM-LINE
007790         WRITE FACT-ANOM-LINE
007800     END-IF
007810     MOVE ZERO TO WS-LINE-COUNT
007820     .
007830
007840***************************************************************
007850*  9000-TERMINATE                                               *
007860***************************************************************
007870 9000-TERMINATE.
007880     CLOSE FACT-FEED-HIST-FILE
007890     CLOSE FACT-ANOM-FILE
007900     CLOSE FACT-ANOM-RPT
007910     .
