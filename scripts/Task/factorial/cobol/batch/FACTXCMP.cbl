000010***************************************************************
000020*  PROGRAM-ID. FACTXCMP
000030*
000040*  AUTHOR.       S. L. SAMMS, ACTUARIAL SYSTEMS GROUP
000050*  INSTALLATION. HOME OFFICE DATA CENTER
000060*  DATE-WRITTEN. 2026-10-15
000070*  DATE-COMPILED.
000080*
000090*  REMARKS.
000100*      FIELD-LEVEL COMPARE OF TWO FACTEXT GENERATIONS - A
000110*      FACTREPL REBUILD AGAINST THE ORIGINAL, A PARTITIONED
000120*      FACTSPLT/FACTMERG NIGHT AGAINST A SINGLE-STREAM FACTBAT
000130*      RUN, OR A NEW LOAD MODULE AGAINST PRODUCTION IN A
000140*      PARALLEL TEST.  RECORDS ARE MATCHED ON RECORD TYPE
000150*      (BLANK COUNTS AS F), N, R AND SOURCE SYSTEM AND THE
000160*      REPORT LISTS -
000170*        RECORDS ONLY IN THE FIRST FILE,
000180*        RECORDS ONLY IN THE SECOND FILE,
000190*        MATCHED RECORDS WHOSE RESULT, STATUS, PRIORITY OR RUN
000200*        DATE DIFFER (ONE LINE PER FIELD), AND
000210*        EACH POINT WHERE THE SECOND FILE'S PROCESSING ORDER
000220*        BREAKS AWAY FROM THE FIRST'S.
000230*
000240*      BOTH INPUTS COME FROM THE FACTXCMP.JCL SORT STEPS - THE
000250*      50-BYTE EXTRACT RECORD, THEN ITS ORIGINAL POSITION IN
000260*      ITS FILE AS AN 8-DIGIT SEQUENCE NUMBER, THEN THE RECORD
000270*      TYPE WITH BLANK TURNED TO F - SORTED ON THE MATCH KEY
000280*      AND, WITHIN A KEY, ON THE SEQUENCE NUMBER.  A REQUEST
000290*      REPEATED IN A FILE THEREFORE PAIRS ITS FIRST OCCURRENCE
000300*      WITH THE OTHER FILE'S FIRST, ITS SECOND WITH THE
000310*      SECOND, AND SO ON; AN OCCURRENCE LEFT OVER LISTS AS
000320*      ONLY IN ITS OWN FILE.
000330*
000340*      EACH MATCHED PAIR'S TWO SEQUENCE NUMBERS GO TO THE
000350*      XCMPORD WORK KSDS, KEYED ON THE FIRST FILE'S.  READ BACK
000360*      IN THAT ORDER, THE SECOND FILE'S NUMBERS SHOULD CLIMB;
000370*      WHEREVER ONE DROPS, THE SECOND FILE TOOK THAT RECORD
000380*      AHEAD OF THE ONE THE FIRST FILE TOOK BEFORE IT, AND AN
000390*      ORDER BREAK IS LISTED.
000400*
000410*      THE OPTIONAL XCMPPARM CARD -
000420*        COL   1     N = DO NOT COMPARE RUN DATES (A PARALLEL
000430*                    TEST RUN ON A DIFFERENT DAY); ANYTHING
000440*                    ELSE COMPARES THEM
000450*
000460*      CONDITION CODES -
000470*         0  THE FILES AGREE
000480*         4  SAME RECORDS AND VALUES, PROCESSING ORDER DIFFERS
000490*         8  RECORDS MISSING, EXTRA OR DIFFERENT
000500*        16  A FILE COULD NOT BE OPENED OR READ, OR AN INPUT
000510*            IS NOT IN MATCH-KEY ORDER
000520*
000530*  MODIFICATION HISTORY.
000540*      DATE        INIT  DESCRIPTION
000550*      ----------  ----  ---------------------------------------
000560*      2026-10-15  SLS   INITIAL VERSION.
000570***************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. FACTXCMP.
000600
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT FACT-XCMP-PARM ASSIGN TO "XCMPPARM"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-PARM-STATUS.
000670
000680     SELECT FACT-XCMP-FIRST ASSIGN TO "XCMPIN1"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-IN1-STATUS.
000710
000720     SELECT FACT-XCMP-SECOND ASSIGN TO "XCMPIN2"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-IN2-STATUS.
000750
000760     SELECT FACT-XCMP-ORDER ASSIGN TO "XCMPORD"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS XCMPORD-SEQ-1
000800         FILE STATUS IS WS-ORD-STATUS.
000810
000820     SELECT FACT-XCMP-RPT ASSIGN TO "XCMPRPT"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-RPT-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  FACT-XCMP-PARM.
000890 01  FACT-XCMP-PARM-CARD.
000900     05  XCMPPARM-RUN-DATE-OPT     PIC X(01).
000910         88  XCMPPARM-SKIP-RUN-DATE     VALUE 'N'.
000920     05  FILLER                    PIC X(79).
000930
000940***************************************************************
000950*  SORTED INPUT - THE FACTEXT LAYOUT, FOLLOWED BY THE RECORD'S  *
000960*  ORIGINAL POSITION IN ITS FILE AND THE NORMALIZED RECORD      *
000970*  TYPE THE FILE IS SORTED ON.                                  *
000980***************************************************************
000990 FD  FACT-XCMP-FIRST.
001000 01  XCMP1-RECORD.
001010     05  XCMP1-RUN-DATE            PIC 9(08).
001020     05  XCMP1-INPUT-N             PIC 9(10).
001030     05  XCMP1-RESULT              PIC 9(10).
001040     05  XCMP1-STATUS              PIC X(01).
001050     05  XCMP1-REC-TYPE            PIC X(01).
001060     05  XCMP1-INPUT-R             PIC 9(10).
001070     05  XCMP1-PRIORITY            PIC X(01).
001080     05  XCMP1-SOURCE-SYS          PIC X(08).
001090     05  FILLER                    PIC X(01).
001100     05  XCMP1-SEQ                 PIC 9(08).
001110     05  XCMP1-SORT-TYPE           PIC X(01).
001120
001130 FD  FACT-XCMP-SECOND.
001140 01  XCMP2-RECORD.
001150     05  XCMP2-RUN-DATE            PIC 9(08).
001160     05  XCMP2-INPUT-N             PIC 9(10).
001170     05  XCMP2-RESULT              PIC 9(10).
001180     05  XCMP2-STATUS              PIC X(01).
001190     05  XCMP2-REC-TYPE            PIC X(01).
001200     05  XCMP2-INPUT-R             PIC 9(10).
001210     05  XCMP2-PRIORITY            PIC X(01).
001220     05  XCMP2-SOURCE-SYS          PIC X(08).
001230     05  FILLER                    PIC X(01).
001240     05  XCMP2-SEQ                 PIC 9(08).
001250     05  XCMP2-SORT-TYPE           PIC X(01).
001260
001270***************************************************************
001280*  ORDER WORK FILE - ONE RECORD PER MATCHED PAIR, KEYED ON THE  *
001290*  FIRST FILE'S SEQUENCE NUMBER.                                *
001300***************************************************************
001310 FD  FACT-XCMP-ORDER.
001320 01  XCMPORD-RECORD.
001330     05  XCMPORD-SEQ-1             PIC 9(08).
001340     05  XCMPORD-SEQ-2             PIC 9(08).
001350     05  XCMPORD-MATCH-KEY.
001360         10  XCMPORD-REC-TYPE      PIC X(01).
001370         10  XCMPORD-INPUT-N       PIC 9(10).
001380         10  XCMPORD-INPUT-R       PIC 9(10).
001390         10  XCMPORD-SOURCE-SYS    PIC X(08).
001400
001410 FD  FACT-XCMP-RPT.
001420 01  FACT-XCMP-LINE                PIC X(132).
001430
001440 WORKING-STORAGE SECTION.
001450***************************************************************
001460*  FILE STATUS AND SWITCHES                                     *
001470***************************************************************
001480 01  WS-PARM-STATUS             PIC X(02).
001490     88  WS-PARM-OK                  VALUE '00'.
001500
001510 01  WS-IN1-STATUS              PIC X(02).
001520     88  WS-IN1-OK                   VALUE '00'.
001530
001540 01  WS-IN2-STATUS              PIC X(02).
001550     88  WS-IN2-OK                   VALUE '00'.
001560
001570 01  WS-ORD-STATUS              PIC X(02).
001580     88  WS-ORD-OK                   VALUE '00'.
001590
001600 01  WS-RPT-STATUS              PIC X(02).
001610     88  WS-RPT-OK                   VALUE '00'.
001620
001630 01  WS-SWITCHES.
001640     05  WS-IN1-EOF-SWITCH      PIC X(01) VALUE 'N'.
001650         88  WS-IN1-EOF              VALUE 'Y'.
001660     05  WS-IN2-EOF-SWITCH      PIC X(01) VALUE 'N'.
001670         88  WS-IN2-EOF              VALUE 'Y'.
001680     05  WS-ORD-EOF-SWITCH      PIC X(01) VALUE 'N'.
001690         88  WS-ORD-EOF              VALUE 'Y'.
001700     05  WS-RUN-DATE-SWITCH     PIC X(01) VALUE 'Y'.
001710         88  WS-COMPARE-RUN-DATE     VALUE 'Y'.
001720         88  WS-SKIP-RUN-DATE        VALUE 'N'.
001730     05  WS-PAIR-SWITCH         PIC X(01) VALUE 'N'.
001740         88  WS-PAIR-DIFFERS         VALUE 'Y'.
001750         88  WS-PAIR-AGREES          VALUE 'N'.
001760     05  WS-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001770         88  WS-ABORTED              VALUE 'Y'.
001780
001790***************************************************************
001800*  MATCH KEYS - CURRENT AND PREVIOUS FOR EACH FILE.  AT END OF  *
001810*  FILE THE CURRENT KEY GOES TO HIGH-VALUES SO THE OTHER FILE   *
001820*  RUNS OUT AGAINST IT.                                         *
001830***************************************************************
001840 01  WS-KEY-1.
001850     05  WS-KEY-1-REC-TYPE      PIC X(01).
001860     05  WS-KEY-1-INPUT-N       PIC 9(10).
001870     05  WS-KEY-1-INPUT-R       PIC 9(10).
001880     05  WS-KEY-1-SOURCE-SYS    PIC X(08).
001890 01  WS-PREV-KEY-1              PIC X(29) VALUE LOW-VALUES.
001900
001910 01  WS-KEY-2.
001920     05  WS-KEY-2-REC-TYPE      PIC X(01).
001930     05  WS-KEY-2-INPUT-N       PIC 9(10).
001940     05  WS-KEY-2-INPUT-R       PIC 9(10).
001950     05  WS-KEY-2-SOURCE-SYS    PIC X(08).
001960 01  WS-PREV-KEY-2              PIC X(29) VALUE LOW-VALUES.
001970
001980 01  WS-PRIORITY-1              PIC X(01).
001990 01  WS-PRIORITY-2              PIC X(01).
002000 01  WS-PREV-SEQ-2              PIC 9(08) VALUE ZERO.
002010
002020***************************************************************
002030*  ACCUMULATORS                                                 *
002040***************************************************************
002050 01  WS-COUNTERS.
002060     05  WS-PAGE-NO             PIC 9(05) COMP-3 VALUE ZERO.
002070     05  WS-LINE-COUNT          PIC 9(03) COMP-3 VALUE ZERO.
002080     05  WS-IN1-COUNT           PIC 9(08) COMP-3 VALUE ZERO.
002090     05  WS-IN2-COUNT           PIC 9(08) COMP-3 VALUE ZERO.
002100     05  WS-MATCHED-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
002110     05  WS-IDENTICAL-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
002120     05  WS-ONLY-1-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
002130     05  WS-ONLY-2-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
002140     05  WS-RESULT-DIFF-COUNT   PIC 9(08) COMP-3 VALUE ZERO.
002150     05  WS-STATUS-DIFF-COUNT   PIC 9(08) COMP-3 VALUE ZERO.
002160     05  WS-PRIORITY-DIFF-COUNT PIC 9(08) COMP-3 VALUE ZERO.
002170     05  WS-DATE-DIFF-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
002180     05  WS-ORDER-BREAK-COUNT   PIC 9(08) COMP-3 VALUE ZERO.
002190     05  WS-REPEAT-1-COUNT      PIC 9(08) COMP-3 VALUE ZERO.
002200     05  WS-REPEAT-2-COUNT      PIC 9(08) COMP-3 VALUE ZERO.
002210 01  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50.
002220
002230 01  WS-RUN-DATE.
002240     05  WS-RUN-DATE-CCYY       PIC 9(04).
002250     05  WS-RUN-DATE-MM         PIC 9(02).
002260     05  WS-RUN-DATE-DD         PIC 9(02).
002270 01  WS-RUN-DATE-NUM            PIC 9(08).
002280
002290 01  WS-SEQ-EDIT                PIC Z(07)9.
002300 01  WS-RESULT-EDIT             PIC Z(09)9.
002310
002320***************************************************************
002330*  REPORT LINES                                                 *
002340***************************************************************
002350 01  WS-HEADING-LINE-1.
002360     05  FILLER                 PIC X(01)  VALUE SPACE.
002370     05  FILLER                 PIC X(30)  VALUE
002380         'HOME OFFICE DATA CENTER'.
002390     05  FILLER                 PIC X(44)  VALUE
002400         'EXTRACT GENERATION COMPARE - FACTXCMP'.
002410     05  FILLER                 PIC X(10)  VALUE 'PAGE'.
002420     05  WS-HL1-PAGE-NO         PIC ZZZZ9.
002430     05  FILLER                 PIC X(37)  VALUE SPACE.
002440
002450 01  WS-HEADING-LINE-2.
002460     05  FILLER                 PIC X(01)  VALUE SPACE.
002470     05  FILLER                 PIC X(11)  VALUE 'RUN DATE - '.
002480     05  WS-HL2-MM              PIC 99.
002490     05  FILLER                 PIC X(01)  VALUE '/'.
002500     05  WS-HL2-DD              PIC 99.
002510     05  FILLER                 PIC X(01)  VALUE '/'.
002520     05  WS-HL2-CCYY            PIC 9999.
002530     05  FILLER                 PIC X(04)  VALUE SPACE.
002540     05  WS-HL2-RUN-DATE-OPT    PIC X(30).
002550     05  FILLER                 PIC X(76)  VALUE SPACE.
002560
002570 01  WS-COLUMN-HEADING-1.
002580     05  FILLER                 PIC X(01)  VALUE SPACE.
002590     05  FILLER                 PIC X(03)  VALUE 'TYP'.
002600     05  FILLER                 PIC X(10)  VALUE '         N'.
002610     05  FILLER                 PIC X(12)  VALUE '           R'.
002620     05  FILLER                 PIC X(02)  VALUE SPACE.
002630     05  FILLER                 PIC X(10)  VALUE 'SOURCE'.
002640     05  FILLER                 PIC X(08)  VALUE ' 1ST SEQ'.
002650     05  FILLER                 PIC X(02)  VALUE SPACE.
002660     05  FILLER                 PIC X(08)  VALUE ' 2ND SEQ'.
002670     05  FILLER                 PIC X(02)  VALUE SPACE.
002680     05  FILLER                 PIC X(18)  VALUE 'DIFFERENCE'.
002690     05  FILLER                 PIC X(14)  VALUE 'FIRST FILE'.
002700     05  FILLER                 PIC X(11)  VALUE 'SECOND FILE'.
002710     05  FILLER                 PIC X(31)  VALUE SPACE.
002720
002730 01  WS-DETAIL-LINE.
002740     05  FILLER                 PIC X(01)  VALUE SPACE.
002750     05  WS-DL-REC-TYPE         PIC X(01).
002760     05  FILLER                 PIC X(02)  VALUE SPACE.
002770     05  WS-DL-INPUT-N          PIC Z(09)9.
002780     05  FILLER                 PIC X(02)  VALUE SPACE.
002790     05  WS-DL-INPUT-R          PIC Z(09)9.
002800     05  FILLER                 PIC X(02)  VALUE SPACE.
002810     05  WS-DL-SOURCE-SYS       PIC X(08).
002820     05  FILLER                 PIC X(02)  VALUE SPACE.
002830     05  WS-DL-SEQ-1            PIC X(08).
002840     05  FILLER                 PIC X(02)  VALUE SPACE.
002850     05  WS-DL-SEQ-2            PIC X(08).
002860     05  FILLER                 PIC X(02)  VALUE SPACE.
002870     05  WS-DL-DIFFERENCE       PIC X(16).
002880     05  FILLER                 PIC X(02)  VALUE SPACE.
002890     05  WS-DL-VALUE-1          PIC X(12).
002900     05  FILLER                 PIC X(02)  VALUE SPACE.
002910     05  WS-DL-VALUE-2          PIC X(12).
002920     05  FILLER                 PIC X(30)  VALUE SPACE.
002930
002940 01  WS-NONE-LINE.
002950     05  FILLER                 PIC X(01)  VALUE SPACE.
002960     05  FILLER                 PIC X(50)  VALUE
002970         'NO DIFFERENCES - THE FILES AGREE'.
002980     05  FILLER                 PIC X(81)  VALUE SPACE.
002990
003000 01  WS-TOTAL-LINES.
003010     05  WS-TOTAL-LINE-1.
003020         10  FILLER             PIC X(01)  VALUE SPACE.
003030         10  FILLER             PIC X(33)  VALUE
003040             'RECORDS IN FIRST FILE         -'.
003050         10  WS-TL1-COUNT       PIC Z(07)9.
003060         10  FILLER             PIC X(89)  VALUE SPACE.
003070     05  WS-TOTAL-LINE-2.
003080         10  FILLER             PIC X(01)  VALUE SPACE.
003090         10  FILLER             PIC X(33)  VALUE
003100             'RECORDS IN SECOND FILE        -'.
003110         10  WS-TL2-COUNT       PIC Z(07)9.
003120         10  FILLER             PIC X(89)  VALUE SPACE.
003130     05  WS-TOTAL-LINE-3.
003140         10  FILLER             PIC X(01)  VALUE SPACE.
003150         10  FILLER             PIC X(33)  VALUE
003160             'MATCHED ON KEY                -'.
003170         10  WS-TL3-COUNT       PIC Z(07)9.
003180         10  FILLER             PIC X(89)  VALUE SPACE.
003190     05  WS-TOTAL-LINE-4.
003200         10  FILLER             PIC X(01)  VALUE SPACE.
003210         10  FILLER             PIC X(33)  VALUE
003220             '  MATCHED AND IDENTICAL       -'.
003230         10  WS-TL4-COUNT       PIC Z(07)9.
003240         10  FILLER             PIC X(89)  VALUE SPACE.
003250     05  WS-TOTAL-LINE-5.
003260         10  FILLER             PIC X(01)  VALUE SPACE.
003270         10  FILLER             PIC X(33)  VALUE
003280             'ONLY IN FIRST FILE            -'.
003290         10  WS-TL5-COUNT       PIC Z(07)9.
003300         10  FILLER             PIC X(89)  VALUE SPACE.
003310     05  WS-TOTAL-LINE-6.
003320         10  FILLER             PIC X(01)  VALUE SPACE.
003330         10  FILLER             PIC X(33)  VALUE
003340             'ONLY IN SECOND FILE           -'.
003350         10  WS-TL6-COUNT       PIC Z(07)9.
003360         10  FILLER             PIC X(89)  VALUE SPACE.
003370     05  WS-TOTAL-LINE-7.
003380         10  FILLER             PIC X(01)  VALUE SPACE.
003390         10  FILLER             PIC X(33)  VALUE
003400             'RESULT DIFFERS                -'.
003410         10  WS-TL7-COUNT       PIC Z(07)9.
003420         10  FILLER             PIC X(89)  VALUE SPACE.
003430     05  WS-TOTAL-LINE-8.
003440         10  FILLER             PIC X(01)  VALUE SPACE.
003450         10  FILLER             PIC X(33)  VALUE
003460             'STATUS DIFFERS                -'.
003470         10  WS-TL8-COUNT       PIC Z(07)9.
003480         10  FILLER             PIC X(89)  VALUE SPACE.
003490     05  WS-TOTAL-LINE-9.
003500         10  FILLER             PIC X(01)  VALUE SPACE.
003510         10  FILLER             PIC X(33)  VALUE
003520             'PRIORITY DIFFERS              -'.
003530         10  WS-TL9-COUNT       PIC Z(07)9.
003540         10  FILLER             PIC X(89)  VALUE SPACE.
003550     05  WS-TOTAL-LINE-10.
003560         10  FILLER             PIC X(01)  VALUE SPACE.
003570         10  FILLER             PIC X(33)  VALUE
003580             'RUN DATE DIFFERS              -'.
003590         10  WS-TL10-COUNT      PIC Z(07)9.
003600         10  FILLER             PIC X(89)  VALUE SPACE.
003610     05  WS-TOTAL-LINE-11.
003620         10  FILLER             PIC X(01)  VALUE SPACE.
003630         10  FILLER             PIC X(33)  VALUE
003640             'PROCESSING ORDER BREAKS       -'.
003650         10  WS-TL11-COUNT      PIC Z(07)9.
003660         10  FILLER             PIC X(89)  VALUE SPACE.
003670     05  WS-TOTAL-LINE-12.
003680         10  FILLER             PIC X(01)  VALUE SPACE.
003690         10  FILLER             PIC X(33)  VALUE
003700             'REPEATED REQUESTS, FIRST FILE -'.
003710         10  WS-TL12-COUNT      PIC Z(07)9.
003720         10  FILLER             PIC X(89)  VALUE SPACE.
003730     05  WS-TOTAL-LINE-13.
003740         10  FILLER             PIC X(01)  VALUE SPACE.
003750         10  FILLER             PIC X(33)  VALUE
003760             'REPEATED REQUESTS, SECOND FILE-'.
003770         10  WS-TL13-COUNT      PIC Z(07)9.
003780         10  FILLER             PIC X(89)  VALUE SPACE.
003790
003800 PROCEDURE DIVISION.
003810***************************************************************
003820*  0000-MAINLINE                                                *
003830***************************************************************
003840 0000-MAINLINE.
003850     PERFORM 1000-INITIALIZE
003860     PERFORM 2000-COMPARE-RECORDS THRU 2000-COMPARE-EXIT
003870         UNTIL WS-IN1-EOF AND WS-IN2-EOF
003880     IF WS-ABORTED
003890         CLOSE FACT-XCMP-ORDER
003900         PERFORM 9000-TERMINATE
003910         MOVE 16 TO RETURN-CODE
003920         GOBACK
003930     END-IF
003940     PERFORM 3000-CHECK-ORDER THRU 3000-CHECK-ORDER-EXIT
003950     IF WS-ABORTED
003960         PERFORM 9000-TERMINATE
003970         MOVE 16 TO RETURN-CODE
003980         GOBACK
003990     END-IF
004000     PERFORM 7000-PRINT-TOTALS
004010     PERFORM 9000-TERMINATE
004020     EVALUATE TRUE
004030         WHEN WS-ONLY-1-COUNT > ZERO
004040           OR WS-ONLY-2-COUNT > ZERO
004050           OR WS-MATCHED-COUNT NOT = WS-IDENTICAL-COUNT
004060             MOVE 8 TO RETURN-CODE
004070         WHEN WS-ORDER-BREAK-COUNT > ZERO
004080             MOVE 4 TO RETURN-CODE
004090         WHEN OTHER
004100             MOVE 0 TO RETURN-CODE
004110     END-EVALUATE
004120     GOBACK
004130     .
004140
004150***************************************************************
004160*  1000-INITIALIZE  -  PARM CARD, FILES, AND THE FIRST RECORD   *
004170*  FROM EACH INPUT.                                             *
004180***************************************************************
004190 1000-INITIALIZE.
004200     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
004210     MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE
004220     PERFORM 1100-READ-PARM-CARD
004230         THRU 1100-READ-PARM-EXIT
004240     IF WS-COMPARE-RUN-DATE
004250         MOVE 'RUN DATES COMPARED' TO WS-HL2-RUN-DATE-OPT
004260     ELSE
004270         MOVE 'RUN DATES NOT COMPARED' TO WS-HL2-RUN-DATE-OPT
004280     END-IF
004290     OPEN INPUT  FACT-XCMP-FIRST
004300     OPEN INPUT  FACT-XCMP-SECOND
004310     OPEN OUTPUT FACT-XCMP-ORDER
004320     OPEN OUTPUT FACT-XCMP-RPT
004330     IF NOT WS-IN1-OK
004340         DISPLAY 'FACTXCMP - FIRST FILE OPEN FAILED, STATUS '
004350                 WS-IN1-STATUS
004360         MOVE 16 TO RETURN-CODE
004370         GOBACK
004380     END-IF
004390     IF NOT WS-IN2-OK
004400         DISPLAY 'FACTXCMP - SECOND FILE OPEN FAILED, STATUS '
004410                 WS-IN2-STATUS
004420         MOVE 16 TO RETURN-CODE
004430         GOBACK
004440     END-IF
004450     IF NOT WS-ORD-OK
004460         DISPLAY 'FACTXCMP - ORDER WORK FILE OPEN FAILED, STATUS '
004470                 WS-ORD-STATUS
004480         MOVE 16 TO RETURN-CODE
004490         GOBACK
004500     END-IF
004510     IF NOT WS-RPT-OK
004520         DISPLAY 'FACTXCMP - REPORT FILE OPEN FAILED, STATUS '
004530                 WS-RPT-STATUS
004540         MOVE 16 TO RETURN-CODE
004550         GOBACK
004560     END-IF
004570     PERFORM 8000-PRINT-HEADERS
004580     PERFORM 2100-READ-FIRST THRU 2100-READ-FIRST-EXIT
004590     PERFORM 2200-READ-SECOND THRU 2200-READ-SECOND-EXIT
004600     .
004610
004620***************************************************************
004630*  1100-READ-PARM-CARD  -  N IN COLUMN 1 TURNS THE RUN-DATE     *
004640*  COMPARE OFF; A MISSING OR EMPTY CARD LEAVES IT ON.           *
004650***************************************************************
004660 1100-READ-PARM-CARD.
004670     OPEN INPUT FACT-XCMP-PARM
004680     IF NOT WS-PARM-OK
004690         DISPLAY 'FACTXCMP - NO XCMPPARM DD, COMPARING RUN DATES'
004700         GO TO 1100-READ-PARM-EXIT
004710     END-IF
004720     READ FACT-XCMP-PARM
004730         AT END
004740             DISPLAY 'FACTXCMP - EMPTY XCMPPARM, COMPARING RUN '
004750                     'DATES'
004760             CLOSE FACT-XCMP-PARM
004770             GO TO 1100-READ-PARM-EXIT
004780     END-READ
004790     IF XCMPPARM-SKIP-RUN-DATE
004800         SET WS-SKIP-RUN-DATE TO TRUE
004810     END-IF
004820     CLOSE FACT-XCMP-PARM
004830     .
004840 1100-READ-PARM-EXIT.
004850     EXIT.
004860
004870***************************************************************
004880*  2000-COMPARE-RECORDS  -  ONE STEP OF THE MATCH-MERGE.  THE   *
004890*  LOWER KEY IS UNMATCHED IN ITS OWN FILE; EQUAL KEYS ARE A     *
004900*  PAIR AND ARE COMPARED FIELD BY FIELD.                        *
004910***************************************************************
004920 2000-COMPARE-RECORDS.
004930     IF WS-ABORTED
004940         SET WS-IN1-EOF TO TRUE
004950         SET WS-IN2-EOF TO TRUE
004960         GO TO 2000-COMPARE-EXIT
004970     END-IF
004980     IF WS-KEY-1 < WS-KEY-2
004990         PERFORM 2300-ONLY-IN-FIRST
005000         PERFORM 2100-READ-FIRST THRU 2100-READ-FIRST-EXIT
005010         GO TO 2000-COMPARE-EXIT
005020     END-IF
005030     IF WS-KEY-1 > WS-KEY-2
005040         PERFORM 2400-ONLY-IN-SECOND
005050         PERFORM 2200-READ-SECOND THRU 2200-READ-SECOND-EXIT
005060         GO TO 2000-COMPARE-EXIT
005070     END-IF
005080     ADD 1 TO WS-MATCHED-COUNT
005090     PERFORM 2500-COMPARE-FIELDS
005100     PERFORM 2600-WRITE-ORDER-PAIR
005110     PERFORM 2100-READ-FIRST THRU 2100-READ-FIRST-EXIT
005120     PERFORM 2200-READ-SECOND THRU 2200-READ-SECOND-EXIT
005130     .
005140 2000-COMPARE-EXIT.
005150     EXIT.
005160
005170***************************************************************
005180*  2100-READ-FIRST  -  NEXT RECORD OF THE FIRST FILE AND ITS    *
005190*  MATCH KEY.  A KEY EQUAL TO THE LAST ONE IS A REPEATED        *
005200*  REQUEST; A LOWER ONE MEANS THE FILE WAS NOT SORTED.          *
005210***************************************************************
005220 2100-READ-FIRST.
005230     READ FACT-XCMP-FIRST
005240         AT END
005250             SET WS-IN1-EOF TO TRUE
005260             MOVE HIGH-VALUES TO WS-KEY-1
005270             GO TO 2100-READ-FIRST-EXIT
005280     END-READ
005290     IF NOT WS-IN1-OK
005300         DISPLAY 'FACTXCMP - FIRST FILE READ FAILED, STATUS '
005310                 WS-IN1-STATUS
005320         SET WS-ABORTED TO TRUE
005330         SET WS-IN1-EOF TO TRUE
005340         MOVE HIGH-VALUES TO WS-KEY-1
005350         GO TO 2100-READ-FIRST-EXIT
005360     END-IF
005370     ADD 1 TO WS-IN1-COUNT
005380     MOVE XCMP1-SORT-TYPE TO WS-KEY-1-REC-TYPE
005390     MOVE XCMP1-INPUT-N TO WS-KEY-1-INPUT-N
005400     MOVE XCMP1-INPUT-R TO WS-KEY-1-INPUT-R
005410     MOVE XCMP1-SOURCE-SYS TO WS-KEY-1-SOURCE-SYS
005420     IF WS-KEY-1 < WS-PREV-KEY-1
005430         DISPLAY 'FACTXCMP - FIRST FILE NOT IN KEY ORDER AT '
005440                 'RECORD ' XCMP1-SEQ
005450         SET WS-ABORTED TO TRUE
005460         SET WS-IN1-EOF TO TRUE
005470         MOVE HIGH-VALUES TO WS-KEY-1
005480         GO TO 2100-READ-FIRST-EXIT
005490     END-IF
005500     IF WS-KEY-1 = WS-PREV-KEY-1
005510         ADD 1 TO WS-REPEAT-1-COUNT
005520     END-IF
005530     MOVE WS-KEY-1 TO WS-PREV-KEY-1
005540     .
005550 2100-READ-FIRST-EXIT.
005560     EXIT.
005570
005580***************************************************************
005590*  2200-READ-SECOND  -  THE SAME FOR THE SECOND FILE.           *
005600***************************************************************
005610 2200-READ-SECOND.
005620     READ FACT-XCMP-SECOND
005630         AT END
005640             SET WS-IN2-EOF TO TRUE
005650             MOVE HIGH-VALUES TO WS-KEY-2
005660             GO TO 2200-READ-SECOND-EXIT
005670     END-READ
005680     IF NOT WS-IN2-OK
005690         DISPLAY 'FACTXCMP - SECOND FILE READ FAILED, STATUS '
005700                 WS-IN2-STATUS
005710         SET WS-ABORTED TO TRUE
005720         SET WS-IN2-EOF TO TRUE
005730         MOVE HIGH-VALUES TO WS-KEY-2
005740         GO TO 2200-READ-SECOND-EXIT
005750     END-IF
005760     ADD 1 TO WS-IN2-COUNT
005770     MOVE XCMP2-SORT-TYPE TO WS-KEY-2-REC-TYPE
005780     MOVE XCMP2-INPUT-N TO WS-KEY-2-INPUT-N
005790     MOVE XCMP2-INPUT-R TO WS-KEY-2-INPUT-R
005800     MOVE XCMP2-SOURCE-SYS TO WS-KEY-2-SOURCE-SYS
005810     IF WS-KEY-2 < WS-PREV-KEY-2
005820         DISPLAY 'FACTXCMP - SECOND FILE NOT IN KEY ORDER AT '
005830                 'RECORD ' XCMP2-SEQ
005840         SET WS-ABORTED TO TRUE
005850         SET WS-IN2-EOF TO TRUE
005860         MOVE HIGH-VALUES TO WS-KEY-2
005870         GO TO 2200-READ-SECOND-EXIT
005880     END-IF
005890     IF WS-KEY-2 = WS-PREV-KEY-2
005900         ADD 1 TO WS-REPEAT-2-COUNT
005910     END-IF
005920     MOVE WS-KEY-2 TO WS-PREV-KEY-2
005930     .
005940 2200-READ-SECOND-EXIT.
005950     EXIT.
005960
005970***************************************************************
005980*  2300-ONLY-IN-FIRST  -  LIST THE RECORD WITH ITS RESULT.      *
005990***************************************************************
006000 2300-ONLY-IN-FIRST.
006010     ADD 1 TO WS-ONLY-1-COUNT
006020     MOVE WS-KEY-1-REC-TYPE TO WS-DL-REC-TYPE
006030     MOVE WS-KEY-1-INPUT-N TO WS-DL-INPUT-N
006040     MOVE WS-KEY-1-INPUT-R TO WS-DL-INPUT-R
006050     MOVE WS-KEY-1-SOURCE-SYS TO WS-DL-SOURCE-SYS
006060     MOVE XCMP1-SEQ TO WS-SEQ-EDIT
006070     MOVE WS-SEQ-EDIT TO WS-DL-SEQ-1
006080     MOVE SPACE TO WS-DL-SEQ-2
006090     MOVE 'ONLY IN FIRST' TO WS-DL-DIFFERENCE
006100     MOVE XCMP1-RESULT TO WS-RESULT-EDIT
006110     MOVE WS-RESULT-EDIT TO WS-DL-VALUE-1
006120     MOVE SPACE TO WS-DL-VALUE-2
006130     PERFORM 8100-WRITE-DETAIL
006140     .
006150
006160***************************************************************
006170*  2400-ONLY-IN-SECOND                                          *
006180***************************************************************
006190 2400-ONLY-IN-SECOND.
006200     ADD 1 TO WS-ONLY-2-COUNT
006210     MOVE WS-KEY-2-REC-TYPE TO WS-DL-REC-TYPE
006220     MOVE WS-KEY-2-INPUT-N TO WS-DL-INPUT-N
006230     MOVE WS-KEY-2-INPUT-R TO WS-DL-INPUT-R
006240     MOVE WS-KEY-2-SOURCE-SYS TO WS-DL-SOURCE-SYS
006250     MOVE SPACE TO WS-DL-SEQ-1
006260     MOVE XCMP2-SEQ TO WS-SEQ-EDIT
006270     MOVE WS-SEQ-EDIT TO WS-DL-SEQ-2
006280     MOVE 'ONLY IN SECOND' TO WS-DL-DIFFERENCE
006290     MOVE SPACE TO WS-DL-VALUE-1
006300     MOVE XCMP2-RESULT TO WS-RESULT-EDIT
006310     MOVE WS-RESULT-EDIT TO WS-DL-VALUE-2
006320     PERFORM 8100-WRITE-DETAIL
006330     .
006340
006350***************************************************************
006360*  2500-COMPARE-FIELDS  -  ONE LINE PER FIELD THAT DIFFERS IN   *
006370*  A MATCHED PAIR.  A BLANK PRIORITY IS ROUTINE, AS IN          *
006380*  COPYBOOK FACTEXT.                                            *
006390***************************************************************
006400 2500-COMPARE-FIELDS.
006410     SET WS-PAIR-AGREES TO TRUE
006420     MOVE WS-KEY-1-REC-TYPE TO WS-DL-REC-TYPE
006430     MOVE WS-KEY-1-INPUT-N TO WS-DL-INPUT-N
006440     MOVE WS-KEY-1-INPUT-R TO WS-DL-INPUT-R
006450     MOVE WS-KEY-1-SOURCE-SYS TO WS-DL-SOURCE-SYS
006460     MOVE XCMP1-SEQ TO WS-SEQ-EDIT
006470     MOVE WS-SEQ-EDIT TO WS-DL-SEQ-1
006480     MOVE XCMP2-SEQ TO WS-SEQ-EDIT
006490     MOVE WS-SEQ-EDIT TO WS-DL-SEQ-2
006500     IF XCMP1-RESULT NOT = XCMP2-RESULT
006510         ADD 1 TO WS-RESULT-DIFF-COUNT
006520         SET WS-PAIR-DIFFERS TO TRUE
006530         MOVE 'RESULT' TO WS-DL-DIFFERENCE
006540         MOVE XCMP1-RESULT TO WS-RESULT-EDIT
006550         MOVE WS-RESULT-EDIT TO WS-DL-VALUE-1
006560         MOVE XCMP2-RESULT TO WS-RESULT-EDIT
006570         MOVE WS-RESULT-EDIT TO WS-DL-VALUE-2
006580         PERFORM 8100-WRITE-DETAIL
006590     END-IF
006600     IF XCMP1-STATUS NOT = XCMP2-STATUS
006610         ADD 1 TO WS-STATUS-DIFF-COUNT
006620         SET WS-PAIR-DIFFERS TO TRUE
006630         MOVE 'STATUS' TO WS-DL-DIFFERENCE
006640         MOVE XCMP1-STATUS TO WS-DL-VALUE-1
006650         MOVE XCMP2-STATUS TO WS-DL-VALUE-2
006660         PERFORM 8100-WRITE-DETAIL
006670     END-IF
006680     MOVE XCMP1-PRIORITY TO WS-PRIORITY-1
006690     IF WS-PRIORITY-1 = SPACE
006700         MOVE 'R' TO WS-PRIORITY-1
006710     END-IF
006720     MOVE XCMP2-PRIORITY TO WS-PRIORITY-2
006730     IF WS-PRIORITY-2 = SPACE
006740         MOVE 'R' TO WS-PRIORITY-2
006750     END-IF
006760     IF WS-PRIORITY-1 NOT = WS-PRIORITY-2
006770         ADD 1 TO WS-PRIORITY-DIFF-COUNT
006780         SET WS-PAIR-DIFFERS TO TRUE
006790         MOVE 'PRIORITY' TO WS-DL-DIFFERENCE
006800         MOVE WS-PRIORITY-1 TO WS-DL-VALUE-1
006810         MOVE WS-PRIORITY-2 TO WS-DL-VALUE-2
006820         PERFORM 8100-WRITE-DETAIL
006830     END-IF
006840     IF WS-COMPARE-RUN-DATE
006850             AND XCMP1-RUN-DATE NOT = XCMP2-RUN-DATE
006860         ADD 1 TO WS-DATE-DIFF-COUNT
006870         SET WS-PAIR-DIFFERS TO TRUE
006880         MOVE 'RUN DATE' TO WS-DL-DIFFERENCE
006890         MOVE XCMP1-RUN-DATE TO WS-DL-VALUE-1
006900         MOVE XCMP2-RUN-DATE TO WS-DL-VALUE-2
006910         PERFORM 8100-WRITE-DETAIL
006920     END-IF
006930     IF WS-PAIR-AGREES
006940         ADD 1 TO WS-IDENTICAL-COUNT
006950     END-IF
006960     .
006970
006980***************************************************************
006990*  2600-WRITE-ORDER-PAIR  -  RECORD WHERE EACH FILE PROCESSED   *
007000*  THIS PAIR FOR THE ORDER PASS.                                *
007010***************************************************************
007020 2600-WRITE-ORDER-PAIR.
007030     MOVE XCMP1-SEQ TO XCMPORD-SEQ-1
007040     MOVE XCMP2-SEQ TO XCMPORD-SEQ-2
007050     MOVE WS-KEY-1 TO XCMPORD-MATCH-KEY
007060     WRITE XCMPORD-RECORD
007070     IF NOT WS-ORD-OK
007080         DISPLAY 'FACTXCMP - ORDER WORK FILE WRITE FAILED, '
007090                 'STATUS ' WS-ORD-STATUS
007100         SET WS-ABORTED TO TRUE
007110     END-IF
007120     .
007130
007140***************************************************************
007150*  3000-CHECK-ORDER  -  READ THE MATCHED PAIRS BACK IN THE      *
007160*  FIRST FILE'S ORDER.  EACH TIME THE SECOND FILE'S SEQUENCE    *
007170*  NUMBER DROPS BELOW THE ONE BEFORE IT, THE SECOND FILE TOOK   *
007180*  THIS RECORD EARLIER THAN THE FIRST DID - LIST AN ORDER       *
007190*  BREAK.  RECORDS ONLY IN ONE FILE TAKE NO PART.               *
007200***************************************************************
007210 3000-CHECK-ORDER.
007220     CLOSE FACT-XCMP-ORDER
007230     IF WS-MATCHED-COUNT = ZERO
007240         GO TO 3000-CHECK-ORDER-EXIT
007250     END-IF
007260     OPEN INPUT FACT-XCMP-ORDER
007270     IF NOT WS-ORD-OK
007280         DISPLAY 'FACTXCMP - ORDER WORK FILE OPEN FAILED, STATUS '
007290                 WS-ORD-STATUS
007300         SET WS-ABORTED TO TRUE
007310         GO TO 3000-CHECK-ORDER-EXIT
007320     END-IF
007330     MOVE ZERO TO WS-PREV-SEQ-2
007340     PERFORM 3100-READ-ORDER-PAIR
007350     PERFORM 3200-CHECK-ORDER-PAIR
007360         UNTIL WS-ORD-EOF
007370     CLOSE FACT-XCMP-ORDER
007380     .
007390 3000-CHECK-ORDER-EXIT.
007400     EXIT.
007410
007420***************************************************************
007430*  3100-READ-ORDER-PAIR                                         *
007440***************************************************************
007450 3100-READ-ORDER-PAIR.
007460     READ FACT-XCMP-ORDER NEXT RECORD
007470         AT END
007480             SET WS-ORD-EOF TO TRUE
007490     END-READ
007500     IF NOT WS-ORD-EOF
007510             AND NOT WS-ORD-OK
007520         DISPLAY 'FACTXCMP - ORDER WORK FILE READ FAILED, STATUS '
007530                 WS-ORD-STATUS
007540         SET WS-ABORTED TO TRUE
007550         SET WS-ORD-EOF TO TRUE
007560     END-IF
007570     .
007580
007590***************************************************************
007600*  3200-CHECK-ORDER-PAIR                                        *
007610***************************************************************
007620 3200-CHECK-ORDER-PAIR.
007630     IF XCMPORD-SEQ-2 < WS-PREV-SEQ-2
007640         ADD 1 TO WS-ORDER-BREAK-COUNT
007650         MOVE XCMPORD-REC-TYPE TO WS-DL-REC-TYPE
007660         MOVE XCMPORD-INPUT-N TO WS-DL-INPUT-N
007670         MOVE XCMPORD-INPUT-R TO WS-DL-INPUT-R
007680         MOVE XCMPORD-SOURCE-SYS TO WS-DL-SOURCE-SYS
007690         MOVE XCMPORD-SEQ-1 TO WS-SEQ-EDIT
007700         MOVE WS-SEQ-EDIT TO WS-DL-SEQ-1
007710         MOVE XCMPORD-SEQ-2 TO WS-SEQ-EDIT
007720         MOVE WS-SEQ-EDIT TO WS-DL-SEQ-2
007730         MOVE 'ORDER BREAK' TO WS-DL-DIFFERENCE
007740         MOVE 'AFTER 2ND' TO WS-DL-VALUE-1
007750         MOVE WS-PREV-SEQ-2 TO WS-SEQ-EDIT
007760         MOVE WS-SEQ-EDIT TO WS-DL-VALUE-2
007770         PERFORM 8100-WRITE-DETAIL
007780     END-IF
007790     MOVE XCMPORD-SEQ-2 TO WS-PREV-SEQ-2
007800     PERFORM 3100-READ-ORDER-PAIR
007810     .
007820
007830***************************************************************
007840*  7000-PRINT-TOTALS                                            *
007850***************************************************************
007860 7000-PRINT-TOTALS.
007870     IF WS-ONLY-1-COUNT = ZERO
007880             AND WS-ONLY-2-COUNT = ZERO
007890             AND WS-MATCHED-COUNT = WS-IDENTICAL-COUNT
007900             AND WS-ORDER-BREAK-COUNT = ZERO
007910         WRITE FACT-XCMP-LINE FROM WS-NONE-LINE
007920     END-IF
007930     MOVE WS-IN1-COUNT TO WS-TL1-COUNT
007940     MOVE WS-IN2-COUNT TO WS-TL2-COUNT
007950     MOVE WS-MATCHED-COUNT TO WS-TL3-COUNT
007960     MOVE WS-IDENTICAL-COUNT TO WS-TL4-COUNT
007970     MOVE WS-ONLY-1-COUNT TO WS-TL5-COUNT
007980     MOVE WS-ONLY-2-COUNT TO WS-TL6-COUNT
007990     MOVE WS-RESULT-DIFF-COUNT TO WS-TL7-COUNT
008000     MOVE WS-STATUS-DIFF-COUNT TO WS-TL8-COUNT
008010     MOVE WS-PRIORITY-DIFF-COUNT TO WS-TL9-COUNT
008020     MOVE WS-DATE-DIFF-COUNT TO WS-TL10-COUNT
008030     MOVE WS-ORDER-BREAK-COUNT TO WS-TL11-COUNT
008040     MOVE WS-REPEAT-1-COUNT TO WS-TL12-COUNT
008050     MOVE WS-REPEAT-2-COUNT TO WS-TL13-COUNT
008060     MOVE SPACE TO FACT-XCMP-LINE
008070     WRITE FACT-XCMP-LINE
008080     WRITE FACT-XCMP-LINE FROM WS-TOTAL-LINE-1
008090     WRITE FACT-XCMP-LINE FROM WS-TOTAL-LINE-2
008100     WRITE FACT-XCMP-LINE FROM WS-TOTAL-LINE-3
008110     WRITE FACT-XCMP-LINE FROM WS-TOTAL-LINE-4
008120     WRITE FACT-XCMP-LINE FROM WS-TOTAL-LINE-5
008130     WRITE FACT-XCMP-LINE FROM WS-TOTAL-LINE-6
008140     WRITE FACT-XCMP-LINE FROM WS-TOTAL-LINE-7
008150     WRITE FACT-XCMP-LINE FROM WS-TOTAL-LINE-8
008160     WRITE FACT-XCMP-LINE FROM WS-TOTAL-LINE-9
008170     WRITE FACT-XCMP-LINE FROM WS-TOTAL-LINE-10
008180     WRITE FACT-XCMP-LINE FROM WS-TOTAL-LINE-11
008190     WRITE FACT-XCMP-LINE FROM WS-TOTAL-LINE-12
008200     WRITE FACT-XCMP-LINE FROM WS-TOTAL-LINE-13
008210     .
008220
008230***************************************************************
008240*  8000-PRINT-HEADERS                                           *
008250***************************************************************
008260 8000-PRINT-HEADERS.
008270     ADD 1 TO WS-PAGE-NO
008280     MOVE WS-PAGE-NO TO WS-HL1-PAGE-NO
008290     MOVE WS-RUN-DATE-MM TO WS-HL2-MM
008300     MOVE WS-RUN-DATE-DD TO WS-HL2-DD
008310     MOVE WS-RUN-DATE-CCYY TO WS-HL2-CCYY
008320     IF WS-PAGE-NO > 1
008330         MOVE SPACE TO FACT-XCMP-LINE
008340         WRITE FACT-XCMP-LINE
008350             AFTER ADVANCING PAGE
008360     END-IF
008370     WRITE FACT-XCMP-LINE FROM WS-HEADING-LINE-1
008380     WRITE FACT-XCMP-LINE FROM WS-HEADING-LINE-2
008390     MOVE SPACE TO FACT-XCMP-LINE
008400     WRITE FACT-XCMP-LINE
008410     WRITE FACT-XCMP-LINE FROM WS-COLUMN-HEADING-1
008420     MOVE SPACE TO FACT-XCMP-LINE
008430     WRITE FACT-XCMP-LINE
008440     MOVE ZERO TO WS-LINE-COUNT
008450     .
008460
008470***************************************************************
008480*  8100-WRITE-DETAIL                                            *
008490***************************************************************
008500 8100-WRITE-DETAIL.
008510     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008520         PERFORM 8000-PRINT-HEADERS
008530     END-IF
008540     WRITE FACT-XCMP-LINE FROM WS-DETAIL-LINE
008550     ADD 1 TO WS-LINE-COUNT
008560     .
008570
008580***************************************************************
008590*  9000-TERMINATE                                               *
008600***************************************************************
008610 9000-TERMINATE.
008620     CLOSE FACT-XCMP-FIRST
008630     CLOSE FACT-XCMP-SECOND
008640     CLOSE FACT-XCMP-RPT
008650     .
