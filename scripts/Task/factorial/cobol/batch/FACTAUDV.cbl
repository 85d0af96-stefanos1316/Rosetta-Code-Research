000010***************************************************************
000020*  PROGRAM-ID. FACTAUDV
000030*
000040*  AUTHOR.       S. L. SAMMS, ACTUARIAL SYSTEMS GROUP
000050*  INSTALLATION. HOME OFFICE DATA CENTER
000060*  DATE-WRITTEN. 2026-10-15
000070*  DATE-COMPILED.
000080*
000090*  REMARKS.
000100*      AUDIT LOG INTEGRITY CHECK.  PROVES, RUN DATE BY RUN DATE,
000110*      THAT THE FACT-AUDIT-LOG (LIVE LOG PLUS ANY ARCHIVE
000120*      GENERATIONS CONCATENATED AHEAD OF IT) STILL HOLDS EVERY
000130*      BILLABLE ENTRY THE NIGHTLY RUNS AND THE ON-LINE INQUIRY
000140*      WROTE - BEFORE FACTCHGB BILLS FROM IT OR FACTREPL
000150*      REBUILDS AN EXTRACT FROM IT.
000160*
000170*      THE LOG ARRIVES SORTED BY RUN DATE AND CALLER ID WITH
000180*      EQUALS, SO EACH CALLER'S ENTRIES FOR A DATE COME
000190*      TOGETHER IN THE ORDER THEY WERE LOGGED.  FACTBAT NUMBERS
000200*      ITS ENTRIES 1, 2, 3 ... WITHIN EACH RUN AND FACTINQ
000210*      WITHIN EACH DAY (FACT-AUD-SEQ-NO).  WITHIN EACH RUN -
000220*        - A NUMBER SKIPPED IS A GAP (AN ENTRY LOST);
000230*        - A NUMBER SEEN TWICE IS A DUPLICATE (AN ENTRY LOGGED
000240*          OR LOADED TWICE);
000250*        - A NUMBER THAT ARRIVES AFTER A HIGHER ONE AND FILLS A
000260*          GAP IS OUT OF ORDER - NOTHING IS LOST, BUT A DRAIN
000270*          OR REPRO PUT IT BACK IN THE WRONG PLACE.
000280*      A FACTBAT NUMBER 1 STARTS A NEW RUN (A PARTITIONED NIGHT
000290*      HAS ONE RUN PER STREAM).  A FACTBAT RUN THAT PICKS UP
000300*      FROM THE LAST NUMBER OF THE PREVIOUS RUN DATE IS A
000310*      RESTART THAT CROSSED MIDNIGHT AND IS NOTED, NOT FAULTED.
000320*      ENTRIES WRITTEN BEFORE NUMBERING BEGAN (BLANK OR ZERO)
000330*      ARE COUNTED AS UNSEQUENCED AND TIED, NOT SEQUENCE-
000340*      CHECKED.  THE PER-STEP FACTCOM/FACTPRM ENTRIES ARE NOT
000350*      BILLABLE AND ARE ONLY COUNTED.
000360*
000370*      EACH DATE'S DISTINCT FACTBAT ENTRIES MUST ALSO TIE TO
000380*      THE RUN HISTORY (FACTRHIS, SORTED BY RUN DATE) FOR THAT
000390*      DATE - RECORDS PROCESSED LESS REJECTS, AND THE OVERFLOW
000400*      COUNT, SUMMED OVER THE RUNS THAT WENT END TO END.  A
000410*      CONTROLLED STOP'S COUNTS ARE CARRIED BY THE RESUMED RUN;
000420*      THEY ONLY COUNT WHEN NO RESUMED RUN FOLLOWS ON THE DATE.
000430*
000440*      ONE EXCEPTION LINE IS PRINTED AS EACH FAULT IS FOUND AND
000450*      ONE SUMMARY LINE PER RUN DATE.  A DATE WITH NO RUN
000460*      HISTORY BEHIND ITS FACTBAT ENTRIES, WITH RUN HISTORY BUT
000470*      NO ENTRIES, THAT DOES NOT TIE, OR WHOSE SEQUENCE IS
000480*      BROKEN ENDS WITH CONDITION CODE 8; OUT-OF-ORDER ENTRIES
000490*      ALONE, OR NOTHING IN RANGE TO CHECK, END WITH 4.
000500*
000510*      THE OPTIONAL AUDVPARM CARD -
000520*        COLS  1-8   FIRST RUN DATE TO CHECK, CCYYMMDD  (DEFAULT
000530*                    THE EARLIEST RUN DATE ON THE LOG)
000540*        COLS  9-16  LAST RUN DATE TO CHECK, CCYYMMDD   (DEFAULT
000550*                    THE LATEST RUN DATE ON THE LOG)
000560*      A BLANK OR INVALID DATE TAKES ITS DEFAULT.  RUN HISTORY
000570*      OUTSIDE THE RANGE IS NOT CHECKED - WITH THE DEFAULTS,
000580*      DATES ALREADY PURGED FROM THE LOG ARE NOT FAULTED.
000590*
000600*  MODIFICATION HISTORY.
000610*      DATE        INIT  DESCRIPTION
000620*      ----------  ----  ---------------------------------------
000630*      2026-10-15  SLS   INITIAL VERSION.
000640***************************************************************
000650 IDENTIFICATION DIVISION.
000660 PROGRAM-ID. FACTAUDV.
000670
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT FACT-AUDV-PARM ASSIGN TO "AUDVPARM"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-PARM-STATUS.
000740
000750     SELECT FACT-AUDIT-FILE ASSIGN TO "FACTAUDS"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-AUDIT-STATUS.
000780
000790     SELECT FACT-RUN-HIST-FILE ASSIGN TO "FACTRHIS"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-RHIST-STATUS.
000820
000830     SELECT FACT-AUDV-RPT ASSIGN TO "FACTAUVR"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-RPT-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  FACT-AUDV-PARM.
000900 01  FACT-AUDV-PARM-CARD.
000910     05  AUDVPARM-FROM-DATE        PIC 9(08).
000920     05  AUDVPARM-TO-DATE          PIC 9(08).
000930     05  FILLER                    PIC X(64).
000940
000950 FD  FACT-AUDIT-FILE.
000960 COPY FACTAUD.
000970
000980 FD  FACT-RUN-HIST-FILE.
000990 COPY FACTRHST.
001000
001010 FD  FACT-AUDV-RPT.
001020 01  FACT-AUDV-LINE                PIC X(132).
001030
001040 WORKING-STORAGE SECTION.
001050***************************************************************
001060*  FILE STATUS AND SWITCHES                                     *
001070***************************************************************
001080 01  WS-PARM-STATUS             PIC X(02).
001090     88  WS-PARM-OK                  VALUE '00'.
001100
001110 01  WS-AUDIT-STATUS            PIC X(02).
001120     88  WS-AUDIT-OK                 VALUE '00'.
001130
001140 01  WS-RHIST-STATUS            PIC X(02).
001150     88  WS-RHIST-OK                 VALUE '00'.
001160
001170 01  WS-RPT-STATUS              PIC X(02).
001180     88  WS-RPT-OK                   VALUE '00'.
001190
001200 01  WS-SWITCHES.
001210     05  WS-AUDIT-EOF-SW        PIC X(01) VALUE 'N'.
001220         88  WS-AUDIT-EOF            VALUE 'Y'.
001230     05  WS-RHIST-EOF-SW        PIC X(01) VALUE 'N'.
001240         88  WS-RHIST-EOF            VALUE 'Y'.
001250     05  WS-SCREEN-SW           PIC X(01) VALUE 'N'.
001260         88  WS-ENTRY-QUALIFIES      VALUE 'Y'.
001270         88  WS-ENTRY-SKIPPED        VALUE 'N'.
001280     05  WS-GAP-FULL-SW         PIC X(01) VALUE 'N'.
001290         88  WS-GAP-TABLE-FULL       VALUE 'Y'.
001300     05  WS-DATE-RESULT-SW      PIC X(01) VALUE SPACE.
001310         88  WS-DATE-PASSED          VALUE 'P'.
001320         88  WS-DATE-WARNED          VALUE 'W'.
001330         88  WS-DATE-FAILED          VALUE 'F'.
001340
001350***************************************************************
001360*  DATE RANGE - FROM THE AUDVPARM CARD, OR THE EARLIEST AND     *
001370*  LATEST RUN DATES ON THE LOG.  THE KEY DATES ARE THE RUN      *
001380*  DATES OF THE ENTRY AND THE RUN-HISTORY RECORD IN HAND, HIGH  *
001390*  VALUES AT END OF FILE SO THE MERGE DRAINS THE OTHER SIDE.    *
001400***************************************************************
001410 01  WS-FROM-DATE               PIC 9(08) VALUE ZERO.
001420 01  WS-TO-DATE                 PIC 9(08) VALUE ZERO.
001430 01  WS-LOG-FIRST-DATE          PIC 9(08) VALUE ZERO.
001440 01  WS-LOG-LAST-DATE           PIC 9(08) VALUE ZERO.
001450 01  WS-HIGH-DATE               PIC 9(08) VALUE 99999999.
001460 01  WS-AUDIT-KEY-DATE          PIC 9(08) VALUE ZERO.
001470 01  WS-RHIST-KEY-DATE          PIC 9(08) VALUE ZERO.
001480 01  WS-CUR-DATE                PIC 9(08) VALUE ZERO.
001490 01  WS-CUR-CALLER              PIC X(08) VALUE SPACE.
001500
001510***************************************************************
001520*  SEQUENCE STATE FOR THE RUN IN HAND - THE HIGHEST NUMBER SEEN *
001530*  AND THE GAPS STILL OPEN BELOW IT.  A LATE ENTRY THAT FALLS   *
001540*  IN AN OPEN GAP SHRINKS OR SPLITS IT; WHATEVER IS STILL OPEN  *
001550*  WHEN THE RUN CLOSES IS MISSING.  THE PREVIOUS FACTBAT HIGH   *
001560*  IS THE LAST NUMBER OF THE LAST FACTBAT RUN ON AN EARLIER     *
001570*  DATE, FOR A RESTART THAT CROSSED MIDNIGHT.                   *
001580***************************************************************
001590 01  WS-SEQ-NO                  PIC 9(07) VALUE ZERO.
001600 01  WS-RUN-HIGH                PIC 9(07) COMP-3 VALUE ZERO.
001610 01  WS-PREV-BAT-HIGH           PIC 9(07) COMP-3 VALUE ZERO.
001620 01  WS-GAP-TABLE.
001630     05  WS-GP-ENTRY OCCURS 100 TIMES.
001640         10  WS-GP-LO           PIC 9(07) COMP-3.
001650         10  WS-GP-HI           PIC 9(07) COMP-3.
001660 77  WS-GP-MAX                  PIC 9(04) COMP-3 VALUE 100.
001670 77  WS-GP-COUNT                PIC 9(04) COMP-3 VALUE ZERO.
001680 77  WS-GP-IDX                  PIC 9(04) COMP-3 VALUE ZERO.
001690 77  WS-GP-CUR                  PIC 9(04) COMP-3 VALUE ZERO.
001700
001710***************************************************************
001720*  ONE RUN DATE'S COUNTS - ZEROED AS EACH DATE STARTS.  THE     *
001730*  PENDING PAIR HOLDS A CONTROLLED STOP'S COUNTS UNTIL A        *
001740*  RESUMED RUN ON THE SAME DATE SUPERSEDES THEM.                *
001750***************************************************************
001760 01  WS-DATE-TOTALS.
001770     05  WS-DT-BAT-ENTRIES      PIC 9(08) COMP-3.
001780     05  WS-DT-BAT-DISTINCT     PIC 9(08) COMP-3.
001790     05  WS-DT-BAT-OVFL         PIC 9(08) COMP-3.
001800     05  WS-DT-INQ-ENTRIES      PIC 9(08) COMP-3.
001810     05  WS-DT-DUPS             PIC 9(08) COMP-3.
001820     05  WS-DT-MISSING          PIC 9(08) COMP-3.
001830     05  WS-DT-OUT-ORDER        PIC 9(08) COMP-3.
001840     05  WS-DT-UNSEQ            PIC 9(08) COMP-3.
001850     05  WS-DT-BROKEN           PIC 9(08) COMP-3.
001860     05  WS-DT-RH-RUNS          PIC 9(08) COMP-3.
001870     05  WS-DT-RH-VALID         PIC 9(08) COMP-3.
001880     05  WS-DT-RH-OVFL          PIC 9(08) COMP-3.
001890     05  WS-DT-PEND-VALID       PIC 9(08) COMP-3.
001900     05  WS-DT-PEND-OVFL        PIC 9(08) COMP-3.
001910     05  WS-DT-EXPECTED         PIC 9(08) COMP-3.
001920     05  WS-DT-EXP-OVFL         PIC 9(08) COMP-3.
001930
001940***************************************************************
001950*  RUN TOTALS AND WORK FIELDS                                   *
001960***************************************************************
001970 01  WS-COUNTERS.
001980     05  WS-PAGE-NO             PIC 9(05) COMP-3 VALUE ZERO.
001990     05  WS-LINE-COUNT          PIC 9(03) COMP-3 VALUE ZERO.
002000     05  WS-ENTRIES-READ        PIC 9(08) COMP-3 VALUE ZERO.
002010     05  WS-PER-STEP-COUNT      PIC 9(08) COMP-3 VALUE ZERO.
002020     05  WS-NO-RUN-DATE-COUNT   PIC 9(08) COMP-3 VALUE ZERO.
002030     05  WS-OUT-OF-RANGE-COUNT  PIC 9(08) COMP-3 VALUE ZERO.
002040     05  WS-BAT-CHECKED         PIC 9(08) COMP-3 VALUE ZERO.
002050     05  WS-INQ-CHECKED         PIC 9(08) COMP-3 VALUE ZERO.
002060     05  WS-UNSEQ-TOTAL         PIC 9(08) COMP-3 VALUE ZERO.
002070     05  WS-MISSING-TOTAL       PIC 9(08) COMP-3 VALUE ZERO.
002080     05  WS-DUP-TOTAL           PIC 9(08) COMP-3 VALUE ZERO.
002090     05  WS-OUT-ORDER-TOTAL     PIC 9(08) COMP-3 VALUE ZERO.
002100     05  WS-RHIST-READ          PIC 9(08) COMP-3 VALUE ZERO.
002110     05  WS-DATES-CHECKED       PIC 9(08) COMP-3 VALUE ZERO.
002120     05  WS-DATES-PASSED        PIC 9(08) COMP-3 VALUE ZERO.
002130     05  WS-DATES-WARNED        PIC 9(08) COMP-3 VALUE ZERO.
002140     05  WS-DATES-FAILED        PIC 9(08) COMP-3 VALUE ZERO.
002150 01  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50.
002160
002170 01  WS-RH-VALID                PIC 9(08) COMP-3 VALUE ZERO.
002180 01  WS-GAP-SIZE                PIC 9(08) COMP-3 VALUE ZERO.
002190 01  WS-EXC-FROM                PIC 9(07) VALUE ZERO.
002200 01  WS-EXC-THRU                PIC 9(07) VALUE ZERO.
002210 01  WS-EXC-TEXT                PIC X(40) VALUE SPACE.
002220 01  WS-RESULT-TEXT             PIC X(20) VALUE SPACE.
002230
002240 01  WS-DATE-WORK               PIC 9(08).
002250 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
002260     05  WS-DW-CCYY             PIC 9(04).
002270     05  WS-DW-MM               PIC 9(02).
002280     05  WS-DW-DD               PIC 9(02).
002290 01  WS-DATE-EDIT.
002300     05  WS-DE-MM               PIC 99.
002310     05  FILLER                 PIC X(01)  VALUE '/'.
002320     05  WS-DE-DD               PIC 99.
002330     05  FILLER                 PIC X(01)  VALUE '/'.
002340     05  WS-DE-CCYY             PIC 9999.
002350
002360 01  WS-RUN-DATE.
002370     05  WS-RUN-DATE-CCYY       PIC 9(04).
002380     05  WS-RUN-DATE-MM         PIC 9(02).
002390     05  WS-RUN-DATE-DD         PIC 9(02).
002400 01  WS-RUN-DATE-NUM            PIC 9(08).
002410
002420***************************************************************
002430*  REPORT LINES                                                 *
002440***************************************************************
002450 01  WS-HEADING-LINE-1.
002460     05  FILLER                 PIC X(01)  VALUE SPACE.
002470     05  FILLER                 PIC X(30)  VALUE
002480         'HOME OFFICE DATA CENTER'.
002490     05  FILLER                 PIC X(44)  VALUE
002500         'AUDIT LOG INTEGRITY CHECK - FACTAUDV'.
002510     05  FILLER                 PIC X(10)  VALUE 'PAGE'.
002520     05  WS-HL1-PAGE-NO         PIC ZZZZ9.
002530     05  FILLER                 PIC X(37)  VALUE SPACE.
002540
002550 01  WS-HEADING-LINE-2.
002560     05  FILLER                 PIC X(01)  VALUE SPACE.
002570     05  FILLER                 PIC X(11)  VALUE 'RUN DATE - '.
002580     05  WS-HL2-MM              PIC 99.
002590     05  FILLER                 PIC X(01)  VALUE '/'.
002600     05  WS-HL2-DD              PIC 99.
002610     05  FILLER                 PIC X(01)  VALUE '/'.
002620     05  WS-HL2-CCYY            PIC 9999.
002630     05  FILLER                 PIC X(23)  VALUE
002640         '   RUN DATES CHECKED - '.
002650     05  WS-HL2-FROM            PIC X(10).
002660     05  FILLER                 PIC X(06)  VALUE ' THRU '.
002670     05  WS-HL2-TO              PIC X(10).
002680     05  FILLER                 PIC X(61)  VALUE SPACE.
002690
002700 01  WS-COLUMN-HEADING-1.
002710     05  FILLER                 PIC X(11)  VALUE SPACE.
002720     05  FILLER                 PIC X(09)  VALUE '  FACTBAT'.
002730     05  FILLER                 PIC X(09)  VALUE ' DISTINCT'.
002740     05  FILLER                 PIC X(09)  VALUE ' RUN HIST'.
002750     05  FILLER                 PIC X(09)  VALUE '  FACTBAT'.
002760     05  FILLER                 PIC X(09)  VALUE ' RUN HIST'.
002770     05  FILLER                 PIC X(09)  VALUE '  FACTINQ'.
002780     05  FILLER                 PIC X(09)  VALUE '  SEQ NOS'.
002790     05  FILLER                 PIC X(09)  VALUE '      DUP'.
002800     05  FILLER                 PIC X(09)  VALUE '   OUT OF'.
002810     05  FILLER                 PIC X(09)  VALUE '   NO SEQ'.
002820     05  FILLER                 PIC X(32)  VALUE SPACE.
002830
002840 01  WS-COLUMN-HEADING-2.
002850     05  FILLER                 PIC X(01)  VALUE SPACE.
002860     05  FILLER                 PIC X(10)  VALUE 'RUN DATE'.
002870     05  FILLER                 PIC X(09)  VALUE '  ENTRIES'.
002880     05  FILLER                 PIC X(09)  VALUE '  FACTBAT'.
002890     05  FILLER                 PIC X(09)  VALUE '    VALID'.
002900     05  FILLER                 PIC X(09)  VALUE ' OVERFLOW'.
002910     05  FILLER                 PIC X(09)  VALUE ' OVERFLOW'.
002920     05  FILLER                 PIC X(09)  VALUE '  ENTRIES'.
002930     05  FILLER                 PIC X(09)  VALUE '  MISSING'.
002940     05  FILLER                 PIC X(09)  VALUE '  ENTRIES'.
002950     05  FILLER                 PIC X(09)  VALUE '    ORDER'.
002960     05  FILLER                 PIC X(09)  VALUE '   NUMBER'.
002970     05  FILLER                 PIC X(32)  VALUE '  RESULT'.
002980
002990 01  WS-DATE-LINE.
003000     05  FILLER                 PIC X(01)  VALUE SPACE.
003010     05  WS-DL-DATE             PIC X(10).
003020     05  FILLER                 PIC X(02)  VALUE SPACE.
003030     05  WS-DL-BAT-ENTRIES      PIC Z(06)9.
003040     05  FILLER                 PIC X(02)  VALUE SPACE.
003050     05  WS-DL-BAT-DISTINCT     PIC Z(06)9.
003060     05  FILLER                 PIC X(02)  VALUE SPACE.
003070     05  WS-DL-RH-VALID         PIC Z(06)9.
003080     05  FILLER                 PIC X(02)  VALUE SPACE.
003090     05  WS-DL-BAT-OVFL         PIC Z(06)9.
003100     05  FILLER                 PIC X(02)  VALUE SPACE.
003110     05  WS-DL-RH-OVFL          PIC Z(06)9.
003120     05  FILLER                 PIC X(02)  VALUE SPACE.
003130     05  WS-DL-INQ-ENTRIES      PIC Z(06)9.
003140     05  FILLER                 PIC X(02)  VALUE SPACE.
003150     05  WS-DL-MISSING          PIC Z(06)9.
003160     05  FILLER                 PIC X(02)  VALUE SPACE.
003170     05  WS-DL-DUPS             PIC Z(06)9.
003180     05  FILLER                 PIC X(02)  VALUE SPACE.
003190     05  WS-DL-OUT-ORDER        PIC Z(06)9.
003200     05  FILLER                 PIC X(02)  VALUE SPACE.
003210     05  WS-DL-UNSEQ            PIC Z(06)9.
003220     05  FILLER                 PIC X(02)  VALUE SPACE.
003230     05  WS-DL-RESULT           PIC X(20).
003240     05  FILLER                 PIC X(10)  VALUE SPACE.
003250
003260 01  WS-EXCEPTION-LINE.
003270     05  FILLER                 PIC X(01)  VALUE SPACE.
003280     05  FILLER                 PIC X(04)  VALUE '*** '.
003290     05  WS-EL-DATE             PIC X(10).
003300     05  FILLER                 PIC X(02)  VALUE SPACE.
003310     05  WS-EL-CALLER           PIC X(08).
003320     05  FILLER                 PIC X(02)  VALUE SPACE.
003330     05  FILLER                 PIC X(04)  VALUE 'SEQ '.
003340     05  WS-EL-SEQ-FROM         PIC Z(06)9.
003350     05  WS-EL-THRU-AREA.
003360         10  WS-EL-THRU-LIT     PIC X(06).
003370         10  WS-EL-SEQ-THRU     PIC Z(06)9.
003380     05  FILLER                 PIC X(02)  VALUE SPACE.
003390     05  WS-EL-TEXT             PIC X(40).
003400     05  FILLER                 PIC X(39)  VALUE SPACE.
003410
003420 01  WS-NOTHING-LINE.
003430     05  FILLER                 PIC X(01)  VALUE SPACE.
003440     05  FILLER                 PIC X(50)  VALUE
003450         'NO AUDIT ENTRIES OR RUN HISTORY IN THE DATE RANGE'.
003460     05  FILLER                 PIC X(81)  VALUE SPACE.
003470
003480 01  WS-TOTAL-LINES.
003490     05  WS-TOTAL-LINE-1.
003500         10  FILLER             PIC X(01)  VALUE SPACE.
003510         10  FILLER             PIC X(33)  VALUE
003520             'AUDIT ENTRIES READ            -'.
003530         10  WS-TL1-COUNT       PIC Z(07)9.
003540         10  FILLER             PIC X(90)  VALUE SPACE.
003550     05  WS-TOTAL-LINE-2.
003560         10  FILLER             PIC X(01)  VALUE SPACE.
003570         10  FILLER             PIC X(33)  VALUE
003580             'PER-STEP ENTRIES, NOT CHECKED -'.
003590         10  WS-TL2-COUNT       PIC Z(07)9.
003600         10  FILLER             PIC X(90)  VALUE SPACE.
003610     05  WS-TOTAL-LINE-3.
003620         10  FILLER             PIC X(01)  VALUE SPACE.
003630         10  FILLER             PIC X(33)  VALUE
003640             'ENTRIES WITH NO RUN DATE      -'.
003650         10  WS-TL3-COUNT       PIC Z(07)9.
003660         10  FILLER             PIC X(90)  VALUE SPACE.
003670     05  WS-TOTAL-LINE-4.
003680         10  FILLER             PIC X(01)  VALUE SPACE.
003690         10  FILLER             PIC X(33)  VALUE
003700             'ENTRIES OUTSIDE THE DATE RANGE-'.
003710         10  WS-TL4-COUNT       PIC Z(07)9.
003720         10  FILLER             PIC X(90)  VALUE SPACE.
003730     05  WS-TOTAL-LINE-5.
003740         10  FILLER             PIC X(01)  VALUE SPACE.
003750         10  FILLER             PIC X(33)  VALUE
003760             'FACTBAT ENTRIES CHECKED       -'.
003770         10  WS-TL5-COUNT       PIC Z(07)9.
003780         10  FILLER             PIC X(90)  VALUE SPACE.
003790     05  WS-TOTAL-LINE-6.
003800         10  FILLER             PIC X(01)  VALUE SPACE.
003810         10  FILLER             PIC X(33)  VALUE
003820             'FACTINQ ENTRIES CHECKED       -'.
003830         10  WS-TL6-COUNT       PIC Z(07)9.
003840         10  FILLER             PIC X(90)  VALUE SPACE.
003850     05  WS-TOTAL-LINE-7.
003860         10  FILLER             PIC X(01)  VALUE SPACE.
003870         10  FILLER             PIC X(33)  VALUE
003880             'UNSEQUENCED ENTRIES           -'.
003890         10  WS-TL7-COUNT       PIC Z(07)9.
003900         10  FILLER             PIC X(90)  VALUE SPACE.
003910     05  WS-TOTAL-LINE-8.
003920         10  FILLER             PIC X(01)  VALUE SPACE.
003930         10  FILLER             PIC X(33)  VALUE
003940             'SEQUENCE NUMBERS MISSING      -'.
003950         10  WS-TL8-COUNT       PIC Z(07)9.
003960         10  FILLER             PIC X(90)  VALUE SPACE.
003970     05  WS-TOTAL-LINE-9.
003980         10  FILLER             PIC X(01)  VALUE SPACE.
003990         10  FILLER             PIC X(33)  VALUE
004000             'DUPLICATE ENTRIES             -'.
004010         10  WS-TL9-COUNT       PIC Z(07)9.
004020         10  FILLER             PIC X(90)  VALUE SPACE.
004030     05  WS-TOTAL-LINE-10.
004040         10  FILLER             PIC X(01)  VALUE SPACE.
004050         10  FILLER             PIC X(33)  VALUE
004060             'OUT-OF-ORDER ENTRIES          -'.
004070         10  WS-TL10-COUNT      PIC Z(07)9.
004080         10  FILLER             PIC X(90)  VALUE SPACE.
004090     05  WS-TOTAL-LINE-11.
004100         10  FILLER             PIC X(01)  VALUE SPACE.
004110         10  FILLER             PIC X(33)  VALUE
004120             'RUN-HISTORY RECORDS CHECKED   -'.
004130         10  WS-TL11-COUNT      PIC Z(07)9.
004140         10  FILLER             PIC X(90)  VALUE SPACE.
004150     05  WS-TOTAL-LINE-12.
004160         10  FILLER             PIC X(01)  VALUE SPACE.
004170         10  FILLER             PIC X(33)  VALUE
004180             'RUN DATES CHECKED             -'.
004190         10  WS-TL12-COUNT      PIC Z(07)9.
004200         10  FILLER             PIC X(90)  VALUE SPACE.
004210     05  WS-TOTAL-LINE-13.
004220         10  FILLER             PIC X(01)  VALUE SPACE.
004230         10  FILLER             PIC X(33)  VALUE
004240             'RUN DATES VERIFIED            -'.
004250         10  WS-TL13-COUNT      PIC Z(07)9.
004260         10  FILLER             PIC X(90)  VALUE SPACE.
004270     05  WS-TOTAL-LINE-14.
004280         10  FILLER             PIC X(01)  VALUE SPACE.
004290         10  FILLER             PIC X(33)  VALUE
004300             'RUN DATES WITH WARNINGS       -'.
004310         10  WS-TL14-COUNT      PIC Z(07)9.
004320         10  FILLER             PIC X(90)  VALUE SPACE.
004330     05  WS-TOTAL-LINE-15.
004340         10  FILLER             PIC X(01)  VALUE SPACE.
004350         10  FILLER             PIC X(33)  VALUE
004360             'RUN DATES FAILED              -'.
004370         10  WS-TL15-COUNT      PIC Z(07)9.
004380         10  FILLER             PIC X(90)  VALUE SPACE.
004390
004400 PROCEDURE DIVISION.
004410***************************************************************
004420*  0000-MAINLINE                                                *
004430***************************************************************
004440 0000-MAINLINE.
004450     PERFORM 1000-INITIALIZE
004460     PERFORM 8000-PRINT-HEADERS
004470     PERFORM 2000-CHECK-RUN-DATE
004480         UNTIL WS-AUDIT-EOF AND WS-RHIST-EOF
004490     IF WS-DATES-CHECKED = ZERO
004500         WRITE FACT-AUDV-LINE FROM WS-NOTHING-LINE
004510     END-IF
004520     PERFORM 7000-PRINT-TOTALS
004530     PERFORM 9000-TERMINATE
004540     EVALUATE TRUE
004550         WHEN WS-DATES-FAILED > ZERO
004560         WHEN WS-GAP-TABLE-FULL
004570             MOVE 8 TO RETURN-CODE
004580         WHEN WS-DATES-WARNED > ZERO
004590         WHEN WS-DATES-CHECKED = ZERO
004600             MOVE 4 TO RETURN-CODE
004610     END-EVALUATE
004620     GOBACK
004630     .
004640
004650***************************************************************
004660*  1000-INITIALIZE  -  DATE RANGE FROM THE PARM CARD (A FIRST   *
004670*  PASS OF THE LOG SUPPLIES ANY DATE THE CARD LEAVES OUT), THEN *
004680*  THE FILES OPENED AND THE FIRST ENTRY AND RUN-HISTORY RECORD  *
004690*  IN RANGE READ.                                               *
004700***************************************************************
004710 1000-INITIALIZE.
004720     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
004730     MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE
004740     PERFORM 1100-READ-PARM-CARD
004750         THRU 1100-READ-PARM-EXIT
004760     OPEN INPUT FACT-AUDIT-FILE
004770     IF NOT WS-AUDIT-OK
004780         DISPLAY 'FACTAUDV - AUDIT LOG OPEN FAILED, STATUS '
004790                 WS-AUDIT-STATUS
004800         MOVE 16 TO RETURN-CODE
004810         GOBACK
004820     END-IF
004830     IF WS-FROM-DATE = ZERO OR WS-TO-DATE = ZERO
004840         PERFORM 1200-FIND-DATE-RANGE
004845             THRU 1200-FIND-DATE-EXIT
004850             UNTIL WS-AUDIT-EOF
004860         IF WS-FROM-DATE = ZERO
004870             MOVE WS-LOG-FIRST-DATE TO WS-FROM-DATE
004880         END-IF
004890         IF WS-TO-DATE = ZERO
004900             MOVE WS-LOG-LAST-DATE TO WS-TO-DATE
004910         END-IF
004920         CLOSE FACT-AUDIT-FILE
004930         MOVE 'N' TO WS-AUDIT-EOF-SW
004940         OPEN INPUT FACT-AUDIT-FILE
004950         IF NOT WS-AUDIT-OK
004960             DISPLAY 'FACTAUDV - AUDIT LOG REOPEN FAILED, '
004970                     'STATUS ' WS-AUDIT-STATUS
004980             MOVE 16 TO RETURN-CODE
004990             GOBACK
005000         END-IF
005010     END-IF
005020     OPEN INPUT FACT-RUN-HIST-FILE
005030     IF NOT WS-RHIST-OK
005040         DISPLAY 'FACTAUDV - RUN HISTORY OPEN FAILED, STATUS '
005050                 WS-RHIST-STATUS
005060         MOVE 16 TO RETURN-CODE
005070         GOBACK
005080     END-IF
005090     OPEN OUTPUT FACT-AUDV-RPT
005100     IF NOT WS-RPT-OK
005110         DISPLAY 'FACTAUDV - REPORT FILE OPEN FAILED, STATUS '
005120                 WS-RPT-STATUS
005130         MOVE 16 TO RETURN-CODE
005140         GOBACK
005150     END-IF
005160     PERFORM 2100-READ-AUDIT
005170     PERFORM 3100-READ-HISTORY
005180     .
005190
005200***************************************************************
005210*  1100-READ-PARM-CARD  -  EACH DATE THAT IS NUMERIC AND NON-   *
005220*  ZERO OVERRIDES ITS DEFAULT; A RANGE THAT RUNS BACKWARD IS    *
005230*  IGNORED WHOLE.                                               *
005240***************************************************************
005250 1100-READ-PARM-CARD.
005260     OPEN INPUT FACT-AUDV-PARM
005270     IF NOT WS-PARM-OK
005280         DISPLAY 'FACTAUDV - NO AUDVPARM DD, USING DEFAULTS'
005290         GO TO 1100-READ-PARM-EXIT
005300     END-IF
005310     READ FACT-AUDV-PARM
005320         AT END
005330             DISPLAY 'FACTAUDV - EMPTY AUDVPARM, USING DEFAULTS'
005340             CLOSE FACT-AUDV-PARM
005350             GO TO 1100-READ-PARM-EXIT
005360     END-READ
005370     IF AUDVPARM-FROM-DATE IS NUMERIC
005380             AND AUDVPARM-FROM-DATE > ZERO
005390         MOVE AUDVPARM-FROM-DATE TO WS-FROM-DATE
005400     END-IF
005410     IF AUDVPARM-TO-DATE IS NUMERIC
005420             AND AUDVPARM-TO-DATE > ZERO
005430         MOVE AUDVPARM-TO-DATE TO WS-TO-DATE
005440     END-IF
005450     IF WS-TO-DATE > ZERO AND WS-FROM-DATE > WS-TO-DATE
005460         DISPLAY 'FACTAUDV - AUDVPARM RANGE RUNS BACKWARD, '
005470                 'USING DEFAULTS'
005480         MOVE ZERO TO WS-FROM-DATE
005490         MOVE ZERO TO WS-TO-DATE
005500     END-IF
005510     CLOSE FACT-AUDV-PARM
005520     .
005530 1100-READ-PARM-EXIT.
005540     EXIT.
005550
005560***************************************************************
005570*  1200-FIND-DATE-RANGE  -  FIRST PASS: THE EARLIEST AND LATEST *
005580*  RUN DATES ON ANY FACTBAT OR FACTINQ ENTRY.                   *
005590***************************************************************
005600 1200-FIND-DATE-RANGE.
005610     PERFORM 2110-READ-AUDIT-RECORD
005620     IF WS-AUDIT-EOF
005630         GO TO 1200-FIND-DATE-EXIT
005640     END-IF
005650     IF FACT-AUD-CALLER-ID NOT = 'FACTBAT '
005660             AND FACT-AUD-CALLER-ID NOT = 'FACTINQ '
005670         GO TO 1200-FIND-DATE-EXIT
005680     END-IF
005690     IF FACT-AUD-RUN-DATE NOT NUMERIC
005700         GO TO 1200-FIND-DATE-EXIT
005710     END-IF
005720     IF FACT-AUD-RUN-DATE = ZERO
005730         GO TO 1200-FIND-DATE-EXIT
005740     END-IF
005750     IF WS-LOG-FIRST-DATE = ZERO
005760             OR FACT-AUD-RUN-DATE < WS-LOG-FIRST-DATE
005770         MOVE FACT-AUD-RUN-DATE TO WS-LOG-FIRST-DATE
005780     END-IF
005790     IF FACT-AUD-RUN-DATE > WS-LOG-LAST-DATE
005800         MOVE FACT-AUD-RUN-DATE TO WS-LOG-LAST-DATE
005810     END-IF
005820     .
005830 1200-FIND-DATE-EXIT.
005840     EXIT.
005850
005860***************************************************************
005870*  2000-CHECK-RUN-DATE  -  ONE RUN DATE: THE LOWER OF THE TWO   *
005880*  KEY DATES.  ITS RUN HISTORY IS SUMMED FIRST, THEN EACH       *
005890*  CALLER'S ENTRIES ARE SEQUENCE-CHECKED, THEN THE DATE IS      *
005900*  JUDGED AND ITS SUMMARY LINE PRINTED.                         *
005910***************************************************************
005920 2000-CHECK-RUN-DATE.
005930     IF WS-AUDIT-KEY-DATE < WS-RHIST-KEY-DATE
005940         MOVE WS-AUDIT-KEY-DATE TO WS-CUR-DATE
005950     ELSE
005960         MOVE WS-RHIST-KEY-DATE TO WS-CUR-DATE
005970     END-IF
005980     PERFORM 2050-RESET-DATE-TOTALS
005990     PERFORM 3000-FOLD-HISTORY
006000         UNTIL WS-RHIST-KEY-DATE NOT = WS-CUR-DATE
006010     PERFORM 4000-CHECK-CALLER-GROUP
006020         UNTIL WS-AUDIT-KEY-DATE NOT = WS-CUR-DATE
006030     PERFORM 5000-JUDGE-RUN-DATE
006040     .
006050
006060***************************************************************
006070*  2050-RESET-DATE-TOTALS                                       *
006080***************************************************************
006090 2050-RESET-DATE-TOTALS.
006100     MOVE ZERO TO WS-DT-BAT-ENTRIES
006110     MOVE ZERO TO WS-DT-BAT-DISTINCT
006120     MOVE ZERO TO WS-DT-BAT-OVFL
006130     MOVE ZERO TO WS-DT-INQ-ENTRIES
006140     MOVE ZERO TO WS-DT-DUPS
006150     MOVE ZERO TO WS-DT-MISSING
006160     MOVE ZERO TO WS-DT-OUT-ORDER
006170     MOVE ZERO TO WS-DT-UNSEQ
006180     MOVE ZERO TO WS-DT-BROKEN
006190     MOVE ZERO TO WS-DT-RH-RUNS
006200     MOVE ZERO TO WS-DT-RH-VALID
006210     MOVE ZERO TO WS-DT-RH-OVFL
006220     MOVE ZERO TO WS-DT-PEND-VALID
006230     MOVE ZERO TO WS-DT-PEND-OVFL
006240     MOVE ZERO TO WS-DT-EXPECTED
006250     MOVE ZERO TO WS-DT-EXP-OVFL
006260     .
006270
006280***************************************************************
006290*  2100-READ-AUDIT  -  THE NEXT FACTBAT OR FACTINQ ENTRY WITH A *
006300*  RUN DATE IN RANGE; EVERYTHING PASSED OVER IS COUNTED.        *
006310***************************************************************
006320 2100-READ-AUDIT.
006330     SET WS-ENTRY-SKIPPED TO TRUE
006340     PERFORM 2120-SCREEN-AUDIT-ENTRY
006350         THRU 2120-SCREEN-AUDIT-EXIT
006360         UNTIL WS-ENTRY-QUALIFIES OR WS-AUDIT-EOF
006370     IF WS-AUDIT-EOF
006380         MOVE WS-HIGH-DATE TO WS-AUDIT-KEY-DATE
006390     ELSE
006400         MOVE FACT-AUD-RUN-DATE TO WS-AUDIT-KEY-DATE
006410     END-IF
006420     .
006430
006440***************************************************************
006450*  2110-READ-AUDIT-RECORD                                       *
006460***************************************************************
006470 2110-READ-AUDIT-RECORD.
006480     READ FACT-AUDIT-FILE
006490         AT END
006500             SET WS-AUDIT-EOF TO TRUE
006510     END-READ
006520     .
006530
006540***************************************************************
006550*  2120-SCREEN-AUDIT-ENTRY  -  ONE RECORD OFF THE LOG, KEPT     *
006560*  ONLY IF IT IS A BILLABLE ENTRY IN THE RANGE CHECKED.         *
006570***************************************************************
006580 2120-SCREEN-AUDIT-ENTRY.
006590     PERFORM 2110-READ-AUDIT-RECORD
006600     IF WS-AUDIT-EOF
006610         GO TO 2120-SCREEN-AUDIT-EXIT
006620     END-IF
006630     ADD 1 TO WS-ENTRIES-READ
006640     IF FACT-AUD-CALLER-ID NOT = 'FACTBAT '
006650             AND FACT-AUD-CALLER-ID NOT = 'FACTINQ '
006660         ADD 1 TO WS-PER-STEP-COUNT
006670         GO TO 2120-SCREEN-AUDIT-EXIT
006680     END-IF
006690     IF FACT-AUD-RUN-DATE NOT NUMERIC
006700         ADD 1 TO WS-NO-RUN-DATE-COUNT
006710         GO TO 2120-SCREEN-AUDIT-EXIT
006720     END-IF
006730     IF FACT-AUD-RUN-DATE = ZERO
006740         ADD 1 TO WS-NO-RUN-DATE-COUNT
006750         GO TO 2120-SCREEN-AUDIT-EXIT
006760     END-IF
006770     IF FACT-AUD-RUN-DATE < WS-FROM-DATE
006780             OR FACT-AUD-RUN-DATE > WS-TO-DATE
006790         ADD 1 TO WS-OUT-OF-RANGE-COUNT
006800         GO TO 2120-SCREEN-AUDIT-EXIT
006810     END-IF
006820     SET WS-ENTRY-QUALIFIES TO TRUE
006830     .
006840 2120-SCREEN-AUDIT-EXIT.
006850     EXIT.
006860
006870***************************************************************
006880*  3000-FOLD-HISTORY  -  ONE RUN-HISTORY RECORD FOR THE DATE.   *
006890*  A RUN THAT WENT END TO END ADDS ITS VALID REQUESTS (RECORDS  *
006900*  LESS REJECTS) AND OVERFLOWS; A CONTROLLED STOP IS HELD AS    *
006910*  PENDING, AND DROPPED WHEN A RESUMED RUN - WHOSE COUNTS TAKE  *
006920*  IN THE STOPPED RUN'S WORK - FOLLOWS IT.                      *
006930***************************************************************
006940 3000-FOLD-HISTORY.
006950     ADD 1 TO WS-DT-RH-RUNS
006960     ADD 1 TO WS-RHIST-READ
006970     SUBTRACT FACTRHST-REJECT-COUNT FROM FACTRHST-RECORD-COUNT
006980         GIVING WS-RH-VALID
006990     IF FACTRHST-CONTROLLED-STOP
007000         MOVE WS-RH-VALID TO WS-DT-PEND-VALID
007010         MOVE FACTRHST-OVERFLOW-COUNT TO WS-DT-PEND-OVFL
007020     ELSE
007030         ADD WS-RH-VALID TO WS-DT-RH-VALID
007040         ADD FACTRHST-OVERFLOW-COUNT TO WS-DT-RH-OVFL
007050         MOVE ZERO TO WS-DT-PEND-VALID
007060         MOVE ZERO TO WS-DT-PEND-OVFL
007070     END-IF
007080     PERFORM 3100-READ-HISTORY
007090     .
007100
007110***************************************************************
007120*  3100-READ-HISTORY  -  THE NEXT RUN-HISTORY RECORD WITH A RUN *
007130*  DATE IN RANGE.                                               *
007140***************************************************************
007150 3100-READ-HISTORY.
007160     SET WS-ENTRY-SKIPPED TO TRUE
007170     PERFORM 3120-SCREEN-HISTORY
007180         THRU 3120-SCREEN-HISTORY-EXIT
007190         UNTIL WS-ENTRY-QUALIFIES OR WS-RHIST-EOF
007200     IF WS-RHIST-EOF
007210         MOVE WS-HIGH-DATE TO WS-RHIST-KEY-DATE
007220     ELSE
007230         MOVE FACTRHST-RUN-DATE TO WS-RHIST-KEY-DATE
007240     END-IF
007250     .
007260
007270***************************************************************
007280*  3120-SCREEN-HISTORY  -  ONE RUN-HISTORY RECORD, KEPT ONLY IF *
007290*  ITS RUN DATE IS IN THE RANGE CHECKED.                        *
007300***************************************************************
007310 3120-SCREEN-HISTORY.
007320     READ FACT-RUN-HIST-FILE
007330         AT END
007340             SET WS-RHIST-EOF TO TRUE
007350             GO TO 3120-SCREEN-HISTORY-EXIT
007360     END-READ
007370     IF FACTRHST-RUN-DATE NOT NUMERIC
007380         GO TO 3120-SCREEN-HISTORY-EXIT
007390     END-IF
007400     IF FACTRHST-RUN-DATE < WS-FROM-DATE
007410             OR FACTRHST-RUN-DATE > WS-TO-DATE
007420         GO TO 3120-SCREEN-HISTORY-EXIT
007430     END-IF
007440     SET WS-ENTRY-QUALIFIES TO TRUE
007450     .
007460 3120-SCREEN-HISTORY-EXIT.
007470     EXIT.
007480
007490***************************************************************
007500*  4000-CHECK-CALLER-GROUP  -  ONE CALLER'S ENTRIES FOR THE     *
007510*  DATE, IN THE ORDER THEY WERE LOGGED.                         *
007520***************************************************************
007530 4000-CHECK-CALLER-GROUP.
007540     MOVE FACT-AUD-CALLER-ID TO WS-CUR-CALLER
007550     MOVE ZERO TO WS-RUN-HIGH
007560     MOVE ZERO TO WS-GP-COUNT
007570     PERFORM 4100-CHECK-ENTRY THRU 4100-CHECK-ENTRY-EXIT
007580         UNTIL WS-AUDIT-KEY-DATE NOT = WS-CUR-DATE
007590             OR FACT-AUD-CALLER-ID NOT = WS-CUR-CALLER
007600     PERFORM 4500-CLOSE-RUN
007610     IF WS-CUR-CALLER = 'FACTBAT '
007620         MOVE WS-RUN-HIGH TO WS-PREV-BAT-HIGH
007630     END-IF
007640     .
007650
007660***************************************************************
007670*  4100-CHECK-ENTRY  -  ONE ENTRY AGAINST THE RUN IN HAND.      *
007680***************************************************************
007690 4100-CHECK-ENTRY.
007700     IF WS-CUR-CALLER = 'FACTBAT '
007710         ADD 1 TO WS-DT-BAT-ENTRIES
007720         ADD 1 TO WS-BAT-CHECKED
007730     ELSE
007740         ADD 1 TO WS-DT-INQ-ENTRIES
007750         ADD 1 TO WS-INQ-CHECKED
007760     END-IF
007770*    LOGGED BEFORE NUMBERING BEGAN, OR BY AN INQUIRY THAT COULD *
007780*    NOT GET THE DAY'S CONTROL RECORD - TIED, NOT SEQUENCED.    *
007790     IF FACT-AUD-SEQ-NO NOT NUMERIC
007800         ADD 1 TO WS-DT-UNSEQ
007810         PERFORM 4900-COUNT-DISTINCT
007820         GO TO 4100-CHECK-NEXT
007830     END-IF
007840     IF FACT-AUD-SEQ-NO = ZERO
007850         ADD 1 TO WS-DT-UNSEQ
007860         PERFORM 4900-COUNT-DISTINCT
007870         GO TO 4100-CHECK-NEXT
007880     END-IF
007890     MOVE FACT-AUD-SEQ-NO TO WS-SEQ-NO
007900     EVALUATE TRUE
007910         WHEN WS-SEQ-NO = 1 AND WS-RUN-HIGH > ZERO
007920             PERFORM 4200-START-NEW-RUN
007930         WHEN WS-RUN-HIGH = ZERO
007940             PERFORM 4300-FIRST-OF-RUN
007950                 THRU 4300-FIRST-OF-RUN-EXIT
007960         WHEN WS-SEQ-NO = WS-RUN-HIGH + 1
007970             MOVE WS-SEQ-NO TO WS-RUN-HIGH
007980             PERFORM 4900-COUNT-DISTINCT
007990         WHEN WS-SEQ-NO > WS-RUN-HIGH
008000             PERFORM 4400-OPEN-GAP
008010         WHEN OTHER
008020             PERFORM 4600-LATE-ENTRY
008030                 THRU 4600-LATE-ENTRY-EXIT
008040     END-EVALUATE
008050     .
008060 4100-CHECK-NEXT.
008070     PERFORM 2100-READ-AUDIT
008080     .
008090 4100-CHECK-ENTRY-EXIT.
008100     EXIT.
008110
008120***************************************************************
008130*  4200-START-NEW-RUN  -  NUMBER 1 AFTER A RUN ALREADY IN HAND. *
008140*  FOR FACTBAT THAT IS THE NEXT RUN OF THE NIGHT; FACTINQ       *
008150*  NUMBERS THE WHOLE DAY, SO FOR IT THE COUNT WAS RESET.        *
008160***************************************************************
008170 4200-START-NEW-RUN.
008180     PERFORM 4500-CLOSE-RUN
008190     IF WS-CUR-CALLER = 'FACTINQ '
008200         MOVE 1 TO WS-EXC-FROM
008210         MOVE ZERO TO WS-EXC-THRU
008220         MOVE 'SEQUENCE RESTARTED WITHIN THE DAY'
008230             TO WS-EXC-TEXT
008240         PERFORM 6000-PRINT-EXCEPTION
008250         ADD 1 TO WS-DT-BROKEN
008260     END-IF
008270     MOVE 1 TO WS-RUN-HIGH
008280     PERFORM 4900-COUNT-DISTINCT
008290     .
008300
008310***************************************************************
008320*  4300-FIRST-OF-RUN  -  THE FIRST NUMBERED ENTRY OF THE GROUP. *
008330*  ANYTHING BUT 1 LEAVES A GAP BELOW IT, UNLESS IT IS A FACTBAT *
008340*  RESTART CARRYING ON FROM THE PREVIOUS RUN DATE'S LAST ENTRY. *
008350***************************************************************
008360 4300-FIRST-OF-RUN.
008370     IF WS-SEQ-NO = 1
008380         MOVE 1 TO WS-RUN-HIGH
008390         PERFORM 4900-COUNT-DISTINCT
008400         GO TO 4300-FIRST-OF-RUN-EXIT
008410     END-IF
008420     IF WS-CUR-CALLER = 'FACTBAT '
008430             AND WS-PREV-BAT-HIGH > ZERO
008440             AND WS-SEQ-NO = WS-PREV-BAT-HIGH + 1
008450         MOVE WS-SEQ-NO TO WS-EXC-FROM
008460         MOVE ZERO TO WS-EXC-THRU
008470         MOVE 'RUN CONTINUED FROM AN EARLIER RUN DATE'
008480             TO WS-EXC-TEXT
008490         PERFORM 6000-PRINT-EXCEPTION
008500         MOVE WS-SEQ-NO TO WS-RUN-HIGH
008510         PERFORM 4900-COUNT-DISTINCT
008520         GO TO 4300-FIRST-OF-RUN-EXIT
008530     END-IF
008540     PERFORM 4400-OPEN-GAP
008550     .
008560 4300-FIRST-OF-RUN-EXIT.
008570     EXIT.
008580
008590***************************************************************
008600*  4400-OPEN-GAP  -  THE ENTRY JUMPS PAST THE NEXT NUMBER.  THE *
008610*  NUMBERS SKIPPED ARE HELD AS AN OPEN GAP; WITH THE TABLE FULL *
008620*  THEY ARE REPORTED MISSING AT ONCE.                           *
008630***************************************************************
008640 4400-OPEN-GAP.
008650     IF WS-GP-COUNT < WS-GP-MAX
008660         ADD 1 TO WS-GP-COUNT
008670         ADD 1 WS-RUN-HIGH GIVING WS-GP-LO (WS-GP-COUNT)
008680         SUBTRACT 1 FROM WS-SEQ-NO GIVING WS-GP-HI (WS-GP-COUNT)
008690     ELSE
008700         ADD 1 WS-RUN-HIGH GIVING WS-EXC-FROM
008710         SUBTRACT 1 FROM WS-SEQ-NO GIVING WS-EXC-THRU
008720         PERFORM 4550-REPORT-MISSING
008730         PERFORM 4700-NOTE-TABLE-FULL
008740     END-IF
008750     MOVE WS-SEQ-NO TO WS-RUN-HIGH
008760     PERFORM 4900-COUNT-DISTINCT
008770     .
008780
008790***************************************************************
008800*  4500-CLOSE-RUN  -  EVERY GAP STILL OPEN AT THE END OF A RUN  *
008810*  IS MISSING FROM THE LOG.                                     *
008820***************************************************************
008830 4500-CLOSE-RUN.
008840     PERFORM 4510-REPORT-OPEN-GAP
008850         VARYING WS-GP-IDX FROM 1 BY 1
008860             UNTIL WS-GP-IDX > WS-GP-COUNT
008870     MOVE ZERO TO WS-GP-COUNT
008880     .
008890
008900***************************************************************
008910*  4510-REPORT-OPEN-GAP                                         *
008920***************************************************************
008930 4510-REPORT-OPEN-GAP.
008940     MOVE WS-GP-LO (WS-GP-IDX) TO WS-EXC-FROM
008950     MOVE WS-GP-HI (WS-GP-IDX) TO WS-EXC-THRU
008960     PERFORM 4550-REPORT-MISSING
008970     .
008980
008990***************************************************************
009000*  4550-REPORT-MISSING  -  NUMBERS WS-EXC-FROM THRU WS-EXC-THRU *
009010*  NEVER REACHED THE LOG.                                       *
009020***************************************************************
009030 4550-REPORT-MISSING.
009040     SUBTRACT WS-EXC-FROM FROM WS-EXC-THRU GIVING WS-GAP-SIZE
009050     ADD 1 TO WS-GAP-SIZE
009060     ADD WS-GAP-SIZE TO WS-DT-MISSING
009070     ADD 1 TO WS-DT-BROKEN
009080     IF WS-EXC-THRU = WS-EXC-FROM
009090         MOVE ZERO TO WS-EXC-THRU
009100         MOVE 'SEQUENCE NUMBER MISSING' TO WS-EXC-TEXT
009110     ELSE
009120         MOVE 'SEQUENCE NUMBERS MISSING' TO WS-EXC-TEXT
009130     END-IF
009140     PERFORM 6000-PRINT-EXCEPTION
009150     .
009160
009170***************************************************************
009180*  4600-LATE-ENTRY  -  A NUMBER AT OR BELOW THE HIGHEST SEEN.   *
009190*  IN AN OPEN GAP IT IS OUT OF ORDER AND THE GAP CLOSES AROUND  *
009200*  IT; ANYWHERE ELSE IT WAS ALREADY LOGGED - A DUPLICATE.       *
009210***************************************************************
009220 4600-LATE-ENTRY.
009230     MOVE ZERO TO WS-GP-CUR
009240     PERFORM 4610-TEST-GAP
009250         VARYING WS-GP-IDX FROM 1 BY 1
009260             UNTIL WS-GP-IDX > WS-GP-COUNT
009270                 OR WS-GP-CUR > ZERO
009280     MOVE WS-SEQ-NO TO WS-EXC-FROM
009290     MOVE ZERO TO WS-EXC-THRU
009300     IF WS-GP-CUR = ZERO
009310         ADD 1 TO WS-DT-DUPS
009320         ADD 1 TO WS-DT-BROKEN
009330         MOVE 'DUPLICATE SEQUENCE NUMBER' TO WS-EXC-TEXT
009340         PERFORM 6000-PRINT-EXCEPTION
009350         GO TO 4600-LATE-ENTRY-EXIT
009360     END-IF
009370     ADD 1 TO WS-DT-OUT-ORDER
009380     MOVE 'LOGGED OUT OF ORDER' TO WS-EXC-TEXT
009400     PERFORM 6000-PRINT-EXCEPTION
009410     PERFORM 4620-CLOSE-GAP-AROUND
009420     PERFORM 4900-COUNT-DISTINCT
009430     .
009440 4600-LATE-ENTRY-EXIT.
009450     EXIT.
009460
009470***************************************************************
009480*  4610-TEST-GAP  -  ONE OPEN GAP AGAINST THE LATE NUMBER.      *
009490***************************************************************
009500 4610-TEST-GAP.
009510     IF WS-SEQ-NO NOT < WS-GP-LO (WS-GP-IDX)
009520             AND WS-SEQ-NO NOT > WS-GP-HI (WS-GP-IDX)
009530         MOVE WS-GP-IDX TO WS-GP-CUR
009540     END-IF
009550     .
009560
009570***************************************************************
009580*  4620-CLOSE-GAP-AROUND  -  TAKE THE LATE NUMBER OUT OF ITS    *
009590*  GAP: A ONE-NUMBER GAP GOES (THE LAST ENTRY MOVES INTO ITS    *
009600*  SLOT), AN END NUMBER SHRINKS IT, A MIDDLE NUMBER SPLITS IT   *
009610*  IN TWO.  A SPLIT WITH THE TABLE FULL REPORTS THE UPPER PART  *
009620*  MISSING AT ONCE.                                             *
009630***************************************************************
009640 4620-CLOSE-GAP-AROUND.
009650     EVALUATE TRUE
009660         WHEN WS-GP-LO (WS-GP-CUR) = WS-GP-HI (WS-GP-CUR)
009670             MOVE WS-GP-ENTRY (WS-GP-COUNT)
009680                 TO WS-GP-ENTRY (WS-GP-CUR)
009690             SUBTRACT 1 FROM WS-GP-COUNT
009700         WHEN WS-SEQ-NO = WS-GP-LO (WS-GP-CUR)
009710             ADD 1 TO WS-GP-LO (WS-GP-CUR)
009720         WHEN WS-SEQ-NO = WS-GP-HI (WS-GP-CUR)
009730             SUBTRACT 1 FROM WS-GP-HI (WS-GP-CUR)
009740         WHEN WS-GP-COUNT < WS-GP-MAX
009750             ADD 1 TO WS-GP-COUNT
009760             ADD 1 WS-SEQ-NO GIVING WS-GP-LO (WS-GP-COUNT)
009770             MOVE WS-GP-HI (WS-GP-CUR) TO WS-GP-HI (WS-GP-COUNT)
009780             SUBTRACT 1 FROM WS-SEQ-NO GIVING WS-GP-HI (WS-GP-CUR)
009790         WHEN OTHER
009800             ADD 1 WS-SEQ-NO GIVING WS-EXC-FROM
009810             MOVE WS-GP-HI (WS-GP-CUR) TO WS-EXC-THRU
009820             SUBTRACT 1 FROM WS-SEQ-NO GIVING WS-GP-HI (WS-GP-CUR)
009830             PERFORM 4550-REPORT-MISSING
009840             PERFORM 4700-NOTE-TABLE-FULL
009850     END-EVALUATE
009860     .
009870
009880***************************************************************
009890*  4700-NOTE-TABLE-FULL  -  SAID ONCE: GAPS PAST THE TABLE ARE  *
009900*  REPORTED AS FOUND, SO A LATE ENTRY IN ONE READS AS A         *
009910*  DUPLICATE.  THE RUN ENDS WITH CONDITION CODE 8 EITHER WAY.   *
009920***************************************************************
009930 4700-NOTE-TABLE-FULL.
009940     IF NOT WS-GAP-TABLE-FULL
009950         SET WS-GAP-TABLE-FULL TO TRUE
009960         DISPLAY 'FACTAUDV - GAP TABLE FULL AT RUN DATE '
009970                 WS-CUR-DATE ', GAPS REPORTED AS FOUND'
009980     END-IF
009990     .
010000
010010***************************************************************
010020*  4900-COUNT-DISTINCT  -  A FACTBAT ENTRY THAT IS NOT A        *
010030*  DUPLICATE COUNTS TOWARD THE RUN-HISTORY TIE.                 *
010040***************************************************************
010050 4900-COUNT-DISTINCT.
010060     IF WS-CUR-CALLER = 'FACTBAT '
010070         ADD 1 TO WS-DT-BAT-DISTINCT
010080         IF FACT-AUD-OVERFLOW-OCCURRED
010090             ADD 1 TO WS-DT-BAT-OVFL
010100         END-IF
010110     END-IF
010120     .
010130
010140***************************************************************
010150*  5000-JUDGE-RUN-DATE  -  THE DATE'S FACTBAT ENTRIES AGAINST   *
010160*  ITS RUN HISTORY, THEN ITS SEQUENCE FAULTS, WORST FIRST.      *
010170***************************************************************
010180 5000-JUDGE-RUN-DATE.
010190     ADD WS-DT-RH-VALID WS-DT-PEND-VALID GIVING WS-DT-EXPECTED
010200     ADD WS-DT-RH-OVFL WS-DT-PEND-OVFL GIVING WS-DT-EXP-OVFL
010210     ADD 1 TO WS-DATES-CHECKED
010220     ADD WS-DT-UNSEQ TO WS-UNSEQ-TOTAL
010230     ADD WS-DT-MISSING TO WS-MISSING-TOTAL
010240     ADD WS-DT-DUPS TO WS-DUP-TOTAL
010250     ADD WS-DT-OUT-ORDER TO WS-OUT-ORDER-TOTAL
010260     EVALUATE TRUE
010270         WHEN WS-DT-BAT-ENTRIES > ZERO AND WS-DT-RH-RUNS = ZERO
010280             SET WS-DATE-FAILED TO TRUE
010290             MOVE '*NO RUN HISTORY' TO WS-RESULT-TEXT
010300         WHEN WS-DT-EXPECTED > ZERO AND WS-DT-BAT-ENTRIES = ZERO
010310             SET WS-DATE-FAILED TO TRUE
010320             MOVE '*NO AUDIT ENTRIES' TO WS-RESULT-TEXT
010330         WHEN WS-DT-BAT-DISTINCT NOT = WS-DT-EXPECTED
010340         WHEN WS-DT-BAT-OVFL NOT = WS-DT-EXP-OVFL
010350             SET WS-DATE-FAILED TO TRUE
010360             MOVE '*DOES NOT TIE' TO WS-RESULT-TEXT
010370         WHEN WS-DT-BROKEN > ZERO
010380             SET WS-DATE-FAILED TO TRUE
010390             MOVE '*SEQUENCE BROKEN' TO WS-RESULT-TEXT
010400         WHEN WS-DT-OUT-ORDER > ZERO
010410             SET WS-DATE-WARNED TO TRUE
010420             MOVE '*OUT OF ORDER' TO WS-RESULT-TEXT
010430         WHEN WS-DT-RH-RUNS = ZERO
010440             SET WS-DATE-PASSED TO TRUE
010450             MOVE 'ON-LINE ONLY' TO WS-RESULT-TEXT
010460         WHEN OTHER
010470             SET WS-DATE-PASSED TO TRUE
010480             MOVE 'TIES' TO WS-RESULT-TEXT
010490     END-EVALUATE
010500     EVALUATE TRUE
010510         WHEN WS-DATE-FAILED
010520             ADD 1 TO WS-DATES-FAILED
010530         WHEN WS-DATE-WARNED
010540             ADD 1 TO WS-DATES-WARNED
010550         WHEN OTHER
010560             ADD 1 TO WS-DATES-PASSED
010570     END-EVALUATE
010580     PERFORM 5100-PRINT-DATE-LINE
010590     .
010600
010610***************************************************************
010620*  5100-PRINT-DATE-LINE                                         *
010630***************************************************************
010640 5100-PRINT-DATE-LINE.
010650     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010660         PERFORM 8000-PRINT-HEADERS
010670     END-IF
010680     MOVE WS-CUR-DATE TO WS-DATE-WORK
010690     PERFORM 8100-EDIT-DATE
010700     MOVE WS-DATE-EDIT TO WS-DL-DATE
010710     MOVE WS-DT-BAT-ENTRIES TO WS-DL-BAT-ENTRIES
010720     MOVE WS-DT-BAT-DISTINCT TO WS-DL-BAT-DISTINCT
010730     MOVE WS-DT-EXPECTED TO WS-DL-RH-VALID
010740     MOVE WS-DT-BAT-OVFL TO WS-DL-BAT-OVFL
010750     MOVE WS-DT-EXP-OVFL TO WS-DL-RH-OVFL
010760     MOVE WS-DT-INQ-ENTRIES TO WS-DL-INQ-ENTRIES
010770     MOVE WS-DT-MISSING TO WS-DL-MISSING
010780     MOVE WS-DT-DUPS TO WS-DL-DUPS
010790     MOVE WS-DT-OUT-ORDER TO WS-DL-OUT-ORDER
010800     MOVE WS-DT-UNSEQ TO WS-DL-UNSEQ
010810     MOVE WS-RESULT-TEXT TO WS-DL-RESULT
010820     WRITE FACT-AUDV-LINE FROM WS-DATE-LINE
010830     ADD 1 TO WS-LINE-COUNT
010840     .
010850
010860***************************************************************
010870*  6000-PRINT-EXCEPTION  -  ONE SEQUENCE FAULT OR NOTE FOR THE  *
010880*  CALLER AND DATE IN HAND.  A ZERO WS-EXC-THRU IS A SINGLE     *
010890*  NUMBER.                                                      *
010900***************************************************************
010910 6000-PRINT-EXCEPTION.
010920     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010930         PERFORM 8000-PRINT-HEADERS
010940     END-IF
010950     MOVE WS-CUR-DATE TO WS-DATE-WORK
010960     PERFORM 8100-EDIT-DATE
010970     MOVE WS-DATE-EDIT TO WS-EL-DATE
010980     MOVE WS-CUR-CALLER TO WS-EL-CALLER
010990     MOVE WS-EXC-FROM TO WS-EL-SEQ-FROM
011000     MOVE SPACE TO WS-EL-THRU-AREA
011010     IF WS-EXC-THRU > ZERO
011020         MOVE ' THRU ' TO WS-EL-THRU-LIT
011030         MOVE WS-EXC-THRU TO WS-EL-SEQ-THRU
011040     END-IF
011050     MOVE WS-EXC-TEXT TO WS-EL-TEXT
011060     WRITE FACT-AUDV-LINE FROM WS-EXCEPTION-LINE
011070     ADD 1 TO WS-LINE-COUNT
011080     .
011090
011100***************************************************************
011110*  7000-PRINT-TOTALS                                            *
011120***************************************************************
011130 7000-PRINT-TOTALS.
011140     MOVE WS-ENTRIES-READ TO WS-TL1-COUNT
011150     MOVE WS-PER-STEP-COUNT TO WS-TL2-COUNT
011160     MOVE WS-NO-RUN-DATE-COUNT TO WS-TL3-COUNT
011170     MOVE WS-OUT-OF-RANGE-COUNT TO WS-TL4-COUNT
011180     MOVE WS-BAT-CHECKED TO WS-TL5-COUNT
011190     MOVE WS-INQ-CHECKED TO WS-TL6-COUNT
011200     MOVE WS-UNSEQ-TOTAL TO WS-TL7-COUNT
011210     MOVE WS-MISSING-TOTAL TO WS-TL8-COUNT
011220     MOVE WS-DUP-TOTAL TO WS-TL9-COUNT
011230     MOVE WS-OUT-ORDER-TOTAL TO WS-TL10-COUNT
011240     MOVE WS-RHIST-READ TO WS-TL11-COUNT
011250     MOVE WS-DATES-CHECKED TO WS-TL12-COUNT
011260     MOVE WS-DATES-PASSED TO WS-TL13-COUNT
011270     MOVE WS-DATES-WARNED TO WS-TL14-COUNT
011280     MOVE WS-DATES-FAILED TO WS-TL15-COUNT
011290     MOVE SPACE TO FACT-AUDV-LINE
011300     WRITE FACT-AUDV-LINE
011310     WRITE FACT-AUDV-LINE FROM WS-TOTAL-LINE-1
011320     WRITE FACT-AUDV-LINE FROM WS-TOTAL-LINE-2
011330     WRITE FACT-AUDV-LINE FROM WS-TOTAL-LINE-3
011340     WRITE FACT-AUDV-LINE FROM WS-TOTAL-LINE-4
011350     WRITE FACT-AUDV-LINE FROM WS-TOTAL-LINE-5
011360     WRITE FACT-AUDV-LINE FROM WS-TOTAL-LINE-6
011370     WRITE FACT-AUDV-LINE FROM WS-TOTAL-LINE-7
011380     WRITE FACT-AUDV-LINE FROM WS-TOTAL-LINE-8
011390     WRITE FACT-AUDV-LINE FROM WS-TOTAL-LINE-9
011400     WRITE FACT-AUDV-LINE FROM WS-TOTAL-LINE-10
011410     WRITE FACT-AUDV-LINE FROM WS-TOTAL-LINE-11
011420     WRITE FACT-AUDV-LINE FROM WS-TOTAL-LINE-12
011430     WRITE FACT-AUDV-LINE FROM WS-TOTAL-LINE-13
011440     WRITE FACT-AUDV-LINE FROM WS-TOTAL-LINE-14
011450     WRITE FACT-AUDV-LINE FROM WS-TOTAL-LINE-15
011460     .
011470
011480***************************************************************
011490*  8000-PRINT-HEADERS                                           *
011500***************************************************************
011510 8000-PRINT-HEADERS.
011520     ADD 1 TO WS-PAGE-NO
011530     MOVE WS-PAGE-NO TO WS-HL1-PAGE-NO
011540     MOVE WS-RUN-DATE-MM TO WS-HL2-MM
011550     MOVE WS-RUN-DATE-DD TO WS-HL2-DD
011560     MOVE WS-RUN-DATE-CCYY TO WS-HL2-CCYY
011570     MOVE WS-FROM-DATE TO WS-DATE-WORK
011580     PERFORM 8100-EDIT-DATE
011590     MOVE WS-DATE-EDIT TO WS-HL2-FROM
011600     MOVE WS-TO-DATE TO WS-DATE-WORK
011610     PERFORM 8100-EDIT-DATE
011620     MOVE WS-DATE-EDIT TO WS-HL2-TO
011630     IF WS-PAGE-NO > 1
011640         MOVE SPACE TO FACT-AUDV-LINE
011650         WRITE FACT-AUDV-LINE
011660             AFTER ADVANCING PAGE
011670     END-IF
011680     WRITE FACT-AUDV-LINE FROM WS-HEADING-LINE-1
011690     WRITE FACT-AUDV-LINE FROM WS-HEADING-LINE-2
011700     MOVE SPACE TO FACT-AUDV-LINE
011710     WRITE FACT-AUDV-LINE
011720     WRITE FACT-AUDV-LINE FROM WS-COLUMN-HEADING-1
011730     WRITE FACT-AUDV-LINE FROM WS-COLUMN-HEADING-2
011740     MOVE SPACE TO FACT-AUDV-LINE
011750     WRITE FACT-AUDV-LINE
011760     MOVE ZERO TO WS-LINE-COUNT
011770     .
011780
011790***************************************************************
011800*  8100-EDIT-DATE  -  WS-DATE-WORK (CCYYMMDD) TO MM/DD/CCYY.    *
011810***************************************************************
011820 8100-EDIT-DATE.
011830     MOVE WS-DW-MM TO WS-DE-MM
011840     MOVE WS-DW-DD TO WS-DE-DD
011850     MOVE WS-DW-CCYY TO WS-DE-CCYY
011860     .
011870
011880***************************************************************
011890*  9000-TERMINATE                                               *
011900***************************************************************
011910 9000-TERMINATE.
011920     CLOSE FACT-AUDIT-FILE
011930     CLOSE FACT-RUN-HIST-FILE
011940     CLOSE FACT-AUDV-RPT
011950     .
