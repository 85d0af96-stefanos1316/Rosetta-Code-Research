000010***************************************************************
000020*  PROGRAM-ID. FACTACKB
000030*
000040*  AUTHOR.       S. L. SAMMS, ACTUARIAL SYSTEMS GROUP
000050*  INSTALLATION. HOME OFFICE DATA CENTER
000060*  DATE-WRITTEN. 2026-10-15
000070*  DATE-COMPILED.
000080*
000090*  REMARKS.
000100*      NIGHTLY ACKNOWLEDGEMENT RETURN FILE.  EVERY SOURCE FEED
000110*      THE NIGHT'S RUN ACCEPTED GETS ITS OWN GROUP ON FACTACK
000120*      (SEE COPYBOOK FACTACK) - A HEADER ECHOING THE CREATION
000130*      DATE OF EACH OF ITS DECKS, ONE DETAIL PER REQUEST WITH
000140*      ITS RESULT AND STATUS, AND A TRAILER WHOSE COUNTS TIE TO
000150*      THE DECK TRAILER COUNTS ON THE RECEIPT REGISTER.  THE
000160*      FEED ID IN BYTES 2-9 OF EVERY RECORD LETS TRANSMISSION
000170*      CUT THE FILE INTO ONE RETURN FILE PER FEED.
000180*
000190*      THE NIGHT'S FACTEXT GENERATION ARRIVES SORTED BY SOURCE
000200*      SYSTEM WITH EQUALS, SO EACH FEED'S REQUESTS COME
000210*      TOGETHER IN THE ORDER THEY RAN.  NORMAL AND OVERFLOW
000220*      RESULTS COME STRAIGHT OFF THE EXTRACT.  EACH REJECTED
000230*      REQUEST IS PAIRED, IN ORDER, WITH THE NEXT FACTREJ ENTRY
000240*      LOGGED AGAINST ONE OF THE FEED'S DECKS, WHICH SUPPLIES
000250*      THE REASON CODE, REASON TEXT AND RAW INPUT.  THE DECKS
000260*      ARE THE FEED'S RECEIPTS (FACTRCPT) WITH THE LATEST RUN
000270*      DATE NOT AFTER THE NIGHT ACKNOWLEDGED - ON A PARTITIONED
000280*      NIGHT FACTSPLT POSTS THEM BEFORE MIDNIGHT EVEN WHEN THE
000290*      STREAMS RUN AFTER IT.  A DECK THE GATE HELD NEVER RAN AND
000300*      IS NOT ACKNOWLEDGED; FACTMORN REPORTS IT.
000310*
000320*      REQUESTS ON THE FACTRREC RECYCLE DECK ARE RETURNED TO THE
000330*      FEED THAT FIRST SENT THEM.  EACH IS MATCHED ON TYPE, N
000340*      AND R TO THE RECYCLE CROSS-REFERENCE (FACTRXRF) FACTRREC
000350*      WROTE WITH THE DECK, AND GOES OUT IN THE ORIGINAL FEED'S
000360*      GROUP FLAGGED AS A RESUBMISSION, CARRYING THE ORIGINAL
000370*      RUN DATE, DECK CREATION DATE, RAW INPUT AND REASON.
000380*
000390*      ONE LINE PER FEED IS PRINTED WITH ITS BALANCE.  A FEED
000400*      OUT OF BALANCE, OR A RECYCLED REQUEST THAT CANNOT BE
000410*      TRACED BACK TO ITS FEED, ENDS WITH CONDITION CODE 4; A
000420*      FULL TABLE ENDS WITH CONDITION CODE 8.
000430*
000440*      THE OPTIONAL ACKPARM CARD -
000450*        COLS  1-8   NIGHT TO ACKNOWLEDGE, CCYYMMDD  (DEFAULT
000460*                    THE EARLIEST RUN DATE ON THE EXTRACT)
000470*      A BLANK OR INVALID DATE TAKES THE DEFAULT.
000480*
000490*  MODIFICATION HISTORY.
000500*      DATE        INIT  DESCRIPTION
000510*      ----------  ----  ---------------------------------------
000520*      2026-10-15  SLS   INITIAL VERSION.
000530***************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID. FACTACKB.
000560
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT FACT-ACK-PARM ASSIGN TO "ACKPARM"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-PARM-STATUS.
000630
000640     SELECT FACT-EXTRACT-FILE ASSIGN TO "FACTEXT"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-EXT-STATUS.
000670
000680     SELECT FACTRCPT-FILE ASSIGN TO "FACTRCPT"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS FACTRCPT-KEY
000720         FILE STATUS IS WS-FACTRCPT-STATUS.
000730
000740     SELECT FACT-REJECT-FILE ASSIGN TO "FACTREJ"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-REJ-STATUS.
000770
000780     SELECT FACT-XREF-FILE ASSIGN TO "FACTRXRF"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-XREF-STATUS.
000810
000820     SELECT FACT-ACK-FILE ASSIGN TO "FACTACK"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-ACK-STATUS.
000850
000860     SELECT FACT-ACK-RPT ASSIGN TO "FACTACKR"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-RPT-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  FACT-ACK-PARM.
000930 01  FACT-ACK-PARM-CARD.
000940     05  ACKPARM-RUN-DATE          PIC 9(08).
000950     05  FILLER                    PIC X(72).
000960
000970 FD  FACT-EXTRACT-FILE.
000980 COPY FACTEXT.
000990
001000 FD  FACTRCPT-FILE.
001010 COPY FACTRCPT.
001020
001030 FD  FACT-REJECT-FILE.
001040 COPY FACTREJ.
001050
001060 FD  FACT-XREF-FILE.
001070 COPY FACTRXRF.
001080
001090 FD  FACT-ACK-FILE.
001100 COPY FACTACK.
001110
001120 FD  FACT-ACK-RPT.
001130 01  FACT-ACK-LINE                 PIC X(132).
001140
001150 WORKING-STORAGE SECTION.
001160***************************************************************
001170*  FILE STATUS AND SWITCHES                                     *
001180***************************************************************
001190 01  WS-PARM-STATUS             PIC X(02).
001200     88  WS-PARM-OK                  VALUE '00'.
001210
001220 01  WS-EXT-STATUS              PIC X(02).
001230     88  WS-EXT-OK                   VALUE '00'.
001240
001250 01  WS-FACTRCPT-STATUS         PIC X(02).
001260     88  WS-FACTRCPT-OK              VALUE '00'.
001270     88  WS-FACTRCPT-NOT-FOUND       VALUE '35'.
001280
001290 01  WS-REJ-STATUS              PIC X(02).
001300     88  WS-REJ-OK                   VALUE '00'.
001310     88  WS-REJ-NOT-FOUND            VALUE '35'.
001320
001330 01  WS-XREF-STATUS             PIC X(02).
001340     88  WS-XREF-OK                  VALUE '00'.
001350
001360 01  WS-ACK-STATUS              PIC X(02).
001370     88  WS-ACK-OK                   VALUE '00'.
001380
001390 01  WS-RPT-STATUS              PIC X(02).
001400     88  WS-RPT-OK                   VALUE '00'.
001410
001420 01  WS-SWITCHES.
001430     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001440         88  WS-END-OF-FILE          VALUE 'Y'.
001450     05  WS-RCPT-EOF-SWITCH     PIC X(01) VALUE 'N'.
001460         88  WS-RCPT-END-OF-FILE     VALUE 'Y'.
001470     05  WS-REJ-EOF-SWITCH      PIC X(01) VALUE 'N'.
001480         88  WS-REJ-END-OF-FILE      VALUE 'Y'.
001490     05  WS-XREF-EOF-SWITCH     PIC X(01) VALUE 'N'.
001500         88  WS-XREF-END-OF-FILE     VALUE 'Y'.
001510     05  WS-TABLE-FULL-SWITCH   PIC X(01) VALUE 'N'.
001520         88  WS-A-TABLE-FILLED       VALUE 'Y'.
001530     05  WS-GROUP-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001540         88  WS-GROUP-IS-OPEN        VALUE 'Y'.
001550         88  WS-NO-GROUP-OPEN        VALUE 'N'.
001560
001570***************************************************************
001580*  NIGHT ACKNOWLEDGED - FROM THE ACKPARM CARD, OR THE EARLIEST  *
001590*  RUN DATE ON THE EXTRACT.  A PARTITIONED NIGHT'S STREAMS CAN  *
001600*  STRADDLE MIDNIGHT, SO THE EARLIEST DATE IS THE ONE NEAREST   *
001610*  THE SPLIT THAT POSTED THE RECEIPTS.                          *
001620***************************************************************
001630 01  WS-TARGET-DATE             PIC 9(08) VALUE ZERO.
001640 01  WS-LOW-EXT-DATE            PIC 9(08) VALUE 99999999.
001650
001660***************************************************************
001670*  FEED TABLE - ONE ENTRY PER FEED ON TONIGHT'S EXTRACT, PER    *
001680*  FEED WITH A DECK RECEIPTED TONIGHT, AND PER FEED OWED A      *
001690*  RESUBMISSION.  THE DECKS ARE THE FEED'S RECEIPTS SHARING     *
001700*  THE LATEST RUN DATE NOT AFTER THE NIGHT ACKNOWLEDGED.        *
001710*  RJ-NEXT IS WHERE THE SEARCH FOR THE FEED'S NEXT REJECT       *
001720*  PICKS UP, THE REJECTS BEING PAIRED IN LOG ORDER.             *
001730***************************************************************
001740 01  WS-FEED-TABLE.
001750     05  WS-AK-ENTRY OCCURS 100 TIMES.
001760         10  WS-AK-FEED-ID      PIC X(08).
001770         10  WS-AK-EXTRACT-SW   PIC X(01).
001780             88  WS-AK-IN-EXTRACT    VALUE 'Y'.
001790         10  WS-AK-DONE-SW      PIC X(01).
001800             88  WS-AK-ACKNOWLEDGED  VALUE 'Y'.
001810         10  WS-AK-BEST-DATE    PIC 9(08).
001820         10  WS-AK-DECK-COUNT   PIC 9(02) COMP-3.
001830         10  WS-AK-CREATE-DATE  PIC 9(08) OCCURS 4 TIMES.
001840         10  WS-AK-TRL-SUM      PIC 9(08) COMP-3.
001850         10  WS-AK-RJ-NEXT      PIC 9(04) COMP-3.
001860 77  WS-AK-MAX                  PIC 9(04) COMP-3 VALUE 100.
001870 77  WS-AK-COUNT                PIC 9(04) COMP-3 VALUE ZERO.
001880 77  WS-AK-IDX                  PIC 9(04) COMP-3 VALUE ZERO.
001890 77  WS-AK-CUR                  PIC 9(04) COMP-3 VALUE ZERO.
001900 77  WS-DK-MAX                  PIC 9(02) COMP-3 VALUE 4.
001910 77  WS-DK-IDX                  PIC 9(02) COMP-3 VALUE ZERO.
001920 01  WS-FIND-FEED-ID            PIC X(08).
001930 01  WS-DECK-FOUND-SW           PIC X(01).
001940     88  WS-DECK-FOUND               VALUE 'Y'.
001950
001960***************************************************************
001970*  REJECT TABLE - THE FACTREJ ENTRIES LOGGED AGAINST A DECK     *
001980*  BEING ACKNOWLEDGED, IN LOG ORDER.                            *
001990***************************************************************
002000 01  WS-REJECT-TABLE.
002010     05  WS-RJ-ENTRY OCCURS 2000 TIMES.
002020         10  WS-RJ-FEED-ID      PIC X(08).
002030         10  WS-RJ-TYPE         PIC X(01).
002040         10  WS-RJ-REASON       PIC 9(02).
002050         10  WS-RJ-TEXT         PIC X(30).
002060         10  WS-RJ-RAW          PIC X(15).
002070         10  WS-RJ-USED-SW      PIC X(01).
002080             88  WS-RJ-USED          VALUE 'Y'.
002090 77  WS-RJ-MAX                  PIC 9(04) COMP-3 VALUE 2000.
002100 77  WS-RJ-COUNT                PIC 9(04) COMP-3 VALUE ZERO.
002110 77  WS-RJ-IDX                  PIC 9(04) COMP-3 VALUE ZERO.
002120 77  WS-RJ-HIT                  PIC 9(04) COMP-3 VALUE ZERO.
002130
002140***************************************************************
002150*  RECYCLE CROSS-REFERENCE TABLE - ONE ENTRY PER REQUEST ON THE *
002160*  RECYCLE DECK, WITH THE RESULT TONIGHT'S RUN GAVE IT ONCE ITS *
002170*  EXTRACT RECORD IS MATCHED.  SAME LIMIT AS FACTRREC'S         *
002180*  CORRECTION TABLE, WHICH BOUNDS THE DECK.                     *
002190***************************************************************
002200 01  WS-XREF-TABLE.
002210     05  WS-XR-ENTRY OCCURS 500 TIMES.
002220         10  WS-XR-TYPE         PIC X(01).
002230         10  WS-XR-N            PIC 9(10).
002240         10  WS-XR-R            PIC 9(10).
002250         10  WS-XR-ORIG-DATE    PIC 9(08).
002260         10  WS-XR-ORIG-RAW     PIC X(15).
002270         10  WS-XR-ORIG-REASON  PIC 9(02).
002280         10  WS-XR-ORIG-TEXT    PIC X(30).
002290         10  WS-XR-ORIG-FEED-ID PIC X(08).
002300         10  WS-XR-ORIG-CREATE  PIC 9(08).
002310         10  WS-XR-MATCHED-SW   PIC X(01).
002320             88  WS-XR-MATCHED       VALUE 'Y'.
002330         10  WS-XR-RESULT       PIC 9(10).
002340         10  WS-XR-STATUS       PIC X(01).
002350         10  WS-XR-PRIORITY     PIC X(01).
002360 77  WS-XR-MAX                  PIC 9(04) COMP-3 VALUE 500.
002370 77  WS-XR-COUNT                PIC 9(04) COMP-3 VALUE ZERO.
002380 77  WS-XR-IDX                  PIC 9(04) COMP-3 VALUE ZERO.
002390 77  WS-XR-HIT                  PIC 9(04) COMP-3 VALUE ZERO.
002400
002410***************************************************************
002420*  ACCUMULATORS                                                 *
002430***************************************************************
002440 01  WS-COUNTERS.
002450     05  WS-PAGE-NO             PIC 9(05) COMP-3 VALUE ZERO.
002460     05  WS-LINE-COUNT          PIC 9(03) COMP-3 VALUE ZERO.
002470     05  WS-EXT-READ            PIC 9(08) COMP-3 VALUE ZERO.
002480     05  WS-NOFEED-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
002490     05  WS-RCYC-READ           PIC 9(08) COMP-3 VALUE ZERO.
002500     05  WS-RCYC-UNTRACED       PIC 9(08) COMP-3 VALUE ZERO.
002510     05  WS-XREF-NOT-RUN        PIC 9(08) COMP-3 VALUE ZERO.
002520     05  WS-FEEDS-ACKED         PIC 9(08) COMP-3 VALUE ZERO.
002530     05  WS-FEEDS-OUT-OF-BAL    PIC 9(08) COMP-3 VALUE ZERO.
002540     05  WS-DETAILS-WRITTEN     PIC 9(08) COMP-3 VALUE ZERO.
002550     05  WS-RESUBS-WRITTEN      PIC 9(08) COMP-3 VALUE ZERO.
002560     05  WS-ACK-WRITTEN         PIC 9(08) COMP-3 VALUE ZERO.
002570 01  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50.
002580
002590***************************************************************
002600*  CURRENT GROUP - THE FEED WHOSE H..T GROUP IS BEING WRITTEN   *
002610***************************************************************
002620 01  WS-GROUP-FEED-ID           PIC X(08) VALUE SPACE.
002630 01  WS-GROUP-COUNTS.
002640     05  WS-GRP-DETAIL          PIC 9(08) COMP-3 VALUE ZERO.
002650     05  WS-GRP-NORMAL          PIC 9(08) COMP-3 VALUE ZERO.
002660     05  WS-GRP-OVERFLOW        PIC 9(08) COMP-3 VALUE ZERO.
002670     05  WS-GRP-REJECT          PIC 9(08) COMP-3 VALUE ZERO.
002680     05  WS-GRP-RESUB           PIC 9(08) COMP-3 VALUE ZERO.
002690     05  WS-GRP-UNPAIRED        PIC 9(08) COMP-3 VALUE ZERO.
002700     05  WS-GRP-LEFTOVER        PIC 9(08) COMP-3 VALUE ZERO.
002710
002720 01  WS-RUN-DATE.
002730     05  WS-RUN-DATE-CCYY       PIC 9(04).
002740     05  WS-RUN-DATE-MM         PIC 9(02).
002750     05  WS-RUN-DATE-DD         PIC 9(02).
002760 01  WS-RUN-DATE-NUM            PIC 9(08).
002770 01  WS-EDIT-DATE.
002780     05  WS-EDIT-DATE-CCYY      PIC 9(04).
002790     05  WS-EDIT-DATE-MM        PIC 9(02).
002800     05  WS-EDIT-DATE-DD        PIC 9(02).
002810
002820***************************************************************
002830*  REPORT LINES                                                 *
002840***************************************************************
002850 01  WS-HEADING-LINE-1.
002860     05  FILLER                 PIC X(01)  VALUE SPACE.
002870     05  FILLER                 PIC X(30)  VALUE
002880         'HOME OFFICE DATA CENTER'.
002890     05  FILLER                 PIC X(44)  VALUE
002900         'FEED ACKNOWLEDGEMENT REPORT - FACTACKB'.
002910     05  FILLER                 PIC X(10)  VALUE 'PAGE'.
002920     05  WS-HL1-PAGE-NO         PIC ZZZZ9.
002930     05  FILLER                 PIC X(37)  VALUE SPACE.
002940
002950 01  WS-HEADING-LINE-2.
002960     05  FILLER                 PIC X(01)  VALUE SPACE.
002970     05  FILLER                 PIC X(11)  VALUE 'RUN DATE - '.
002980     05  WS-HL2-MM              PIC 99.
002990     05  FILLER                 PIC X(01)  VALUE '/'.
003000     05  WS-HL2-DD              PIC 99.
003010     05  FILLER                 PIC X(01)  VALUE '/'.
003020     05  WS-HL2-CCYY            PIC 9999.
003030     05  FILLER                 PIC X(25)  VALUE
003040         '   NIGHT ACKNOWLEDGED - '.
003050     05  WS-HL2-TGT-MM          PIC 99.
003060     05  FILLER                 PIC X(01)  VALUE '/'.
003070     05  WS-HL2-TGT-DD          PIC 99.
003080     05  FILLER                 PIC X(01)  VALUE '/'.
003090     05  WS-HL2-TGT-CCYY        PIC 9999.
003100     05  FILLER                 PIC X(75)  VALUE SPACE.
003110
003120 01  WS-COLUMN-HEADING.
003130     05  FILLER                 PIC X(01)  VALUE SPACE.
003140     05  FILLER                 PIC X(10)  VALUE 'FEED ID'.
003150     05  FILLER                 PIC X(07)  VALUE 'DECKS'.
003160     05  FILLER                 PIC X(12)  VALUE 'CREATED'.
003170     05  FILLER                 PIC X(10)  VALUE 'TRAILER'.
003180     05  FILLER                 PIC X(10)  VALUE 'DETAILS'.
003190     05  FILLER                 PIC X(10)  VALUE 'NORMAL'.
003200     05  FILLER                 PIC X(10)  VALUE 'OVERFLOW'.
003210     05  FILLER                 PIC X(10)  VALUE 'REJECTS'.
003220     05  FILLER                 PIC X(10)  VALUE 'RESUBMIT'.
003230     05  FILLER                 PIC X(42)  VALUE 'BALANCE'.
003240
003250 01  WS-DETAIL-LINE.
003260     05  FILLER                 PIC X(01)  VALUE SPACE.
003270     05  WS-DL-FEED-ID          PIC X(08).
003280     05  FILLER                 PIC X(04)  VALUE SPACE.
003290     05  WS-DL-DECKS            PIC Z9.
003300     05  FILLER                 PIC X(03)  VALUE SPACE.
003310     05  WS-DL-CREATE-MM        PIC 99.
003320     05  WS-DL-CREATE-SEP-1     PIC X(01)  VALUE '/'.
003330     05  WS-DL-CREATE-DD        PIC 99.
003340     05  WS-DL-CREATE-SEP-2     PIC X(01)  VALUE '/'.
003350     05  WS-DL-CREATE-CCYY      PIC 9999.
003360     05  FILLER                 PIC X(02)  VALUE SPACE.
003370     05  WS-DL-TRAILER          PIC Z(07)9.
003380     05  FILLER                 PIC X(02)  VALUE SPACE.
003390     05  WS-DL-DETAILS          PIC Z(07)9.
003400     05  FILLER                 PIC X(02)  VALUE SPACE.
003410     05  WS-DL-NORMAL           PIC Z(07)9.
003420     05  FILLER                 PIC X(02)  VALUE SPACE.
003430     05  WS-DL-OVERFLOW         PIC Z(07)9.
003440     05  FILLER                 PIC X(02)  VALUE SPACE.
003450     05  WS-DL-REJECTS          PIC Z(07)9.
003460     05  FILLER                 PIC X(02)  VALUE SPACE.
003470     05  WS-DL-RESUBMIT         PIC Z(07)9.
003480     05  FILLER                 PIC X(02)  VALUE SPACE.
003490     05  WS-DL-BALANCE          PIC X(16).
003500     05  FILLER                 PIC X(25)  VALUE SPACE.
003510
003520 01  WS-NO-FEEDS-LINE.
003530     05  FILLER                 PIC X(01)  VALUE SPACE.
003540     05  FILLER                 PIC X(40)  VALUE
003550         'NO FEED TO ACKNOWLEDGE FOR THIS NIGHT'.
003560     05  FILLER                 PIC X(91)  VALUE SPACE.
003570
003580 01  WS-TOTAL-LINES.
003590     05  WS-TOTAL-LINE-1.
003600         10  FILLER             PIC X(01)  VALUE SPACE.
003610         10  FILLER             PIC X(33)  VALUE
003620             'EXTRACT RECORDS READ          -'.
003630         10  WS-TL1-COUNT       PIC Z(07)9.
003640         10  FILLER             PIC X(90)  VALUE SPACE.
003650     05  WS-TOTAL-LINE-2.
003660         10  FILLER             PIC X(01)  VALUE SPACE.
003670         10  FILLER             PIC X(33)  VALUE
003680             'FEEDS ACKNOWLEDGED            -'.
003690         10  WS-TL2-COUNT       PIC Z(07)9.
003700         10  FILLER             PIC X(90)  VALUE SPACE.
003710     05  WS-TOTAL-LINE-3.
003720         10  FILLER             PIC X(01)  VALUE SPACE.
003730         10  FILLER             PIC X(33)  VALUE
003740             'FEEDS OUT OF BALANCE          -'.
003750         10  WS-TL3-COUNT       PIC Z(07)9.
003760         10  FILLER             PIC X(90)  VALUE SPACE.
003770     05  WS-TOTAL-LINE-4.
003780         10  FILLER             PIC X(01)  VALUE SPACE.
003790         10  FILLER             PIC X(33)  VALUE
003800             'REQUEST DETAILS WRITTEN       -'.
003810         10  WS-TL4-COUNT       PIC Z(07)9.
003820         10  FILLER             PIC X(90)  VALUE SPACE.
003830     05  WS-TOTAL-LINE-5.
003840         10  FILLER             PIC X(01)  VALUE SPACE.
003850         10  FILLER             PIC X(33)  VALUE
003860             'RESUBMISSIONS RETURNED        -'.
003870         10  WS-TL5-COUNT       PIC Z(07)9.
003880         10  FILLER             PIC X(90)  VALUE SPACE.
003890     05  WS-TOTAL-LINE-6.
003900         10  FILLER             PIC X(01)  VALUE SPACE.
003910         10  FILLER             PIC X(33)  VALUE
003920             'RECYCLED REQUESTS NOT TRACED  -'.
003930         10  WS-TL6-COUNT       PIC Z(07)9.
003940         10  FILLER             PIC X(90)  VALUE SPACE.
003950     05  WS-TOTAL-LINE-7.
003960         10  FILLER             PIC X(01)  VALUE SPACE.
003970         10  FILLER             PIC X(33)  VALUE
003980             'RECYCLES NOT RUN TONIGHT      -'.
003990         10  WS-TL7-COUNT       PIC Z(07)9.
004000         10  FILLER             PIC X(90)  VALUE SPACE.
004010     05  WS-TOTAL-LINE-8.
004020         10  FILLER             PIC X(01)  VALUE SPACE.
004030         10  FILLER             PIC X(33)  VALUE
004040             'EXTRACT RECORDS WITH NO FEED  -'.
004050         10  WS-TL8-COUNT       PIC Z(07)9.
004060         10  FILLER             PIC X(90)  VALUE SPACE.
004070     05  WS-TOTAL-LINE-9.
004080         10  FILLER             PIC X(01)  VALUE SPACE.
004090         10  FILLER             PIC X(33)  VALUE
004100             'ACK FILE RECORDS WRITTEN      -'.
004110         10  WS-TL9-COUNT       PIC Z(07)9.
004120         10  FILLER             PIC X(90)  VALUE SPACE.
004130
004140 PROCEDURE DIVISION.
004150***************************************************************
004160*  0000-MAINLINE                                                *
004170***************************************************************
004180 0000-MAINLINE.
004190     PERFORM 1000-INITIALIZE
004200     PERFORM 2000-SCAN-EXTRACT THRU 2000-SCAN-EXIT
004210         UNTIL WS-END-OF-FILE
004220     IF WS-TARGET-DATE = ZERO
004230         IF WS-LOW-EXT-DATE = 99999999
004240             MOVE WS-RUN-DATE-NUM TO WS-TARGET-DATE
004250         ELSE
004260             MOVE WS-LOW-EXT-DATE TO WS-TARGET-DATE
004270         END-IF
004280     END-IF
004290     PERFORM 2500-ROUTE-RESUBMISSION THRU 2500-ROUTE-EXIT
004300         VARYING WS-XR-IDX FROM 1 BY 1
004310             UNTIL WS-XR-IDX > WS-XR-COUNT
004320     PERFORM 3000-LOAD-RECEIPTS THRU 3000-LOAD-RECEIPTS-EXIT
004330     PERFORM 3500-LOAD-REJECTS THRU 3500-LOAD-REJECTS-EXIT
004340     PERFORM 1400-REOPEN-EXTRACT
004350     PERFORM 8000-PRINT-HEADERS
004360     PERFORM 4000-BUILD-ACK THRU 4000-BUILD-EXIT
004370         UNTIL WS-END-OF-FILE
004380     IF WS-GROUP-IS-OPEN
004390         PERFORM 4800-CLOSE-GROUP
004400     END-IF
004410     PERFORM 5000-ACK-REMAINING-FEED THRU 5000-ACK-REMAINING-EXIT
004420         VARYING WS-AK-IDX FROM 1 BY 1
004430             UNTIL WS-AK-IDX > WS-AK-COUNT
004440     IF WS-FEEDS-ACKED = ZERO
004450         WRITE FACT-ACK-LINE FROM WS-NO-FEEDS-LINE
004460     END-IF
004470     PERFORM 7000-PRINT-TOTALS
004480     PERFORM 9000-TERMINATE
004490     EVALUATE TRUE
004500         WHEN WS-A-TABLE-FILLED
004510             MOVE 8 TO RETURN-CODE
004520         WHEN WS-FEEDS-OUT-OF-BAL > ZERO
004530             MOVE 4 TO RETURN-CODE
004540         WHEN WS-RCYC-UNTRACED > ZERO
004550             MOVE 4 TO RETURN-CODE
004560     END-EVALUATE
004570     GOBACK
004580     .
004590
004600***************************************************************
004610*  1000-INITIALIZE  -  THE PARM CARD, THE FILES, AND THE        *
004620*  RECYCLE CROSS-REFERENCE INTO STORAGE.  THE CROSS-REFERENCE   *
004630*  IS OPTIONAL - A NIGHT WITH NO RECYCLE RUN BEHIND IT HAS      *
004640*  NOTHING TO RETURN AS A RESUBMISSION.                         *
004650***************************************************************
004660 1000-INITIALIZE.
004670     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
004680     MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE
004690     PERFORM 1100-READ-PARM-CARD
004700         THRU 1100-READ-PARM-EXIT
004710     OPEN INPUT FACT-XREF-FILE
004720     IF WS-XREF-OK
004730         PERFORM 1300-LOAD-XREF THRU 1300-LOAD-XREF-EXIT
004740             UNTIL WS-XREF-END-OF-FILE
004750         CLOSE FACT-XREF-FILE
004760     ELSE
004770         DISPLAY 'FACTACKB - NO FACTRXRF DD, NO RESUBMISSIONS '
004780                 'RETURNED'
004790     END-IF
004800     OPEN INPUT FACT-EXTRACT-FILE
004810     IF NOT WS-EXT-OK
004820         DISPLAY 'FACTACKB - EXTRACT OPEN FAILED, STATUS '
004830                 WS-EXT-STATUS
004840         MOVE 16 TO RETURN-CODE
004850         GOBACK
004860     END-IF
004870     OPEN OUTPUT FACT-ACK-FILE
004880     IF NOT WS-ACK-OK
004890         DISPLAY 'FACTACKB - ACK FILE OPEN FAILED, STATUS '
004900                 WS-ACK-STATUS
004910         MOVE 16 TO RETURN-CODE
004920         GOBACK
004930     END-IF
004940     OPEN OUTPUT FACT-ACK-RPT
004950     IF NOT WS-RPT-OK
004960         DISPLAY 'FACTACKB - REPORT FILE OPEN FAILED, STATUS '
004970                 WS-RPT-STATUS
004980         MOVE 16 TO RETURN-CODE
004990         GOBACK
005000     END-IF
005010     PERFORM 4900-READ-EXTRACT
005020     .
005030
005040***************************************************************
005050*  1100-READ-PARM-CARD  -  A NUMERIC, NON-ZERO DATE OVERRIDES   *
005060*  THE DEFAULT; ANYTHING ELSE KEEPS IT.                         *
005070***************************************************************
005080 1100-READ-PARM-CARD.
005090     OPEN INPUT FACT-ACK-PARM
005100     IF NOT WS-PARM-OK
005110         DISPLAY 'FACTACKB - NO ACKPARM DD, USING DEFAULTS'
005120         GO TO 1100-READ-PARM-EXIT
005130     END-IF
005140     READ FACT-ACK-PARM
005150         AT END
005160             DISPLAY 'FACTACKB - EMPTY ACKPARM, USING DEFAULTS'
005170             CLOSE FACT-ACK-PARM
005180             GO TO 1100-READ-PARM-EXIT
005190     END-READ
005200     IF ACKPARM-RUN-DATE IS NUMERIC
005210             AND ACKPARM-RUN-DATE > ZERO
005220         MOVE ACKPARM-RUN-DATE TO WS-TARGET-DATE
005230     END-IF
005240     CLOSE FACT-ACK-PARM
005250     .
005260 1100-READ-PARM-EXIT.
005270     EXIT.
005280
005290***************************************************************
005300*  1300-LOAD-XREF  -  ONE CROSS-REFERENCE RECORD INTO THE TABLE *
005310***************************************************************
005320 1300-LOAD-XREF.
005330     READ FACT-XREF-FILE
005340         AT END
005350             SET WS-XREF-END-OF-FILE TO TRUE
005360             GO TO 1300-LOAD-XREF-EXIT
005370     END-READ
005380     IF WS-XR-COUNT NOT < WS-XR-MAX
005390         DISPLAY 'FACTACKB - RECYCLE XREF TABLE FULL'
005400         SET WS-A-TABLE-FILLED TO TRUE
005410         SET WS-XREF-END-OF-FILE TO TRUE
005420         GO TO 1300-LOAD-XREF-EXIT
005430     END-IF
005440     ADD 1 TO WS-XR-COUNT
005450     MOVE FACTRXRF-TYPE TO WS-XR-TYPE (WS-XR-COUNT)
005460     MOVE FACTRXRF-N TO WS-XR-N (WS-XR-COUNT)
005470     MOVE FACTRXRF-R TO WS-XR-R (WS-XR-COUNT)
005480     MOVE FACTRXRF-ORIG-RUN-DATE TO WS-XR-ORIG-DATE (WS-XR-COUNT)
005490     MOVE FACTRXRF-ORIG-RAW-INPUT
005500         TO WS-XR-ORIG-RAW (WS-XR-COUNT)
005510     MOVE FACTRXRF-ORIG-REASON
005520         TO WS-XR-ORIG-REASON (WS-XR-COUNT)
005530     MOVE FACTRXRF-ORIG-REASON-TEXT
005540         TO WS-XR-ORIG-TEXT (WS-XR-COUNT)
005550     MOVE FACTRXRF-ORIG-FEED-ID
005560         TO WS-XR-ORIG-FEED-ID (WS-XR-COUNT)
005570     IF FACTRXRF-ORIG-CREATE-DATE IS NUMERIC
005580         MOVE FACTRXRF-ORIG-CREATE-DATE
005590             TO WS-XR-ORIG-CREATE (WS-XR-COUNT)
005600     ELSE
005610         MOVE ZERO TO WS-XR-ORIG-CREATE (WS-XR-COUNT)
005620     END-IF
005630     MOVE 'N' TO WS-XR-MATCHED-SW (WS-XR-COUNT)
005640     MOVE ZERO TO WS-XR-RESULT (WS-XR-COUNT)
005650     MOVE SPACE TO WS-XR-STATUS (WS-XR-COUNT)
005660     MOVE SPACE TO WS-XR-PRIORITY (WS-XR-COUNT)
005670     .
005680 1300-LOAD-XREF-EXIT.
005690     EXIT.
005700
005710***************************************************************
005720*  1400-REOPEN-EXTRACT  -  BACK TO THE TOP FOR THE SECOND PASS  *
005730***************************************************************
005740 1400-REOPEN-EXTRACT.
005750     CLOSE FACT-EXTRACT-FILE
005760     MOVE 'N' TO WS-EOF-SWITCH
005770     OPEN INPUT FACT-EXTRACT-FILE
005780     IF NOT WS-EXT-OK
005790         DISPLAY 'FACTACKB - EXTRACT REOPEN FAILED, STATUS '
005800                 WS-EXT-STATUS
005810         MOVE 16 TO RETURN-CODE
005820         GOBACK
005830     END-IF
005840     PERFORM 4900-READ-EXTRACT
005850     .
005860
005870***************************************************************
005880*  2000-SCAN-EXTRACT  -  FIRST PASS: THE EARLIEST RUN DATE, A   *
005890*  TABLE ENTRY FOR EVERY FEED ON THE EXTRACT, AND TONIGHT'S     *
005900*  RESULT FOR EVERY RECYCLED REQUEST.                           *
005910***************************************************************
005920 2000-SCAN-EXTRACT.
005930     ADD 1 TO WS-EXT-READ
005940     IF FACTEXT-RUN-DATE < WS-LOW-EXT-DATE
005950         MOVE FACTEXT-RUN-DATE TO WS-LOW-EXT-DATE
005960     END-IF
005970     IF FACTEXT-SOURCE-SYS = 'FACTRREC'
005980         PERFORM 2100-MATCH-RECYCLE THRU 2100-MATCH-EXIT
005990         GO TO 2000-SCAN-NEXT
006000     END-IF
006010     IF FACTEXT-SOURCE-SYS = '*NOFEED*'
006020             OR FACTEXT-SOURCE-SYS = SPACE
006030         GO TO 2000-SCAN-NEXT
006040     END-IF
006050     IF FACTEXT-SOURCE-SYS = WS-GROUP-FEED-ID
006060         GO TO 2000-SCAN-NEXT
006070     END-IF
006080     MOVE FACTEXT-SOURCE-SYS TO WS-GROUP-FEED-ID
006090     MOVE FACTEXT-SOURCE-SYS TO WS-FIND-FEED-ID
006100     PERFORM 2200-FIND-FEED-ENTRY
006110     IF WS-AK-CUR = ZERO
006120         PERFORM 2300-ADD-FEED-ENTRY THRU 2300-ADD-EXIT
006130     END-IF
006140     IF WS-AK-CUR > ZERO
006150         MOVE 'Y' TO WS-AK-EXTRACT-SW (WS-AK-CUR)
006160     END-IF
006170     .
006180 2000-SCAN-NEXT.
006190     PERFORM 4900-READ-EXTRACT
006200     .
006210 2000-SCAN-EXIT.
006220     EXIT.
006230
006240***************************************************************
006250*  2100-MATCH-RECYCLE  -  A RECYCLE-DECK REQUEST TO THE FIRST   *
006260*  CROSS-REFERENCE ENTRY NOT YET CLAIMED WITH THE SAME TYPE, N  *
006270*  AND R.  FACTRREC ONLY RECYCLES A CORRECTION THAT PASSED THE  *
006280*  SAME EDIT, SO A REJECTED ONE CANNOT BE TRACED.               *
006290***************************************************************
006300 2100-MATCH-RECYCLE.
006310     ADD 1 TO WS-RCYC-READ
006320     IF FACTEXT-IS-REJECTED
006330         ADD 1 TO WS-RCYC-UNTRACED
006340         GO TO 2100-MATCH-EXIT
006350     END-IF
006360     MOVE ZERO TO WS-XR-HIT
006370     PERFORM 2150-TEST-XREF
006380         VARYING WS-XR-IDX FROM 1 BY 1
006390             UNTIL WS-XR-IDX > WS-XR-COUNT
006400                 OR WS-XR-HIT > ZERO
006410     IF WS-XR-HIT = ZERO
006420         ADD 1 TO WS-RCYC-UNTRACED
006430         GO TO 2100-MATCH-EXIT
006440     END-IF
006450     MOVE 'Y' TO WS-XR-MATCHED-SW (WS-XR-HIT)
006460     MOVE FACTEXT-RESULT TO WS-XR-RESULT (WS-XR-HIT)
006470     MOVE FACTEXT-STATUS TO WS-XR-STATUS (WS-XR-HIT)
006480     MOVE FACTEXT-PRIORITY TO WS-XR-PRIORITY (WS-XR-HIT)
006490     .
006500 2100-MATCH-EXIT.
006510     EXIT.
006520
006530***************************************************************
006540*  2150-TEST-XREF  -  ONE CROSS-REFERENCE ENTRY AGAINST THE     *
006550*  EXTRACT RECORD IN HAND.                                      *
006560***************************************************************
006570 2150-TEST-XREF.
006580     IF NOT WS-XR-MATCHED (WS-XR-IDX)
006590             AND WS-XR-TYPE (WS-XR-IDX) = FACTEXT-REC-TYPE
006600             AND WS-XR-N (WS-XR-IDX) = FACTEXT-INPUT-N
006610             AND WS-XR-R (WS-XR-IDX) = FACTEXT-INPUT-R
006620         MOVE WS-XR-IDX TO WS-XR-HIT
006630     END-IF
006640     .
006650
006660***************************************************************
006670*  2200-FIND-FEED-ENTRY  -  THE ENTRY FOR WS-FIND-FEED-ID, OR   *
006680*  WS-AK-CUR ZERO WHEN THERE IS NONE.                           *
006690***************************************************************
006700 2200-FIND-FEED-ENTRY.
006710     MOVE ZERO TO WS-AK-CUR
006720     PERFORM 2210-TEST-FEED-ENTRY
006730         VARYING WS-AK-IDX FROM 1 BY 1
006740             UNTIL WS-AK-IDX > WS-AK-COUNT
006750                 OR WS-AK-CUR > ZERO
006760     .
006770
006780***************************************************************
006790*  2210-TEST-FEED-ENTRY                                         *
006800***************************************************************
006810 2210-TEST-FEED-ENTRY.
006820     IF WS-AK-FEED-ID (WS-AK-IDX) = WS-FIND-FEED-ID
006830         MOVE WS-AK-IDX TO WS-AK-CUR
006840     END-IF
006850     .
006860
006870***************************************************************
006880*  2300-ADD-FEED-ENTRY  -  A ZEROED ENTRY FOR WS-FIND-FEED-ID.  *
006890*  WS-AK-CUR IS LEFT ZERO ONLY IF THE TABLE IS FULL.            *
006900***************************************************************
006910 2300-ADD-FEED-ENTRY.
006920     IF WS-AK-COUNT NOT < WS-AK-MAX
006930         DISPLAY 'FACTACKB - FEED TABLE FULL, NOT ACKNOWLEDGED - '
006940                 WS-FIND-FEED-ID
006950         SET WS-A-TABLE-FILLED TO TRUE
006960         MOVE ZERO TO WS-AK-CUR
006970         GO TO 2300-ADD-EXIT
006980     END-IF
006990     ADD 1 TO WS-AK-COUNT
007000     MOVE WS-AK-COUNT TO WS-AK-CUR
007010     MOVE WS-FIND-FEED-ID TO WS-AK-FEED-ID (WS-AK-CUR)
007020     MOVE 'N' TO WS-AK-EXTRACT-SW (WS-AK-CUR)
007030     MOVE 'N' TO WS-AK-DONE-SW (WS-AK-CUR)
007040     MOVE ZERO TO WS-AK-BEST-DATE (WS-AK-CUR)
007050     MOVE ZERO TO WS-AK-DECK-COUNT (WS-AK-CUR)
007060     MOVE ZERO TO WS-AK-TRL-SUM (WS-AK-CUR)
007070     MOVE 1 TO WS-AK-RJ-NEXT (WS-AK-CUR)
007080     PERFORM 2350-CLEAR-DECK-DATE
007090         VARYING WS-DK-IDX FROM 1 BY 1
007100             UNTIL WS-DK-IDX > WS-DK-MAX
007110     .
007120 2300-ADD-EXIT.
007130     EXIT.
007140
007150***************************************************************
007160*  2350-CLEAR-DECK-DATE                                         *
007170***************************************************************
007180 2350-CLEAR-DECK-DATE.
007190     MOVE ZERO TO WS-AK-CREATE-DATE (WS-AK-CUR, WS-DK-IDX)
007200     .
007210
007220***************************************************************
007230*  2500-ROUTE-RESUBMISSION  -  A RECYCLED REQUEST THAT RAN      *
007240*  TONIGHT GOES BACK TO ITS ORIGINAL FEED, WHICH GETS AN ENTRY  *
007250*  EVEN IF IT SENT NOTHING TONIGHT.  A REJECT LOGGED BEFORE THE *
007260*  LOG CARRIED THE DECK HAS NO FEED TO GO BACK TO.              *
007270***************************************************************
007280 2500-ROUTE-RESUBMISSION.
007290     IF NOT WS-XR-MATCHED (WS-XR-IDX)
007300         ADD 1 TO WS-XREF-NOT-RUN
007310         GO TO 2500-ROUTE-EXIT
007320     END-IF
007330     IF WS-XR-ORIG-FEED-ID (WS-XR-IDX) = SPACE
007340             OR WS-XR-ORIG-FEED-ID (WS-XR-IDX) = '*NOFEED*'
007350         ADD 1 TO WS-RCYC-UNTRACED
007360         MOVE 'N' TO WS-XR-MATCHED-SW (WS-XR-IDX)
007370         GO TO 2500-ROUTE-EXIT
007380     END-IF
007390     MOVE WS-XR-ORIG-FEED-ID (WS-XR-IDX) TO WS-FIND-FEED-ID
007400     PERFORM 2200-FIND-FEED-ENTRY
007410     IF WS-AK-CUR = ZERO
007420         PERFORM 2300-ADD-FEED-ENTRY THRU 2300-ADD-EXIT
007430     END-IF
007440     .
007450 2500-ROUTE-EXIT.
007460     EXIT.
007470
007480***************************************************************
007490*  3000-LOAD-RECEIPTS  -  THE DECKS BEHIND EACH FEED.  A FEED   *
007500*  ON THE EXTRACT TAKES ITS RECEIPTS WITH THE LATEST RUN DATE   *
007510*  NOT AFTER THE NIGHT ACKNOWLEDGED; A FEED NOT ON THE EXTRACT  *
007520*  IS ONLY ACKNOWLEDGED FOR A DECK RECEIPTED THAT NIGHT ITSELF  *
007530*  (AN EMPTY DECK).  FACTRREC'S OWN DECK IS NEVER ACKNOWLEDGED. *
007540***************************************************************
007550 3000-LOAD-RECEIPTS.
007560     OPEN INPUT FACTRCPT-FILE
007570     IF NOT WS-FACTRCPT-OK
007580         IF NOT WS-FACTRCPT-NOT-FOUND
007590             DISPLAY 'FACTACKB - RECEIPT REGISTER OPEN FAILED, '
007600                     'STATUS ' WS-FACTRCPT-STATUS
007610             MOVE 16 TO RETURN-CODE
007620             GOBACK
007630         END-IF
007640         DISPLAY 'FACTACKB - NO RECEIPT REGISTER, NO DECKS'
007650         GO TO 3000-LOAD-RECEIPTS-EXIT
007660     END-IF
007670     PERFORM 3100-FOLD-RECEIPT THRU 3100-FOLD-EXIT
007680         UNTIL WS-RCPT-END-OF-FILE
007690     CLOSE FACTRCPT-FILE
007700     .
007710 3000-LOAD-RECEIPTS-EXIT.
007720     EXIT.
007730
007740***************************************************************
007750*  3100-FOLD-RECEIPT  -  ONE RECEIPT INTO ITS FEED'S DECKS.     *
007760*  THE REGISTER READS IN FEED ID / CREATION DATE ORDER.         *
007770***************************************************************
007780 3100-FOLD-RECEIPT.
007790     READ FACTRCPT-FILE
007800         AT END
007810             SET WS-RCPT-END-OF-FILE TO TRUE
007820             GO TO 3100-FOLD-EXIT
007830     END-READ
007840     IF FACTRCPT-FEED-ID = 'FACTRREC'
007850             OR FACTRCPT-RUN-DATE > WS-TARGET-DATE
007860         GO TO 3100-FOLD-EXIT
007870     END-IF
007880     MOVE FACTRCPT-FEED-ID TO WS-FIND-FEED-ID
007890     PERFORM 2200-FIND-FEED-ENTRY
007900     IF WS-AK-CUR > ZERO
007910         IF NOT WS-AK-IN-EXTRACT (WS-AK-CUR)
007920                 AND FACTRCPT-RUN-DATE NOT = WS-TARGET-DATE
007930             GO TO 3100-FOLD-EXIT
007940         END-IF
007950     ELSE
007960         IF FACTRCPT-RUN-DATE NOT = WS-TARGET-DATE
007970             GO TO 3100-FOLD-EXIT
007980         END-IF
007990         PERFORM 2300-ADD-FEED-ENTRY THRU 2300-ADD-EXIT
008000         IF WS-AK-CUR = ZERO
008010             GO TO 3100-FOLD-EXIT
008020         END-IF
008030     END-IF
008040     IF FACTRCPT-RUN-DATE < WS-AK-BEST-DATE (WS-AK-CUR)
008050         GO TO 3100-FOLD-EXIT
008060     END-IF
008070     IF FACTRCPT-RUN-DATE > WS-AK-BEST-DATE (WS-AK-CUR)
008080         MOVE FACTRCPT-RUN-DATE TO WS-AK-BEST-DATE (WS-AK-CUR)
008090         MOVE ZERO TO WS-AK-DECK-COUNT (WS-AK-CUR)
008100         MOVE ZERO TO WS-AK-TRL-SUM (WS-AK-CUR)
008110         PERFORM 2350-CLEAR-DECK-DATE
008120             VARYING WS-DK-IDX FROM 1 BY 1
008130                 UNTIL WS-DK-IDX > WS-DK-MAX
008140     END-IF
008150     IF WS-AK-DECK-COUNT (WS-AK-CUR) NOT < WS-DK-MAX
008160         DISPLAY 'FACTACKB - MORE THAN 4 DECKS IN ONE NIGHT, '
008170                 'FEED ' FACTRCPT-FEED-ID
008180         SET WS-A-TABLE-FILLED TO TRUE
008190         GO TO 3100-FOLD-EXIT
008200     END-IF
008210     ADD 1 TO WS-AK-DECK-COUNT (WS-AK-CUR)
008220     MOVE WS-AK-DECK-COUNT (WS-AK-CUR) TO WS-DK-IDX
008230     MOVE FACTRCPT-CREATE-DATE
008240         TO WS-AK-CREATE-DATE (WS-AK-CUR, WS-DK-IDX)
008250     ADD FACTRCPT-TRL-COUNT TO WS-AK-TRL-SUM (WS-AK-CUR)
008260     .
008270 3100-FOLD-EXIT.
008280     EXIT.
008290
008300***************************************************************
008310*  3500-LOAD-REJECTS  -  EVERY FACTREJ ENTRY LOGGED AGAINST ONE *
008320*  OF THE DECKS BEING ACKNOWLEDGED, IN LOG ORDER.               *
008330***************************************************************
008340 3500-LOAD-REJECTS.
008350     OPEN INPUT FACT-REJECT-FILE
008360     IF NOT WS-REJ-OK
008370         IF NOT WS-REJ-NOT-FOUND
008380             DISPLAY 'FACTACKB - REJECT LOG OPEN FAILED, STATUS '
008390                     WS-REJ-STATUS
008400             MOVE 16 TO RETURN-CODE
008410             GOBACK
008420         END-IF
008430         DISPLAY 'FACTACKB - NO REJECT LOG, NO REJECTS PAIRED'
008440         GO TO 3500-LOAD-REJECTS-EXIT
008450     END-IF
008460     PERFORM 3600-LOAD-ONE-REJECT THRU 3600-LOAD-ONE-EXIT
008470         UNTIL WS-REJ-END-OF-FILE
008480     CLOSE FACT-REJECT-FILE
008490     .
008500 3500-LOAD-REJECTS-EXIT.
008510     EXIT.
008520
008530***************************************************************
008540*  3600-LOAD-ONE-REJECT  -  A REJECT LOGGED BEFORE THE LOG      *
008550*  CARRIED THE DECK HAS A BLANK FEED ID AND NEVER MATCHES.      *
008560***************************************************************
008570 3600-LOAD-ONE-REJECT.
008580     READ FACT-REJECT-FILE
008590         AT END
008600             SET WS-REJ-END-OF-FILE TO TRUE
008610             GO TO 3600-LOAD-ONE-EXIT
008620     END-READ
008630     IF FACT-REJ-FEED-ID = SPACE
008640             OR FACT-REJ-CREATE-DATE IS NOT NUMERIC
008650         GO TO 3600-LOAD-ONE-EXIT
008660     END-IF
008670     MOVE FACT-REJ-FEED-ID TO WS-FIND-FEED-ID
008680     PERFORM 2200-FIND-FEED-ENTRY
008690     IF WS-AK-CUR = ZERO
008700         GO TO 3600-LOAD-ONE-EXIT
008710     END-IF
008720     MOVE 'N' TO WS-DECK-FOUND-SW
008730     PERFORM 3650-TEST-DECK-DATE
008740         VARYING WS-DK-IDX FROM 1 BY 1
008750             UNTIL WS-DK-IDX > WS-AK-DECK-COUNT (WS-AK-CUR)
008760                 OR WS-DECK-FOUND
008770     IF NOT WS-DECK-FOUND
008780         GO TO 3600-LOAD-ONE-EXIT
008790     END-IF
008800     IF WS-RJ-COUNT NOT < WS-RJ-MAX
008810         DISPLAY 'FACTACKB - REJECT TABLE FULL'
008820         SET WS-A-TABLE-FILLED TO TRUE
008830         SET WS-REJ-END-OF-FILE TO TRUE
008840         GO TO 3600-LOAD-ONE-EXIT
008850     END-IF
008860     ADD 1 TO WS-RJ-COUNT
008870     MOVE FACT-REJ-FEED-ID TO WS-RJ-FEED-ID (WS-RJ-COUNT)
008880     MOVE FACT-REJ-TRANS-TYPE TO WS-RJ-TYPE (WS-RJ-COUNT)
008890     MOVE FACT-REJ-REASON-CODE TO WS-RJ-REASON (WS-RJ-COUNT)
008900     MOVE FACT-REJ-REASON-TEXT TO WS-RJ-TEXT (WS-RJ-COUNT)
008910     MOVE FACT-REJ-RAW-INPUT TO WS-RJ-RAW (WS-RJ-COUNT)
008920     MOVE 'N' TO WS-RJ-USED-SW (WS-RJ-COUNT)
008930     .
008940 3600-LOAD-ONE-EXIT.
008950     EXIT.
008960
008970***************************************************************
008980*  3650-TEST-DECK-DATE                                          *
008990***************************************************************
009000 3650-TEST-DECK-DATE.
009010     IF WS-AK-CREATE-DATE (WS-AK-CUR, WS-DK-IDX)
009020             = FACT-REJ-CREATE-DATE
009030         SET WS-DECK-FOUND TO TRUE
009040     END-IF
009050     .
009060
009070***************************************************************
009080*  4000-BUILD-ACK  -  SECOND PASS: ONE EXTRACT RECORD PER       *
009090*  ITERATION, WITH A CONTROL BREAK ON THE SOURCE SYSTEM.        *
009100***************************************************************
009110 4000-BUILD-ACK.
009120     IF FACTEXT-SOURCE-SYS = 'FACTRREC'
009130         GO TO 4000-BUILD-NEXT
009140     END-IF
009150     IF FACTEXT-SOURCE-SYS = '*NOFEED*'
009160             OR FACTEXT-SOURCE-SYS = SPACE
009170         ADD 1 TO WS-NOFEED-COUNT
009180         GO TO 4000-BUILD-NEXT
009190     END-IF
009200     IF WS-NO-GROUP-OPEN
009210             OR FACTEXT-SOURCE-SYS NOT = WS-GROUP-FEED-ID
009220         IF WS-GROUP-IS-OPEN
009230             PERFORM 4800-CLOSE-GROUP
009240         END-IF
009250         MOVE FACTEXT-SOURCE-SYS TO WS-FIND-FEED-ID
009260         PERFORM 2200-FIND-FEED-ENTRY
009270         IF WS-AK-CUR = ZERO
009280             GO TO 4000-BUILD-NEXT
009290         END-IF
009300         PERFORM 4100-OPEN-GROUP
009310     END-IF
009320     IF FACTEXT-IS-REJECTED
009330         PERFORM 4300-WRITE-REJECT-DETAIL
009340     ELSE
009350         PERFORM 4200-WRITE-RESULT-DETAIL
009360     END-IF
009370     .
009380 4000-BUILD-NEXT.
009390     PERFORM 4900-READ-EXTRACT
009400     .
009410 4000-BUILD-EXIT.
009420     EXIT.
009430
009440***************************************************************
009450*  4100-OPEN-GROUP  -  THE TYPE H HEADER FOR THE FEED AT        *
009460*  WS-AK-CUR, ECHOING THE CREATION DATE OF EACH DECK.           *
009470***************************************************************
009480 4100-OPEN-GROUP.
009490     SET WS-GROUP-IS-OPEN TO TRUE
009500     MOVE WS-AK-FEED-ID (WS-AK-CUR) TO WS-GROUP-FEED-ID
009510     MOVE ZERO TO WS-GRP-DETAIL
009520     MOVE ZERO TO WS-GRP-NORMAL
009530     MOVE ZERO TO WS-GRP-OVERFLOW
009540     MOVE ZERO TO WS-GRP-REJECT
009550     MOVE ZERO TO WS-GRP-RESUB
009560     MOVE ZERO TO WS-GRP-UNPAIRED
009570     MOVE ZERO TO WS-GRP-LEFTOVER
009580     MOVE SPACE TO FACTACK-RECORD
009590     SET FACTACK-IS-HEADER TO TRUE
009600     MOVE WS-GROUP-FEED-ID TO FACTACK-FEED-ID
009610     MOVE WS-TARGET-DATE TO FACTACK-HDR-RUN-DATE
009620     MOVE WS-AK-DECK-COUNT (WS-AK-CUR) TO FACTACK-HDR-DECK-COUNT
009630     PERFORM 4150-MOVE-DECK-DATE
009640         VARYING WS-DK-IDX FROM 1 BY 1
009650             UNTIL WS-DK-IDX > WS-DK-MAX
009660     PERFORM 4950-WRITE-ACK
009670     .
009680
009690***************************************************************
009700*  4150-MOVE-DECK-DATE                                          *
009710***************************************************************
009720 4150-MOVE-DECK-DATE.
009730     MOVE WS-AK-CREATE-DATE (WS-AK-CUR, WS-DK-IDX)
009740         TO FACTACK-HDR-CREATE-DATE (WS-DK-IDX)
009750     .
009760
009770***************************************************************
009780*  4200-WRITE-RESULT-DETAIL  -  A NORMAL OR OVERFLOW RESULT,    *
009790*  STRAIGHT OFF THE EXTRACT.                                    *
009800***************************************************************
009810 4200-WRITE-RESULT-DETAIL.
009820     PERFORM 4250-START-DETAIL
009830     MOVE FACTEXT-REC-TYPE TO FACTACK-DTL-REQ-TYPE
009840     MOVE FACTEXT-INPUT-N TO FACTACK-DTL-INPUT-N
009850     MOVE FACTEXT-INPUT-R TO FACTACK-DTL-INPUT-R
009860     MOVE FACTEXT-RESULT TO FACTACK-DTL-RESULT
009870     MOVE FACTEXT-STATUS TO FACTACK-DTL-STATUS
009880     MOVE FACTEXT-PRIORITY TO FACTACK-DTL-PRIORITY
009890     IF FACTEXT-IS-OVERFLOW
009900         ADD 1 TO WS-GRP-OVERFLOW
009910     ELSE
009920         ADD 1 TO WS-GRP-NORMAL
009930     END-IF
009940     ADD 1 TO WS-GRP-DETAIL
009950     PERFORM 4950-WRITE-ACK
009960     .
009970
009980***************************************************************
009990*  4250-START-DETAIL  -  A BLANK TYPE D RECORD FOR THE GROUP'S  *
010000*  FEED, NOT A RESUBMISSION.                                    *
010010***************************************************************
010020 4250-START-DETAIL.
010030     MOVE SPACE TO FACTACK-RECORD
010040     SET FACTACK-IS-DETAIL TO TRUE
010050     MOVE WS-GROUP-FEED-ID TO FACTACK-FEED-ID
010060     MOVE ZERO TO FACTACK-DTL-INPUT-N
010070     MOVE ZERO TO FACTACK-DTL-INPUT-R
010080     MOVE ZERO TO FACTACK-DTL-RESULT
010090     MOVE ZERO TO FACTACK-DTL-REASON-CODE
010100     MOVE 'N' TO FACTACK-DTL-RESUBMIT-FLAG
010110     MOVE ZERO TO FACTACK-DTL-ORIG-RUN-DATE
010120     MOVE ZERO TO FACTACK-DTL-ORIG-CREATE-DATE
010130     .
010140
010150***************************************************************
010160*  4300-WRITE-REJECT-DETAIL  -  A REJECTED REQUEST, PAIRED WITH *
010170*  THE FEED'S NEXT UNUSED REJECT-LOG ENTRY FOR ITS REASON AND   *
010180*  RAW INPUT.  ONE WITH NO ENTRY LEFT TO PAIR STILL GOES OUT,   *
010190*  WITH REASON 00, AND PUTS THE FEED OUT OF BALANCE.            *
010200***************************************************************
010210 4300-WRITE-REJECT-DETAIL.
010220     PERFORM 4250-START-DETAIL
010230     MOVE FACTEXT-REC-TYPE TO FACTACK-DTL-REQ-TYPE
010240     SET FACTACK-DTL-REJECTED TO TRUE
010250     MOVE FACTEXT-PRIORITY TO FACTACK-DTL-PRIORITY
010260     MOVE ZERO TO WS-RJ-HIT
010270     PERFORM 4350-TEST-REJECT
010280         VARYING WS-RJ-IDX FROM WS-AK-RJ-NEXT (WS-AK-CUR) BY 1
010290             UNTIL WS-RJ-IDX > WS-RJ-COUNT
010300                 OR WS-RJ-HIT > ZERO
010310     IF WS-RJ-HIT > ZERO
010320         MOVE 'Y' TO WS-RJ-USED-SW (WS-RJ-HIT)
010330         ADD 1 TO WS-RJ-HIT GIVING WS-AK-RJ-NEXT (WS-AK-CUR)
010340         MOVE WS-RJ-REASON (WS-RJ-HIT) TO FACTACK-DTL-REASON-CODE
010350         MOVE WS-RJ-TEXT (WS-RJ-HIT) TO FACTACK-DTL-REASON-TEXT
010360         MOVE WS-RJ-RAW (WS-RJ-HIT) TO FACTACK-DTL-RAW-INPUT
010370     ELSE
010380         MOVE 'NOT FOUND ON THE REJECT LOG'
010390             TO FACTACK-DTL-REASON-TEXT
010400         ADD 1 TO WS-GRP-UNPAIRED
010410     END-IF
010420     ADD 1 TO WS-GRP-REJECT
010430     ADD 1 TO WS-GRP-DETAIL
010440     PERFORM 4950-WRITE-ACK
010450     .
010460
010470***************************************************************
010480*  4350-TEST-REJECT                                             *
010490***************************************************************
010500 4350-TEST-REJECT.
010510     IF WS-RJ-FEED-ID (WS-RJ-IDX) = WS-GROUP-FEED-ID
010520             AND NOT WS-RJ-USED (WS-RJ-IDX)
010530         MOVE WS-RJ-IDX TO WS-RJ-HIT
010540     END-IF
010550     .
010560
010570***************************************************************
010580*  4600-WRITE-RESUBMISSION  -  A RECYCLED REQUEST FROM THIS     *
010590*  FEED, WITH TONIGHT'S RESULT AND THE ORIGINAL REJECT.         *
010600***************************************************************
010610 4600-WRITE-RESUBMISSION.
010620     IF NOT WS-XR-MATCHED (WS-XR-IDX)
010630             OR WS-XR-ORIG-FEED-ID (WS-XR-IDX)
010640                 NOT = WS-GROUP-FEED-ID
010650         GO TO 4600-WRITE-RESUBMISSION-EXIT
010660     END-IF
010670     PERFORM 4250-START-DETAIL
010680     MOVE WS-XR-TYPE (WS-XR-IDX) TO FACTACK-DTL-REQ-TYPE
010690     MOVE WS-XR-N (WS-XR-IDX) TO FACTACK-DTL-INPUT-N
010700     MOVE WS-XR-R (WS-XR-IDX) TO FACTACK-DTL-INPUT-R
010710     MOVE WS-XR-RESULT (WS-XR-IDX) TO FACTACK-DTL-RESULT
010720     MOVE WS-XR-STATUS (WS-XR-IDX) TO FACTACK-DTL-STATUS
010730     MOVE WS-XR-PRIORITY (WS-XR-IDX) TO FACTACK-DTL-PRIORITY
010740     MOVE WS-XR-ORIG-REASON (WS-XR-IDX) TO FACTACK-DTL-REASON-CODE
010750     MOVE WS-XR-ORIG-TEXT (WS-XR-IDX) TO FACTACK-DTL-REASON-TEXT
010760     MOVE WS-XR-ORIG-RAW (WS-XR-IDX) TO FACTACK-DTL-RAW-INPUT
010770     MOVE 'Y' TO FACTACK-DTL-RESUBMIT-FLAG
010780     MOVE WS-XR-ORIG-DATE (WS-XR-IDX) TO FACTACK-DTL-ORIG-RUN-DATE
010790     MOVE WS-XR-ORIG-CREATE (WS-XR-IDX)
010800         TO FACTACK-DTL-ORIG-CREATE-DATE
010810     ADD 1 TO WS-GRP-RESUB
010820     ADD 1 TO WS-RESUBS-WRITTEN
010830     PERFORM 4950-WRITE-ACK
010840     .
010850 4600-WRITE-RESUBMISSION-EXIT.
010860     EXIT.
010870
010880***************************************************************
010890*  4700-WRITE-LEFTOVER-REJECT  -  A REJECT LOGGED AGAINST THIS  *
010900*  FEED'S DECKS THAT NO REJECTED EXTRACT RECORD CLAIMED.  IT    *
010910*  STILL GOES BACK, AND PUTS THE FEED OUT OF BALANCE.           *
010920***************************************************************
010930 4700-WRITE-LEFTOVER-REJECT.
010940     IF WS-RJ-FEED-ID (WS-RJ-IDX) NOT = WS-GROUP-FEED-ID
010950             OR WS-RJ-USED (WS-RJ-IDX)
010960         GO TO 4700-WRITE-LEFTOVER-EXIT
010970     END-IF
010980     MOVE 'Y' TO WS-RJ-USED-SW (WS-RJ-IDX)
010990     PERFORM 4250-START-DETAIL
011000     IF WS-RJ-TYPE (WS-RJ-IDX) = SPACE
011010         MOVE 'F' TO FACTACK-DTL-REQ-TYPE
011020     ELSE
011030         MOVE WS-RJ-TYPE (WS-RJ-IDX) TO FACTACK-DTL-REQ-TYPE
011040     END-IF
011050     SET FACTACK-DTL-REJECTED TO TRUE
011060     MOVE WS-RJ-REASON (WS-RJ-IDX) TO FACTACK-DTL-REASON-CODE
011070     MOVE WS-RJ-TEXT (WS-RJ-IDX) TO FACTACK-DTL-REASON-TEXT
011080     MOVE WS-RJ-RAW (WS-RJ-IDX) TO FACTACK-DTL-RAW-INPUT
011090     ADD 1 TO WS-GRP-LEFTOVER
011100     ADD 1 TO WS-GRP-REJECT
011110     ADD 1 TO WS-GRP-DETAIL
011120     PERFORM 4950-WRITE-ACK
011130     .
011140 4700-WRITE-LEFTOVER-EXIT.
011150     EXIT.
011160
011170***************************************************************
011180*  4800-CLOSE-GROUP  -  THE FEED'S RESUBMISSIONS, ANY REJECTS   *
011190*  LEFT UNPAIRED, THEN THE TYPE T TRAILER AND THE REPORT LINE.  *
011200*  BALANCED WHEN THE REQUEST DETAILS EQUAL THE DECK TRAILER     *
011210*  TOTAL AND EVERY REJECT PAIRED UP.                            *
011220***************************************************************
011230 4800-CLOSE-GROUP.
011240     PERFORM 4600-WRITE-RESUBMISSION
011250         THRU 4600-WRITE-RESUBMISSION-EXIT
011260         VARYING WS-XR-IDX FROM 1 BY 1
011270             UNTIL WS-XR-IDX > WS-XR-COUNT
011280     PERFORM 4700-WRITE-LEFTOVER-REJECT
011290         THRU 4700-WRITE-LEFTOVER-EXIT
011300         VARYING WS-RJ-IDX FROM 1 BY 1
011310             UNTIL WS-RJ-IDX > WS-RJ-COUNT
011320     MOVE SPACE TO FACTACK-RECORD
011330     SET FACTACK-IS-TRAILER TO TRUE
011340     MOVE WS-GROUP-FEED-ID TO FACTACK-FEED-ID
011350     MOVE WS-AK-TRL-SUM (WS-AK-CUR) TO FACTACK-TRL-FEED-COUNT
011360     MOVE WS-GRP-DETAIL TO FACTACK-TRL-DETAIL-COUNT
011370     MOVE WS-GRP-NORMAL TO FACTACK-TRL-NORMAL-COUNT
011380     MOVE WS-GRP-OVERFLOW TO FACTACK-TRL-OVERFLOW-COUNT
011390     MOVE WS-GRP-REJECT TO FACTACK-TRL-REJECT-COUNT
011400     MOVE WS-GRP-RESUB TO FACTACK-TRL-RESUBMIT-COUNT
011410     IF WS-GRP-DETAIL = WS-AK-TRL-SUM (WS-AK-CUR)
011420             AND WS-GRP-UNPAIRED = ZERO
011430             AND WS-GRP-LEFTOVER = ZERO
011440         SET FACTACK-TRL-BALANCED TO TRUE
011450     ELSE
011460         SET FACTACK-TRL-OUT-OF-BALANCE TO TRUE
011470         ADD 1 TO WS-FEEDS-OUT-OF-BAL
011480     END-IF
011490     PERFORM 7100-PRINT-FEED-LINE
011500     PERFORM 4950-WRITE-ACK
011510     ADD WS-GRP-DETAIL TO WS-DETAILS-WRITTEN
011520     ADD 1 TO WS-FEEDS-ACKED
011530     MOVE 'Y' TO WS-AK-DONE-SW (WS-AK-CUR)
011540     SET WS-NO-GROUP-OPEN TO TRUE
011550     .
011560
011570***************************************************************
011580*  4900-READ-EXTRACT                                            *
011590***************************************************************
011600 4900-READ-EXTRACT.
011610     READ FACT-EXTRACT-FILE
011620         AT END
011630             SET WS-END-OF-FILE TO TRUE
011640     END-READ
011650     .
011660
011670***************************************************************
011680*  4950-WRITE-ACK                                               *
011690***************************************************************
011700 4950-WRITE-ACK.
011710     WRITE FACTACK-RECORD
011720     ADD 1 TO WS-ACK-WRITTEN
011730     .
011740
011750***************************************************************
011760*  5000-ACK-REMAINING-FEED  -  A FEED WITH NOTHING ON TONIGHT'S *
011770*  EXTRACT: AN EMPTY DECK RECEIPTED TONIGHT, OR RESUBMISSIONS   *
011780*  ONLY (NO DECK, ZERO TRAILER COUNT).                          *
011790***************************************************************
011800 5000-ACK-REMAINING-FEED.
011810     IF WS-AK-ACKNOWLEDGED (WS-AK-IDX)
011820         GO TO 5000-ACK-REMAINING-EXIT
011830     END-IF
011840     MOVE WS-AK-IDX TO WS-AK-CUR
011850     PERFORM 4100-OPEN-GROUP
011860     PERFORM 4800-CLOSE-GROUP
011870     .
011880 5000-ACK-REMAINING-EXIT.
011890     EXIT.
011900
011910***************************************************************
011920*  7000-PRINT-TOTALS                                            *
011930***************************************************************
011940 7000-PRINT-TOTALS.
011950     MOVE WS-EXT-READ TO WS-TL1-COUNT
011960     MOVE WS-FEEDS-ACKED TO WS-TL2-COUNT
011970     MOVE WS-FEEDS-OUT-OF-BAL TO WS-TL3-COUNT
011980     MOVE WS-DETAILS-WRITTEN TO WS-TL4-COUNT
011990     MOVE WS-RESUBS-WRITTEN TO WS-TL5-COUNT
012000     MOVE WS-RCYC-UNTRACED TO WS-TL6-COUNT
012010     MOVE WS-XREF-NOT-RUN TO WS-TL7-COUNT
012020     MOVE WS-NOFEED-COUNT TO WS-TL8-COUNT
012030     MOVE WS-ACK-WRITTEN TO WS-TL9-COUNT
012040     MOVE SPACE TO FACT-ACK-LINE
012050     WRITE FACT-ACK-LINE
012060     WRITE FACT-ACK-LINE FROM WS-TOTAL-LINE-1
012070     WRITE FACT-ACK-LINE FROM WS-TOTAL-LINE-2
012080     WRITE FACT-ACK-LINE FROM WS-TOTAL-LINE-3
012090     WRITE FACT-ACK-LINE FROM WS-TOTAL-LINE-4
012100     WRITE FACT-ACK-LINE FROM WS-TOTAL-LINE-5
012110     WRITE FACT-ACK-LINE FROM WS-TOTAL-LINE-6
012120     WRITE FACT-ACK-LINE FROM WS-TOTAL-LINE-7
012130     WRITE FACT-ACK-LINE FROM WS-TOTAL-LINE-8
012140     WRITE FACT-ACK-LINE FROM WS-TOTAL-LINE-9
012150     .
012160
012170***************************************************************
012180*  7100-PRINT-FEED-LINE  -  ONE FEED'S COUNTS AND BALANCE.  THE *
012190*  FIRST DECK'S CREATION DATE IS SHOWN; THE ACK HEADER CARRIES  *
012200*  THEM ALL.                                                    *
012210***************************************************************
012220 7100-PRINT-FEED-LINE.
012230     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
012240         PERFORM 8000-PRINT-HEADERS
012250     END-IF
012260     MOVE WS-GROUP-FEED-ID TO WS-DL-FEED-ID
012270     MOVE WS-AK-DECK-COUNT (WS-AK-CUR) TO WS-DL-DECKS
012280     IF WS-AK-DECK-COUNT (WS-AK-CUR) > ZERO
012290         MOVE WS-AK-CREATE-DATE (WS-AK-CUR, 1) TO WS-EDIT-DATE
012300         MOVE WS-EDIT-DATE-MM TO WS-DL-CREATE-MM
012310         MOVE WS-EDIT-DATE-DD TO WS-DL-CREATE-DD
012320         MOVE WS-EDIT-DATE-CCYY TO WS-DL-CREATE-CCYY
012330     ELSE
012340         MOVE ZERO TO WS-DL-CREATE-MM
012350         MOVE ZERO TO WS-DL-CREATE-DD
012360         MOVE ZERO TO WS-DL-CREATE-CCYY
012370     END-IF
012380     MOVE WS-AK-TRL-SUM (WS-AK-CUR) TO WS-DL-TRAILER
012390     MOVE WS-GRP-DETAIL TO WS-DL-DETAILS
012400     MOVE WS-GRP-NORMAL TO WS-DL-NORMAL
012410     MOVE WS-GRP-OVERFLOW TO WS-DL-OVERFLOW
012420     MOVE WS-GRP-REJECT TO WS-DL-REJECTS
012430     MOVE WS-GRP-RESUB TO WS-DL-RESUBMIT
012440     IF FACTACK-TRL-BALANCED
012450         MOVE 'BALANCED' TO WS-DL-BALANCE
012460     ELSE
012470         MOVE 'OUT OF BALANCE' TO WS-DL-BALANCE
012480     END-IF
012490     WRITE FACT-ACK-LINE FROM WS-DETAIL-LINE
012500     ADD 1 TO WS-LINE-COUNT
012510     .
012520
012530***************************************************************
012540*  8000-PRINT-HEADERS                                           *
012550***************************************************************
012560 8000-PRINT-HEADERS.
012570     ADD 1 TO WS-PAGE-NO
012580     MOVE WS-PAGE-NO TO WS-HL1-PAGE-NO
012590     MOVE WS-RUN-DATE-MM TO WS-HL2-MM
012600     MOVE WS-RUN-DATE-DD TO WS-HL2-DD
012610     MOVE WS-RUN-DATE-CCYY TO WS-HL2-CCYY
012620     MOVE WS-TARGET-DATE TO WS-EDIT-DATE
012630     MOVE WS-EDIT-DATE-MM TO WS-HL2-TGT-MM
012640     MOVE WS-EDIT-DATE-DD TO WS-HL2-TGT-DD
012650     MOVE WS-EDIT-DATE-CCYY TO WS-HL2-TGT-CCYY
012660     IF WS-PAGE-NO > 1
012670         MOVE SPACE TO FACT-ACK-LINE
012680         WRITE FACT-ACK-LINE
012690             AFTER ADVANCING PAGE
012700     END-IF
012710     WRITE FACT-ACK-LINE FROM WS-HEADING-LINE-1
012720     WRITE FACT-ACK-LINE FROM WS-HEADING-LINE-2
012730     MOVE SPACE TO FACT-ACK-LINE
012740     WRITE FACT-ACK-LINE
012750     WRITE FACT-ACK-LINE FROM WS-COLUMN-HEADING
012760     MOVE SPACE TO FACT-ACK-LINE
012770     WRITE FACT-ACK-LINE
012780     MOVE ZERO TO WS-LINE-COUNT
012790     .
012800
012810***************************************************************
012820*  9000-TERMINATE                                               *
012830***************************************************************
012840 9000-TERMINATE.
012850     CLOSE FACT-EXTRACT-FILE
012860     CLOSE FACT-ACK-FILE
012870     CLOSE FACT-ACK-RPT
012880     .
