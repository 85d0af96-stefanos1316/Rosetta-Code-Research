000010***************************************************************
000020*  PROGRAM-ID. FACTASUM
000030*
000040*  AUTHOR.       S. L. SAMMS, ACTUARIAL SYSTEMS GROUP
000050*  INSTALLATION. HOME OFFICE DATA CENTER
000060*  DATE-WRITTEN. 2026-10-15
000070*  DATE-COMPILED.
000080*
000090*  REMARKS.
000100*      NIGHTLY AUDIT SUMMARIZATION.  ROLLS THE FACT-AUDIT-LOG
000110*      ENTRIES WRITTEN SINCE THE LAST RUN INTO THE FACTSUM
000120*      DAILY SUMMARY KSDS (SEE COPYBOOK FACTSUM) - ONE COUNT
000130*      BY DATE, HOUR, CALLER ID, SOURCE SYSTEM, REQUEST TYPE
000140*      AND OVERFLOW FLAG, ONE BY DATE AND INPUT N, AND ONE
000150*      DAY TOTAL PER ENTRY - SO FACTAUDR AND FACTCHGB CAN
000160*      REPORT ANY DATE RANGE, ARCHIVED MONTHS INCLUDED,
000170*      WITHOUT REREADING THE RAW LOG.
000180*
000190*      THE LOG IS ONLY EVER APPENDED TO, SO THE CONTROL RECORD
000200*      KEEPS HOW MANY OF ITS RECORDS HAVE BEEN SUMMARIZED AND
000210*      THE IDENTITY OF THE LAST ONE.  A NIGHTLY RUN SKIPS THAT
000220*      MANY, CHECKS THE LAST ONE SKIPPED IS THE SAME ENTRY, AND
000230*      SUMMARIZES THE REST.  FACTAPRG TRIMS ARCHIVED MONTHS
000240*      OUT OF THE LOG, SO ITS JOB RUNS THIS PROGRAM TO CATCH UP
000250*      BEFORE THE TRIM AND AGAIN IN REBASE MODE AFTER IT.
000260*
000270*      EVERY RUN ENDS BY PROVING THE WHOLE SUMMARY BACK TO ITS
000280*      CONTROL RECORD - THE HOUR CELLS, THE N TALLIES AND THE
000290*      DAY TOTALS MUST EACH ADD UP TO THE NUMBER OF RAW
000300*      ENTRIES SUMMARIZED, THE OVERFLOWS TO THE OVERFLOW
000310*      TOTAL, AND THE N TALLIES TO THE N HASH.
000320*
000330*      THE OPTIONAL SUMPARM CARD -
000340*        COL   1     RUN MODE
000350*                    BLANK  NIGHTLY - SUMMARIZE THE LIVE LOG'S
000360*                           NEW ENTRIES (THE DEFAULT)
000370*                    A      ARCHIVE LOAD - FACTAUDT IS A
000380*                           FACTAPRG ARCHIVE GENERATION; ONLY
000390*                           ENTRIES DATED BEFORE THE EARLIEST
000400*                           DATE ALREADY SUMMARIZED ARE ADDED,
000410*                           SO LOAD GENERATIONS NEWEST FIRST
000420*                    R      REBASE - FACTAUDT IS THE LIVE LOG
000430*                           JUST TRIMMED BY FACTAPRG; RESETS
000440*                           THE POSITION, ADDS NOTHING
000450*
000460*      CONDITION CODES -
000470*         0  SUMMARIZED AND PROVEN
000480*         4  ARCHIVE LOAD SKIPPED ENTRIES ALREADY SUMMARIZED
000490*         8  THE SUMMARY DOES NOT TIE TO ITS CONTROL RECORD -
000500*            RESTORE IT FROM THE BACKUP TAKEN BEFORE THE RUN
000510*        16  A FILE COULD NOT BE OPENED, READ OR UPDATED, OR
000520*            THE LOG DOES NOT MATCH THE SUMMARY POSITION
000530*
000540*  MODIFICATION HISTORY.
000550*      DATE        INIT  DESCRIPTION
000560*      ----------  ----  ---------------------------------------
000570*      2026-10-15  SLS   INITIAL VERSION.
000580***************************************************************
000590 IDENTIFICATION DIVISION.
000600 PROGRAM-ID. FACTASUM.
000610
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT FACT-SUM-PARM ASSIGN TO "SUMPARM"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-PARM-STATUS.
000680
000690     SELECT FACT-AUDIT-FILE ASSIGN TO "FACTAUDT"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-AUDIT-STATUS.
000720
000730     SELECT FACT-SUMMARY-FILE ASSIGN TO "FACTSUM"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS FACTSUM-KEY
000770         FILE STATUS IS WS-SUM-STATUS.
000780
000790     SELECT FACT-SUM-RPT ASSIGN TO "FACTSUMR"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-RPT-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  FACT-SUM-PARM.
000860 01  FACT-SUM-PARM-CARD.
000870     05  SUMPARM-RUN-MODE          PIC X(01).
000880     05  FILLER                    PIC X(79).
000890
000900 FD  FACT-AUDIT-FILE.
000910 COPY FACTAUD.
000920
000930 FD  FACT-SUMMARY-FILE.
000940 COPY FACTSUM.
000950
000960 FD  FACT-SUM-RPT.
000970 01  FACT-SUM-LINE                 PIC X(132).
000980
000990 WORKING-STORAGE SECTION.
001000***************************************************************
001010*  FILE STATUS AND SWITCHES                                     *
001020***************************************************************
001030 01  WS-PARM-STATUS             PIC X(02).
001040     88  WS-PARM-OK                  VALUE '00'.
001050
001060 01  WS-AUDIT-STATUS            PIC X(02).
001070     88  WS-AUDIT-OK                 VALUE '00'.
001080     88  WS-AUDIT-EOF                VALUE '10'.
001090
001100 01  WS-SUM-STATUS              PIC X(02).
001110     88  WS-SUM-OK                   VALUE '00'.
001120     88  WS-SUM-EOF                  VALUE '10'.
001130     88  WS-SUM-NOT-FOUND            VALUE '23'.
001140
001150 01  WS-RPT-STATUS              PIC X(02).
001160     88  WS-RPT-OK                   VALUE '00'.
001170
001180 01  WS-SWITCHES.
001190     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001200         88  WS-END-OF-FILE          VALUE 'Y'.
001210     05  WS-SUM-EOF-SWITCH      PIC X(01) VALUE 'N'.
001220         88  WS-SUM-END-OF-FILE      VALUE 'Y'.
001230     05  WS-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001240         88  WS-ABORTED              VALUE 'Y'.
001250     05  WS-TIE-SWITCH          PIC X(01) VALUE 'Y'.
001260         88  WS-SUMMARY-TIES         VALUE 'Y'.
001270         88  WS-SUMMARY-OFF          VALUE 'N'.
001280     05  WS-RUN-MODE            PIC X(01) VALUE SPACE.
001290         88  WS-MODE-NIGHTLY         VALUE SPACE.
001300         88  WS-MODE-ARCHIVE         VALUE 'A'.
001310         88  WS-MODE-REBASE          VALUE 'R'.
001320
001330***************************************************************
001340*  THE CONTROL RECORD AS IT STOOD AT THE START OF THE RUN       *
001350***************************************************************
001360 01  WS-CONTROL-KEY.
001370     05  FILLER                 PIC 9(08) VALUE ZERO.
001380     05  FILLER                 PIC X(01) VALUE 'C'.
001390     05  FILLER                 PIC X(20) VALUE SPACE.
001400
001410 01  WS-START-POSITION          PIC 9(11) VALUE ZERO.
001420 01  WS-START-LOW-DATE          PIC 9(08) VALUE ZERO.
001430 01  WS-START-HIGH-DATE         PIC 9(08) VALUE ZERO.
001440 01  WS-START-LAST-ENTRY        PIC X(31) VALUE SPACE.
001450
001460***************************************************************
001470*  AUDIT ENTRY IDENTITY - TIMESTAMP, CALLER, SEQUENCE NUMBER    *
001480***************************************************************
001490 01  WS-ENTRY-ID.
001500     05  WS-EID-STAMP           PIC X(16).
001510     05  WS-EID-CALLER          PIC X(08).
001520     05  WS-EID-SEQ-NO          PIC X(07).
001530 01  WS-LAST-ENTRY-SEEN         PIC X(31) VALUE SPACE.
001540
001550***************************************************************
001560*  SUMMARY KEY BEING POSTED                                     *
001570***************************************************************
001580 01  WS-POST-KEY.
001590     05  WS-PK-DATE             PIC 9(08).
001600     05  WS-PK-KIND             PIC X(01).
001610     05  WS-PK-SUB-KEY          PIC X(20).
001620     05  WS-PK-CELL-KEY REDEFINES WS-PK-SUB-KEY.
001630         10  WS-PK-HOUR         PIC X(02).
001640         10  WS-PK-CALLER-ID    PIC X(08).
001650         10  WS-PK-SOURCE-SYS   PIC X(08).
001660         10  WS-PK-REQ-TYPE     PIC X(01).
001670         10  WS-PK-OVFL-FLAG    PIC X(01).
001680     05  WS-PK-N-KEY REDEFINES WS-PK-SUB-KEY.
001690         10  WS-PK-INPUT-N      PIC 9(10).
001700         10  FILLER             PIC X(10).
001710
001720***************************************************************
001730*  ACCUMULATORS - THIS RUN                                      *
001740***************************************************************
001750 01  WS-COUNTERS.
001760     05  WS-PAGE-NO             PIC 9(05) COMP-3 VALUE ZERO.
001770     05  WS-SKIPPED-COUNT       PIC 9(11) COMP-3 VALUE ZERO.
001780     05  WS-READ-COUNT          PIC 9(11) COMP-3 VALUE ZERO.
001790     05  WS-ADDED-COUNT         PIC 9(11) COMP-3 VALUE ZERO.
001800     05  WS-ADDED-OVFL          PIC 9(11) COMP-3 VALUE ZERO.
001810     05  WS-ADDED-N-HASH        PIC 9(18) COMP-3 VALUE ZERO.
001820     05  WS-ARCH-SKIP-COUNT     PIC 9(11) COMP-3 VALUE ZERO.
001830     05  WS-NEW-POSITION        PIC 9(11) COMP-3 VALUE ZERO.
001840     05  WS-NEW-LOW-DATE        PIC 9(08) VALUE ZERO.
001850     05  WS-NEW-HIGH-DATE       PIC 9(08) VALUE ZERO.
001860
001870***************************************************************
001880*  ACCUMULATORS - THE PROOF PASS OVER THE WHOLE SUMMARY         *
001890***************************************************************
001900 01  WS-PROOF-COUNTERS.
001910     05  WS-PF-CTL-ENTRIES      PIC 9(11) COMP-3 VALUE ZERO.
001920     05  WS-PF-CTL-OVFL         PIC 9(11) COMP-3 VALUE ZERO.
001930     05  WS-PF-CTL-N-HASH       PIC 9(18) COMP-3 VALUE ZERO.
001940     05  WS-PF-CTL-ARCH         PIC 9(11) COMP-3 VALUE ZERO.
001950     05  WS-PF-CTL-POSITION     PIC 9(11) COMP-3 VALUE ZERO.
001960     05  WS-PF-CTL-LOW-DATE     PIC 9(08) VALUE ZERO.
001970     05  WS-PF-CTL-HIGH-DATE    PIC 9(08) VALUE ZERO.
001980     05  WS-PF-CELL-ENTRIES     PIC 9(11) COMP-3 VALUE ZERO.
001990     05  WS-PF-CELL-OVFL        PIC 9(11) COMP-3 VALUE ZERO.
002000     05  WS-PF-N-ENTRIES        PIC 9(11) COMP-3 VALUE ZERO.
002010     05  WS-PF-N-OVFL           PIC 9(11) COMP-3 VALUE ZERO.
002020     05  WS-PF-N-HASH           PIC 9(18) COMP-3 VALUE ZERO.
002030     05  WS-PF-DAY-ENTRIES      PIC 9(11) COMP-3 VALUE ZERO.
002040     05  WS-PF-DAY-OVFL         PIC 9(11) COMP-3 VALUE ZERO.
002050     05  WS-PF-OTHER-RECORDS    PIC 9(11) COMP-3 VALUE ZERO.
002060 01  WS-N-PRODUCT               PIC 9(18) COMP-3 VALUE ZERO.
002070
002080 01  WS-RUN-DATE.
002090     05  WS-RUN-DATE-CCYY       PIC 9(04).
002100     05  WS-RUN-DATE-MM         PIC 9(02).
002110     05  WS-RUN-DATE-DD         PIC 9(02).
002120 01  WS-RUN-DATE-NUM            PIC 9(08).
002130 01  WS-RUN-TIME                PIC 9(08).
002140
002150***************************************************************
002160*  REPORT LINES                                                 *
002170***************************************************************
002180 01  WS-HEADING-LINE-1.
002190     05  FILLER                 PIC X(01)  VALUE SPACE.
002200     05  FILLER                 PIC X(30)  VALUE
002210         'HOME OFFICE DATA CENTER'.
002220     05  FILLER                 PIC X(44)  VALUE
002230         'DAILY AUDIT SUMMARIZATION - FACTASUM'.
002240     05  FILLER                 PIC X(10)  VALUE 'PAGE'.
002250     05  WS-HL1-PAGE-NO         PIC ZZZZ9.
002260     05  FILLER                 PIC X(37)  VALUE SPACE.
002270
002280 01  WS-HEADING-LINE-2.
002290     05  FILLER                 PIC X(01)  VALUE SPACE.
002300     05  FILLER                 PIC X(11)  VALUE 'RUN DATE - '.
002310     05  WS-HL2-MM              PIC 99.
002320     05  FILLER                 PIC X(01)  VALUE '/'.
002330     05  WS-HL2-DD              PIC 99.
002340     05  FILLER                 PIC X(01)  VALUE '/'.
002350     05  WS-HL2-CCYY            PIC 9999.
002360     05  FILLER                 PIC X(04)  VALUE SPACE.
002370     05  WS-HL2-MODE            PIC X(40).
002380     05  FILLER                 PIC X(66)  VALUE SPACE.
002390
002400 01  WS-SECTION-HEADING.
002410     05  FILLER                 PIC X(01)  VALUE SPACE.
002420     05  WS-SH-TITLE            PIC X(50).
002430     05  FILLER                 PIC X(81)  VALUE SPACE.
002440
002450 01  WS-COUNT-LINE.
002460     05  FILLER                 PIC X(01)  VALUE SPACE.
002470     05  WS-CL-TEXT             PIC X(33).
002480     05  WS-CL-COUNT            PIC Z(17)9.
002490     05  FILLER                 PIC X(80)  VALUE SPACE.
002500
002510 01  WS-DATE-LINE.
002520     05  FILLER                 PIC X(01)  VALUE SPACE.
002530     05  WS-DL-TEXT             PIC X(33).
002540     05  FILLER                 PIC X(08)  VALUE SPACE.
002550     05  WS-DL-DATE             PIC 9(08).
002560     05  FILLER                 PIC X(04)  VALUE ' TO '.
002570     05  WS-DL-DATE-2           PIC 9(08).
002580     05  FILLER                 PIC X(70)  VALUE SPACE.
002590
002600 01  WS-MESSAGE-LINE.
002610     05  FILLER                 PIC X(01)  VALUE SPACE.
002620     05  WS-ML-TEXT             PIC X(60).
002630     05  FILLER                 PIC X(71)  VALUE SPACE.
002640
002650 PROCEDURE DIVISION.
002660***************************************************************
002670*  0000-MAINLINE                                                *
002680***************************************************************
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE
002710     EVALUATE TRUE
002720         WHEN WS-MODE-REBASE
002730             PERFORM 4000-REBASE THRU 4000-REBASE-EXIT
002740         WHEN WS-MODE-ARCHIVE
002750             PERFORM 3000-SUMMARIZE-ENTRY THRU 3000-SUMMARIZE-EXIT
002760                 UNTIL WS-END-OF-FILE
002770         WHEN OTHER
002780             PERFORM 2000-SKIP-SUMMARIZED THRU 2000-SKIP-EXIT
002790             PERFORM 3000-SUMMARIZE-ENTRY THRU 3000-SUMMARIZE-EXIT
002800                 UNTIL WS-END-OF-FILE
002810     END-EVALUATE
002820     IF NOT WS-ABORTED
002830         PERFORM 5000-UPDATE-CONTROL THRU 5000-UPDATE-EXIT
002840     END-IF
002850     PERFORM 6000-PROVE-SUMMARY THRU 6000-PROVE-EXIT
002860     PERFORM 7000-PRINT-REPORT
002870     PERFORM 9000-TERMINATE
002880     EVALUATE TRUE
002890         WHEN WS-ABORTED
002900             MOVE 16 TO RETURN-CODE
002910         WHEN WS-SUMMARY-OFF
002920             MOVE 8 TO RETURN-CODE
002930         WHEN WS-ARCH-SKIP-COUNT > ZERO
002940             MOVE 4 TO RETURN-CODE
002950         WHEN OTHER
002960             MOVE 0 TO RETURN-CODE
002970     END-EVALUATE
002980     GOBACK
002990     .
003000
003010***************************************************************
003020*  1000-INITIALIZE  -  RUN MODE, FILES, AND THE CONTROL RECORD  *
003030*  AS IT STANDS BEFORE THIS RUN.                                *
003040***************************************************************
003050 1000-INITIALIZE.
003060     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
003070     ACCEPT WS-RUN-TIME FROM TIME
003080     MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE
003090     PERFORM 1100-READ-PARM-CARD
003100         THRU 1100-READ-PARM-EXIT
003110     EVALUATE TRUE
003120         WHEN WS-MODE-ARCHIVE
003130             MOVE 'ARCHIVE LOAD' TO WS-HL2-MODE
003140         WHEN WS-MODE-REBASE
003150             MOVE 'REBASE AFTER ARCHIVE TRIM' TO WS-HL2-MODE
003160         WHEN OTHER
003170             MOVE 'NIGHTLY - NEW LIVE LOG ENTRIES' TO WS-HL2-MODE
003180     END-EVALUATE
003190     OPEN INPUT  FACT-AUDIT-FILE
003200     OPEN I-O    FACT-SUMMARY-FILE
003210     OPEN OUTPUT FACT-SUM-RPT
003220     IF NOT WS-AUDIT-OK
003230         DISPLAY 'FACTASUM - AUDIT FILE OPEN FAILED, STATUS '
003240                 WS-AUDIT-STATUS
003250         MOVE 16 TO RETURN-CODE
003260         GOBACK
003270     END-IF
003280     IF NOT WS-SUM-OK
003290         DISPLAY 'FACTASUM - SUMMARY FILE OPEN FAILED, STATUS '
003300                 WS-SUM-STATUS
003310         MOVE 16 TO RETURN-CODE
003320         GOBACK
003330     END-IF
003340     IF NOT WS-RPT-OK
003350         DISPLAY 'FACTASUM - REPORT FILE OPEN FAILED, STATUS '
003360                 WS-RPT-STATUS
003370         MOVE 16 TO RETURN-CODE
003380         GOBACK
003390     END-IF
003400     MOVE WS-CONTROL-KEY TO FACTSUM-KEY
003410     READ FACT-SUMMARY-FILE
003420     IF NOT WS-SUM-OK
003430         DISPLAY 'FACTASUM - SUMMARY CONTROL RECORD NOT READ, '
003440                 'STATUS ' WS-SUM-STATUS ' - RUN FACTSDEF'
003450         MOVE 16 TO RETURN-CODE
003460         GOBACK
003470     END-IF
003480     MOVE FACTSUM-CTL-LOG-POSITION TO WS-START-POSITION
003490     MOVE FACTSUM-CTL-LOW-DATE TO WS-START-LOW-DATE
003500     MOVE FACTSUM-CTL-HIGH-DATE TO WS-START-HIGH-DATE
003510     MOVE FACTSUM-CTL-LAST-ENTRY TO WS-START-LAST-ENTRY
003520     MOVE WS-START-LAST-ENTRY TO WS-LAST-ENTRY-SEEN
003530     MOVE WS-START-LOW-DATE TO WS-NEW-LOW-DATE
003540     MOVE WS-START-HIGH-DATE TO WS-NEW-HIGH-DATE
003550     IF WS-MODE-ARCHIVE
003560             AND WS-START-LOW-DATE = ZERO
003570         DISPLAY 'FACTASUM - NOTHING SUMMARIZED YET - SUMMARIZE '
003580                 'THE LIVE LOG BEFORE LOADING ARCHIVES'
003590         SET WS-ABORTED TO TRUE
003600         SET WS-END-OF-FILE TO TRUE
003610     END-IF
003620     IF WS-MODE-ARCHIVE
003630             AND NOT WS-ABORTED
003640         PERFORM 2100-READ-AUDIT
003650     END-IF
003660     .
003670
003680***************************************************************
003690*  1100-READ-PARM-CARD  -  A MISSING OR EMPTY CARD, OR AN       *
003700*  UNKNOWN MODE, RUNS THE NIGHTLY SUMMARIZATION.                *
003710***************************************************************
003720 1100-READ-PARM-CARD.
003730     OPEN INPUT FACT-SUM-PARM
003740     IF NOT WS-PARM-OK
003750         GO TO 1100-READ-PARM-EXIT
003760     END-IF
003770     READ FACT-SUM-PARM
003780         AT END
003790             CLOSE FACT-SUM-PARM
003800             GO TO 1100-READ-PARM-EXIT
003810     END-READ
003820     MOVE SUMPARM-RUN-MODE TO WS-RUN-MODE
003830     IF NOT WS-MODE-ARCHIVE
003840             AND NOT WS-MODE-REBASE
003850         SET WS-MODE-NIGHTLY TO TRUE
003860     END-IF
003870     CLOSE FACT-SUM-PARM
003880     .
003890 1100-READ-PARM-EXIT.
003900     EXIT.
003910
003920***************************************************************
003930*  2000-SKIP-SUMMARIZED  -  PASS OVER THE LOG RECORDS EARLIER   *
003940*  RUNS HAVE SUMMARIZED.  THE LOG MUST STILL HOLD AT LEAST      *
003950*  THAT MANY, AND THE LAST ONE PASSED OVER MUST BE THE ENTRY    *
003960*  THE CONTROL RECORD SAYS WAS LAST - OTHERWISE THE LOG WAS     *
003970*  TRIMMED OR REPLACED WITHOUT A REBASE AND NOTHING IS ADDED.   *
003980***************************************************************
003990 2000-SKIP-SUMMARIZED.
004000     PERFORM 2050-SKIP-ONE
004010         UNTIL WS-SKIPPED-COUNT >= WS-START-POSITION
004020             OR WS-END-OF-FILE
004030     IF WS-SKIPPED-COUNT < WS-START-POSITION
004040         DISPLAY 'FACTASUM - LOG HOLDS ' WS-SKIPPED-COUNT
004050                 ' RECORDS, SUMMARY POSITION IS '
004060                 WS-START-POSITION
004070         DISPLAY 'FACTASUM - LOG TRIMMED WITHOUT A REBASE'
004080         SET WS-ABORTED TO TRUE
004090         GO TO 2000-SKIP-EXIT
004100     END-IF
004110     IF WS-START-POSITION > ZERO
004120             AND WS-LAST-ENTRY-SEEN NOT = WS-START-LAST-ENTRY
004130         DISPLAY 'FACTASUM - LOG RECORD ' WS-START-POSITION
004140                 ' IS NOT THE LAST ENTRY SUMMARIZED'
004150         DISPLAY 'FACTASUM - EXPECTED ' WS-START-LAST-ENTRY
004160         DISPLAY 'FACTASUM - FOUND    ' WS-LAST-ENTRY-SEEN
004170         SET WS-ABORTED TO TRUE
004180         SET WS-END-OF-FILE TO TRUE
004190         GO TO 2000-SKIP-EXIT
004200     END-IF
004210     PERFORM 2100-READ-AUDIT
004220     .
004230 2000-SKIP-EXIT.
004240     EXIT.
004250
004260***************************************************************
004270*  2050-SKIP-ONE                                                *
004280***************************************************************
004290 2050-SKIP-ONE.
004300     PERFORM 2100-READ-AUDIT
004310     IF NOT WS-END-OF-FILE
004320         ADD 1 TO WS-SKIPPED-COUNT
004330         PERFORM 2200-SET-ENTRY-ID
004340         MOVE WS-ENTRY-ID TO WS-LAST-ENTRY-SEEN
004350     END-IF
004360     .
004370
004380***************************************************************
004390*  2100-READ-AUDIT                                              *
004400***************************************************************
004410 2100-READ-AUDIT.
004420     READ FACT-AUDIT-FILE
004430         AT END
004440             SET WS-END-OF-FILE TO TRUE
004450     END-READ
004460     IF NOT WS-END-OF-FILE
004470             AND NOT WS-AUDIT-OK
004480         DISPLAY 'FACTASUM - AUDIT FILE READ FAILED, STATUS '
004490                 WS-AUDIT-STATUS
004500         SET WS-ABORTED TO TRUE
004510         SET WS-END-OF-FILE TO TRUE
004520     END-IF
004530     .
004540
004550***************************************************************
004560*  2200-SET-ENTRY-ID  -  THE ENTRY'S IDENTITY FOR THE CONTROL   *
004570*  RECORD.  THE SEQUENCE NUMBER IS BLANK ON OLD ENTRIES, SO IT  *
004580*  IS TAKEN AS IT STANDS IN THE RECORD.                         *
004590***************************************************************
004600 2200-SET-ENTRY-ID.
004610     MOVE FACT-AUD-TIMESTAMP TO WS-EID-STAMP
004620     MOVE FACT-AUD-CALLER-ID TO WS-EID-CALLER
004630     MOVE FACT-AUD-SEQ-NO TO WS-EID-SEQ-NO
004640     .
004650
004660***************************************************************
004670*  3000-SUMMARIZE-ENTRY  -  POST ONE AUDIT ENTRY TO ITS HOUR    *
004680*  CELL, ITS N TALLY AND ITS DAY TOTAL.  AN ARCHIVE LOAD        *
004690*  PASSES OVER AN ENTRY DATED ON OR AFTER THE EARLIEST DATE     *
004700*  ALREADY SUMMARIZED - THAT MONTH CAME IN FROM THE LIVE LOG.   *
004710***************************************************************
004720 3000-SUMMARIZE-ENTRY.
004730     ADD 1 TO WS-READ-COUNT
004740     IF WS-MODE-ARCHIVE
004750             AND FACT-AUD-DATE NOT < WS-START-LOW-DATE
004760         ADD 1 TO WS-ARCH-SKIP-COUNT
004770         PERFORM 2100-READ-AUDIT
004780         GO TO 3000-SUMMARIZE-EXIT
004790     END-IF
004800     MOVE FACT-AUD-DATE TO WS-PK-DATE
004810     MOVE 'H' TO WS-PK-KIND
004820     MOVE SPACE TO WS-PK-SUB-KEY
004830     MOVE FACT-AUD-TIME (1:2) TO WS-PK-HOUR
004840     MOVE FACT-AUD-CALLER-ID TO WS-PK-CALLER-ID
004850     MOVE FACT-AUD-SOURCE-SYS TO WS-PK-SOURCE-SYS
004860     MOVE FACT-AUD-REQ-TYPE TO WS-PK-REQ-TYPE
004870     MOVE FACT-AUD-OVERFLOW-FLAG TO WS-PK-OVFL-FLAG
004880     PERFORM 3100-POST-SUMMARY THRU 3100-POST-EXIT
004890     MOVE 'N' TO WS-PK-KIND
004900     MOVE SPACE TO WS-PK-SUB-KEY
004910     MOVE FACT-AUD-INPUT-N TO WS-PK-INPUT-N
004920     PERFORM 3100-POST-SUMMARY THRU 3100-POST-EXIT
004930     MOVE 'T' TO WS-PK-KIND
004940     MOVE SPACE TO WS-PK-SUB-KEY
004950     PERFORM 3100-POST-SUMMARY THRU 3100-POST-EXIT
004960     IF WS-ABORTED
004970         SET WS-END-OF-FILE TO TRUE
004980         GO TO 3000-SUMMARIZE-EXIT
004990     END-IF
005000     ADD 1 TO WS-ADDED-COUNT
005010     IF FACT-AUD-OVERFLOW-OCCURRED
005020         ADD 1 TO WS-ADDED-OVFL
005030     END-IF
005040     ADD FACT-AUD-INPUT-N TO WS-ADDED-N-HASH
005050     IF WS-NEW-LOW-DATE = ZERO
005060             OR FACT-AUD-DATE < WS-NEW-LOW-DATE
005070         MOVE FACT-AUD-DATE TO WS-NEW-LOW-DATE
005080     END-IF
005090     IF FACT-AUD-DATE > WS-NEW-HIGH-DATE
005100         MOVE FACT-AUD-DATE TO WS-NEW-HIGH-DATE
005110     END-IF
005120     PERFORM 2200-SET-ENTRY-ID
005130     MOVE WS-ENTRY-ID TO WS-LAST-ENTRY-SEEN
005140     PERFORM 2100-READ-AUDIT
005150     .
005160 3000-SUMMARIZE-EXIT.
005170     EXIT.
005180
005190***************************************************************
005200*  3100-POST-SUMMARY  -  ADD THE ENTRY IN HAND TO THE SUMMARY   *
005210*  RECORD WS-POST-KEY, ADDING THE RECORD THE FIRST TIME ITS     *
005220*  KEY COMES UP.                                                *
005230***************************************************************
005240 3100-POST-SUMMARY.
005250     IF WS-ABORTED
005260         GO TO 3100-POST-EXIT
005270     END-IF
005280     MOVE WS-POST-KEY TO FACTSUM-KEY
005290     READ FACT-SUMMARY-FILE
005300     IF WS-SUM-NOT-FOUND
005310         MOVE SPACE TO FACTSUM-RECORD
005320         MOVE WS-POST-KEY TO FACTSUM-KEY
005330         MOVE 1 TO FACTSUM-ENTRY-COUNT
005340         MOVE ZERO TO FACTSUM-OVFL-COUNT
005350         IF FACT-AUD-OVERFLOW-OCCURRED
005360             MOVE 1 TO FACTSUM-OVFL-COUNT
005370         END-IF
005380         WRITE FACTSUM-RECORD
005390     ELSE
005400         IF NOT WS-SUM-OK
005410             DISPLAY 'FACTASUM - SUMMARY READ FAILED, STATUS '
005420                     WS-SUM-STATUS ' KEY ' WS-POST-KEY
005430             SET WS-ABORTED TO TRUE
005440             GO TO 3100-POST-EXIT
005450         END-IF
005460         ADD 1 TO FACTSUM-ENTRY-COUNT
005470         IF FACT-AUD-OVERFLOW-OCCURRED
005480             ADD 1 TO FACTSUM-OVFL-COUNT
005490         END-IF
005500         REWRITE FACTSUM-RECORD
005510     END-IF
005520     IF NOT WS-SUM-OK
005530         DISPLAY 'FACTASUM - SUMMARY UPDATE FAILED, STATUS '
005540                 WS-SUM-STATUS ' KEY ' WS-POST-KEY
005550         SET WS-ABORTED TO TRUE
005560     END-IF
005570     .
005580 3100-POST-EXIT.
005590     EXIT.
005600
005610***************************************************************
005620*  4000-REBASE  -  COUNT THE JUST-TRIMMED LIVE LOG.  EVERY      *
005630*  ENTRY LEFT IN IT WAS SUMMARIZED BY THE CATCH-UP RUN AHEAD    *
005640*  OF THE TRIM, SO ITS LAST ENTRY MUST BE THE LAST ONE          *
005650*  SUMMARIZED; IF IT IS NOT, SOMETHING REACHED THE LOG IN       *
005660*  BETWEEN AND THE POSITION IS LEFT ALONE.                      *
005670***************************************************************
005680 4000-REBASE.
005690     PERFORM 2050-SKIP-ONE
005700         UNTIL WS-END-OF-FILE
005710     IF WS-ABORTED
005720         GO TO 4000-REBASE-EXIT
005730     END-IF
005740     IF WS-SKIPPED-COUNT > ZERO
005750             AND WS-LAST-ENTRY-SEEN NOT = WS-START-LAST-ENTRY
005760         DISPLAY 'FACTASUM - TRIMMED LOG ENDS WITH AN ENTRY NOT '
005770                 'YET SUMMARIZED - NO REBASE'
005780         DISPLAY 'FACTASUM - EXPECTED ' WS-START-LAST-ENTRY
005790         DISPLAY 'FACTASUM - FOUND    ' WS-LAST-ENTRY-SEEN
005800         SET WS-ABORTED TO TRUE
005810         GO TO 4000-REBASE-EXIT
005820     END-IF
005830     IF WS-SKIPPED-COUNT = ZERO
005840         MOVE SPACE TO WS-LAST-ENTRY-SEEN
005850     END-IF
005860     .
005870 4000-REBASE-EXIT.
005880     EXIT.
005890
005900***************************************************************
005910*  5000-UPDATE-CONTROL  -  CARRY THIS RUN INTO THE CONTROL      *
005920*  RECORD.  A NIGHTLY RUN MOVES THE POSITION ON BY WHAT IT      *
005930*  READ; AN ARCHIVE LOAD LEAVES IT; A REBASE SETS IT TO THE     *
005940*  TRIMMED LOG'S LENGTH.                                        *
005950***************************************************************
005960 5000-UPDATE-CONTROL.
005970     MOVE WS-CONTROL-KEY TO FACTSUM-KEY
005980     READ FACT-SUMMARY-FILE
005990     IF NOT WS-SUM-OK
006000         DISPLAY 'FACTASUM - SUMMARY CONTROL RECORD NOT READ, '
006010                 'STATUS ' WS-SUM-STATUS
006020         SET WS-ABORTED TO TRUE
006030         GO TO 5000-UPDATE-EXIT
006040     END-IF
006050     EVALUATE TRUE
006060         WHEN WS-MODE-REBASE
006070             MOVE WS-SKIPPED-COUNT TO WS-NEW-POSITION
006080             MOVE WS-LAST-ENTRY-SEEN TO FACTSUM-CTL-LAST-ENTRY
006090         WHEN WS-MODE-ARCHIVE
006100             MOVE WS-START-POSITION TO WS-NEW-POSITION
006110             ADD WS-ADDED-COUNT TO FACTSUM-CTL-ARCH-TOTAL
006120         WHEN OTHER
006130             ADD WS-SKIPPED-COUNT WS-READ-COUNT
006140                 GIVING WS-NEW-POSITION
006150             MOVE WS-LAST-ENTRY-SEEN TO FACTSUM-CTL-LAST-ENTRY
006160     END-EVALUATE
006170     MOVE WS-NEW-POSITION TO FACTSUM-CTL-LOG-POSITION
006180     ADD WS-ADDED-COUNT TO FACTSUM-CTL-ENTRY-TOTAL
006190     ADD WS-ADDED-OVFL TO FACTSUM-CTL-OVFL-TOTAL
006200     ADD WS-ADDED-N-HASH TO FACTSUM-CTL-N-HASH
006210     MOVE WS-NEW-LOW-DATE TO FACTSUM-CTL-LOW-DATE
006220     MOVE WS-NEW-HIGH-DATE TO FACTSUM-CTL-HIGH-DATE
006230     MOVE WS-RUN-DATE-NUM TO FACTSUM-CTL-RUN-DATE
006240     MOVE WS-RUN-TIME TO FACTSUM-CTL-RUN-TIME
006250     MOVE WS-RUN-MODE TO FACTSUM-CTL-RUN-MODE
006260     MOVE WS-ADDED-COUNT TO FACTSUM-CTL-RUN-ADDED
006270     REWRITE FACTSUM-RECORD
006280     IF NOT WS-SUM-OK
006290         DISPLAY 'FACTASUM - SUMMARY CONTROL REWRITE FAILED, '
006300                 'STATUS ' WS-SUM-STATUS
006310         SET WS-ABORTED TO TRUE
006320     END-IF
006330     .
006340 5000-UPDATE-EXIT.
006350     EXIT.
006360
006370***************************************************************
006380*  6000-PROVE-SUMMARY  -  READ THE WHOLE SUMMARY AND TIE THE    *
006390*  HOUR CELLS, N TALLIES AND DAY TOTALS BACK TO THE CONTROL     *
006400*  RECORD.                                                      *
006410***************************************************************
006420 6000-PROVE-SUMMARY.
006430     MOVE LOW-VALUES TO FACTSUM-KEY
006440     START FACT-SUMMARY-FILE
006450         KEY IS NOT LESS THAN FACTSUM-KEY
006460     IF NOT WS-SUM-OK
006470         DISPLAY 'FACTASUM - SUMMARY START FAILED, STATUS '
006480                 WS-SUM-STATUS
006490         SET WS-SUMMARY-OFF TO TRUE
006500         GO TO 6000-PROVE-EXIT
006510     END-IF
006520     PERFORM 6100-READ-SUMMARY
006530     PERFORM 6200-PROVE-ONE-RECORD
006540         UNTIL WS-SUM-END-OF-FILE
006550     IF WS-PF-CELL-ENTRIES NOT = WS-PF-CTL-ENTRIES
006560             OR WS-PF-N-ENTRIES NOT = WS-PF-CTL-ENTRIES
006570             OR WS-PF-DAY-ENTRIES NOT = WS-PF-CTL-ENTRIES
006580             OR WS-PF-CELL-OVFL NOT = WS-PF-CTL-OVFL
006590             OR WS-PF-N-OVFL NOT = WS-PF-CTL-OVFL
006600             OR WS-PF-DAY-OVFL NOT = WS-PF-CTL-OVFL
006610             OR WS-PF-N-HASH NOT = WS-PF-CTL-N-HASH
006620             OR WS-PF-OTHER-RECORDS NOT = ZERO
006630         SET WS-SUMMARY-OFF TO TRUE
006640     END-IF
006650     .
006660 6000-PROVE-EXIT.
006670     EXIT.
006680
006690***************************************************************
006700*  6100-READ-SUMMARY                                            *
006710***************************************************************
006720 6100-READ-SUMMARY.
006730     READ FACT-SUMMARY-FILE NEXT RECORD
006740         AT END
006750             SET WS-SUM-END-OF-FILE TO TRUE
006760     END-READ
006770     IF NOT WS-SUM-END-OF-FILE
006780             AND NOT WS-SUM-OK
006790         DISPLAY 'FACTASUM - SUMMARY READ FAILED, STATUS '
006800                 WS-SUM-STATUS
006810         SET WS-SUMMARY-OFF TO TRUE
006820         SET WS-SUM-END-OF-FILE TO TRUE
006830     END-IF
006840     .
006850
006860***************************************************************
006870*  6200-PROVE-ONE-RECORD                                        *
006880***************************************************************
006890 6200-PROVE-ONE-RECORD.
006900     EVALUATE TRUE
006910         WHEN FACTSUM-IS-CONTROL
006920             MOVE FACTSUM-CTL-ENTRY-TOTAL TO WS-PF-CTL-ENTRIES
006930             MOVE FACTSUM-CTL-OVFL-TOTAL TO WS-PF-CTL-OVFL
006940             MOVE FACTSUM-CTL-N-HASH TO WS-PF-CTL-N-HASH
006950             MOVE FACTSUM-CTL-ARCH-TOTAL TO WS-PF-CTL-ARCH
006960             MOVE FACTSUM-CTL-LOG-POSITION TO WS-PF-CTL-POSITION
006970             MOVE FACTSUM-CTL-LOW-DATE TO WS-PF-CTL-LOW-DATE
006980             MOVE FACTSUM-CTL-HIGH-DATE TO WS-PF-CTL-HIGH-DATE
006990         WHEN FACTSUM-IS-CELL
007000             ADD FACTSUM-ENTRY-COUNT TO WS-PF-CELL-ENTRIES
007010             ADD FACTSUM-OVFL-COUNT TO WS-PF-CELL-OVFL
007020         WHEN FACTSUM-IS-N-TALLY
007030             ADD FACTSUM-ENTRY-COUNT TO WS-PF-N-ENTRIES
007040             ADD FACTSUM-OVFL-COUNT TO WS-PF-N-OVFL
007050             MULTIPLY FACTSUM-INPUT-N BY FACTSUM-ENTRY-COUNT
007060                 GIVING WS-N-PRODUCT
007070             ADD WS-N-PRODUCT TO WS-PF-N-HASH
007080         WHEN FACTSUM-IS-DAY-TOTAL
007090             ADD FACTSUM-ENTRY-COUNT TO WS-PF-DAY-ENTRIES
007100             ADD FACTSUM-OVFL-COUNT TO WS-PF-DAY-OVFL
007110         WHEN OTHER
007120             ADD 1 TO WS-PF-OTHER-RECORDS
007130     END-EVALUATE
007140     PERFORM 6100-READ-SUMMARY
007150     .
007160
007170***************************************************************
007180*  7000-PRINT-REPORT  -  WHAT THIS RUN DID, THEN THE PROOF.     *
007190***************************************************************
007200 7000-PRINT-REPORT.
007210     PERFORM 8000-PRINT-HEADERS
007220     MOVE 'THIS RUN' TO WS-SH-TITLE
007230     PERFORM 7600-PRINT-SECTION-HEADING
007240     IF WS-MODE-NIGHTLY
007250         MOVE 'LOG ENTRIES ALREADY SUMMARIZED-' TO WS-CL-TEXT
007260         MOVE WS-SKIPPED-COUNT TO WS-CL-COUNT
007270         WRITE FACT-SUM-LINE FROM WS-COUNT-LINE
007280     END-IF
007290     IF WS-MODE-REBASE
007300         MOVE 'ENTRIES LEFT IN TRIMMED LOG   -' TO WS-CL-TEXT
007310         MOVE WS-SKIPPED-COUNT TO WS-CL-COUNT
007320         WRITE FACT-SUM-LINE FROM WS-COUNT-LINE
007330     ELSE
007340         MOVE 'LOG ENTRIES READ              -' TO WS-CL-TEXT
007350         MOVE WS-READ-COUNT TO WS-CL-COUNT
007360         WRITE FACT-SUM-LINE FROM WS-COUNT-LINE
007370         MOVE 'ENTRIES ADDED TO THE SUMMARY  -' TO WS-CL-TEXT
007380         MOVE WS-ADDED-COUNT TO WS-CL-COUNT
007390         WRITE FACT-SUM-LINE FROM WS-COUNT-LINE
007400     END-IF
007410     IF WS-MODE-ARCHIVE
007420         MOVE 'ALREADY SUMMARIZED, NOT ADDED -' TO WS-CL-TEXT
007430         MOVE WS-ARCH-SKIP-COUNT TO WS-CL-COUNT
007440         WRITE FACT-SUM-LINE FROM WS-COUNT-LINE
007450     END-IF
007460     MOVE 'LIVE LOG POSITION BEFORE      -' TO WS-CL-TEXT
007470     MOVE WS-START-POSITION TO WS-CL-COUNT
007480     WRITE FACT-SUM-LINE FROM WS-COUNT-LINE
007490     MOVE 'LIVE LOG POSITION AFTER       -' TO WS-CL-TEXT
007500     MOVE WS-PF-CTL-POSITION TO WS-CL-COUNT
007510     WRITE FACT-SUM-LINE FROM WS-COUNT-LINE
007520     IF WS-ABORTED
007530         MOVE '*** RUN STOPPED - SEE THE JOB LOG' TO WS-ML-TEXT
007540         WRITE FACT-SUM-LINE FROM WS-MESSAGE-LINE
007550         MOVE '    CONTROL RECORD NOT UPDATED' TO WS-ML-TEXT
007560         WRITE FACT-SUM-LINE FROM WS-MESSAGE-LINE
007570     END-IF
007580     PERFORM 7100-PRINT-PROOF
007590     .
007600
007610***************************************************************
007620*  7100-PRINT-PROOF  -  EACH KIND OF SUMMARY RECORD AGAINST THE *
007630*  CONTROL RECORD'S TOTALS OF THE RAW ENTRIES SUMMARIZED.       *
007640***************************************************************
007650 7100-PRINT-PROOF.
007660     MOVE 'SUMMARY CONTROL PROOF' TO WS-SH-TITLE
007670     PERFORM 7600-PRINT-SECTION-HEADING
007680     MOVE 'RAW ENTRIES PER CONTROL RECORD-' TO WS-CL-TEXT
007690     MOVE WS-PF-CTL-ENTRIES TO WS-CL-COUNT
007700     WRITE FACT-SUM-LINE FROM WS-COUNT-LINE
007710     MOVE '  OF WHICH FROM ARCHIVE LOADS -' TO WS-CL-TEXT
007720     MOVE WS-PF-CTL-ARCH TO WS-CL-COUNT
007730     WRITE FACT-SUM-LINE FROM WS-COUNT-LINE
007740     MOVE 'ENTRIES PER HOUR CELLS        -' TO WS-CL-TEXT
007750     MOVE WS-PF-CELL-ENTRIES TO WS-CL-COUNT
007760     WRITE FACT-SUM-LINE FROM WS-COUNT-LINE
007770     MOVE 'ENTRIES PER N TALLIES         -' TO WS-CL-TEXT
007780     MOVE WS-PF-N-ENTRIES TO WS-CL-COUNT
007790     WRITE FACT-SUM-LINE FROM WS-COUNT-LINE
007800     MOVE 'ENTRIES PER DAY TOTALS        -' TO WS-CL-TEXT
007810     MOVE WS-PF-DAY-ENTRIES TO WS-CL-COUNT
007820     WRITE FACT-SUM-LINE FROM WS-COUNT-LINE
007830     MOVE 'OVERFLOWS PER CONTROL RECORD  -' TO WS-CL-TEXT
007840     MOVE WS-PF-CTL-OVFL TO WS-CL-COUNT
007850     WRITE FACT-SUM-LINE FROM WS-COUNT-LINE
007860     MOVE 'OVERFLOWS PER HOUR CELLS      -' TO WS-CL-TEXT
007870     MOVE WS-PF-CELL-OVFL TO WS-CL-COUNT
007880     WRITE FACT-SUM-LINE FROM WS-COUNT-LINE
007890     MOVE 'OVERFLOWS PER N TALLIES       -' TO WS-CL-TEXT
007900     MOVE WS-PF-N-OVFL TO WS-CL-COUNT
007910     WRITE FACT-SUM-LINE FROM WS-COUNT-LINE
007920     MOVE 'OVERFLOWS PER DAY TOTALS      -' TO WS-CL-TEXT
007930     MOVE WS-PF-DAY-OVFL TO WS-CL-COUNT
007940     WRITE FACT-SUM-LINE FROM WS-COUNT-LINE
007950     MOVE 'N HASH PER CONTROL RECORD     -' TO WS-CL-TEXT
007960     MOVE WS-PF-CTL-N-HASH TO WS-CL-COUNT
007970     WRITE FACT-SUM-LINE FROM WS-COUNT-LINE
007980     MOVE 'N HASH PER N TALLIES          -' TO WS-CL-TEXT
007990     MOVE WS-PF-N-HASH TO WS-CL-COUNT
008000     WRITE FACT-SUM-LINE FROM WS-COUNT-LINE
008010     IF WS-PF-OTHER-RECORDS > ZERO
008020         MOVE 'UNRECOGNIZED SUMMARY RECORDS  -' TO WS-CL-TEXT
008030         MOVE WS-PF-OTHER-RECORDS TO WS-CL-COUNT
008040         WRITE FACT-SUM-LINE FROM WS-COUNT-LINE
008050     END-IF
008060     MOVE 'DATES SUMMARIZED              -' TO WS-DL-TEXT
008070     MOVE WS-PF-CTL-LOW-DATE TO WS-DL-DATE
008080     MOVE WS-PF-CTL-HIGH-DATE TO WS-DL-DATE-2
008090     WRITE FACT-SUM-LINE FROM WS-DATE-LINE
008100     MOVE SPACE TO FACT-SUM-LINE
008110     WRITE FACT-SUM-LINE
008120     IF WS-SUMMARY-TIES
008130         MOVE 'SUMMARY TIES TO THE RAW ENTRIES IT WAS BUILT FROM'
008140             TO WS-ML-TEXT
008150     ELSE
008160         MOVE '*** SUMMARY DOES NOT TIE - RESTORE FROM BACKUP ***'
008170             TO WS-ML-TEXT
008180     END-IF
008190     WRITE FACT-SUM-LINE FROM WS-MESSAGE-LINE
008200     .
008210
008220***************************************************************
008230*  7600-PRINT-SECTION-HEADING                                   *
008240***************************************************************
008250 7600-PRINT-SECTION-HEADING.
008260     MOVE SPACE TO FACT-SUM-LINE
008270     WRITE FACT-SUM-LINE
008280     WRITE FACT-SUM-LINE FROM WS-SECTION-HEADING
008290     MOVE SPACE TO FACT-SUM-LINE
008300     WRITE FACT-SUM-LINE
008310     .
008320
008330***************************************************************
008340*  8000-PRINT-HEADERS                                           *
008350***************************************************************
008360 8000-PRINT-HEADERS.
008370     ADD 1 TO WS-PAGE-NO
008380     MOVE WS-PAGE-NO TO WS-HL1-PAGE-NO
008390     MOVE WS-RUN-DATE-MM TO WS-HL2-MM
008400     MOVE WS-RUN-DATE-DD TO WS-HL2-DD
008410     MOVE WS-RUN-DATE-CCYY TO WS-HL2-CCYY
008420     WRITE FACT-SUM-LINE FROM WS-HEADING-LINE-1
008430     WRITE FACT-SUM-LINE FROM WS-HEADING-LINE-2
008440     .
008450
008460***************************************************************
008470*  9000-TERMINATE                                               *
008480***************************************************************
008490 9000-TERMINATE.
008500     CLOSE FACT-AUDIT-FILE
008510     CLOSE FACT-SUMMARY-FILE
008520     CLOSE FACT-SUM-RPT
008530     .
