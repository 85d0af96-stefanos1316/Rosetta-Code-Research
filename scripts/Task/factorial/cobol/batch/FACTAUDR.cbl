000070*  DATE-COMPILED.
000080*
000090*  REMARKS.
000094*      PERIODIC USAGE AND OVERFLOW STATISTICS REPORT FROM THE
000099*      FACTSUM DAILY AUDIT SUMMARY.  EVERY EXTERNAL CALLER OF
000104*      FUNCTION-ID FACTORIAL (FACTBAT, FACTINQ, FACTCOM,
000109*      FACTPRM) STAMPS ONE FACT-AUDIT-RECORD PER CALL, AND
000113*      FACTASUM ROLLS EACH NIGHT'S NEW ENTRIES INTO THE
000118*      SUMMARY; THIS PROGRAM PRINTS THE MANAGEMENT SUMMARY THE
000123*      RAW LOG CANNOT GIVE - CALL VOLUME AND OVERFLOW RATE BY
000128*      CALLER ID, VOLUME BY DAY, THE HOURLY DISTRIBUTION THAT
000133*      SEPARATES THE ONLINE FACT TRANSACTION'S PEAK FROM THE
000137*      BATCH WINDOW, AND A FREQUENCY RANKING OF THE MOST
000142*      REQUESTED N VALUES - FOR ANY RANGE OF DATES, ARCHIVED
000147*      MONTHS INCLUDED.
000152*
000156*      THE OPTIONAL AUDRPARM CARD -
000161*        COLS  1-8   FIRST DATE, CCYYMMDD  (DEFAULT - THE
000166*                    EARLIEST DATE SUMMARIZED)
000171*        COLS  9-16  LAST DATE, CCYYMMDD   (DEFAULT - THE
000176*                    LATEST DATE SUMMARIZED)
000180*
000185*      THE HOUR CELLS, THE DAY TOTALS AND THE N TALLIES ARE
000190*      SEPARATE SUMMARY RECORDS; EACH MUST ADD UP TO THE SAME
000195*      NUMBER OF ENTRIES FOR THE RANGE OR THE RUN ENDS RC 8.
000200*
000210*  MODIFICATION HISTORY.
000220*      DATE        INIT  DESCRIPTION
000300*                        TYPE; A BLANK TYPE IS A PER-STEP
000310*                        ENTRY OR A RECORD WRITTEN BEFORE THE
000320*                        FIELD EXISTED.
000321*      2026-10-15  SLS   FACTCOM/FACTPRM NOW LOG ONE ENTRY PER
000322*                        CALL, CARRYING THE REQUEST'S OWN N, R
000323*                        AND EXACT ANSWER, INSTEAD OF ONE PER
000324*                        FACTORIAL STEP - THEIR CALLER COUNTS
000325*                        FALL TO ONE PER NCR/NPR, AND THE N
000326*                        RANKING NO LONGER PICKS UP THE R AND
000327*                        N-R STEP VALUES.
000328*      2026-10-15  SLS   REPORTS FROM THE FACTSUM DAILY AUDIT
000329*                        SUMMARY INSTEAD OF READING THE WHOLE
000331*                        LOG, FOR THE DATE RANGE ON THE NEW
000332*                        OPTIONAL AUDRPARM CARD.  ARCHIVED
000334*                        MONTHS NO LONGER NEED RESTORING.  THE
000335*                        CELL, DAY AND N TOTALS ARE TIED TO EACH
000337*                        OTHER (RC 8 IF THEY DO NOT AGREE).
000338***************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. FACTAUDR.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000394     SELECT FACT-AUDR-PARM ASSIGN TO "AUDRPARM"
000398         ORGANIZATION IS SEQUENTIAL
000402         FILE STATUS IS WS-PARM-STATUS.
000406
000410     SELECT FACT-SUMMARY-FILE ASSIGN TO "FACTSUM"
000414         ORGANIZATION IS INDEXED
000418         ACCESS MODE IS DYNAMIC
000422         RECORD KEY IS FACTSUM-KEY
000426         FILE STATUS IS WS-SUM-STATUS.
000430
000440     SELECT FACT-STAT-RPT ASSIGN TO "FACTSTAT"
000450         ORGANIZATION IS SEQUENTIAL
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000493 FD  FACT-AUDR-PARM.
000496 01  FACT-AUDR-PARM-CARD.
000500     05  AUDRPARM-FROM-DATE        PIC X(08).
000503     05  AUDRPARM-TO-DATE          PIC X(08).
000506     05  FILLER                    PIC X(64).
000510
000513 FD  FACT-SUMMARY-FILE.
000516 COPY FACTSUM.
000520
000530 FD  FACT-STAT-RPT.
000540 01  FACT-STAT-LINE                PIC X(132).
000570***************************************************************
000580*  FILE STATUS AND SWITCHES                                    *
000590***************************************************************
000595 01  WS-PARM-STATUS             PIC X(02).
000600     88  WS-PARM-OK                  VALUE '00'.
000605
000610 01  WS-SUM-STATUS              PIC X(02).
000615     88  WS-SUM-OK                   VALUE '00'.
000620     88  WS-SUM-EOF                  VALUE '10'.
000625     88  WS-SUM-NOT-FOUND            VALUE '23'.
000630
000640 01  WS-STAT-STATUS             PIC X(02).
000650     88  WS-STAT-OK                  VALUE '00'.
000700     05  WS-HIT-SWITCH          PIC X(01) VALUE 'N'.
000710         88  WS-TABLE-HIT            VALUE 'Y'.
000720         88  WS-TABLE-MISS           VALUE 'N'.
000721
000722***************************************************************
000723*  DATE RANGE REPORTED, AND THE SUMMARY CONTROL RECORD'S DATES  *
000724***************************************************************
000725 01  WS-FROM-DATE               PIC 9(08) VALUE ZERO.
000726 01  WS-TO-DATE                 PIC 9(08) VALUE ZERO.
000727 01  WS-CTL-LOW-DATE            PIC 9(08) VALUE ZERO.
000728 01  WS-CTL-HIGH-DATE           PIC 9(08) VALUE ZERO.
000730
000740***************************************************************
000750*  TALLY TABLES - CALLER IDS, DISTINCT DAYS, HOURS 00-23 AND    *
000760*  DISTINCT N VALUES.  COUNTS BEYOND A TABLE'S LIMIT FALL       *
000770*  INTO ITS OVERFLOW BUCKET SO THE TOTALS STILL BALANCE TO      *
000780*  THE ENTRY COUNT.                                             *
000790***************************************************************
000800 01  WS-CALLER-TABLE.
000810     05  WS-CALLER-ENTRY OCCURS 10 TIMES.
001070 77  WS-N-RANK-LIMIT            PIC 9(04) COMP-3 VALUE 20.
001080
001090***************************************************************
001100*  REQUEST-TYPE TALLIES - F/C/P FROM THE RESOLVED TYPE ON THE   *
001110*  SUMMARY CELL; A BLANK TYPE IS A FACTCOM/FACTPRM PER-STEP     *
001120*  ENTRY OR A RECORD WRITTEN BEFORE THE FIELD EXISTED.          *
001130***************************************************************
001140 01  WS-REQTYPE-COUNTS.
001150     05  WS-RT-FACT-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
001350     05  WS-LINE-COUNT          PIC 9(03) COMP-3 VALUE ZERO.
001360     05  WS-RECORD-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
001370     05  WS-OVERFLOW-COUNT      PIC 9(08) COMP-3 VALUE ZERO.
001373     05  WS-DAY-TOTAL-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
001376     05  WS-N-TOTAL-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
001380 01  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50.
001390
001400 01  WS-RATE-WORK               PIC 9(12) COMP-3 VALUE ZERO.
001410 01  WS-RATE-PCT                PIC 9(03)V99 COMP-3 VALUE ZERO.
001420
001440 01  WS-HOUR-SUB                PIC 9(04) COMP-3 VALUE ZERO.
001470
001480 01  WS-RUN-DATE.
001490     05  WS-RUN-DATE-CCYY       PIC 9(04).
001720     05  WS-HL2-DD              PIC 99.
001730     05  FILLER                 PIC X(01)  VALUE '/'.
001740     05  WS-HL2-CCYY            PIC 9999.
001741     05  FILLER                 PIC X(04)  VALUE SPACE.
001743     05  FILLER                 PIC X(06)  VALUE 'DATES '.
001745     05  WS-HL2-FROM-DATE       PIC 9(08).
001747     05  FILLER                 PIC X(04)  VALUE ' TO '.
001749     05  WS-HL2-TO-DATE         PIC 9(08).
001750     05  FILLER                 PIC X(04)  VALUE SPACE.
001752     05  FILLER                 PIC X(24)  VALUE
001754         'SUMMARY CURRENT THROUGH '.
001756     05  WS-HL2-THRU-DATE       PIC 9(08).
001758     05  FILLER                 PIC X(30)  VALUE SPACE.
001760
001770 01  WS-SECTION-HEADING.
001780     05  FILLER                 PIC X(01)  VALUE SPACE.
002450     05  WS-OL-COUNT            PIC Z(07)9.
002460     05  FILLER                 PIC X(90)  VALUE SPACE.
002470
002475 01  WS-TOTAL-LINE.
002481     05  FILLER                 PIC X(01)  VALUE SPACE.
002487     05  WS-TL-TEXT             PIC X(33)  VALUE
002493         'TOTAL AUDIT ENTRIES           -'.
002499     05  WS-TL-COUNT            PIC Z(07)9.
002505     05  FILLER                 PIC X(90)  VALUE SPACE.
002510
002516 01  WS-TIE-LINE.
002522     05  FILLER                 PIC X(01)  VALUE SPACE.
002528     05  WS-TIE-TEXT            PIC X(60).
002534     05  FILLER                 PIC X(71)  VALUE SPACE.
002540
002550 PROCEDURE DIVISION.
002560***************************************************************
002570*  0000-MAINLINE                                                *
002580***************************************************************
002590 0000-MAINLINE.
002595     PERFORM 1000-INITIALIZE
002601     PERFORM 2000-PROCESS-SUMMARY THRU 2000-PROCESS-EXIT
002607         UNTIL WS-END-OF-FILE
002612     PERFORM 7000-PRINT-REPORT
002618     PERFORM 9000-TERMINATE
002624     IF WS-DAY-TOTAL-COUNT NOT = WS-RECORD-COUNT
002630             OR WS-N-TOTAL-COUNT NOT = WS-RECORD-COUNT
002635         MOVE 8 TO RETURN-CODE
002641     ELSE
002647         MOVE 0 TO RETURN-CODE
002652     END-IF
002658     GOBACK
002664     .
002670
002680***************************************************************
002684*  1000-INITIALIZE  -  THE RANGE DEFAULTS TO EVERYTHING THE     *
002689*  SUMMARY HOLDS, PER ITS CONTROL RECORD.                       *
002693***************************************************************
002698 1000-INITIALIZE.
002703     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
002707     MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE
002712     PERFORM 1100-CLEAR-HOUR-ENTRY
002717         VARYING WS-TAB-IDX FROM 1 BY 1
002721             UNTIL WS-TAB-IDX > 24
002726     OPEN INPUT  FACT-SUMMARY-FILE
002731     OPEN OUTPUT FACT-STAT-RPT
002735     IF NOT WS-SUM-OK
002740         DISPLAY 'FACTAUDR - SUMMARY FILE OPEN FAILED, STATUS '
002745                 WS-SUM-STATUS
002749         MOVE 16 TO RETURN-CODE
002754         GOBACK
002758     END-IF
002763     IF NOT WS-STAT-OK
002768         DISPLAY 'FACTAUDR - REPORT FILE OPEN FAILED, STATUS '
002772                 WS-STAT-STATUS
002777         MOVE 16 TO RETURN-CODE
002782         GOBACK
002786     END-IF
002791     MOVE ZERO TO FACTSUM-DATE
002796     MOVE 'C' TO FACTSUM-KIND
002800     MOVE SPACE TO FACTSUM-SUB-KEY
002805     READ FACT-SUMMARY-FILE
002810     IF NOT WS-SUM-OK
002814         DISPLAY 'FACTAUDR - SUMMARY CONTROL RECORD NOT READ, '
002819                 'STATUS ' WS-SUM-STATUS
002823         MOVE 16 TO RETURN-CODE
002828         GOBACK
002833     END-IF
002837     MOVE FACTSUM-CTL-LOW-DATE TO WS-CTL-LOW-DATE
002842     MOVE FACTSUM-CTL-HIGH-DATE TO WS-CTL-HIGH-DATE
002847     MOVE WS-CTL-LOW-DATE TO WS-FROM-DATE
002851     MOVE WS-CTL-HIGH-DATE TO WS-TO-DATE
002856     PERFORM 1200-READ-PARM-CARD THRU 1200-READ-PARM-EXIT
002861     IF WS-FROM-DATE > WS-TO-DATE
002865         DISPLAY 'FACTAUDR - FIRST DATE ' WS-FROM-DATE
002870                 ' IS AFTER LAST DATE ' WS-TO-DATE
002875         MOVE 16 TO RETURN-CODE
002879         GOBACK
002884     END-IF
002888     PERFORM 8000-PRINT-HEADERS
002893     MOVE LOW-VALUES TO FACTSUM-KEY
002898     MOVE WS-FROM-DATE TO FACTSUM-DATE
002902     START FACT-SUMMARY-FILE
002907         KEY IS NOT LESS THAN FACTSUM-KEY
002912     IF WS-SUM-OK
002916         PERFORM 2100-READ-SUMMARY
002921     ELSE
002926         SET WS-END-OF-FILE TO TRUE
002930     END-IF
002935     .
002940
002950***************************************************************
002960*  1100-CLEAR-HOUR-ENTRY                                        *
002980 1100-CLEAR-HOUR-ENTRY.
002990     MOVE ZERO TO WS-HT-CALL-COUNT (WS-TAB-IDX)
003000     .
003002
003004***************************************************************
003009*  1200-READ-PARM-CARD  -  A MISSING OR EMPTY CARD, OR A BLANK  *
003014*  OR NON-NUMERIC DATE, KEEPS THAT END OF THE DEFAULT RANGE.    *
003019***************************************************************
003024 1200-READ-PARM-CARD.
003028     OPEN INPUT FACT-AUDR-PARM
003033     IF NOT WS-PARM-OK
003038         GO TO 1200-READ-PARM-EXIT
003043     END-IF
003048     READ FACT-AUDR-PARM
003052         AT END
003057             CLOSE FACT-AUDR-PARM
003062             GO TO 1200-READ-PARM-EXIT
003067     END-READ
003072     IF AUDRPARM-FROM-DATE IS NUMERIC
003076         MOVE AUDRPARM-FROM-DATE TO WS-FROM-DATE
003081     END-IF
003086     IF AUDRPARM-TO-DATE IS NUMERIC
003091         MOVE AUDRPARM-TO-DATE TO WS-TO-DATE
003096     END-IF
003101     CLOSE FACT-AUDR-PARM
003105     .
003110 1200-READ-PARM-EXIT.
003115     EXIT.
003120
003125***************************************************************
003129*  2000-PROCESS-SUMMARY  -  TALLY ONE SUMMARY RECORD.  AN HOUR  *
003134*  CELL FEEDS THE CALLER, HOUR AND REQUEST-TYPE STATISTICS, A   *
003139*  DAY TOTAL THE DAY STATISTICS AND AN N TALLY THE N RANKING.   *
003144***************************************************************
003149 2000-PROCESS-SUMMARY.
003153     IF FACTSUM-DATE > WS-TO-DATE
003158         SET WS-END-OF-FILE TO TRUE
003163         GO TO 2000-PROCESS-EXIT
003168     END-IF
003173     EVALUATE TRUE
003177         WHEN FACTSUM-IS-CELL
003182             ADD FACTSUM-ENTRY-COUNT TO WS-RECORD-COUNT
003187             ADD FACTSUM-OVFL-COUNT TO WS-OVERFLOW-COUNT
003192             PERFORM 2200-TALLY-CALLER
003197             PERFORM 2400-TALLY-HOUR
003202             PERFORM 2450-TALLY-REQ-TYPE
003206         WHEN FACTSUM-IS-DAY-TOTAL
003211             ADD FACTSUM-ENTRY-COUNT TO WS-DAY-TOTAL-COUNT
003216             PERFORM 2300-TALLY-DAY
003221         WHEN FACTSUM-IS-N-TALLY
003226             ADD FACTSUM-ENTRY-COUNT TO WS-N-TOTAL-COUNT
003230             PERFORM 2500-TALLY-N
003235     END-EVALUATE
003240     PERFORM 2100-READ-SUMMARY
003245     .
003250 2000-PROCESS-EXIT.
003254     EXIT.
003259
003264***************************************************************
003269*  2100-READ-SUMMARY                                            *
003274***************************************************************
003278 2100-READ-SUMMARY.
003283     READ FACT-SUMMARY-FILE NEXT RECORD
003288         AT END
003293             SET WS-END-OF-FILE TO TRUE
003298     END-READ
003303     IF NOT WS-END-OF-FILE
003307             AND NOT WS-SUM-OK
003312         DISPLAY 'FACTAUDR - SUMMARY READ FAILED, STATUS '
003317                 WS-SUM-STATUS
003322         MOVE 16 TO RETURN-CODE
003327         GOBACK
003331     END-IF
003336     .
003341
003346***************************************************************
003351*  2200-TALLY-CALLER  -  FIND OR ADD THE CALLER-ID ENTRY AND    *
003355*  ADD THE CELL'S COUNTS TO IT.  THE CALLER TABLE CANNOT        *
003360*  OVERFLOW IN PRACTICE - FOUR PROGRAMS WRITE THE LOG TODAY AND *
003365*  THE TABLE HOLDS TEN - BUT AN UNKNOWN ELEVENTH ID WOULD LAND  *
003370*  IN THE LAST ENTRY RATHER THAN BE LOST.                       *
003375***************************************************************
003380 2200-TALLY-CALLER.
003390     SET WS-TABLE-MISS TO TRUE
003400     PERFORM 2250-FIND-CALLER THRU 2250-FIND-CALLER-EXIT
003450         IF WS-CALLER-COUNT < WS-CALLER-MAX
003460             ADD 1 TO WS-CALLER-COUNT
003470             MOVE WS-CALLER-COUNT TO WS-HIT-IDX
003480             MOVE FACTSUM-CALLER-ID
003490                 TO WS-CT-CALLER-ID (WS-HIT-IDX)
003500             MOVE ZERO TO WS-CT-CALL-COUNT (WS-HIT-IDX)
003510             MOVE ZERO TO WS-CT-OVFL-COUNT (WS-HIT-IDX)
003570             MOVE '*OTHERS*' TO WS-CT-CALLER-ID (WS-HIT-IDX)
003580         END-IF
003590     END-IF
003600     ADD FACTSUM-ENTRY-COUNT TO WS-CT-CALL-COUNT (WS-HIT-IDX)
003620     ADD FACTSUM-OVFL-COUNT TO WS-CT-OVFL-COUNT (WS-HIT-IDX)
003640     .
003650
003660***************************************************************
003670*  2250-FIND-CALLER                                             *
003680***************************************************************
003690 2250-FIND-CALLER.
003700     IF WS-CT-CALLER-ID (WS-TAB-IDX) = FACTSUM-CALLER-ID
003710         SET WS-TABLE-HIT TO TRUE
003720         MOVE WS-TAB-IDX TO WS-HIT-IDX
003730     END-IF
003850             UNTIL WS-TAB-IDX > WS-DAY-COUNT
003860                 OR WS-TABLE-HIT
003870     IF WS-TABLE-HIT
003880         ADD FACTSUM-ENTRY-COUNT TO WS-DT-CALL-COUNT (WS-HIT-IDX)
003890     ELSE
003900         IF WS-DAY-COUNT < WS-DAY-MAX
003910             ADD 1 TO WS-DAY-COUNT
003920             MOVE FACTSUM-DATE TO WS-DT-DATE (WS-DAY-COUNT)
003930             MOVE FACTSUM-ENTRY-COUNT
003940                 TO WS-DT-CALL-COUNT (WS-DAY-COUNT)
003950         ELSE
003960             ADD FACTSUM-ENTRY-COUNT TO WS-DAY-OTHER-COUNT
003965         END-IF
003970     END-IF
003980     .
003990
004010*  2350-FIND-DAY                                                *
004020***************************************************************
004030 2350-FIND-DAY.
004040     IF WS-DT-DATE (WS-TAB-IDX) = FACTSUM-DATE
004050         SET WS-TABLE-HIT TO TRUE
004060         MOVE WS-TAB-IDX TO WS-HIT-IDX
004070     END-IF
004100     EXIT.
004110
004120***************************************************************
004130*  2400-TALLY-HOUR  -  THE CELL'S HOUR IS THE FIRST TWO DIGITS  *
004140*  OF FACT-AUD-TIME, HHMMSSTT FROM ACCEPT FROM TIME.            *
004150***************************************************************
004170 2400-TALLY-HOUR.
004180     IF FACTSUM-HOUR < 24
004190         ADD 1 TO FACTSUM-HOUR GIVING WS-HOUR-SUB
004200         ADD FACTSUM-ENTRY-COUNT TO WS-HT-CALL-COUNT (WS-HOUR-SUB)
004210     END-IF
004220     .
004230
004250*  2450-TALLY-REQ-TYPE                                          *
004260***************************************************************
004270 2450-TALLY-REQ-TYPE.
004280     EVALUATE FACTSUM-REQ-TYPE
004290         WHEN 'F'
004300             ADD FACTSUM-ENTRY-COUNT TO WS-RT-FACT-COUNT
004310         WHEN 'C'
004320             ADD FACTSUM-ENTRY-COUNT TO WS-RT-COMB-COUNT
004330         WHEN 'P'
004340             ADD FACTSUM-ENTRY-COUNT TO WS-RT-PERM-COUNT
004350         WHEN OTHER
004360             ADD FACTSUM-ENTRY-COUNT TO WS-RT-UNTYPED-COUNT
004370     END-EVALUATE
004380     .
004390
004470             UNTIL WS-TAB-IDX > WS-N-COUNT
004480                 OR WS-TABLE-HIT
004490     IF WS-TABLE-HIT
004500         ADD FACTSUM-ENTRY-COUNT TO WS-NT-CALL-COUNT (WS-HIT-IDX)
004510     ELSE
004520         IF WS-N-COUNT < WS-N-MAX
004530             ADD 1 TO WS-N-COUNT
004538             MOVE FACTSUM-INPUT-N TO WS-NT-INPUT-N (WS-N-COUNT)
004546             MOVE FACTSUM-ENTRY-COUNT
004555                 TO WS-NT-CALL-COUNT (WS-N-COUNT)
004563         ELSE
004571             ADD FACTSUM-ENTRY-COUNT TO WS-N-OTHER-COUNT
004580         END-IF
004590     END-IF
004600     .
004630*  2550-FIND-N                                                  *
004640***************************************************************
004650 2550-FIND-N.
004660     IF WS-NT-INPUT-N (WS-TAB-IDX) = FACTSUM-INPUT-N
004670         SET WS-TABLE-HIT TO TRUE
004680         MOVE WS-TAB-IDX TO WS-HIT-IDX
004690     END-IF
004720     EXIT.
004730
004740***************************************************************
004744*  7000-PRINT-REPORT  -  THE FOUR STATISTIC SECTIONS, THE       *
004749*  GRAND TOTAL AND THE TIE OF THE DAY TOTALS AND N TALLIES TO   *
004754*  THE HOUR CELLS.                                              *
004758***************************************************************
004763 7000-PRINT-REPORT.
004768     PERFORM 7100-PRINT-CALLER-SECTION
004772     PERFORM 7120-PRINT-REQTYPE-SECTION
004777     PERFORM 7200-PRINT-DAY-SECTION
004782     PERFORM 7300-PRINT-HOUR-SECTION
004786     PERFORM 7400-PRINT-N-SECTION
004791     PERFORM 7900-CHECK-PAGE-OVERFLOW
004796     MOVE SPACE TO FACT-STAT-LINE
004800     WRITE FACT-STAT-LINE
004805     MOVE WS-RECORD-COUNT TO WS-TL-COUNT
004810     WRITE FACT-STAT-LINE FROM WS-TOTAL-LINE
004814     MOVE 'ENTRIES PER DAY TOTALS        -' TO WS-TL-TEXT
004819     MOVE WS-DAY-TOTAL-COUNT TO WS-TL-COUNT
004824     WRITE FACT-STAT-LINE FROM WS-TOTAL-LINE
004828     MOVE 'ENTRIES PER N TALLIES         -' TO WS-TL-TEXT
004833     MOVE WS-N-TOTAL-COUNT TO WS-TL-COUNT
004838     WRITE FACT-STAT-LINE FROM WS-TOTAL-LINE
004842     IF WS-DAY-TOTAL-COUNT = WS-RECORD-COUNT
004847             AND WS-N-TOTAL-COUNT = WS-RECORD-COUNT
004852         MOVE 'SUMMARY TOTALS AGREE' TO WS-TIE-TEXT
004856     ELSE
004861         MOVE '*** SUMMARY TOTALS DO NOT AGREE - RUN FACTASUM ***'
004866             TO WS-TIE-TEXT
004870     END-IF
004875     WRITE FACT-STAT-LINE FROM WS-TIE-LINE
004880     .
004890
004900***************************************************************
006960     MOVE WS-PAGE-NO TO WS-HL1-PAGE-NO
006970     MOVE WS-RUN-DATE-MM TO WS-HL2-MM
006980     MOVE WS-RUN-DATE-DD TO WS-HL2-DD
006984     MOVE WS-RUN-DATE-CCYY TO WS-HL2-CCYY
006988     MOVE WS-FROM-DATE TO WS-HL2-FROM-DATE
006992     MOVE WS-TO-DATE TO WS-HL2-TO-DATE
006996     MOVE WS-CTL-HIGH-DATE TO WS-HL2-THRU-DATE
007000     IF WS-PAGE-NO > 1
007010         MOVE SPACE TO FACT-STAT-LINE
007020         WRITE FACT-STAT-LINE
007130*  9000-TERMINATE                                               *
007140***************************************************************
007150 9000-TERMINATE.
007160     CLOSE FACT-SUMMARY-FILE
007170     CLOSE FACT-STAT-RPT
007180     .
