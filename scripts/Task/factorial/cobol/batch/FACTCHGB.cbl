000080*
000090*  REMARKS.
000100*      MONTHLY SOURCE-SYSTEM CHARGEBACK RUN FOR DATA CENTER
000106*      ACCOUNTING.  READS THE MONTH FROM THE FACTSUM DAILY
000112*      AUDIT SUMMARY (FACTASUM ROLLS EACH NIGHT'S NEW
000118*      FACT-AUDIT-LOG ENTRIES INTO IT) - EVERY BILLABLE
000124*      REQUEST CARRIES ITS ORIGINATING SOURCE-SYSTEM CODE (THE
000131*      FEED ID FROM THE FACTIN BATCH-CONTROL HEADER, OR ONLINE
000137*      FOR THE CICS INQUIRY) AND ITS RESOLVED REQUEST TYPE,
000143*      AND THE SUMMARY KEEPS BOTH ON EVERY COUNT - AND PRINTS
000149*      AN INVOICE-STYLE STATEMENT PER SOURCE SYSTEM: VOLUME,
000155*      UNIT CHARGE AND AMOUNT BY REQUEST TYPE (F/C/P AND
000162*      ONLINE INQUIRY), THE OVERFLOW SURCHARGES, AND A SOURCE
000168*      TOTAL.  UNIT CHARGES COME FROM THE FACTRATE RATE CARD
000174*      DECK, NOT FROM THE PROGRAM.  THE CLOSING BALANCE SECTION
000180*      TIES EVERY AUDIT ENTRY IN THE MONTH BACK TO BILLED
000186*      REQUESTS AND NON-BILLABLE PER-STEP ENTRIES (FACTCOM/
000193*      FACTPRM LOG ONE ENTRY FOR EACH COMBINATION OR
000199*      PERMUTATION THEY COMPUTE), AND THE TOTAL TO THE
000205*      SUMMARY'S OWN DAY TOTALS, SO THE STATEMENT ALWAYS
000211*      BALANCES TO THE FACTAUDR STATISTICS FOR THE SAME
000217*      MONTH.  AN ENTRY WRITTEN BEFORE THE SOURCE FIELD
000224*      EXISTED BILLS UNDER *UNKNOWN RATHER THAN VANISHING.
000230*
000236*      CONDITION CODES -
000242*         0  STATEMENT PRINTED AND BALANCED
000248*         4  THE SUMMARY HAS NOT BEEN RUN SINCE THE MONTH
000255*            ENDED - THE MONTH MAY BE INCOMPLETE
000261*         8  THE MONTH'S ENTRIES DO NOT TIE TO THE DAY TOTALS
000267*        16  NO STATEMENT MONTH, OR THE SUMMARY COULD NOT BE
000273*            OPENED OR READ
000280*
000290*  MODIFICATION HISTORY.
000300*      DATE        INIT  DESCRIPTION
000310*      ----------  ----  ---------------------------------------
000320*      2026-09-02  SLS   INITIAL VERSION.
000322*      2026-10-15  SLS   FACTCOM/FACTPRM NOW LOG ONE PER-STEP
000324*                        ENTRY PER CALL INSTEAD OF ONE PER
000326*                        FACTORIAL STEP (THREE PER NCR, TWO PER
000328*                        NPR) - THE PER-STEP BALANCE LINE DROPS
000329*                        ACCORDINGLY, STILL NEVER BILLED.
000330*      2026-10-15  SLS   BILLS FROM THE FACTSUM DAILY AUDIT
000331*                        SUMMARY INSTEAD OF READING THE WHOLE
000332*                        LOG - AN ARCHIVED MONTH NO LONGER NEEDS
000333*                        RESTORING.  THE BALANCE SECTION TIES
000335*                        THE MONTH TO THE SUMMARY'S DAY TOTALS
000336*                        (RC 8) AND WARNS WHEN THE SUMMARY HAS
000337*                        NOT RUN SINCE THE MONTH ENDED (RC 4).
000338***************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. FACTCHGB.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000396     SELECT FACT-SUMMARY-FILE ASSIGN TO "FACTSUM"
000403         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000416         RECORD KEY IS FACTSUM-KEY
000423         FILE STATUS IS WS-SUM-STATUS.
000430
000440     SELECT FACT-RATE-FILE ASSIGN TO "FACTRATE"
000450         ORGANIZATION IS SEQUENTIAL
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  FACT-SUMMARY-FILE.
000590 COPY FACTSUM.
000600
000610 FD  FACT-RATE-FILE.
000620 COPY FACTRATE.
000750***************************************************************
000760*  FILE STATUS AND SWITCHES                                    *
000770***************************************************************
000778 01  WS-SUM-STATUS              PIC X(02).
000786     88  WS-SUM-OK                   VALUE '00'.
000794     88  WS-SUM-EOF                  VALUE '10'.
000802     88  WS-SUM-NOT-FOUND            VALUE '23'.
000810
000820 01  WS-RATE-STATUS             PIC X(02).
000830     88  WS-RATE-OK                  VALUE '00'.
001440 01  WS-COUNTERS.
001450     05  WS-PAGE-NO             PIC 9(05) COMP-3 VALUE ZERO.
001460     05  WS-LINE-COUNT          PIC 9(03) COMP-3 VALUE ZERO.
001470     05  WS-IN-MONTH-COUNT      PIC 9(08) COMP-3 VALUE ZERO.
001480     05  WS-BILLED-COUNT        PIC 9(08) COMP-3 VALUE ZERO.
001490     05  WS-STEP-ENTRY-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
001500     05  WS-DAY-TOTAL-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
001520 01  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50.
001530
001540 01  WS-STMT-CCYYMM             PIC 9(06) VALUE ZERO.
001545 01  WS-SUM-CCYYMM              PIC 9(06) VALUE ZERO.
001550 01  WS-CTL-RUN-DATE            PIC 9(08) VALUE ZERO.
001555 01  WS-CTL-HIGH-DATE           PIC 9(08) VALUE ZERO.
001560
001570 01  WS-LINE-AMOUNT             PIC 9(11)V99 COMP-3 VALUE ZERO.
001580 01  WS-SURCHG-AMOUNT           PIC 9(11)V99 COMP-3 VALUE ZERO.
002500     05  WS-BL-TEXT             PIC X(33).
002510     05  WS-BL-COUNT            PIC Z(07)9.
002520     05  FILLER                 PIC X(90)  VALUE SPACE.
002521 01  WS-BALANCE-DATE-LINE.
002523     05  FILLER                 PIC X(01)  VALUE SPACE.
002525     05  WS-BD-TEXT             PIC X(33).
002526     05  WS-BD-DATE             PIC 9(08).
002528     05  FILLER                 PIC X(90)  VALUE SPACE.
002530
002531 01  WS-BALANCE-MESSAGE.
002533     05  FILLER                 PIC X(01)  VALUE SPACE.
002535     05  WS-BM-TEXT             PIC X(60).
002536     05  FILLER                 PIC X(71)  VALUE SPACE.
002538
002540 PROCEDURE DIVISION.
002550***************************************************************
002560*  0000-MAINLINE                                                *
002570***************************************************************
002580 0000-MAINLINE.
002585     PERFORM 1000-INITIALIZE
002590     PERFORM 2000-PROCESS-SUMMARY THRU 2000-PROCESS-EXIT
002595         UNTIL WS-END-OF-FILE
002601     PERFORM 7000-PRINT-STATEMENTS
002606     PERFORM 7500-PRINT-BALANCE-SECTION
002611     PERFORM 9000-TERMINATE
002617     EVALUATE TRUE
002622         WHEN WS-DAY-TOTAL-COUNT NOT = WS-IN-MONTH-COUNT
002627             MOVE 8 TO RETURN-CODE
002632         WHEN WS-CTL-RUN-DATE (1:6) NOT > WS-STMT-CCYYMM
002638             MOVE 4 TO RETURN-CODE
002643         WHEN OTHER
002648             MOVE 0 TO RETURN-CODE
002654     END-EVALUATE
002659     GOBACK
002664     .
002670
002680***************************************************************
002685*  1000-INITIALIZE  -  POSITION THE SUMMARY AT THE FIRST DAY OF *
002691*  THE STATEMENT MONTH.                                         *
002697***************************************************************
002703 1000-INITIALIZE.
002708     ACCEPT WS-RUN-DATE-NUM FROM DATE YYYYMMDD
002714     MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE
002720     PERFORM 1100-CLEAR-RATE-ENTRY
002726         VARYING WS-TAB-IDX FROM 1 BY 1
002731             UNTIL WS-TAB-IDX > 4
002737     PERFORM 1200-READ-STATEMENT-MONTH
002743         THRU 1200-READ-MONTH-EXIT
002749     OPEN INPUT  FACT-SUMMARY-FILE
002755     OPEN OUTPUT FACT-CHGB-RPT
002760     IF NOT WS-SUM-OK
002766         DISPLAY 'FACTCHGB - SUMMARY FILE OPEN FAILED, STATUS '
002772                 WS-SUM-STATUS
002778         MOVE 16 TO RETURN-CODE
002783         GOBACK
002789     END-IF
002795     IF NOT WS-RPT-OK
002801         DISPLAY 'FACTCHGB - REPORT FILE OPEN FAILED, STATUS '
002806                 WS-RPT-STATUS
002812         MOVE 16 TO RETURN-CODE
002818         GOBACK
002824     END-IF
002830     MOVE ZERO TO FACTSUM-DATE
002835     MOVE 'C' TO FACTSUM-KIND
002841     MOVE SPACE TO FACTSUM-SUB-KEY
002847     READ FACT-SUMMARY-FILE
002853     IF NOT WS-SUM-OK
002858         DISPLAY 'FACTCHGB - SUMMARY CONTROL RECORD NOT READ, '
002864                 'STATUS ' WS-SUM-STATUS
002870         MOVE 16 TO RETURN-CODE
002876         GOBACK
002881     END-IF
002887     MOVE FACTSUM-CTL-RUN-DATE TO WS-CTL-RUN-DATE
002893     MOVE FACTSUM-CTL-HIGH-DATE TO WS-CTL-HIGH-DATE
002899     PERFORM 1300-LOAD-RATE-CARDS
002905         THRU 1300-LOAD-RATES-EXIT
002910     PERFORM 8000-PRINT-HEADERS
002916     MOVE LOW-VALUES TO FACTSUM-KEY
002922     MOVE WS-STMT-CCYYMM TO FACTSUM-DATE (1:6)
002928     MOVE '01' TO FACTSUM-DATE (7:2)
002933     START FACT-SUMMARY-FILE
002939         KEY IS NOT LESS THAN FACTSUM-KEY
002945     IF WS-SUM-OK
002951         PERFORM 2100-READ-SUMMARY
002956     ELSE
002962         SET WS-END-OF-FILE TO TRUE
002968     END-IF
002974     .
002980
002990***************************************************************
003000*  1100-CLEAR-RATE-ENTRY                                        *
003860     EXIT.
003870
003880***************************************************************
003886*  2000-PROCESS-SUMMARY  -  CLASSIFY AND TALLY ONE SUMMARY      *
003893*  RECORD OF THE STATEMENT MONTH.  THE HOUR CELLS CARRY THE     *
003900*  CALLER, SOURCE AND TYPE TO BILL ON; THE DAY TOTALS PROVE     *
003906*  THE CELLS ADD UP; THE N TALLIES PLAY NO PART IN BILLING.     *
003913***************************************************************
003920 2000-PROCESS-SUMMARY.
003926     MOVE FACTSUM-DATE (1:6) TO WS-SUM-CCYYMM
003933     IF WS-SUM-CCYYMM > WS-STMT-CCYYMM
003940         SET WS-END-OF-FILE TO TRUE
003946         GO TO 2000-PROCESS-EXIT
003953     END-IF
003960     EVALUATE TRUE
003966         WHEN FACTSUM-IS-DAY-TOTAL
003973             ADD FACTSUM-ENTRY-COUNT TO WS-DAY-TOTAL-COUNT
003980         WHEN FACTSUM-IS-CELL
003986             ADD FACTSUM-ENTRY-COUNT TO WS-IN-MONTH-COUNT
003993             PERFORM 2050-TALLY-CELL
004000     END-EVALUATE
004006     PERFORM 2100-READ-SUMMARY
004013     .
004020 2000-PROCESS-EXIT.
004026     EXIT.
004033
004040***************************************************************
004046*  2050-TALLY-CELL                                              *
004053***************************************************************
004060 2050-TALLY-CELL.
004066     EVALUATE FACTSUM-CALLER-ID
004073         WHEN 'FACTBAT '
004080             PERFORM 2200-TALLY-BILLABLE
004086         WHEN 'FACTINQ '
004093             PERFORM 2200-TALLY-BILLABLE
004100         WHEN OTHER
004106*            FACTCOM/FACTPRM PER-STEP ENTRIES AND ANY OTHER
004113*            INTERNAL WRITER - COUNTED SO THE BALANCE SECTION
004120*            STILL TIES TO THE MONTH'S ENTRIES, NEVER BILLED.
004126             ADD FACTSUM-ENTRY-COUNT TO WS-STEP-ENTRY-COUNT
004133     END-EVALUATE
004140     .
004146
004153***************************************************************
004160*  2100-READ-SUMMARY                                            *
004166***************************************************************
004173 2100-READ-SUMMARY.
004180     READ FACT-SUMMARY-FILE NEXT RECORD
004186         AT END
004193             SET WS-END-OF-FILE TO TRUE
004200     END-READ
004206     IF NOT WS-END-OF-FILE
004213             AND NOT WS-SUM-OK
004220         DISPLAY 'FACTCHGB - SUMMARY READ FAILED, STATUS '
004226                 WS-SUM-STATUS
004233         MOVE 16 TO RETURN-CODE
004240         GOBACK
004246     END-IF
004253     .
004260
004270***************************************************************
004280*  2200-TALLY-BILLABLE  -  A CELL OF BILLABLE REQUESTS UNDER    *
004290*  ITS SOURCE SYSTEM AND REQUEST TYPE.  AN ONLINE INQUIRY       *
004300*  BILLS AS TYPE I WHATEVER ITS REQUEST TYPE SAYS; A BATCH      *
004310*  ENTRY WRITTEN BEFORE THE TYPE FIELD EXISTED BILLS AS F.      *
004320***************************************************************
004330 2200-TALLY-BILLABLE.
004340     IF FACTSUM-CALLER-ID = 'FACTINQ '
004350         MOVE 4 TO WS-TYPE-SUB
004360     ELSE
004370         MOVE FACTSUM-REQ-TYPE TO WS-EDIT-REQ-TYPE
004380         PERFORM 2300-SET-TYPE-SUB
004390         IF WS-TYPE-SUB = ZERO
004400             MOVE 1 TO WS-TYPE-SUB
004410         END-IF
004420     END-IF
004430     IF FACTSUM-SOURCE-SYS = SPACE
004440         MOVE '*UNKNOWN' TO WS-WORK-SOURCE-ID
004450     ELSE
004460         MOVE FACTSUM-SOURCE-SYS TO WS-WORK-SOURCE-ID
004470     END-IF
004480     PERFORM 2400-FIND-SOURCE-ENTRY
004490     ADD FACTSUM-ENTRY-COUNT
004500         TO WS-SR-TYPE-COUNT (WS-HIT-IDX WS-TYPE-SUB)
004510     ADD FACTSUM-OVFL-COUNT
004520         TO WS-SR-TYPE-OVFL (WS-HIT-IDX WS-TYPE-SUB)
004530     ADD FACTSUM-ENTRY-COUNT TO WS-BILLED-COUNT
004540     .
004550
004560***************************************************************
006030     EXIT.
006040
006050***************************************************************
006056*  7500-PRINT-BALANCE-SECTION  -  TIE EVERY ENTRY IN THE MONTH  *
006062*  BACK TO A BUCKET, SO THE STATEMENT BALANCES TO THE FACTAUDR  *
006068*  STATISTICS FOR THE SAME DATES: ENTRIES IN MONTH = BILLED +   *
006074*  PER-STEP ENTRIES = THE SUMMARY'S DAY TOTALS.                 *
006081***************************************************************
006087 7500-PRINT-BALANCE-SECTION.
006093     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006099         PERFORM 8000-PRINT-HEADERS
006106     END-IF
006112     MOVE SPACE TO FACT-CHGB-LINE
006118     WRITE FACT-CHGB-LINE
006124     MOVE 'AUDIT ENTRIES IN THE MONTH    -' TO WS-BL-TEXT
006130     MOVE WS-IN-MONTH-COUNT TO WS-BL-COUNT
006137     WRITE FACT-CHGB-LINE FROM WS-BALANCE-LINE
006143     MOVE 'BILLED REQUESTS               -' TO WS-BL-TEXT
006149     MOVE WS-BILLED-COUNT TO WS-BL-COUNT
006155     WRITE FACT-CHGB-LINE FROM WS-BALANCE-LINE
006162     MOVE 'PER-STEP ENTRIES, NOT BILLED  -' TO WS-BL-TEXT
006168     MOVE WS-STEP-ENTRY-COUNT TO WS-BL-COUNT
006174     WRITE FACT-CHGB-LINE FROM WS-BALANCE-LINE
006180     MOVE 'PER SUMMARY DAY TOTALS        -' TO WS-BL-TEXT
006186     MOVE WS-DAY-TOTAL-COUNT TO WS-BL-COUNT
006193     WRITE FACT-CHGB-LINE FROM WS-BALANCE-LINE
006199     MOVE 'SUMMARY CURRENT THROUGH       -' TO WS-BD-TEXT
006205     MOVE WS-CTL-HIGH-DATE TO WS-BD-DATE
006211     WRITE FACT-CHGB-LINE FROM WS-BALANCE-DATE-LINE
006218     MOVE 'SUMMARY LAST RUN              -' TO WS-BD-TEXT
006224     MOVE WS-CTL-RUN-DATE TO WS-BD-DATE
006230     WRITE FACT-CHGB-LINE FROM WS-BALANCE-DATE-LINE
006236     ADD 7 TO WS-LINE-COUNT
006242     IF WS-DAY-TOTAL-COUNT NOT = WS-IN-MONTH-COUNT
006249         MOVE '*** MONTH DOES NOT TIE TO SUMMARY DAY TOTALS ***'
006255             TO WS-BM-TEXT
006261         WRITE FACT-CHGB-LINE FROM WS-BALANCE-MESSAGE
006267         ADD 1 TO WS-LINE-COUNT
006274     END-IF
006280     IF WS-CTL-RUN-DATE (1:6) NOT > WS-STMT-CCYYMM
006286         MOVE '*** SUMMARY NOT RUN SINCE THE MONTH ENDED - MONTH'
006292             TO WS-BM-TEXT
006298         WRITE FACT-CHGB-LINE FROM WS-BALANCE-MESSAGE
006305         MOVE '    MAY BE INCOMPLETE ***' TO WS-BM-TEXT
006311         WRITE FACT-CHGB-LINE FROM WS-BALANCE-MESSAGE
006317         ADD 2 TO WS-LINE-COUNT
006323     END-IF
006330     .
006340
006350***************************************************************
006590*  9000-TERMINATE                                               *
006600***************************************************************
006610 9000-TERMINATE.
006620     CLOSE FACT-SUMMARY-FILE
006630     CLOSE FACT-CHGB-RPT
006640     .
