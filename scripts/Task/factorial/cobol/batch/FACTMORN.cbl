000200*                    RECONCILIATION NOBALANCE / CHECKPOINT
000210*                    STILL HOLDS A POSITION (THE RUN NEVER
000220*                    REACHED ITS TERMINATION)
000227*          WARNING - RESTART OCCURRED / RECONCILIATION STILL
000235*                    PENDING / REJECT BACKLOG GREW / A FEED
000238*                    THE REGISTRY EXPECTS THAT DAY NEVER ARRIVED /
000242*                    A FEED'S VOLUME OR REJECT RATE STRAYED FROM
000246*                    ITS OWN RECENT AVERAGE (FACTFANM'S FLAGS)
000250*      THE RETURN CODE IS GRADED TO MATCH - 0 ALL CLEAR, 4
000260*      WARNINGS ONLY, 8 AT LEAST ONE SEVERE CONDITION - SO
000270*      OPERATIONS' AUTOMATION CAN PAGE SOMEONE ON THE BAD
000460*                        DD AS CLEAR, AND THE HELD LINE
000470*                        CARRIES THE COUNT OF CLUSTERS STILL
000480*                        HOLDING A POSITION.
000481*      2026-10-15  SLS   WARN FOR EVERY ACTIVE FEED THE FEED
000482*                        REGISTRY (FACTFEED) EXPECTS ON LAST
000484*                        NIGHT'S DAY OF THE WEEK THAT HAS NO
000485*                        RECEIPT (FACTRCPT) FOR THAT RUN DATE.
000487*                        AN ABSENT REGISTRY OR DD SKIPS THE
000488*                        CHECK.
000489*      2026-10-15  SLS   WARN FOR EVERY FEED THE FEED ANOMALY
000491*                        REPORT (FACTFANM) FLAGGED FOR LAST
000492*                        NIGHT - VOLUME SPIKE, VOLUME DROP OR
000494*                        REJECT-RATE JUMP - FROM ITS FLAG FILE
000495*                        (FACTANOM).  AN ABSENT FILE OR DD SKIPS
000497*                        THE CHECK.
000498***************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. FACTMORN.
000520
000940     SELECT FACT-BULLETIN-RPT ASSIGN TO "FACTBULL"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-BULL-STATUS.
000961     SELECT FACTFEED-FILE ASSIGN TO "FACTFEED"
000963         ORGANIZATION IS INDEXED
000964         ACCESS MODE IS SEQUENTIAL
000966         RECORD KEY IS FACTFEED-KEY
000967         FILE STATUS IS WS-FACTFEED-STATUS.
000969
000970     SELECT FACTRCPT-FILE ASSIGN TO "FACTRCPT"
000972         ORGANIZATION IS INDEXED
000973         ACCESS MODE IS DYNAMIC
000975         RECORD KEY IS FACTRCPT-KEY
000976         FILE STATUS IS WS-FACTRCPT-STATUS.
000978
000980     SELECT FACT-ANOM-FILE ASSIGN TO "FACTANOM"
000982         ORGANIZATION IS SEQUENTIAL
000984         FILE STATUS IS WS-ANOM-STATUS.
000986
000988 DATA DIVISION.
000990 FILE SECTION.
001000 FD  FACT-RUN-HIST-FILE.
001010 COPY FACTRHST.
001200
001210 FD  FACT-BULLETIN-RPT.
001220 01  FACT-BULLETIN-LINE            PIC X(132).
001221 FD  FACTFEED-FILE.
001223 COPY FACTFEED.
001225
001226 FD  FACTRCPT-FILE.
001228 COPY FACTRCPT.
001230
001232 FD  FACT-ANOM-FILE.
001235 COPY FACTANOM.
001237
001240 WORKING-STORAGE SECTION.
001250***************************************************************
001260*  FILE STATUS AND SWITCHES                                    *
001500
001510 01  WS-BULL-STATUS             PIC X(02).
001520     88  WS-BULL-OK                  VALUE '00'.
001521 01  WS-FACTFEED-STATUS         PIC X(02).
001522     88  WS-FACTFEED-OK              VALUE '00'.
001523     88  WS-FACTFEED-EOF             VALUE '10'.
001524     88  WS-FACTFEED-NOT-FOUND       VALUE '35'.
001525
001526 01  WS-FACTRCPT-STATUS         PIC X(02).
001527     88  WS-FACTRCPT-OK              VALUE '00'.
001528     88  WS-FACTRCPT-NOT-FOUND       VALUE '35'.
001530
001532 01  WS-ANOM-STATUS             PIC X(02).
001534     88  WS-ANOM-OK                  VALUE '00'.
001536     88  WS-ANOM-NOT-FOUND           VALUE '35'.
001538
001540 01  WS-SWITCHES.
001550     05  WS-HIST-EOF-SWITCH     PIC X(01) VALUE 'N'.
001560         88  WS-HIST-END-OF-FILE     VALUE 'Y'.
001610         88  WS-NO-HISTORY           VALUE 'N'.
001620     05  WS-CKPT-HELD-SWITCH    PIC X(01) VALUE 'N'.
001630         88  WS-CKPT-POSITION-HELD   VALUE 'Y'.
001631     05  WS-FEED-EOF-SWITCH     PIC X(01) VALUE 'N'.
001633         88  WS-FEED-END-OF-FILE     VALUE 'Y'.
001635     05  WS-REGISTRY-SWITCH     PIC X(01) VALUE 'N'.
001636         88  WS-REGISTRY-CHECKED     VALUE 'Y'.
001638     05  WS-RCPT-SCAN-SWITCH    PIC X(01) VALUE 'N'.
001640         88  WS-RCPT-SCAN-DONE       VALUE 'Y'.
001641         88  WS-RCPT-SCANNING        VALUE 'N'.
001643     05  WS-RCPT-SEEN-SWITCH    PIC X(01) VALUE 'N'.
001645         88  WS-RCPT-SEEN            VALUE 'Y'.
001646         88  WS-RCPT-NOT-SEEN        VALUE 'N'.
001648     05  WS-ANOM-EOF-SWITCH     PIC X(01) VALUE 'N'.
001650         88  WS-ANOM-END-OF-FILE     VALUE 'Y'.
001652     05  WS-ANOM-CHECK-SWITCH   PIC X(01) VALUE 'N'.
001654         88  WS-ANOMALIES-CHECKED    VALUE 'Y'.
001656
001658 01  WS-CKPT-RELKEY             PIC 9(04) COMP-3 VALUE 1.
001660 77  WS-CKPT-STR-IDX            PIC 9(01) VALUE 1.
001670 77  WS-HELD-CLUSTER-COUNT      PIC 9(04) COMP-3 VALUE ZERO.
001680 01  WS-STR-OPEN-SW             PIC X(01) VALUE 'N'.
001960     05  WS-SEVERE-COUNT        PIC 9(04) COMP-3 VALUE ZERO.
001970     05  WS-WARNING-COUNT       PIC 9(04) COMP-3 VALUE ZERO.
001980 01  WS-GRADED-RC               PIC 9(02) VALUE ZERO.
001981***************************************************************
001982*  EXPECTED-FEED CHECK - THE RUN DATE THE FEEDS ARE CHECKED     *
001983*  FOR, ITS DAY OF THE WEEK (1 = MONDAY, THE ORDER OF THE       *
001985*  REGISTRY'S EXPECTED-DAY FLAGS), AND THE FEEDS THAT NEVER     *
001986*  ARRIVED.  THE DAY COMES FROM ZELLER'S CONGRUENCE, WHICH      *
001987*  NUMBERS SATURDAY 0.                                          *
001988***************************************************************
001990 01  WS-FEED-CHECK-DATE         PIC 9(08) VALUE ZERO.
001991 01  WS-FEED-CHECK-DATE-X REDEFINES WS-FEED-CHECK-DATE.
001992     05  WS-FCD-CCYY            PIC 9(04).
001993     05  WS-FCD-MM              PIC 9(02).
001995     05  WS-FCD-DD              PIC 9(02).
001996 01  WS-ZELLER-WORK.
001997     05  WS-ZW-MONTH            PIC 9(02) COMP-3.
001998     05  WS-ZW-YEAR             PIC 9(04) COMP-3.
002000     05  WS-ZW-CENTURY          PIC 9(02) COMP-3.
002001     05  WS-ZW-YEAR-OF-CENT     PIC 9(02) COMP-3.
002002     05  WS-ZW-TERM             PIC 9(05) COMP-3.
002003     05  WS-ZW-SUM              PIC 9(05) COMP-3.
002005     05  WS-ZW-QUOT             PIC 9(05) COMP-3.
002006     05  WS-ZW-WEEKDAY          PIC 9(01) COMP-3.
002007 77  WS-CHECK-DAY-NO            PIC 9(01) VALUE 1.
002008 77  WS-EXPECTED-FEED-COUNT     PIC 9(04) COMP-3 VALUE ZERO.
002010 77  WS-MISSING-MAX             PIC 9(04) COMP-3 VALUE 50.
002011 77  WS-MISSING-COUNT           PIC 9(04) COMP-3 VALUE ZERO.
002012 77  WS-MISSING-IDX             PIC 9(04) COMP-3 VALUE ZERO.
002013 01  WS-MISSING-FEED-TABLE.
002015     05  WS-MISSING-FEED-ID     PIC X(08) OCCURS 50 TIMES.
002016
002017***************************************************************
002018*  FEEDS FACTFANM FLAGGED FOR THE CHECK DATE                    *
002020***************************************************************
002021 77  WS-ANOM-MAX                PIC 9(04) COMP-3 VALUE 50.
002022 77  WS-ANOM-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
002023 77  WS-ANOM-IDX                PIC 9(04) COMP-3 VALUE ZERO.
002025 01  WS-ANOM-TABLE.
002026     05  WS-ANOM-ENTRY OCCURS 50 TIMES.
002027         10  WS-AN-FEED-ID      PIC X(08).
002028         10  WS-AN-SPIKE-FLAG   PIC X(01).
002030         10  WS-AN-DROP-FLAG    PIC X(01).
002031         10  WS-AN-JUMP-FLAG    PIC X(01).
002032         10  WS-AN-READ-COUNT   PIC 9(08).
002033
002035 01  WS-RUN-DATE.
002036     05  WS-RUN-DATE-CCYY       PIC 9(04).
002037     05  WS-RUN-DATE-MM         PIC 9(02).
002038     05  WS-RUN-DATE-DD         PIC 9(02).
002040 01  WS-RUN-DATE-NUM            PIC 9(08).
002050
002060***************************************************************
002300     05  WS-SL-TEXT             PIC X(60).
002310     05  WS-SL-COUNT            PIC Z(07)9.
002320     05  FILLER                 PIC X(53)  VALUE SPACE.
002321 01  WS-MISSING-FEED-TEXT.
002323     05  FILLER                 PIC X(30)  VALUE
002325         'EXPECTED FEED NEVER ARRIVED - '.
002326     05  WS-MF-FEED-ID          PIC X(08).
002328     05  FILLER                 PIC X(22)  VALUE SPACE.
002329
002330 01  WS-ANOMALY-TEXT.
002331     05  FILLER                 PIC X(22)  VALUE
002332         'FEED VOLUME ANOMALY - '.
002333     05  WS-AT-FEED-ID          PIC X(08).
002334     05  FILLER                 PIC X(01)  VALUE SPACE.
002335     05  WS-AT-VOLUME           PIC X(06).
002336     05  WS-AT-RATE             PIC X(13).
002337     05  FILLER                 PIC X(10)  VALUE SPACE.
002338
002340 01  WS-GRADE-LINE.
002350     05  FILLER                 PIC X(01)  VALUE SPACE.
002360     05  FILLER                 PIC X(33)  VALUE
002500         THRU 3000-COUNT-BACKLOG-EXIT
002510     PERFORM 4000-READ-CHECKPOINT-STATE
002520         THRU 4000-READ-CHECKPOINT-EXIT
002523     PERFORM 5000-CHECK-EXPECTED-FEEDS
002526         THRU 5000-CHECK-FEEDS-EXIT
002527     PERFORM 6000-CHECK-FEED-ANOMALIES
002528         THRU 6000-CHECK-ANOMALIES-EXIT
002530     PERFORM 7000-PRINT-BULLETIN THRU 7000-PRINT-EXIT
002540     PERFORM 9000-TERMINATE
002550     MOVE WS-GRADED-RC TO RETURN-CODE
004710                 ' CHECKPOINT STILL HOLDS A POSITION'
004720     END-IF
004730     .
004731***************************************************************
004732*  5000-CHECK-EXPECTED-FEEDS  -  EVERY ACTIVE FEED THE REGISTRY *
004733*  EXPECTS ON LAST NIGHT'S DAY OF THE WEEK MUST HAVE A RECEIPT  *
004734*  FOR LAST NIGHT'S RUN DATE.  A HELD DECK IS NEVER RECEIPTED,  *
004735*  SO IT COUNTS AS NOT ARRIVED TOO - NONE OF IT RAN.  WITH NO   *
004736*  HISTORY THE CHECK IS FOR TODAY.  AN ABSENT REGISTRY OR       *
004737*  RECEIPT REGISTER (OR DD) SKIPS THE CHECK.                    *
004738***************************************************************
004739 5000-CHECK-EXPECTED-FEEDS.
004740     OPEN INPUT FACTFEED-FILE
004741     IF WS-FACTFEED-NOT-FOUND
004742         GO TO 5000-CHECK-FEEDS-EXIT
004743     END-IF
004744     IF NOT WS-FACTFEED-OK
004745         DISPLAY 'FACTMORN - FEED REGISTRY OPEN FAILED, STATUS '
004746                 WS-FACTFEED-STATUS
004747         GO TO 5000-CHECK-FEEDS-EXIT
004748     END-IF
004749     OPEN INPUT FACTRCPT-FILE
004750     IF NOT WS-FACTRCPT-OK
004751         IF NOT WS-FACTRCPT-NOT-FOUND
004752             DISPLAY 'FACTMORN - RECEIPT REGISTER OPEN FAILED, '
004753                     'STATUS ' WS-FACTRCPT-STATUS
004754         END-IF
004755         CLOSE FACTFEED-FILE
004756         GO TO 5000-CHECK-FEEDS-EXIT
004757     END-IF
004758     IF WS-HAVE-HISTORY
004759         MOVE FACTRHST-RUN-DATE TO WS-FEED-CHECK-DATE
004760     ELSE
004761         MOVE WS-RUN-DATE-NUM TO WS-FEED-CHECK-DATE
004762     END-IF
004763     PERFORM 5050-COMPUTE-DAY-OF-WEEK
004764     SET WS-REGISTRY-CHECKED TO TRUE
004765     PERFORM 5100-CHECK-ONE-FEED
004766         THRU 5100-CHECK-ONE-EXIT
004767         UNTIL WS-FEED-END-OF-FILE
004768     CLOSE FACTFEED-FILE
004769     CLOSE FACTRCPT-FILE
004770     .
004771 5000-CHECK-FEEDS-EXIT.
004773     EXIT.
004774
004775***************************************************************
004776*  5050-COMPUTE-DAY-OF-WEEK  -  ZELLER'S CONGRUENCE ON THE      *
004777*  CHECK DATE, JANUARY AND FEBRUARY COUNTED AS MONTHS 13 AND    *
004778*  14 OF THE YEAR BEFORE, THEN SHIFTED FROM SATURDAY = 0 TO     *
004779*  MONDAY = 1.                                                  *
004780***************************************************************
004781 5050-COMPUTE-DAY-OF-WEEK.
004782     MOVE WS-FCD-MM TO WS-ZW-MONTH
004783     MOVE WS-FCD-CCYY TO WS-ZW-YEAR
004784     IF WS-ZW-MONTH < 3
004785         ADD 12 TO WS-ZW-MONTH
004786         SUBTRACT 1 FROM WS-ZW-YEAR
004787     END-IF
004788     DIVIDE WS-ZW-YEAR BY 100
004789         GIVING WS-ZW-CENTURY
004790         REMAINDER WS-ZW-YEAR-OF-CENT
004791     MOVE WS-FCD-DD TO WS-ZW-SUM
004792     ADD 1 TO WS-ZW-MONTH GIVING WS-ZW-TERM
004793     MULTIPLY 13 BY WS-ZW-TERM
004794     DIVIDE WS-ZW-TERM BY 5 GIVING WS-ZW-QUOT
004795     ADD WS-ZW-QUOT TO WS-ZW-SUM
004796     ADD WS-ZW-YEAR-OF-CENT TO WS-ZW-SUM
004797     DIVIDE WS-ZW-YEAR-OF-CENT BY 4 GIVING WS-ZW-QUOT
004798     ADD WS-ZW-QUOT TO WS-ZW-SUM
004799     DIVIDE WS-ZW-CENTURY BY 4 GIVING WS-ZW-QUOT
004800     ADD WS-ZW-QUOT TO WS-ZW-SUM
004801     MULTIPLY 5 BY WS-ZW-CENTURY GIVING WS-ZW-QUOT
004802     ADD WS-ZW-QUOT TO WS-ZW-SUM
004803     DIVIDE WS-ZW-SUM BY 7
004804         GIVING WS-ZW-QUOT
004805         REMAINDER WS-ZW-WEEKDAY
004806     ADD 5 TO WS-ZW-WEEKDAY GIVING WS-ZW-TERM
004807     DIVIDE WS-ZW-TERM BY 7
004808         GIVING WS-ZW-QUOT
004809         REMAINDER WS-CHECK-DAY-NO
004810     ADD 1 TO WS-CHECK-DAY-NO
004811     .
004812
004813***************************************************************
004815*  5100-CHECK-ONE-FEED  -  ONE REGISTRY RECORD.                 *
004816***************************************************************
004817 5100-CHECK-ONE-FEED.
004818     READ FACTFEED-FILE
004819         AT END
004820             SET WS-FEED-END-OF-FILE TO TRUE
004821             GO TO 5100-CHECK-ONE-EXIT
004822     END-READ
004823     IF NOT FACTFEED-IS-ACTIVE
004824         GO TO 5100-CHECK-ONE-EXIT
004825     END-IF
004826     IF NOT FACTFEED-EXPECTED-ON (WS-CHECK-DAY-NO)
004827         GO TO 5100-CHECK-ONE-EXIT
004828     END-IF
004829     ADD 1 TO WS-EXPECTED-FEED-COUNT
004830     PERFORM 5200-FIND-RECEIPT THRU 5200-FIND-RECEIPT-EXIT
004831     IF WS-RCPT-NOT-SEEN
004832         ADD 1 TO WS-MISSING-COUNT
004833         IF WS-MISSING-COUNT <= WS-MISSING-MAX
004834             MOVE FACTFEED-FEED-ID
004835                 TO WS-MISSING-FEED-ID (WS-MISSING-COUNT)
004836         END-IF
004837     END-IF
004838     .
004839 5100-CHECK-ONE-EXIT.
004840     EXIT.
004841
004842***************************************************************
004843*  5200-FIND-RECEIPT  -  THE FEED'S RECEIPTS, IN CREATION-DATE  *
004844*  ORDER, LOOKING FOR ONE ACCEPTED ON THE CHECK DATE.           *
004845***************************************************************
004846 5200-FIND-RECEIPT.
004847     SET WS-RCPT-NOT-SEEN TO TRUE
004848     SET WS-RCPT-SCANNING TO TRUE
004849     MOVE FACTFEED-FEED-ID TO FACTRCPT-FEED-ID
004850     MOVE ZERO TO FACTRCPT-CREATE-DATE
004851     START FACTRCPT-FILE KEY >= FACTRCPT-KEY
004852         INVALID KEY
004853             GO TO 5200-FIND-RECEIPT-EXIT
004854     END-START
004855     PERFORM 5300-READ-ONE-RECEIPT
004856         THRU 5300-READ-ONE-EXIT
004858         UNTIL WS-RCPT-SEEN
004859             OR WS-RCPT-SCAN-DONE
004860     .
004861 5200-FIND-RECEIPT-EXIT.
004862     EXIT.
004863
004864***************************************************************
004865*  5300-READ-ONE-RECEIPT                                        *
004866***************************************************************
004867 5300-READ-ONE-RECEIPT.
004868     READ FACTRCPT-FILE NEXT
004869         AT END
004870             SET WS-RCPT-SCAN-DONE TO TRUE
004871             GO TO 5300-READ-ONE-EXIT
004872     END-READ
004873     IF FACTRCPT-FEED-ID NOT = FACTFEED-FEED-ID
004874         SET WS-RCPT-SCAN-DONE TO TRUE
004875         GO TO 5300-READ-ONE-EXIT
004876     END-IF
004877     IF FACTRCPT-RUN-DATE = WS-FEED-CHECK-DATE
004878         SET WS-RCPT-SEEN TO TRUE
004879     END-IF
004880     .
004881 5300-READ-ONE-EXIT.
004882     EXIT.
004883
004884***************************************************************
004885*  6000-CHECK-FEED-ANOMALIES  -  THE FEEDS FACTFANM FLAGGED FOR *
004886*  THE SAME NIGHT THE EXPECTED-FEED CHECK LOOKS AT.  THE FLAG   *
004887*  FILE IS REWRITTEN EACH NIGHT, SO A RECORD FOR ANY OTHER      *
004888*  DATE IS A STALE FILE AND IS PASSED OVER.  AN ABSENT FILE     *
004889*  (OR DD) SKIPS THE CHECK.                                     *
004890***************************************************************
004891 6000-CHECK-FEED-ANOMALIES.
004893     OPEN INPUT FACT-ANOM-FILE
004894     IF WS-ANOM-NOT-FOUND
004895         GO TO 6000-CHECK-ANOMALIES-EXIT
004896     END-IF
004897     IF NOT WS-ANOM-OK
004898         DISPLAY 'FACTMORN - ANOMALY FILE OPEN FAILED, STATUS '
004899                 WS-ANOM-STATUS
004900         GO TO 6000-CHECK-ANOMALIES-EXIT
004901     END-IF
004902     IF WS-HAVE-HISTORY
004904         MOVE FACTRHST-RUN-DATE TO WS-FEED-CHECK-DATE
004905     ELSE
004906         MOVE WS-RUN-DATE-NUM TO WS-FEED-CHECK-DATE
004907     END-IF
004908     SET WS-ANOMALIES-CHECKED TO TRUE
004909     PERFORM 6100-READ-ONE-ANOMALY
004910         THRU 6100-READ-ONE-EXIT
004911         UNTIL WS-ANOM-END-OF-FILE
004912     CLOSE FACT-ANOM-FILE
004913     .
004915 6000-CHECK-ANOMALIES-EXIT.
004916     EXIT.
004917
004918***************************************************************
004919*  6100-READ-ONE-ANOMALY                                        *
004920***************************************************************
004921 6100-READ-ONE-ANOMALY.
004922     READ FACT-ANOM-FILE
004923         AT END
004924             SET WS-ANOM-END-OF-FILE TO TRUE
004926             GO TO 6100-READ-ONE-EXIT
004927     END-READ
004928     IF FACTANOM-RUN-DATE NOT = WS-FEED-CHECK-DATE
004929         GO TO 6100-READ-ONE-EXIT
004930     END-IF
004931     ADD 1 TO WS-ANOM-COUNT
004932     IF WS-ANOM-COUNT <= WS-ANOM-MAX
004933         MOVE WS-ANOM-COUNT TO WS-ANOM-IDX
004934         MOVE FACTANOM-FEED-ID TO WS-AN-FEED-ID (WS-ANOM-IDX)
004935         MOVE FACTANOM-SPIKE-FLAG
004936             TO WS-AN-SPIKE-FLAG (WS-ANOM-IDX)
004937         MOVE FACTANOM-DROP-FLAG
004938             TO WS-AN-DROP-FLAG (WS-ANOM-IDX)
004939         MOVE FACTANOM-REJ-JUMP-FLAG
004940             TO WS-AN-JUMP-FLAG (WS-ANOM-IDX)
004941         MOVE FACTANOM-READ-COUNT
004942             TO WS-AN-READ-COUNT (WS-ANOM-IDX)
004943     END-IF
004944     .
004945 6100-READ-ONE-EXIT.
004946     EXIT.
004947
004948***************************************************************
004949*  7000-PRINT-BULLETIN  -  ONE SEVERITY LINE PER CONDITION,     *
004950*  WORST FIRST IN THE GRADE EVEN IF NOT ON THE PAGE.            *
004951***************************************************************
004952 7000-PRINT-BULLETIN.
004953     MOVE WS-RUN-DATE-MM TO WS-HL2-MM
004954     MOVE WS-RUN-DATE-DD TO WS-HL2-DD
004955     MOVE WS-RUN-DATE-CCYY TO WS-HL2-CCYY
004956     WRITE FACT-BULLETIN-LINE FROM WS-HEADING-LINE-1
004957     WRITE FACT-BULLETIN-LINE FROM WS-HEADING-LINE-2
004958     MOVE SPACE TO FACT-BULLETIN-LINE
004959     WRITE FACT-BULLETIN-LINE
004960     IF WS-NO-HISTORY
004961         MOVE 'NO RUN-HISTORY RECORD - THE NIGHTLY RUN NEVER RAN'
004962             TO WS-SL-TEXT
004963         MOVE ZERO TO WS-SL-COUNT
004964         PERFORM 7200-PRINT-SEVERE
004965         GO TO 7000-PRINT-REMAINDER
004966     END-IF
004967     IF FACTRHST-RECORD-COUNT = ZERO
004968         MOVE 'ZERO-RECORD RUN - THE FEED ARRIVED EMPTY'
004969             TO WS-SL-TEXT
004970         MOVE ZERO TO WS-SL-COUNT
004980         PERFORM 7200-PRINT-SEVERE
004990     ELSE
005660         MOVE ZERO TO WS-SL-COUNT
005670         PERFORM 7400-PRINT-OK
005680     END-IF
005681     IF WS-REGISTRY-CHECKED
005682         IF WS-MISSING-COUNT = ZERO
005683             MOVE 'EVERY EXPECTED FEED ARRIVED' TO WS-SL-TEXT
005684             MOVE WS-EXPECTED-FEED-COUNT TO WS-SL-COUNT
005685             PERFORM 7400-PRINT-OK
005686         ELSE
005687             PERFORM 7500-PRINT-MISSING-FEED
005688                 VARYING WS-MISSING-IDX FROM 1 BY 1
005689                     UNTIL WS-MISSING-IDX > WS-MISSING-COUNT
005690                         OR WS-MISSING-IDX > WS-MISSING-MAX
005691             IF WS-MISSING-COUNT > WS-MISSING-MAX
005692                 MOVE 'MORE EXPECTED FEEDS MISSING THAN LISTED'
005693                     TO WS-SL-TEXT
005694                 MOVE WS-MISSING-COUNT TO WS-SL-COUNT
005695                 PERFORM 7300-PRINT-WARNING
005696             END-IF
005697         END-IF
005698     END-IF
005699     IF WS-ANOMALIES-CHECKED
005700         IF WS-ANOM-COUNT = ZERO
005701             MOVE 'NO FEED VOLUME ANOMALY FLAGGED' TO WS-SL-TEXT
005702             MOVE ZERO TO WS-SL-COUNT
005703             PERFORM 7400-PRINT-OK
005704         ELSE
005705             PERFORM 7600-PRINT-ANOMALY
005706                 VARYING WS-ANOM-IDX FROM 1 BY 1
005707                     UNTIL WS-ANOM-IDX > WS-ANOM-COUNT
005708                         OR WS-ANOM-IDX > WS-ANOM-MAX
005709             IF WS-ANOM-COUNT > WS-ANOM-MAX
005710                 MOVE 'MORE FEED ANOMALIES FLAGGED THAN LISTED'
005711                     TO WS-SL-TEXT
005712                 MOVE WS-ANOM-COUNT TO WS-SL-COUNT
005713                 PERFORM 7300-PRINT-WARNING
005714             END-IF
005715         END-IF
005716     END-IF
005717     MOVE SPACE TO FACT-BULLETIN-LINE
005718     WRITE FACT-BULLETIN-LINE
005719     MOVE WS-GRADED-RC TO WS-GL-RC
005720     WRITE FACT-BULLETIN-LINE FROM WS-GRADE-LINE
005730     .
005740 7000-PRINT-EXIT.
006050     MOVE 'OK' TO WS-SL-SEVERITY
006060     WRITE FACT-BULLETIN-LINE FROM WS-SEVERITY-LINE
006070     .
006071***************************************************************
006073*  7500-PRINT-MISSING-FEED  -  ONE EXPECTED FEED WITH NO        *
006075*  RECEIPT FOR THE CHECK DATE.                                  *
006076***************************************************************
006078 7500-PRINT-MISSING-FEED.
006080     MOVE WS-MISSING-FEED-ID (WS-MISSING-IDX) TO WS-MF-FEED-ID
006081     MOVE WS-MISSING-FEED-TEXT TO WS-SL-TEXT
006083     MOVE ZERO TO WS-SL-COUNT
006085     PERFORM 7300-PRINT-WARNING
006086     .
006087
006088***************************************************************
006089*  7600-PRINT-ANOMALY  -  ONE FEED FACTFANM FLAGGED, WITH ITS   *
006091*  CARDS READ FOR THE NIGHT.                                    *
006092***************************************************************
006093 7600-PRINT-ANOMALY.
006094     MOVE WS-AN-FEED-ID (WS-ANOM-IDX) TO WS-AT-FEED-ID
006096     MOVE SPACE TO WS-AT-VOLUME
006097     MOVE SPACE TO WS-AT-RATE
006098     IF WS-AN-SPIKE-FLAG (WS-ANOM-IDX) = 'Y'
006099         MOVE 'SPIKE' TO WS-AT-VOLUME
006101     END-IF
006102     IF WS-AN-DROP-FLAG (WS-ANOM-IDX) = 'Y'
006103         MOVE 'DROP' TO WS-AT-VOLUME
006104     END-IF
006106     IF WS-AN-JUMP-FLAG (WS-ANOM-IDX) = 'Y'
006107         MOVE 'REJ RATE JUMP' TO WS-AT-RATE
006108     END-IF
006109     MOVE WS-ANOMALY-TEXT TO WS-SL-TEXT
006111     MOVE WS-AN-READ-COUNT (WS-ANOM-IDX) TO WS-SL-COUNT
006112     PERFORM 7300-PRINT-WARNING
006113     .
006114
006116***************************************************************
006117*  9000-TERMINATE                                               *
006118***************************************************************
006120 9000-TERMINATE.
006130     CLOSE FACT-BULLETIN-RPT
006140     .
