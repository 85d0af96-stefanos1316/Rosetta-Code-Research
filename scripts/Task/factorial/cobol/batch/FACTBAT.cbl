001160*                        COMPLETE - NOW ISSUES EVERY N
001170*                        TRANSACTIONS, N CARDED IN COLS 8-13
001180*                        OF THE FACTPARM RUN-CONTROL CARD.
001182*      2026-10-15  SLS   NCR AND NPR NOW COME BACK EXACT
001184*                        WHENEVER THE ANSWER FITS 9(10) (SEE
001186*                        FACTCOM/FACTPRM), SO AN N OF 14 OR
001188*                        MORE NO LONGER FLAGS OVERFLOW BY
001189*                        ITSELF.  EACH FUNCTION NOW LOGS ONE
001190*                        PER-STEP ENTRY PER CALL, NOT ONE PER
001191*                        FACTORIAL STEP.
001192*      2026-10-15  SLS   EVERY FEED DECK IS NOW CHECKED AGAINST
001193*                        THE FEED REGISTRY (FACTFEED) AND THE
001194*                        RECEIPT REGISTER (FACTRCPT).  A DECK
001196*                        FROM AN UNREGISTERED OR INACTIVE FEED,
001197*                        OR ONE WHOSE FEED ID AND CREATION DATE
001198*                        WERE ALREADY ACCEPTED, IS HELD - ITS
001199*                        CARDS STILL BALANCE BUT NONE IS
001201*                        PROCESSED - AND SHOWS ON ITS FEED LINE;
001202*                        THE RUN ENDS WITH CONDITION CODE 4.
001203*                        ACCEPTED DECKS ARE REGISTERED AT END OF
001204*                        RUN.  COL 14 OF FACTPARM TURNS THE CHECK
001206*                        OFF FOR DECKS FACTSPLT ALREADY GATED.
001207*      2026-10-15  SLS   EACH FEED'S NIGHT IS NOW APPENDED TO
001208*                        THE CUMULATIVE PER-FEED HISTORY FILE
001209*                        (FACTFHIS, COPYBOOK FACTFHST) AT END OF
001211*                        RUN - CARDS READ, TRAILER COUNT,
001212*                        REJECTS, OVERFLOWS AND THE REQUESTS
001213*                        PROCESSED BY TYPE AND PRIORITY - FOR
001214*                        THE FEED ANOMALY REPORT (FACTFANM).
001216*      2026-10-15  SLS   EVERY REJECT IS STAMPED WITH THE FEED ID
001218*                        AND CREATION DATE OF ITS DECK (PASSED TO
001220*                        FACTVAL) FOR THE ACKNOWLEDGEMENT RUN.
001221*      2026-10-15  SLS   EVERY AUDIT ENTRY IS NUMBERED WITHIN THE
001223*                        RUN (FACT-AUD-SEQ-NO) FOR THE AUDIT LOG
001225*                        INTEGRITY CHECK (FACTAUDV).  A RESTART
001226*                        COUNTS THE VALID CARDS IT RE-EMITS SO
001228*                        ITS NUMBERS CARRY ON FROM THE ABENDED
001230*                        RUN'S LAST CHECKPOINTED ENTRY.
001231***************************************************************
001233 IDENTIFICATION DIVISION.
001235 PROGRAM-ID. FACTBAT.
001236
001238 ENVIRONMENT DIVISION.
001240 CONFIGURATION SECTION.
001250 REPOSITORY.
001260     FUNCTION compute-factorial
001630         ACCESS MODE IS RANDOM
001640         RECORD KEY IS FACTTAB-KEY-N
001650         FILE STATUS IS WS-FACTTAB-STATUS.
001651
001652     SELECT FACTFEED-FILE ASSIGN TO "FACTFEED"
001654         ORGANIZATION IS INDEXED
001655         ACCESS MODE IS RANDOM
001657         RECORD KEY IS FACTFEED-KEY
001658         FILE STATUS IS WS-FACTFEED-STATUS.
001660
001661     SELECT FACTRCPT-FILE ASSIGN TO "FACTRCPT"
001662         ORGANIZATION IS INDEXED
001664         ACCESS MODE IS RANDOM
001665         RECORD KEY IS FACTRCPT-KEY
001667         FILE STATUS IS WS-FACTRCPT-STATUS.
001668
001670     SELECT FACT-FEED-HIST-FILE ASSIGN TO "FACTFHIS"
001672         ORGANIZATION IS SEQUENTIAL
001674         FILE STATUS IS WS-FHIST-STATUS.
001676
001678 DATA DIVISION.
001680 FILE SECTION.
001690 FD  FACT-TRANS-FILE.
001700*    THE LEADING TYPE CODE PICKS THE FUNCTION - F (OR BLANK,
002300
002310 FD  FACTTAB-FILE.
002320 COPY FACTTAB.
002321
002322 FD  FACTFEED-FILE.
002324 COPY FACTFEED.
002325
002327 FD  FACTRCPT-FILE.
002328 COPY FACTRCPT.
002330
002332 FD  FACT-FEED-HIST-FILE.
002335 COPY FACTFHST.
002337
002340 WORKING-STORAGE SECTION.
002350***************************************************************
002360*  FILE STATUS AND SWITCHES                                    *
002620 01  WS-FACTTAB-STATUS          PIC X(02).
002630     88  WS-FACTTAB-OK               VALUE '00'.
002640     88  WS-FACTTAB-NOT-FOUND         VALUE '23'.
002641
002642 01  WS-FACTFEED-STATUS         PIC X(02).
002643     88  WS-FACTFEED-OK              VALUE '00'.
002644     88  WS-FACTFEED-NOT-FOUND       VALUE '23'.
002645
002646 01  WS-FACTRCPT-STATUS         PIC X(02).
002647     88  WS-FACTRCPT-OK              VALUE '00'.
002648     88  WS-FACTRCPT-NOT-FOUND       VALUE '23'.
002650
002652 01  WS-FHIST-STATUS            PIC X(02).
002655     88  WS-FHIST-OK                 VALUE '00'.
002657
002660 01  WS-SWITCHES.
002670     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
002680         88  WS-END-OF-FILE          VALUE 'Y'.
003090*  RUN WITH CONDITION CODE 8.  A DETAIL CARD ARRIVING BEFORE    *
003100*  ANY HEADER (A DECK CUT BEFORE THE CONTROLS EXISTED) IS       *
003110*  COLLECTED UNDER THE *NOFEED* ENTRY AND FLAGGED TOO.          *
003112*  A DECK THE FEED REGISTRY OR RECEIPT REGISTER TURNS AWAY IS   *
003114*  HELD - ITS CARDS STILL BALANCE AGAINST ITS TRAILER, BUT NONE *
003116*  IS PROCESSED AND THE RUN ENDS WITH CONDITION CODE 4.  THE    *
003118*  HEADER ORDINAL LETS THE ROUTINE PASS FIND THE SAME DECK.     *
003120***************************************************************
003130 01  WS-FEED-TABLE.
003140     05  WS-FEED-ENTRY OCCURS 15 TIMES.
003230             88  WS-FD-OVER          VALUE 'V'.
003240             88  WS-FD-NO-TRAILER    VALUE 'N'.
003250             88  WS-FD-NO-HEADER     VALUE 'H'.
003251         10  WS-FD-HOLD-REASON  PIC X(01).
003252             88  WS-FD-NOT-HELD      VALUE SPACE.
003253             88  WS-FD-HELD          VALUE 'U' 'I' 'D'.
003254             88  WS-FD-HELD-UNKNOWN  VALUE 'U'.
003255             88  WS-FD-HELD-INACTIVE VALUE 'I'.
003256             88  WS-FD-HELD-DUPLICATE
003257                                     VALUE 'D'.
003258         10  WS-FD-HDR-SEQ      PIC 9(04) COMP-3.
003260 77  WS-FEED-MAX                PIC 9(04) COMP-3 VALUE 15.
003270 77  WS-FEED-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
003280 77  WS-FEED-IDX                PIC 9(04) COMP-3 VALUE ZERO.
003290 77  WS-FEED-HIT                PIC 9(04) COMP-3 VALUE ZERO.
003300 77  WS-FEED-CUR                PIC 9(04) COMP-3 VALUE ZERO.
003310 77  WS-FEED-ERROR-COUNT        PIC 9(04) COMP-3 VALUE ZERO.
003313 77  WS-DECKS-HELD              PIC 9(04) COMP-3 VALUE ZERO.
003316 77  WS-HDR-SEQ                 PIC 9(04) COMP-3 VALUE ZERO.
003320 01  WS-FEED-SEARCH-SW          PIC X(01) VALUE 'N'.
003330     88  WS-FEED-FOUND              VALUE 'Y'.
003340     88  WS-FEED-NOT-FOUND          VALUE 'N'.
003341*    WHETHER THE DECK WHOSE HEADER IS IN FORCE IS HELD - SET
003343*    AT EACH HEADER, CLEARED AT EACH TRAILER.
003345 01  WS-DECK-HOLD-SW            PIC X(01) VALUE 'N'.
003346     88  WS-DECK-HELD               VALUE 'Y'.
003348     88  WS-DECK-ACCEPTED           VALUE 'N'.
003350*    THE FEED WHOSE HEADER IS IN FORCE AT THE CARD BEING
003360*    PROCESSED - TRACKED ON BOTH PASSES SO ROUTINE CARDS GET
003370*    THEIR SOURCE SYSTEM STAMPED TOO.
003380 01  WS-CUR-FEED-ID             PIC X(08) VALUE '*NOFEED*'.
003381
003382***************************************************************
003383*  PER-FEED HISTORY TABLE - ONE ENTRY PER FEED ID THIS RUN      *
003384*  SAW, TALLIED AS EACH CARD IS PROCESSED OR REJECTED (AND AS A *
003385*  RESTART RE-EMITS THE CARDS IT SKIPS, SO A RESUMED RUN STILL  *
003386*  COUNTS THE WHOLE NIGHT).  THE ACCEPTED DECKS' READ AND       *
003387*  TRAILER COUNTS ARE FOLDED IN FROM THE FEED TABLE AT END OF   *
003388*  RUN, WHEN ONE FACTFHST RECORD PER FEED IS APPENDED.  A FEED  *
003389*  THAT SENDS TWO DECKS IN ONE NIGHT GETS ONE ENTRY.            *
003390***************************************************************
003391 01  WS-FEED-HIST-TABLE.
003392     05  WS-FH-ENTRY OCCURS 16 TIMES.
003393         10  WS-FH-FEED-ID      PIC X(08).
003394         10  WS-FH-READ-COUNT   PIC 9(08) COMP-3.
003395         10  WS-FH-TRL-COUNT    PIC 9(08) COMP-3.
003396         10  WS-FH-REJECT-COUNT PIC 9(08) COMP-3.
003397         10  WS-FH-OVFL-COUNT   PIC 9(08) COMP-3.
003398         10  WS-FH-FACT-COUNT   PIC 9(08) COMP-3.
003399         10  WS-FH-COMB-COUNT   PIC 9(08) COMP-3.
003400         10  WS-FH-PERM-COUNT   PIC 9(08) COMP-3.
003401         10  WS-FH-URG-COUNT    PIC 9(08) COMP-3.
003402         10  WS-FH-RTN-COUNT    PIC 9(08) COMP-3.
003403 77  WS-FH-MAX                  PIC 9(04) COMP-3 VALUE 16.
003404 77  WS-FH-COUNT                PIC 9(04) COMP-3 VALUE ZERO.
003405 77  WS-FH-IDX                  PIC 9(04) COMP-3 VALUE ZERO.
003406 77  WS-FH-CUR                  PIC 9(04) COMP-3 VALUE ZERO.
003407 77  WS-FH-FIND-ID              PIC X(08) VALUE SPACE.
003408
003409***************************************************************
003410*  RESULT CACHE - THE QA SAMPLING DECK REQUESTS THE SAME FEW    *
003420*  FACTORIALS HUNDREDS OF TIMES A NIGHT (SEE THE FACTAUDR       *
003430*  FREQUENCY RANKING), SO THE FIRST (TYPE, N, R) COMPUTES AND   *
003980         88  WS-EXCEPTIONS-ONLY      VALUE 'E'.
003990     05  WS-STOP-REQ-SW         PIC X(01) VALUE 'N'.
004000         88  WS-STOP-REQUESTED       VALUE 'Y'.
004002     05  WS-FEED-GATE-SW        PIC X(01) VALUE 'Y'.
004005         88  WS-GATE-FEEDS           VALUE 'Y'.
004007         88  WS-FEEDS-PREGATED       VALUE 'N'.
004010
004020***************************************************************
004030*  PROGRESS REPORTING - THE EXPECTED TOTAL IS THE SUM OF THE    *
004230 01  WS-REJECT-LOG-SW           PIC X(01) VALUE 'Y'.
004240     88  WS-LOG-REJECTS             VALUE 'Y'.
004250     88  WS-SUPPRESS-REJECTS        VALUE 'N'.
004251
004252*    THE DECK THE CARD CAME IN, FOR THE REJECT RECORD - SET
004254*    FROM THE HEADER ON BOTH PASSES, LIKE WS-CUR-FEED-ID.
004255 01  WS-REJECT-FEED-KEY.
004257     05  WS-RFK-FEED-ID         PIC X(08) VALUE '*NOFEED*'.
004258     05  WS-RFK-CREATE-DATE     PIC 9(08) VALUE ZERO.
004260
004270***************************************************************
004280*  FIELDS PASSED TO / RETURNED FROM FUNCTION-ID FACTORIAL       *
004530 01  WS-START-TIME              PIC 9(08).
004540 01  WS-END-TIME                PIC 9(08).
004550 01  WS-OVERFLOW-TOTAL          PIC 9(08) COMP-3 VALUE ZERO.
004552 01  WS-AUDIT-SEQ-NO            PIC 9(07) COMP-3 VALUE ZERO.
004560
004570***************************************************************
004580*  REPORT LINES                                                 *
005340     05  WS-OL-DETAIL           PIC X(01).
005350     05  FILLER                 PIC X(14)  VALUE
005360         '   PROGRESS ='.
005365     05  WS-OL-PROGRESS         PIC Z(05)9.
005370     05  FILLER                 PIC X(14)  VALUE
005375         '   FEED GATE ='.
005380     05  WS-OL-GATE             PIC X(01).
005385     05  FILLER                 PIC X(14)  VALUE SPACE.
005390
005400 01  WS-TYPE-SECTION-LINE.
005410     05  FILLER                 PIC X(01)  VALUE SPACE.
005750         'DUPLICATES FOLDED       -'.
005760     05  WS-DF-COUNT            PIC Z(07)9.
005770     05  FILLER                 PIC X(97)  VALUE SPACE.
005771
005772 01  WS-DECKS-HELD-LINE.
005773     05  FILLER                 PIC X(01)  VALUE SPACE.
005775     05  FILLER                 PIC X(25)  VALUE
005776         'FEED DECKS HELD         -'.
005777     05  WS-DH-COUNT            PIC Z(07)9.
005778     05  FILLER                 PIC X(97)  VALUE SPACE.
005780
005790 PROCEDURE DIVISION.
005800***************************************************************
005930     IF WS-STOP-REQUESTED
005940         MOVE 2 TO RETURN-CODE
005950     END-IF
005951*    A HELD DECK NEVER RAN, SO THE RUN ENDS WARNING-GRADE FOR
005952*    OPERATIONS TO TAKE UP WITH ITS SOURCE.  A CONTROLLED STOP
005953*    KEEPS ITS OWN CODE - THE RESUMED RUN HOLDS THE DECK AGAIN.
005955     IF WS-DECKS-HELD > ZERO
005956             AND NOT WS-STOP-REQUESTED
005957         MOVE 4 TO RETURN-CODE
005958     END-IF
005960*    A FEED THAT ARRIVED SHORT, OVER OR UNTERMINATED MUST NOT
005970*    LET THE RUN COMPLETE CLEAN - THE JOB STREAM HOLDS THE
005980*    DOWNSTREAM PICKUPS ON A NON-ZERO CONDITION CODE.
006390     END-IF
006400     PERFORM 1050-READ-RUN-CONTROLS
006410         THRU 1050-READ-CONTROLS-EXIT
006412     IF WS-GATE-FEEDS
006415         PERFORM 1060-OPEN-FEED-REGISTERS
006417     END-IF
006420     PERFORM 1100-OPEN-CHECKPOINT
006430     PERFORM 8000-PRINT-HEADERS
006440     MOVE WS-LINES-PER-PAGE TO WS-OL-LINES
006460     MOVE WS-FRESH-START-SW TO WS-OL-FRESH
006470     MOVE WS-DETAIL-LEVEL-SW TO WS-OL-DETAIL
006480     MOVE WS-PROGRESS-INTERVAL TO WS-OL-PROGRESS
006485     MOVE WS-FEED-GATE-SW TO WS-OL-GATE
006490     WRITE FACT-REPORT-LINE FROM WS-OPTIONS-LINE
006500     MOVE SPACE TO FACT-REPORT-LINE
006510     WRITE FACT-REPORT-LINE
006940         MOVE FACTRCTL-PROGRESS-INTERVAL TO WS-PROGRESS-INTERVAL
006950         MOVE WS-PROGRESS-INTERVAL TO WS-PROGRESS-NEXT
006960     END-IF
006962     IF FACTRCTL-FEEDS-PREGATED
006965         SET WS-FEEDS-PREGATED TO TRUE
006967     END-IF
006970     CLOSE FACT-PARM-FILE
006980     .
006990 1050-READ-CONTROLS-EXIT.
007000     EXIT.
007001
007002***************************************************************
007003*  1060-OPEN-FEED-REGISTERS  -  THE FEED REGISTRY, READ AT EVERY*
007004*  HEADER, AND THE RECEIPT REGISTER, READ AT EVERY HEADER AND   *
007006*  WRITTEN FOR EVERY ACCEPTED DECK AT END OF RUN.               *
007007***************************************************************
007008 1060-OPEN-FEED-REGISTERS.
007009     OPEN INPUT FACTFEED-FILE
007010     IF NOT WS-FACTFEED-OK
007012         DISPLAY 'FACTBAT - FACTFEED OPEN FAILED, STATUS '
007013                 WS-FACTFEED-STATUS
007014         MOVE 16 TO RETURN-CODE
007015         GOBACK
007016     END-IF
007018     OPEN I-O FACTRCPT-FILE
007019     IF NOT WS-FACTRCPT-OK
007020         DISPLAY 'FACTBAT - FACTRCPT OPEN FAILED, STATUS '
007021                 WS-FACTRCPT-STATUS
007022         MOVE 16 TO RETURN-CODE
007024         GOBACK
007025     END-IF
007026     .
007027
007028***************************************************************
007030*  1100-OPEN-CHECKPOINT                                         *
007040***************************************************************
007050 1100-OPEN-CHECKPOINT.
007930     IF WS-END-OF-FILE
007940         GO TO 1250-REEMIT-SKIPPED-RECORD-EXIT
007950     END-IF
007957     PERFORM 2150-VALIDATE-TRANSACTION
007965     IF WS-INPUT-IS-VALID
007973         PERFORM 2190-COMPUTE-BY-TYPE
007975*        THE ABENDED RUN LOGGED THIS ONE - COUNT IT SO THE
007977*        NEXT LIVE ENTRY CARRIES THE NEXT SEQUENCE NUMBER.
007979         ADD 1 TO WS-AUDIT-SEQ-NO
007981     ELSE
007988         ADD 1 TO WS-REJECT-COUNT
007996     END-IF
008004     PERFORM 2195-TALLY-FEED-HISTORY
008012         THRU 2195-TALLY-FEED-EXIT
008020     PERFORM 2500-WRITE-EXTRACT
008030     .
008040 1250-REEMIT-SKIPPED-RECORD-EXIT.
008200     ELSE
008210         ADD 1 TO WS-REJECT-COUNT
008220     END-IF
008223     PERFORM 2195-TALLY-FEED-HISTORY
008226         THRU 2195-TALLY-FEED-EXIT
008230     PERFORM 2500-WRITE-EXTRACT
008240     ADD 1 TO WS-RECORD-COUNT
008250     PERFORM 2400-WRITE-CHECKPOINT
008620             SET WS-END-OF-FILE TO TRUE
008630             GO TO 2100-GET-EXIT
008640     END-READ
008647     IF FACT-TRANS-FEED-HEADER
008655         MOVE FACT-HDR-FEED-ID TO WS-CUR-FEED-ID
008656         MOVE FACT-HDR-FEED-ID TO WS-RFK-FEED-ID
008657         IF FACT-HDR-CREATE-DATE IS NUMERIC
008658             MOVE FACT-HDR-CREATE-DATE TO WS-RFK-CREATE-DATE
008659         ELSE
008660             MOVE ZERO TO WS-RFK-CREATE-DATE
008661         END-IF
008662         ADD 1 TO WS-HDR-SEQ
008670         SET WS-DECK-ACCEPTED TO TRUE
008677         IF WS-URGENT-PASS
008685             PERFORM 2120-OPEN-FEED
008692         ELSE
008700             PERFORM 2170-RECALL-DECK-HOLD
008707         END-IF
008715         GO TO 2100-GET-TRANSACTION
008722     END-IF
008730     IF FACT-TRANS-FEED-TRAILER
008737         MOVE '*NOFEED*' TO WS-CUR-FEED-ID
008739         MOVE '*NOFEED*' TO WS-RFK-FEED-ID
008742         MOVE ZERO TO WS-RFK-CREATE-DATE
008745         SET WS-DECK-ACCEPTED TO TRUE
008752         IF WS-URGENT-PASS
008760             PERFORM 2130-CLOSE-FEED
008767         END-IF
008775         GO TO 2100-GET-TRANSACTION
008782     END-IF
008790     IF WS-URGENT-PASS
008800         PERFORM 2110-COUNT-FEED-DETAIL
008810         IF NOT FACT-TRANS-URGENT
008860             GO TO 2100-GET-TRANSACTION
008870         END-IF
008880     END-IF
008881*    A HELD DECK'S CARDS ARE COUNTED FOR ITS BALANCE ABOVE
008883*    BUT NEVER PROCESSED.
008885     IF WS-DECK-HELD
008886         GO TO 2100-GET-TRANSACTION
008888     END-IF
008890     .
008900 2100-GET-EXIT.
008910     EXIT.
009040         GOBACK
009050     END-IF
009060     SET WS-ROUTINE-PASS TO TRUE
009063     MOVE ZERO TO WS-HDR-SEQ
009066     SET WS-DECK-ACCEPTED TO TRUE
009070     .
009071
009072***************************************************************
009073*  2170-RECALL-DECK-HOLD  -  ROUTINE PASS.  PASS 1 ALREADY      *
009075*  DECIDED WHETHER THIS HEADER'S DECK IS HELD; FIND ITS ENTRY   *
009076*  BY HEADER ORDINAL AND PICK THE DECISION BACK UP.             *
009077***************************************************************
009078 2170-RECALL-DECK-HOLD.
009080     PERFORM 2175-TEST-DECK-HOLD
009081         VARYING WS-FEED-IDX FROM 1 BY 1
009082             UNTIL WS-FEED-IDX > WS-FEED-COUNT
009083     .
009085
009086***************************************************************
009087*  2175-TEST-DECK-HOLD  -  ONE TABLE ENTRY AGAINST THE HEADER.  *
009088***************************************************************
009090 2175-TEST-DECK-HOLD.
009091     IF WS-FD-HDR-SEQ (WS-FEED-IDX) = WS-HDR-SEQ
009092             AND WS-FD-HELD (WS-FEED-IDX)
009093         SET WS-DECK-HELD TO TRUE
009095     END-IF
009096     .
009097
009098***************************************************************
009100*  2110-COUNT-FEED-DETAIL  -  ONE DETAIL CARD UNDER THE FEED    *
009110*  WHOSE HEADER IS CURRENTLY OPEN.  A CARD ARRIVING BEFORE      *
009120*  ANY HEADER GOES TO THE *NOFEED* BUCKET AND FLAGS THE RUN -   *
009330         MOVE ZERO TO WS-FD-READ-COUNT (WS-FEED-CUR)
009340         MOVE ZERO TO WS-FD-TRL-COUNT (WS-FEED-CUR)
009350         SET WS-FD-NO-HEADER (WS-FEED-CUR) TO TRUE
009353         SET WS-FD-NOT-HELD (WS-FEED-CUR) TO TRUE
009356         MOVE ZERO TO WS-FD-HDR-SEQ (WS-FEED-CUR)
009360         ADD 1 TO WS-FEED-ERROR-COUNT
009370         DISPLAY 'FACTBAT - DETAIL CARDS ARRIVED BEFORE ANY '
009380                 'FEED HEADER'
009630         MOVE ZERO TO WS-FD-READ-COUNT (WS-FEED-CUR)
009640         MOVE ZERO TO WS-FD-TRL-COUNT (WS-FEED-CUR)
009650         SET WS-FD-FEED-OPEN (WS-FEED-CUR) TO TRUE
009651         SET WS-FD-NOT-HELD (WS-FEED-CUR) TO TRUE
009652         MOVE WS-HDR-SEQ TO WS-FD-HDR-SEQ (WS-FEED-CUR)
009653         IF WS-GATE-FEEDS
009655             PERFORM 2125-CHECK-FEED-DECK
009656                 THRU 2125-CHECK-FEED-EXIT
009657         END-IF
009658         IF WS-FD-HELD (WS-FEED-CUR)
009660             SET WS-DECK-HELD TO TRUE
009661             ADD 1 TO WS-DECKS-HELD
009662             DISPLAY 'FACTBAT - DECK HELD FOR FEED '
009663                     WS-FD-FEED-ID (WS-FEED-CUR) ' CREATED '
009665                     WS-FD-CREATE-DATE (WS-FEED-CUR) ' - REASON '
009666                     WS-FD-HOLD-REASON (WS-FEED-CUR)
009667         END-IF
009668     END-IF
009670     .
009671
009672***************************************************************
009673*  2125-CHECK-FEED-DECK  -  THE NEW HEADER AGAINST THE FEED     *
009674*  REGISTRY (U = NOT REGISTERED, I = INACTIVE), THEN AGAINST    *
009675*  EVERY DECK ALREADY ACCEPTED, ON AN EARLIER NIGHT (THE        *
009676*  RECEIPT REGISTER) OR EARLIER IN THIS FILE (D = DUPLICATE).   *
009677*  THE FIRST REASON FOUND HOLDS THE DECK.                       *
009678***************************************************************
009679 2125-CHECK-FEED-DECK.
009680     MOVE WS-FD-FEED-ID (WS-FEED-CUR) TO FACTFEED-FEED-ID
009681     READ FACTFEED-FILE
009682     IF WS-FACTFEED-NOT-FOUND
009683         SET WS-FD-HELD-UNKNOWN (WS-FEED-CUR) TO TRUE
009684         GO TO 2125-CHECK-FEED-EXIT
009685     END-IF
009686     IF NOT WS-FACTFEED-OK
009687         DISPLAY 'FACTBAT - FACTFEED READ FAILED, STATUS '
009688                 WS-FACTFEED-STATUS
009689         SET WS-FD-HELD-UNKNOWN (WS-FEED-CUR) TO TRUE
009690         GO TO 2125-CHECK-FEED-EXIT
009691     END-IF
009692     IF NOT FACTFEED-IS-ACTIVE
009693         SET WS-FD-HELD-INACTIVE (WS-FEED-CUR) TO TRUE
009694         GO TO 2125-CHECK-FEED-EXIT
009695     END-IF
009696     MOVE WS-FD-FEED-ID (WS-FEED-CUR) TO FACTRCPT-FEED-ID
009697     MOVE WS-FD-CREATE-DATE (WS-FEED-CUR) TO FACTRCPT-CREATE-DATE
009698     READ FACTRCPT-FILE
009699     IF WS-FACTRCPT-OK
009700         SET WS-FD-HELD-DUPLICATE (WS-FEED-CUR) TO TRUE
009701         DISPLAY 'FACTBAT - FEED ' WS-FD-FEED-ID (WS-FEED-CUR)
009702                 ' CREATED ' WS-FD-CREATE-DATE (WS-FEED-CUR)
009703                 ' WAS ACCEPTED ON ' FACTRCPT-RUN-DATE
009704                 ' BY ' FACTRCPT-ACCEPTED-BY
009705         GO TO 2125-CHECK-FEED-EXIT
009706     END-IF
009707     IF NOT WS-FACTRCPT-NOT-FOUND
009708         ADD 1 TO WS-FEED-ERROR-COUNT
009709         DISPLAY 'FACTBAT - FACTRCPT READ FAILED, STATUS '
009710                 WS-FACTRCPT-STATUS
009711     END-IF
009712     PERFORM 2127-MATCH-EARLIER-DECK
009713         VARYING WS-FEED-IDX FROM 1 BY 1
009714             UNTIL WS-FEED-IDX >= WS-FEED-CUR
009715                 OR WS-FD-HELD (WS-FEED-CUR)
009716     .
009717 2125-CHECK-FEED-EXIT.
009718     EXIT.
009719
009720***************************************************************
009721*  2127-MATCH-EARLIER-DECK  -  ONE EARLIER ACCEPTED DECK OF     *
009722*  THIS RUN AGAINST THE NEW HEADER.                             *
009723***************************************************************
009724 2127-MATCH-EARLIER-DECK.
009725     IF WS-FD-NOT-HELD (WS-FEED-IDX)
009726             AND WS-FD-FEED-ID (WS-FEED-IDX)
009727                 = WS-FD-FEED-ID (WS-FEED-CUR)
009728             AND WS-FD-CREATE-DATE (WS-FEED-IDX)
009729                 = WS-FD-CREATE-DATE (WS-FEED-CUR)
009730         SET WS-FD-HELD-DUPLICATE (WS-FEED-CUR) TO TRUE
009731     END-IF
009732     .
009733
009734***************************************************************
009735*  2130-CLOSE-FEED  -  ONE FEED TRAILER CARD.  THE TRAILER      *
009736*  COUNT IS BALANCED AGAINST THE DETAIL CARDS READ UNDER THE    *
009737*  MATCHING OPEN HEADER; ANY DISAGREEMENT FLAGS THE RUN.        *
009738***************************************************************
009740 2130-CLOSE-FEED.
009750     SET WS-FEED-NOT-FOUND TO TRUE
009760     MOVE ZERO TO WS-FEED-HIT
009930         GO TO 2130-CLOSE-FEED-EXIT
009940     END-IF
009950     MOVE FACT-TRL-REC-COUNT TO WS-FD-TRL-COUNT (WS-FEED-HIT)
009955*    THE TRAILER COUNTS SUM INTO THE EXPECTED TOTAL THE
009961*    PROGRESS MESSAGES REPORT AGAINST - A HELD DECK'S CARDS
009967*    NEVER RUN, SO ITS COUNT STAYS OUT.
009972     IF WS-FD-NOT-HELD (WS-FEED-HIT)
009978         ADD FACT-TRL-REC-COUNT TO WS-EXPECTED-TOTAL
009984     END-IF
009990     EVALUATE TRUE
010000         WHEN WS-FD-READ-COUNT (WS-FEED-HIT)
010010                 = WS-FD-TRL-COUNT (WS-FEED-HIT)
010720             BY REFERENCE WS-FACT-R
010730             BY REFERENCE WS-VALID-FLAG
010740             BY REFERENCE WS-REASON-CODE
010746             BY REFERENCE WS-REJECT-LOG-SW
010753             BY REFERENCE WS-REJECT-FEED-KEY
010760     .
010770
010780***************************************************************
011360     END-IF
011370     .
011380
011381***************************************************************
011382*  2195-TALLY-FEED-HISTORY  -  THE CARD JUST PROCESSED OR       *
011383*  REJECTED INTO THE HISTORY ENTRY OF THE FEED WHOSE HEADER IS  *
011384*  IN FORCE.                                                    *
011385***************************************************************
011386 2195-TALLY-FEED-HISTORY.
011387     MOVE WS-CUR-FEED-ID TO WS-FH-FIND-ID
011388     PERFORM 2197-FIND-FEED-HIST-ENTRY
011389     IF WS-FH-CUR = ZERO
011390         GO TO 2195-TALLY-FEED-EXIT
011391     END-IF
011392     IF WS-INPUT-IS-INVALID
011393         ADD 1 TO WS-FH-REJECT-COUNT (WS-FH-CUR)
011394         GO TO 2195-TALLY-FEED-EXIT
011395     END-IF
011396     EVALUATE TRUE
011397         WHEN FACT-TRANS-COMBINATION
011398             ADD 1 TO WS-FH-COMB-COUNT (WS-FH-CUR)
011399         WHEN FACT-TRANS-PERMUTATION
011400             ADD 1 TO WS-FH-PERM-COUNT (WS-FH-CUR)
011401         WHEN OTHER
011402             ADD 1 TO WS-FH-FACT-COUNT (WS-FH-CUR)
011403     END-EVALUATE
011404     IF FACT-TRANS-URGENT
011405         ADD 1 TO WS-FH-URG-COUNT (WS-FH-CUR)
011406     ELSE
011407         ADD 1 TO WS-FH-RTN-COUNT (WS-FH-CUR)
011408     END-IF
011409     IF WS-FACT-OVERFLOW-OCCURRED
011410         ADD 1 TO WS-FH-OVFL-COUNT (WS-FH-CUR)
011411     END-IF
011412     .
011413 2195-TALLY-FEED-EXIT.
011414     EXIT.
011415
011416***************************************************************
011417*  2197-FIND-FEED-HIST-ENTRY  -  THE HISTORY ENTRY FOR THE FEED *
011418*  IN WS-FH-FIND-ID, ADDED ZEROED IF THIS IS ITS FIRST CARD.    *
011419*  WS-FH-CUR IS LEFT ZERO ONLY IF THE TABLE IS FULL.            *
011420***************************************************************
011421 2197-FIND-FEED-HIST-ENTRY.
011422     MOVE ZERO TO WS-FH-CUR
011423     PERFORM 2198-TEST-FEED-HIST-ENTRY
011424         VARYING WS-FH-IDX FROM 1 BY 1
011425             UNTIL WS-FH-IDX > WS-FH-COUNT
011426                 OR WS-FH-CUR > ZERO
011427     IF WS-FH-CUR = ZERO
011428         IF WS-FH-COUNT < WS-FH-MAX
011430             ADD 1 TO WS-FH-COUNT
011431             MOVE WS-FH-COUNT TO WS-FH-CUR
011432             MOVE WS-FH-FIND-ID TO WS-FH-FEED-ID (WS-FH-CUR)
011433             MOVE ZERO TO WS-FH-READ-COUNT (WS-FH-CUR)
011434             MOVE ZERO TO WS-FH-TRL-COUNT (WS-FH-CUR)
011435             MOVE ZERO TO WS-FH-REJECT-COUNT (WS-FH-CUR)
011436             MOVE ZERO TO WS-FH-OVFL-COUNT (WS-FH-CUR)
011437             MOVE ZERO TO WS-FH-FACT-COUNT (WS-FH-CUR)
011438             MOVE ZERO TO WS-FH-COMB-COUNT (WS-FH-CUR)
011440             MOVE ZERO TO WS-FH-PERM-COUNT (WS-FH-CUR)
011441             MOVE ZERO TO WS-FH-URG-COUNT (WS-FH-CUR)
011442             MOVE ZERO TO WS-FH-RTN-COUNT (WS-FH-CUR)
011443         ELSE
011444             DISPLAY 'FACTBAT - FEED HISTORY TABLE FULL, '
011445                     'NOT TALLIED - ' WS-FH-FIND-ID
011446         END-IF
011447     END-IF
011448     .
011450
011451***************************************************************
011452*  2198-TEST-FEED-HIST-ENTRY  -  ONE TABLE ENTRY AGAINST THE    *
011453*  FEED BEING LOOKED FOR.                                       *
011454***************************************************************
011455 2198-TEST-FEED-HIST-ENTRY.
011456     IF WS-FH-FEED-ID (WS-FH-IDX) = WS-FH-FIND-ID
011457         MOVE WS-FH-IDX TO WS-FH-CUR
011458     END-IF
011460     .
011461***************************************************************
011462*  2180-SEARCH-RESULT-CACHE  -  FIND THIS (TYPE, N, R) AMONG    *
011463*  THE RESULTS ALREADY COMPUTED THIS RUN.                       *
011464***************************************************************
011465 2180-SEARCH-RESULT-CACHE.
011466     SET WS-CACHE-MISS TO TRUE
011467     MOVE ZERO TO WS-CACHE-HIT-IDX
011468     PERFORM 2182-TEST-CACHE-ENTRY THRU 2182-TEST-CACHE-EXIT
011470         VARYING WS-CACHE-IDX FROM 1 BY 1
011480             UNTIL WS-CACHE-IDX > WS-CACHE-COUNT
011490                 OR WS-CACHE-HIT
011970
011980***************************************************************
011990*  2210-CALL-COMBINATIONS  -  NCR VIA FUNCTION COMBINATIONS,    *
012000*  WHICH LOGS ONE NON-BILLABLE PER-STEP AUDIT ENTRY OF ITS OWN  *
012010*  (SEE FACTCOM) ON TOP OF THE ONE THIS PROGRAM WRITES PER      *
012020*  TRANSACTION.                                                 *
012030***************************************************************
012040 2210-CALL-COMBINATIONS.
012450*    ROLLS PAST MIDNIGHT MID-RUN, AND THE EXTRACT REPLAY
012460*    SELECTS ON THE DATE THE EXTRACT GENERATION CARRIES.
012470     MOVE WS-RUN-DATE-NUM TO FACT-AUD-RUN-DATE
012472*    NUMBERED 1, 2, 3 ... WITHIN THE RUN SO FACTAUDV CAN PROVE
012474*    NO ENTRY WAS LOST OR LOGGED TWICE.
012476     ADD 1 TO WS-AUDIT-SEQ-NO
012478     MOVE WS-AUDIT-SEQ-NO TO FACT-AUD-SEQ-NO
012480*    THE SHARED WRITER OPENS FACTAUDT ONCE ON THE FIRST WRITE
012490*    OF THE RUN AND HOLDS IT OPEN - 9000-TERMINATE SIGNALS THE
012500*    CLOSE.  SEE FACTAUDW.
014630     WRITE FACT-REPORT-LINE FROM WS-FEED-ERROR-LINE
014640     MOVE WS-DUP-FOLD-COUNT TO WS-DF-COUNT
014650     WRITE FACT-REPORT-LINE FROM WS-DUP-FOLD-LINE
014653     MOVE WS-DECKS-HELD TO WS-DH-COUNT
014656     WRITE FACT-REPORT-LINE FROM WS-DECKS-HELD-LINE
014660     .
014670
014680***************************************************************
014760     MOVE WS-FD-TRL-COUNT (WS-FEED-IDX) TO WS-FS-TRL-COUNT
014770     MOVE WS-FD-READ-COUNT (WS-FEED-IDX) TO WS-FS-READ-COUNT
014780     EVALUATE TRUE
014781         WHEN WS-FD-HELD-UNKNOWN (WS-FEED-IDX)
014782             MOVE 'HELD-UNKNOWN' TO WS-FS-STATUS
014784         WHEN WS-FD-HELD-INACTIVE (WS-FEED-IDX)
014785             MOVE 'HELD-INACTIVE' TO WS-FS-STATUS
014787         WHEN WS-FD-HELD-DUPLICATE (WS-FEED-IDX)
014788             MOVE 'HELD-DUPLICATE' TO WS-FS-STATUS
014790         WHEN WS-FD-BALANCED (WS-FEED-IDX)
014800             MOVE 'BALANCED' TO WS-FS-STATUS
014810         WHEN WS-FD-SHORT (WS-FEED-IDX)
015340     CLOSE FACT-CKPT-FILE
015350     CLOSE FACT-EXTRACT-FILE
015360     CLOSE FACTTAB-FILE
015361*    EVERY DECK THIS RUN ACCEPTED GOES INTO THE RECEIPT
015362*    REGISTER - BUT NOT ON A CONTROLLED STOP, WHOSE RESUMED RUN
015364*    READS THE SAME DECKS AGAIN AND MUST NOT HOLD THEM.
015365     IF WS-GATE-FEEDS
015367         IF NOT WS-STOP-REQUESTED
015368             PERFORM 9050-REGISTER-RECEIPT
015370                 VARYING WS-FEED-IDX FROM 1 BY 1
015371                     UNTIL WS-FEED-IDX > WS-FEED-COUNT
015372         END-IF
015374         CLOSE FACTFEED-FILE
015375         CLOSE FACTRCPT-FILE
015377     END-IF
015378     MOVE 'C' TO WS-AUDIT-ACTION
015380     CALL "FACTAUDW" USING BY REFERENCE WS-AUDIT-ACTION
015390             BY REFERENCE FACT-AUDIT-RECORD
015400     PERFORM 9100-WRITE-RUN-HISTORY
015410         THRU 9100-WRITE-HISTORY-EXIT
015413     PERFORM 9200-WRITE-FEED-HISTORY
015416         THRU 9200-WRITE-FEED-HIST-EXIT
015420     .
015421
015422***************************************************************
015423*  9050-REGISTER-RECEIPT  -  ONE ACCEPTED DECK INTO THE RECEIPT *
015424*  REGISTER, SO THE SAME FEED ID AND CREATION DATE IS HELD AS   *
015425*  A DUPLICATE IF IT IS EVER SENT AGAIN.  THE *NOFEED* BUCKET   *
015426*  (NO HEADER, ORDINAL ZERO) HAS NOTHING TO REGISTER.           *
015427***************************************************************
015428 9050-REGISTER-RECEIPT.
015429     IF WS-FD-NOT-HELD (WS-FEED-IDX)
015430             AND WS-FD-HDR-SEQ (WS-FEED-IDX) > ZERO
015431         MOVE WS-FD-FEED-ID (WS-FEED-IDX) TO FACTRCPT-FEED-ID
015432         MOVE WS-FD-CREATE-DATE (WS-FEED-IDX)
015433             TO FACTRCPT-CREATE-DATE
015434         MOVE WS-RUN-DATE-NUM TO FACTRCPT-RUN-DATE
015435         MOVE 'FACTBAT' TO FACTRCPT-ACCEPTED-BY
015436         MOVE WS-FD-TRL-COUNT (WS-FEED-IDX) TO FACTRCPT-TRL-COUNT
015437         MOVE WS-FD-READ-COUNT (WS-FEED-IDX)
015438             TO FACTRCPT-READ-COUNT
015439         WRITE FACTRCPT-RECORD
015440             INVALID KEY
015441                 DISPLAY 'FACTBAT - RECEIPT WRITE FAILED, FEED '
015442                         WS-FD-FEED-ID (WS-FEED-IDX) ' STATUS '
015443                         WS-FACTRCPT-STATUS
015444         END-WRITE
015445     END-IF
015446     .
015447
015448***************************************************************
015450*  9100-WRITE-RUN-HISTORY  -  ONE MACHINE-READABLE SUMMARY OF   *
015460*  THIS RUN APPENDED TO THE CUMULATIVE RUN-HISTORY FILE.  THE   *
015470*  RECONCILIATION FIELDS GO OUT PENDING - FACTRECN POSTS ITS    *
015910     .
015920 9100-WRITE-HISTORY-EXIT.
015930     EXIT.
015940
015950***************************************************************
015960*  9200-WRITE-FEED-HISTORY  -  ONE RECORD PER FEED THIS RUN SAW *
015970*  APPENDED TO THE CUMULATIVE PER-FEED HISTORY FILE, STAMPED    *
015980*  WITH THE SAME RUN DATE AND START TIME AS THE RUN-HISTORY     *
015990*  RECORD 9100 JUST WROTE.  CARDS WITH NO HEADER IN FORCE       *
016000*  (*NOFEED*) BELONG TO NO FEED AND ARE NOT WRITTEN.            *
016010***************************************************************
016020 9200-WRITE-FEED-HISTORY.
016030     PERFORM 9210-FOLD-DECK-COUNTS
016040         VARYING WS-FEED-IDX FROM 1 BY 1
016050             UNTIL WS-FEED-IDX > WS-FEED-COUNT
016060     OPEN EXTEND FACT-FEED-HIST-FILE
016070     IF NOT WS-FHIST-OK
016080         DISPLAY 'FACTBAT - FEED HISTORY OPEN FAILED, STATUS '
016090                 WS-FHIST-STATUS
016100         GO TO 9200-WRITE-FEED-HIST-EXIT
016110     END-IF
016120     PERFORM 9220-WRITE-ONE-FEED-HIST
016130         VARYING WS-FH-IDX FROM 1 BY 1
016140             UNTIL WS-FH-IDX > WS-FH-COUNT
016150     CLOSE FACT-FEED-HIST-FILE
016160     .
016170 9200-WRITE-FEED-HIST-EXIT.
016180     EXIT.
016190
016200***************************************************************
016210*  9210-FOLD-DECK-COUNTS  -  AN ACCEPTED DECK'S CARDS-READ AND  *
016220*  TRAILER COUNTS INTO ITS FEED'S HISTORY ENTRY.  A HELD DECK   *
016230*  WAS NEVER PROCESSED AND IS LEFT OUT.                         *
016240***************************************************************
016250 9210-FOLD-DECK-COUNTS.
016260     IF WS-FD-NOT-HELD (WS-FEED-IDX)
016270             AND WS-FD-HDR-SEQ (WS-FEED-IDX) > ZERO
016280         MOVE WS-FD-FEED-ID (WS-FEED-IDX) TO WS-FH-FIND-ID
016290         PERFORM 2197-FIND-FEED-HIST-ENTRY
016300         IF WS-FH-CUR > ZERO
016310             ADD WS-FD-READ-COUNT (WS-FEED-IDX)
016320                 TO WS-FH-READ-COUNT (WS-FH-CUR)
016330             ADD WS-FD-TRL-COUNT (WS-FEED-IDX)
016340                 TO WS-FH-TRL-COUNT (WS-FH-CUR)
016350         END-IF
016360     END-IF
016370     .
016380
016390***************************************************************
016400*  9220-WRITE-ONE-FEED-HIST  -  ONE FEED'S FACTFHST RECORD.     *
016410***************************************************************
016420 9220-WRITE-ONE-FEED-HIST.
016430     IF WS-FH-FEED-ID (WS-FH-IDX) NOT = '*NOFEED*'
016440         MOVE SPACE TO FACTFHST-RECORD
016450         MOVE WS-RUN-DATE-NUM TO FACTFHST-RUN-DATE
016460         MOVE WS-START-TIME TO FACTFHST-START-TIME
016470         MOVE WS-FH-FEED-ID (WS-FH-IDX) TO FACTFHST-FEED-ID
016480         MOVE WS-FH-READ-COUNT (WS-FH-IDX) TO FACTFHST-READ-COUNT
016490         MOVE WS-FH-TRL-COUNT (WS-FH-IDX) TO FACTFHST-TRL-COUNT
016500         MOVE WS-FH-REJECT-COUNT (WS-FH-IDX)
016510             TO FACTFHST-REJECT-COUNT
016520         MOVE WS-FH-OVFL-COUNT (WS-FH-IDX)
016530             TO FACTFHST-OVERFLOW-COUNT
016540         MOVE WS-FH-FACT-COUNT (WS-FH-IDX) TO FACTFHST-FACT-COUNT
016550         MOVE WS-FH-COMB-COUNT (WS-FH-IDX) TO FACTFHST-COMB-COUNT
016560         MOVE WS-FH-PERM-COUNT (WS-FH-IDX) TO FACTFHST-PERM-COUNT
016570         MOVE WS-FH-URG-COUNT (WS-FH-IDX) TO FACTFHST-URG-COUNT
016580         MOVE WS-FH-RTN-COUNT (WS-FH-IDX) TO FACTFHST-RTN-COUNT
016590         IF WS-STOP-REQUESTED
016600             SET FACTFHST-CONTROLLED-STOP TO TRUE
016610         ELSE
016620             SET FACTFHST-RAN-TO-END TO TRUE
016630         END-IF
016640         WRITE FACTFHST-RECORD
016650         IF NOT WS-FHIST-OK
016660             DISPLAY 'FACTBAT - FEED HISTORY WRITE FAILED, '
016670                     'STATUS ' WS-FHIST-STATUS
016680         END-IF
016690     END-IF
016700     .
