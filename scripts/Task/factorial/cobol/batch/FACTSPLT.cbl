000330*      DATE        INIT  DESCRIPTION
000340*      ----------  ----  ---------------------------------------
000350*      2026-09-02  SLS   INITIAL VERSION.
000351*      2026-10-15  SLS   EVERY FEED DECK IS NOW CHECKED AGAINST
000353*                        THE FEED REGISTRY (FACTFEED) AND THE
000355*                        RECEIPT REGISTER (FACTRCPT) BEFORE IT
000356*                        IS DEALT.  A DECK FROM AN UNREGISTERED
000358*                        OR INACTIVE FEED, OR ONE WHOSE FEED ID
000360*                        AND CREATION DATE WERE ALREADY ACCEPTED,
000361*                        IS HELD - BALANCED BUT NOT DEALT TO ANY
000363*                        STREAM - AND THE STEP ENDS WITH
000365*                        CONDITION CODE 4.  A CLEAN SPLIT
000366*                        REGISTERS THE DECKS IT DEALT.
000368***************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. FACTSPLT.
000390
000670     SELECT FACT-SPLIT-RPT ASSIGN TO "FACTSPLR"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-RPT-STATUS.
000691     SELECT FACTFEED-FILE ASSIGN TO "FACTFEED"
000693         ORGANIZATION IS INDEXED
000694         ACCESS MODE IS RANDOM
000696         RECORD KEY IS FACTFEED-KEY
000697         FILE STATUS IS WS-FACTFEED-STATUS.
000699
000700     SELECT FACTRCPT-FILE ASSIGN TO "FACTRCPT"
000702         ORGANIZATION IS INDEXED
000703         ACCESS MODE IS RANDOM
000705         RECORD KEY IS FACTRCPT-KEY
000706         FILE STATUS IS WS-FACTRCPT-STATUS.
000708
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  FACT-TRANS-FILE.
001130
001140 FD  FACT-SPLIT-RPT.
001150 01  FACT-SPLIT-LINE               PIC X(132).
001151 FD  FACTFEED-FILE.
001153 COPY FACTFEED.
001155
001156 FD  FACTRCPT-FILE.
001158 COPY FACTRCPT.
001160
001170 WORKING-STORAGE SECTION.
001180***************************************************************
001360
001370 01  WS-RPT-STATUS              PIC X(02).
001380     88  WS-RPT-OK                   VALUE '00'.
001381 01  WS-FACTFEED-STATUS         PIC X(02).
001382     88  WS-FACTFEED-OK              VALUE '00'.
001383     88  WS-FACTFEED-NOT-FOUND       VALUE '23'.
001385
001386 01  WS-FACTRCPT-STATUS         PIC X(02).
001387     88  WS-FACTRCPT-OK              VALUE '00'.
001388     88  WS-FACTRCPT-NOT-FOUND       VALUE '23'.
001390
001400 01  WS-SWITCHES.
001410     05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001560*  FEED BATCH-CONTROL TABLE - SAME BALANCING FACTBAT APPLIES    *
001570*  TO A SINGLE-STREAM RUN, DONE HERE BECAUSE THIS STEP IS THE   *
001580*  ONLY ONE THAT SEES THE UPSTREAM FEEDS WHOLE.                 *
001583*  A DECK THE FEED REGISTRY OR RECEIPT REGISTER TURNS AWAY IS   *
001586*  HELD - BALANCED HERE, BUT NEVER DEALT TO A STREAM.           *
001590***************************************************************
001600 01  WS-FEED-TABLE.
001610     05  WS-FEED-ENTRY OCCURS 15 TIMES.
001740             88  WS-FD-OVER          VALUE 'V'.
001750             88  WS-FD-NO-TRAILER    VALUE 'N'.
001760             88  WS-FD-NO-HEADER     VALUE 'H'.
001761         10  WS-FD-HOLD-REASON  PIC X(01).
001762             88  WS-FD-NOT-HELD      VALUE SPACE.
001763             88  WS-FD-HELD          VALUE 'U' 'I' 'D'.
001765             88  WS-FD-HELD-UNKNOWN  VALUE 'U'.
001766             88  WS-FD-HELD-INACTIVE VALUE 'I'.
001767             88  WS-FD-HELD-DUPLICATE
001768                                     VALUE 'D'.
001770 77  WS-FEED-MAX                PIC 9(04) COMP-3 VALUE 15.
001780 77  WS-FEED-COUNT              PIC 9(04) COMP-3 VALUE ZERO.
001790 77  WS-FEED-IDX                PIC 9(04) COMP-3 VALUE ZERO.
001800 77  WS-FEED-HIT                PIC 9(04) COMP-3 VALUE ZERO.
001810 77  WS-FEED-CUR                PIC 9(04) COMP-3 VALUE ZERO.
001820 77  WS-FEED-ERROR-COUNT        PIC 9(04) COMP-3 VALUE ZERO.
001825 77  WS-DECKS-HELD              PIC 9(04) COMP-3 VALUE ZERO.
001830*    2118 CLEARS A NEW FEED ENTRY'S PER-STREAM COUNTS WITH ITS
001840*    OWN INDEX - WS-STREAM-IDX MAY ALREADY BE AIMED AT THE
001850*    STREAM THE CARD IN HAND IS ABOUT TO BE WRITTEN TO.
001870 01  WS-FEED-SEARCH-SW          PIC X(01) VALUE 'N'.
001880     88  WS-FEED-FOUND              VALUE 'Y'.
001890     88  WS-FEED-NOT-FOUND          VALUE 'N'.
001891*    WHETHER THE DECK WHOSE HEADER IS IN FORCE IS HELD - SET
001893*    AT EACH HEADER, CLEARED AT EACH TRAILER.
001895 01  WS-DECK-HOLD-SW            PIC X(01) VALUE 'N'.
001896     88  WS-DECK-HELD               VALUE 'Y'.
001898     88  WS-DECK-ACCEPTED           VALUE 'N'.
001900
001910***************************************************************
001920*  ACCUMULATORS                                                 *
002700         'FEED CONTROL EXCEPTIONS -'.
002710     05  WS-FE-COUNT            PIC Z(07)9.
002720     05  FILLER                 PIC X(97)  VALUE SPACE.
002721 01  WS-DECKS-HELD-LINE.
002722     05  FILLER                 PIC X(01)  VALUE SPACE.
002724     05  FILLER                 PIC X(25)  VALUE
002725         'FEED DECKS HELD         -'.
002727     05  WS-DH-COUNT            PIC Z(07)9.
002728     05  FILLER                 PIC X(97)  VALUE SPACE.
002730
002740 PROCEDURE DIVISION.
002750***************************************************************
002810         UNTIL WS-END-OF-FILE
002820     PERFORM 7000-PRINT-REPORT
002830     PERFORM 9000-TERMINATE
002831*    A HELD DECK WAS NOT DEALT, SO THE STEP ENDS WARNING-GRADE
002832*    - THE STREAM RUNS STILL GO - FOR OPERATIONS TO TAKE UP WITH
002834*    ITS SOURCE.  A FEED EXCEPTION STILL HOLDS THE WHOLE NIGHT.
002835     IF WS-DECKS-HELD > ZERO
002837         MOVE 4 TO RETURN-CODE
002838     END-IF
002840     IF WS-FEED-ERROR-COUNT > ZERO
002850         MOVE 8 TO RETURN-CODE
002860     END-IF
003090         MOVE 16 TO RETURN-CODE
003100         GOBACK
003110     END-IF
003115     PERFORM 1060-OPEN-FEED-REGISTERS
003120     PERFORM 1100-OPEN-ONE-STREAM
003130         VARYING WS-STREAM-IDX FROM 1 BY 1
003140             UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
003460     .
003470 1050-READ-COUNT-EXIT.
003480     EXIT.
003481***************************************************************
003482*  1060-OPEN-FEED-REGISTERS  -  THE FEED REGISTRY, READ AT EVERY*
003483*  HEADER, AND THE RECEIPT REGISTER, READ AT EVERY HEADER AND   *
003485*  WRITTEN FOR EVERY DEALT DECK AT END OF A CLEAN SPLIT.        *
003486***************************************************************
003487 1060-OPEN-FEED-REGISTERS.
003488     OPEN INPUT FACTFEED-FILE
003490     IF NOT WS-FACTFEED-OK
003491         DISPLAY 'FACTSPLT - FACTFEED OPEN FAILED, STATUS '
003492                 WS-FACTFEED-STATUS
003493         MOVE 16 TO RETURN-CODE
003495         GOBACK
003496     END-IF
003497     OPEN I-O FACTRCPT-FILE
003498     IF NOT WS-FACTRCPT-OK
003500         DISPLAY 'FACTSPLT - FACTRCPT OPEN FAILED, STATUS '
003501                 WS-FACTRCPT-STATUS
003502         MOVE 16 TO RETURN-CODE
003503         GOBACK
003505     END-IF
003506     .
003507
003508***************************************************************
003510*  1100-OPEN-ONE-STREAM                                         *
003520***************************************************************
003530 1100-OPEN-ONE-STREAM.
004020         PERFORM 2120-OPEN-FEED
004030         GO TO 2000-DEAL-NEXT
004040     END-IF
004045     IF FACT-TRANS-FEED-TRAILER
004050         PERFORM 2130-CLOSE-FEED
004056         SET WS-DECK-ACCEPTED TO TRUE
004061         GO TO 2000-DEAL-NEXT
004066     END-IF
004072     MOVE WS-STREAM-CUR TO WS-STREAM-IDX
004077     PERFORM 2110-COUNT-FEED-DETAIL
004083*    A HELD DECK'S CARDS ARE COUNTED FOR ITS BALANCE ABOVE BUT
004088*    NEVER DEALT.
004093     IF WS-DECK-HELD
004099         GO TO 2000-DEAL-NEXT
004104     END-IF
004110     ADD 1 TO WS-DETAIL-COUNT
004120     MOVE FACT-TRANS-RECORD TO WS-STREAM-CTL-RECORD
004130     PERFORM 5000-WRITE-TO-STREAM
004430     END-IF
004440     IF WS-FEED-CUR > ZERO
004450         ADD 1 TO WS-FD-READ-COUNT (WS-FEED-CUR)
004456         IF WS-DECK-ACCEPTED
004462             ADD 1 TO WS-FD-STREAM-COUNT
004468                     (WS-FEED-CUR WS-STREAM-CUR)
004474         END-IF
004480     END-IF
004490     .
004500
004630             VARYING WS-CLEAR-IDX FROM 1 BY 1
004640                 UNTIL WS-CLEAR-IDX > 4
004650         SET WS-FD-NO-HEADER (WS-FEED-CUR) TO TRUE
004655         SET WS-FD-NOT-HELD (WS-FEED-CUR) TO TRUE
004660         ADD 1 TO WS-FEED-ERROR-COUNT
004670         DISPLAY 'FACTSPLT - DETAIL CARDS ARRIVED BEFORE ANY '
004680                 'FEED HEADER'
004840*  DATE - THE SOURCE-SYSTEM STAMPS ON THE AUDIT AND EXTRACT     *
004850*  RECORDS (THE CHARGEBACK TRAIL) MUST SURVIVE THE DEAL.        *
004860***************************************************************
004863*  A HELD DECK'S HEADER IS NOT RE-EMITTED - NO STREAM EVER      *
004866*  SEES THE DECK.                                               *
004870 2120-OPEN-FEED.
004880     IF WS-FEED-COUNT >= WS-FEED-MAX
004890         ADD 1 TO WS-FEED-ERROR-COUNT
005040         PERFORM 2118-CLEAR-FEED-STREAM-COUNTS
005050             VARYING WS-CLEAR-IDX FROM 1 BY 1
005060                 UNTIL WS-CLEAR-IDX > 4
005063         SET WS-FD-FEED-OPEN (WS-FEED-CUR) TO TRUE
005067         SET WS-FD-NOT-HELD (WS-FEED-CUR) TO TRUE
005071         SET WS-DECK-ACCEPTED TO TRUE
005074         PERFORM 2125-CHECK-FEED-DECK THRU 2125-CHECK-FEED-EXIT
005078         IF WS-FD-HELD (WS-FEED-CUR)
005082             SET WS-DECK-HELD TO TRUE
005085             ADD 1 TO WS-DECKS-HELD
005089             DISPLAY 'FACTSPLT - DECK HELD FOR FEED '
005093                     WS-FD-FEED-ID (WS-FEED-CUR) ' CREATED '
005096                     WS-FD-CREATE-DATE (WS-FEED-CUR) ' - REASON '
005100                     WS-FD-HOLD-REASON (WS-FEED-CUR)
005104         ELSE
005107             MOVE FACT-TRANS-RECORD TO WS-STREAM-CTL-RECORD
005111             PERFORM 5000-WRITE-TO-STREAM
005115                 VARYING WS-STREAM-IDX FROM 1 BY 1
005118                     UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
005122         END-IF
005126     END-IF
005130     .
005131***************************************************************
005132*  2125-CHECK-FEED-DECK  -  THE NEW HEADER AGAINST THE FEED     *
005133*  REGISTRY (U = NOT REGISTERED, I = INACTIVE), THEN AGAINST    *
005134*  EVERY DECK ALREADY ACCEPTED, ON AN EARLIER NIGHT (THE        *
005135*  RECEIPT REGISTER) OR EARLIER IN THIS FILE (D = DUPLICATE).   *
005136*  THE FIRST REASON FOUND HOLDS THE DECK.                       *
005137***************************************************************
005138 2125-CHECK-FEED-DECK.
005139     MOVE WS-FD-FEED-ID (WS-FEED-CUR) TO FACTFEED-FEED-ID
005140     READ FACTFEED-FILE
005141     IF WS-FACTFEED-NOT-FOUND
005142         SET WS-FD-HELD-UNKNOWN (WS-FEED-CUR) TO TRUE
005143         GO TO 2125-CHECK-FEED-EXIT
005144     END-IF
005145     IF NOT WS-FACTFEED-OK
005146         DISPLAY 'FACTSPLT - FACTFEED READ FAILED, STATUS '
005147                 WS-FACTFEED-STATUS
005148         SET WS-FD-HELD-UNKNOWN (WS-FEED-CUR) TO TRUE
005149         GO TO 2125-CHECK-FEED-EXIT
005150     END-IF
005151     IF NOT FACTFEED-IS-ACTIVE
005152         SET WS-FD-HELD-INACTIVE (WS-FEED-CUR) TO TRUE
005153         GO TO 2125-CHECK-FEED-EXIT
005154     END-IF
005155     MOVE WS-FD-FEED-ID (WS-FEED-CUR) TO FACTRCPT-FEED-ID
005156     MOVE WS-FD-CREATE-DATE (WS-FEED-CUR) TO FACTRCPT-CREATE-DATE
005157     READ FACTRCPT-FILE
005158     IF WS-FACTRCPT-OK
005159         SET WS-FD-HELD-DUPLICATE (WS-FEED-CUR) TO TRUE
005160         DISPLAY 'FACTSPLT - FEED ' WS-FD-FEED-ID (WS-FEED-CUR)
005161                 ' CREATED ' WS-FD-CREATE-DATE (WS-FEED-CUR)
005162                 ' WAS ACCEPTED ON ' FACTRCPT-RUN-DATE
005163                 ' BY ' FACTRCPT-ACCEPTED-BY
005165         GO TO 2125-CHECK-FEED-EXIT
005166     END-IF
005167     IF NOT WS-FACTRCPT-NOT-FOUND
005168         ADD 1 TO WS-FEED-ERROR-COUNT
005169         DISPLAY 'FACTSPLT - FACTRCPT READ FAILED, STATUS '
005170                 WS-FACTRCPT-STATUS
005171     END-IF
005172     PERFORM 2127-MATCH-EARLIER-DECK
005173         VARYING WS-FEED-IDX FROM 1 BY 1
005174             UNTIL WS-FEED-IDX >= WS-FEED-CUR
005175                 OR WS-FD-HELD (WS-FEED-CUR)
005176     .
005177 2125-CHECK-FEED-EXIT.
005178     EXIT.
005179
005180***************************************************************
005181*  2127-MATCH-EARLIER-DECK  -  ONE EARLIER ACCEPTED DECK OF     *
005182*  THIS RUN AGAINST THE NEW HEADER.                             *
005183***************************************************************
005184 2127-MATCH-EARLIER-DECK.
005185     IF WS-FD-NOT-HELD (WS-FEED-IDX)
005186             AND WS-FD-FEED-ID (WS-FEED-IDX)
005187                 = WS-FD-FEED-ID (WS-FEED-CUR)
005188             AND WS-FD-CREATE-DATE (WS-FEED-IDX)
005189                 = WS-FD-CREATE-DATE (WS-FEED-CUR)
005190         SET WS-FD-HELD-DUPLICATE (WS-FEED-CUR) TO TRUE
005191     END-IF
005192     .
005193
005194***************************************************************
005195*  2130-CLOSE-FEED                                              *
005196***************************************************************
005197 2130-CLOSE-FEED.
005198     SET WS-FEED-NOT-FOUND TO TRUE
005200     MOVE ZERO TO WS-FEED-HIT
005210     PERFORM 2135-FIND-OPEN-FEED THRU 2135-FIND-FEED-EXIT
005220         VARYING WS-FEED-IDX FROM 1 BY 1
005280                 FACT-TRL-FEED-ID
005290         GO TO 2130-CLOSE-FEED-EXIT
005300     END-IF
005306*    THE STREAMS GET THEIR TRAILERS EVEN WHEN THE UPSTREAM
005313*    COUNT IS UNREADABLE OR WRONG - EACH STREAM TRAILER
005320*    CARRIES WHAT THAT STREAM WAS ACTUALLY DEALT, SO THE
005326*    STREAM RUNS BALANCE ON THE TRUTH.  A HELD DECK'S HEADER
005333*    NEVER WENT OUT, SO NEITHER DOES ITS TRAILER.
005340     IF WS-FD-NOT-HELD (WS-FEED-HIT)
005346         PERFORM 2138-EMIT-STREAM-TRAILERS
005353     END-IF
005360     IF FACT-TRL-REC-COUNT IS NOT NUMERIC
005370         SET WS-FD-SHORT (WS-FEED-HIT) TO TRUE
005380         MOVE ZERO TO WS-FD-TRL-COUNT (WS-FEED-HIT)
006730     WRITE FACT-SPLIT-LINE FROM WS-TOTAL-LINE
006740     MOVE WS-FEED-ERROR-COUNT TO WS-FE-COUNT
006750     WRITE FACT-SPLIT-LINE FROM WS-FEED-ERROR-LINE
006753     MOVE WS-DECKS-HELD TO WS-DH-COUNT
006756     WRITE FACT-SPLIT-LINE FROM WS-DECKS-HELD-LINE
006760     .
006770
006780***************************************************************
006840     MOVE WS-FD-TRL-COUNT (WS-FEED-IDX) TO WS-FS-TRL-COUNT
006850     MOVE WS-FD-READ-COUNT (WS-FEED-IDX) TO WS-FS-READ-COUNT
006860     EVALUATE TRUE
006861         WHEN WS-FD-HELD-UNKNOWN (WS-FEED-IDX)
006862             MOVE 'HELD-UNKNOWN' TO WS-FS-STATUS
006864         WHEN WS-FD-HELD-INACTIVE (WS-FEED-IDX)
006865             MOVE 'HELD-INACTIVE' TO WS-FS-STATUS
006867         WHEN WS-FD-HELD-DUPLICATE (WS-FEED-IDX)
006868             MOVE 'HELD-DUPLICATE' TO WS-FS-STATUS
006870         WHEN WS-FD-BALANCED (WS-FEED-IDX)
006880             MOVE 'BALANCED' TO WS-FS-STATUS
006890         WHEN WS-FD-SHORT (WS-FEED-IDX)
007150*  9000-TERMINATE                                               *
007160***************************************************************
007170 9000-TERMINATE.
007171*    A CLEAN SPLIT REGISTERS EVERY DECK IT DEALT.  ON A FEED
007173*    EXCEPTION THE STREAM RUNS ARE HELD AND NOTHING IS
007174*    PROCESSED, SO NOTHING IS REGISTERED - THE CORRECTED NIGHT
007176*    RERUNS FROM THE SPLIT WITHOUT TRIPPING ITS OWN DUPLICATES.
007177     IF WS-FEED-ERROR-COUNT = ZERO
007179         PERFORM 9050-REGISTER-RECEIPT
007180             VARYING WS-FEED-IDX FROM 1 BY 1
007182                 UNTIL WS-FEED-IDX > WS-FEED-COUNT
007183     END-IF
007185     CLOSE FACTFEED-FILE
007186     CLOSE FACTRCPT-FILE
007188     CLOSE FACT-TRANS-FILE
007190     CLOSE FACT-SPLIT-RPT
007200     PERFORM 9100-CLOSE-ONE-STREAM
007210         VARYING WS-STREAM-IDX FROM 1 BY 1
007220             UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
007230     .
007231***************************************************************
007232*  9050-REGISTER-RECEIPT  -  ONE DEALT DECK INTO THE RECEIPT    *
007233*  REGISTER, SO THE SAME FEED ID AND CREATION DATE IS HELD AS   *
007234*  A DUPLICATE IF IT IS EVER SENT AGAIN.  THE *NOFEED* BUCKET   *
007235*  HAS NO HEADER AND NOTHING TO REGISTER.                       *
007236***************************************************************
007237 9050-REGISTER-RECEIPT.
007238     IF WS-FD-NOT-HELD (WS-FEED-IDX)
007239             AND NOT WS-FD-NO-HEADER (WS-FEED-IDX)
007240         MOVE WS-FD-FEED-ID (WS-FEED-IDX) TO FACTRCPT-FEED-ID
007241         MOVE WS-FD-CREATE-DATE (WS-FEED-IDX)
007242             TO FACTRCPT-CREATE-DATE
007243         MOVE WS-RUN-DATE-NUM TO FACTRCPT-RUN-DATE
007245         MOVE 'FACTSPLT' TO FACTRCPT-ACCEPTED-BY
007246         MOVE WS-FD-TRL-COUNT (WS-FEED-IDX) TO FACTRCPT-TRL-COUNT
007247         MOVE WS-FD-READ-COUNT (WS-FEED-IDX)
007248             TO FACTRCPT-READ-COUNT
007249         WRITE FACTRCPT-RECORD
007250             INVALID KEY
007251                 DISPLAY 'FACTSPLT - RECEIPT WRITE FAILED, FEED '
007252                         WS-FD-FEED-ID (WS-FEED-IDX) ' STATUS '
007253                         WS-FACTRCPT-STATUS
007254         END-WRITE
007255     END-IF
007256     .
007257
007258***************************************************************
007260*  9100-CLOSE-ONE-STREAM                                        *
007270***************************************************************
007280 9100-CLOSE-ONE-STREAM.
