000510*                        RUN STILL WRITES THE PAIR SO THE
000520*                        NIGHTLY RUN GETS A POSITIVE ZERO
000530*                        COUNT INSTEAD OF SILENCE.
000531*      2026-10-15  SLS   PASS THE ORIGINAL REJECT'S FEED ID AND
000532*                        CREATION DATE TO FACTVAL, AND WRITE A
000533*                        RECYCLE CROSS-REFERENCE (FACTRXRF) FOR
000535*                        EVERY RECYCLED CORRECTION SO FACTACKB
000536*                        CAN RETURN ITS RESULT TO THE FEED THAT
000537*                        SENT IT.  THE REJECT LOG GROWS FROM 60
000538*                        TO 80 BYTES.
000539*      2026-10-15  SLS   WRITE OFF ONLY A REJECT WHOSE WRITE-OFF
000540*                        A SUPERVISOR HAS APPROVED ON FACTWOFF,
000541*                        AND MARK THE WRITE-OFF POSTED.  PENDING
000542*                        AND DECLINED WRITE-OFFS STAY
000544*                        OUTSTANDING AND SAY SO ON THE AGED
000545*                        REPORT, WITH WHO KEYED THEM.  A W CARD
000546*                        ON THE CORRECTION DECK CARRIES NO
000547*                        APPROVAL AND IS COUNTED, NOT APPLIED.
000548***************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. FACTRREC.
000570
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-RECYCLE-STATUS.
000760
000762     SELECT FACT-RECYCLE-XREF ASSIGN TO "FACTRXRF"
000764         ORGANIZATION IS SEQUENTIAL
000766         FILE STATUS IS WS-XREF-STATUS.
000767
000769     SELECT FACT-WRITEOFF-FILE ASSIGN TO "FACTWOFF"
000770         ORGANIZATION IS INDEXED
000772         ACCESS MODE IS RANDOM
000773         RECORD KEY IS FACTWOFF-KEY
000775         FILE STATUS IS WS-WOFF-STATUS.
000776
000778     SELECT FACT-AGED-RPT ASSIGN TO "FACTAGED"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-AGED-STATUS.
000800
000870 COPY FACTCOR.
000880
000890 FD  FACT-REJECT-OUT.
000900 01  FACT-REJECT-OUT-RECORD        PIC X(80).
000910
000920 FD  FACT-RECYCLE-FILE.
000930*    SAME LAYOUT AS FACTBAT'S FACT-TRANS-RECORD - THE RECYCLE
001100     05  FACT-RCYC-TRL-COUNT       PIC 9(08).
001110     05  FILLER                    PIC X(15).
001120
001122 FD  FACT-RECYCLE-XREF.
001125 COPY FACTRXRF.
001127
001129 FD  FACT-WRITEOFF-FILE.
001132 COPY FACTWOFF.
001134
001137 FD  FACT-AGED-RPT.
001140 01  FACT-AGED-LINE                PIC X(132).
001150
001160 WORKING-STORAGE SECTION.
001320 01  WS-RECYCLE-STATUS          PIC X(02).
001330     88  WS-RECYCLE-OK               VALUE '00'.
001340
001342 01  WS-XREF-STATUS             PIC X(02).
001345     88  WS-XREF-OK                  VALUE '00'.
001347
001349 01  WS-WOFF-STATUS             PIC X(02).
001352     88  WS-WOFF-OK                  VALUE '00'.
001354
001357 01  WS-AGED-STATUS             PIC X(02).
001360     88  WS-AGED-OK                  VALUE '00'.
001370
001380 01  WS-SWITCHES.
001430     05  WS-COR-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001440         88  WS-COR-FOUND            VALUE 'Y'.
001450         88  WS-COR-NOT-MATCHED      VALUE 'N'.
001451*    WHERE THE REJECT IN HAND STANDS ON THE WRITE-OFF FILE.
001452     05  WS-WOFF-STATE-SWITCH   PIC X(01) VALUE 'N'.
001454         88  WS-WOFF-NONE            VALUE 'N'.
001455         88  WS-WOFF-AWAITING        VALUE 'P'.
001457         88  WS-WOFF-REFUSED         VALUE 'D'.
001458         88  WS-WOFF-APPLIED         VALUE 'A'.
001460
001470***************************************************************
001480*  CORRECTION TABLE - THE WHOLE CORRECTION FILE IS HELD IN     *
001800     05  WS-UNMATCHED-COR-COUNT PIC 9(08) COMP-3 VALUE ZERO.
001810     05  WS-RECYCLE-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
001820     05  WS-REASON-OUT-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
001822     05  WS-WO-PENDING-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
001825     05  WS-WO-DECLINED-COUNT   PIC 9(08) COMP-3 VALUE ZERO.
001827     05  WS-WO-CARD-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
001830 01  WS-LINES-PER-PAGE          PIC 9(03) VALUE 50.
001840 01  WS-PREV-REASON             PIC 9(02) VALUE 99.
001850
001900 01  WS-RAW-R                   PIC X(15).
001910 01  WS-TRANS-TYPE              PIC X(01).
001920 01  WS-REJECT-LOG-SW           PIC X(01) VALUE 'Y'.
001921*    THE DECK THE REJECT BEING CORRECTED CAME IN ON - PASSED
001923*    TO FACTVAL AND CARRIED ONTO THE RECYCLE CROSS-REFERENCE.
001925 01  WS-REJECT-FEED-KEY.
001926     05  WS-RFK-FEED-ID         PIC X(08) VALUE SPACE.
001928     05  WS-RFK-CREATE-DATE     PIC 9(08) VALUE ZERO.
001930 01  WS-SHIFT-RAW-N             PIC X(15).
001940 01  WS-JUSTIFY-FIELD           PIC X(15).
001950 01  WS-FACT-N                  PIC 9(10).
002490     05  FILLER                 PIC X(19)  VALUE
002500         'ORIGINAL INPUT'.
002510     05  FILLER                 PIC X(14)  VALUE 'AGE (DAYS)'.
002520     05  FILLER                 PIC X(24)  VALUE 'DISPOSITION'.
002530     05  FILLER                 PIC X(60)  VALUE
002535         'WRITE-OFF KEYED BY'.
002540
002550 01  WS-REASON-HEADING.
002560     05  FILLER                 PIC X(01)  VALUE SPACE.
002810     05  WS-DL-AGE              PIC Z(07)9.
002820     05  FILLER                 PIC X(06)  VALUE SPACE.
002830     05  WS-DL-DISPOSITION      PIC X(22).
002831     05  FILLER                 PIC X(02)  VALUE SPACE.
002832     05  WS-DL-KEYED-BY         PIC X(08).
002833     05  WS-DL-KEYED-ON         PIC X(04).
002834     05  WS-DL-KEYED-DATE       PIC X(10).
002835     05  FILLER                 PIC X(37)  VALUE SPACE.
002837
002838 01  WS-KEYED-DATE-DISPLAY.
002839     05  WS-KD-MM               PIC 99.
002840     05  FILLER                 PIC X(01)  VALUE '/'.
002841     05  WS-KD-DD               PIC 99.
002842     05  FILLER                 PIC X(01)  VALUE '/'.
002844     05  WS-KD-CCYY             PIC 9999.
002845 01  WS-KEYED-DATE-WORK.
002846     05  WS-KW-CCYY             PIC 9(04).
002847     05  WS-KW-MM               PIC 9(02).
002848     05  WS-KW-DD               PIC 9(02).
002850
002860 01  WS-TOTAL-LINES.
002870     05  WS-TOTAL-LINE-1.
003320             'RECYCLE RECORDS WRITTEN       -'.
003330         10  WS-TL8-COUNT       PIC Z(07)9.
003340         10  FILLER             PIC X(89)  VALUE SPACE.
003341     05  WS-TOTAL-LINE-9.
003342         10  FILLER             PIC X(01)  VALUE SPACE.
003343         10  FILLER             PIC X(33)  VALUE
003344             'WRITE-OFFS PENDING APPROVAL   -'.
003345         10  WS-TL9-COUNT       PIC Z(07)9.
003346         10  FILLER             PIC X(89)  VALUE SPACE.
003347     05  WS-TOTAL-LINE-10.
003348         10  FILLER             PIC X(01)  VALUE SPACE.
003349         10  FILLER             PIC X(33)  VALUE
003350             'WRITE-OFFS DECLINED           -'.
003351         10  WS-TL10-COUNT      PIC Z(07)9.
003352         10  FILLER             PIC X(89)  VALUE SPACE.
003353     05  WS-TOTAL-LINE-11.
003354         10  FILLER             PIC X(01)  VALUE SPACE.
003355         10  FILLER             PIC X(33)  VALUE
003356             'WRITE-OFF CARDS NOT APPROVED  -'.
003357         10  WS-TL11-COUNT      PIC Z(07)9.
003358         10  FILLER             PIC X(89)  VALUE SPACE.
003359
003360 PROCEDURE DIVISION.
003370***************************************************************
003380*  0000-MAINLINE                                                *
003620     OPEN INPUT  FACT-CORRECTION-FILE
003630     OPEN OUTPUT FACT-REJECT-OUT
003640     OPEN OUTPUT FACT-RECYCLE-FILE
003645     OPEN OUTPUT FACT-RECYCLE-XREF
003647     OPEN I-O    FACT-WRITEOFF-FILE
003650     OPEN OUTPUT FACT-AGED-RPT
003660     IF NOT WS-REJIN-OK
003670         DISPLAY 'FACTRREC - REJECT FILE OPEN FAILED, STATUS '
003870         MOVE 16 TO RETURN-CODE
003880         GOBACK
003890     END-IF
003891     IF NOT WS-XREF-OK
003892         DISPLAY 'FACTRREC - RECYCLE XREF OPEN FAILED, STATUS '
003894                 WS-XREF-STATUS
003895         MOVE 16 TO RETURN-CODE
003897         GOBACK
003898     END-IF
003899     IF NOT WS-WOFF-OK
003901         DISPLAY 'FACTRREC - WRITE-OFF FILE OPEN FAILED, STATUS '
003902                 WS-WOFF-STATUS
003904         MOVE 16 TO RETURN-CODE
003905         GOBACK
003907     END-IF
003908     IF WS-COR-OK
003910         PERFORM 1100-LOAD-CORRECTION THRU 1100-LOAD-EXIT
003920             UNTIL WS-COR-END-OF-FILE
003930     ELSE
004400     IF FACT-REJ-REASON-CODE NOT = WS-PREV-REASON
004410         PERFORM 2500-PRINT-REASON-BREAK
004420     END-IF
004425     SET WS-WOFF-NONE TO TRUE
004430     IF FACT-REJ-OUTSTANDING
004432         PERFORM 2150-CHECK-WRITE-OFF
004434             THRU 2150-CHECK-WRITE-OFF-EXIT
004435*        A PENDING OR DECLINED WRITE-OFF DOES NOT STOP A
004436*        CORRECTION KEYED FOR THE SAME REJECT FROM RECYCLING IT.
004437         IF NOT WS-WOFF-APPLIED
004440             PERFORM 2200-MATCH-CORRECTION
004450             IF WS-COR-FOUND
004460                 PERFORM 2300-APPLY-CORRECTION
004470                     THRU 2300-APPLY-EXIT
004480             END-IF
004485         END-IF
004490     ELSE
004500         ADD 1 TO WS-PRIOR-RESOLVED-COUNT
004510     END-IF
004700             SET WS-END-OF-FILE TO TRUE
004710     END-READ
004720     .
004721
004722***************************************************************
004723*  2150-CHECK-WRITE-OFF  -  LOOK THE OUTSTANDING REJECT UP ON   *
004724*  THE WRITE-OFF FILE.  AN APPROVED WRITE-OFF WRITES IT OFF     *
004725*  AND IS MARKED POSTED; ONE ALREADY POSTED (A RERUN OVER A     *
004726*  RESTORED LOG) WRITES IT OFF AGAIN.  PENDING AND DECLINED     *
004727*  WRITE-OFFS LEAVE THE REJECT OUTSTANDING.                     *
004728***************************************************************
004729 2150-CHECK-WRITE-OFF.
004730     MOVE FACT-REJ-RUN-DATE TO FACTWOFF-RUN-DATE
004731     MOVE FACT-REJ-RAW-INPUT TO FACTWOFF-RAW-INPUT
004732     READ FACT-WRITEOFF-FILE
004733         INVALID KEY
004734             GO TO 2150-CHECK-WRITE-OFF-EXIT
004735     END-READ
004736     IF NOT WS-WOFF-OK
004737         GO TO 2150-CHECK-WRITE-OFF-EXIT
004738     END-IF
004739     EVALUATE TRUE
004740         WHEN FACTWOFF-IS-APPROVED
004741             SET WS-WOFF-APPLIED TO TRUE
004742             SET FACT-REJ-WRITTEN-OFF TO TRUE
004743             ADD 1 TO WS-WRITEOFF-COUNT
004745             SET FACTWOFF-IS-POSTED TO TRUE
004746             MOVE WS-RUN-DATE-NUM TO FACTWOFF-POSTED-DATE
004747             REWRITE FACTWOFF-RECORD
004748             IF NOT WS-WOFF-OK
004749                 DISPLAY 'FACTRREC - WRITE-OFF REWRITE FAILED, '
004750                         'STATUS ' WS-WOFF-STATUS
004751                 MOVE 16 TO RETURN-CODE
004752             END-IF
004753         WHEN FACTWOFF-IS-POSTED
004754             SET WS-WOFF-APPLIED TO TRUE
004755             SET FACT-REJ-WRITTEN-OFF TO TRUE
004756             ADD 1 TO WS-WRITEOFF-COUNT
004757         WHEN FACTWOFF-IS-PENDING
004758             SET WS-WOFF-AWAITING TO TRUE
004759         WHEN FACTWOFF-IS-DECLINED
004760             SET WS-WOFF-REFUSED TO TRUE
004761     END-EVALUATE
004762     .
004763 2150-CHECK-WRITE-OFF-EXIT.
004764     EXIT.
004765
004766***************************************************************
004767*  2200-MATCH-CORRECTION  -  FIND THE FIRST UNUSED CORRECTION   *
004768*  CARD KEYED TO THIS REJECT'S RUN DATE AND RAW INPUT.          *
004770***************************************************************
004780 2200-MATCH-CORRECTION.
004790     SET WS-COR-NOT-MATCHED TO TRUE
005020     EXIT.
005030
005040***************************************************************
005050*  2300-APPLY-CORRECTION  -  COUNT A W CARD, OR RE-EDIT         *
005060*  THE REPLACEMENT N THROUGH FACTVAL AND RECYCLE IT IF IT       *
005070*  PASSES.  A REPLACEMENT THAT FAILS EDIT LEAVES THE REJECT     *
005080*  OUTSTANDING; FACTVAL HAS ALREADY LOGGED THE BAD CORRECTION   *
005180         ADD 1 TO WS-FAILED-EDIT-COUNT
005190         GO TO 2300-APPLY-EXIT
005200     END-IF
005205*    A WRITE-OFF NEEDS A SUPERVISOR'S APPROVAL ON FACTWOFF - A
005206*    W CARD CARRIES NONE, SO IT IS COUNTED AND THE REJECT LEFT
005207*    OUTSTANDING UNTIL THE WRITE-OFF IS KEYED ON FCOR.
005210     IF WS-COR-ACTION (WS-COR-HIT-IDX) = 'W'
005220         ADD 1 TO WS-WO-CARD-COUNT
005240     ELSE
005250*        A BLANK REPLACEMENT OPERAND WOULD ZERO-FILL IN FACTVAL
005260*        AND RECYCLE A REQUEST NOBODY ASKED FOR - N = 0, OR FOR
005610         ELSE
005620             MOVE FACT-REJ-TRANS-TYPE TO WS-TRANS-TYPE
005630         END-IF
005631*        A CORRECTION THAT FAILS RE-EDIT IS LOGGED AGAINST THE
005632*        DECK THE ORIGINAL REQUEST CAME IN ON.  A REJECT LOGGED
005633*        BEFORE THE LOG CARRIED THE DECK HAS NONE TO PASS ON.
005634         MOVE FACT-REJ-FEED-ID TO WS-RFK-FEED-ID
005635         IF FACT-REJ-CREATE-DATE IS NUMERIC
005636             MOVE FACT-REJ-CREATE-DATE TO WS-RFK-CREATE-DATE
005637         ELSE
005638             MOVE ZERO TO WS-RFK-CREATE-DATE
005639         END-IF
005640         CALL "FACTVAL" USING BY REFERENCE WS-RAW-N
005650                 BY REFERENCE WS-RAW-R
005660                 BY REFERENCE WS-TRANS-TYPE
005690                 BY REFERENCE WS-VALID-FLAG
005700                 BY REFERENCE WS-REASON-CODE
005710                 BY REFERENCE WS-REJECT-LOG-SW
005715                 BY REFERENCE WS-REJECT-FEED-KEY
005720         IF WS-INPUT-IS-VALID
005730             MOVE WS-TRANS-TYPE TO FACT-RCYC-TYPE-CODE
005740             MOVE WS-RAW-N TO FACT-RCYC-N-RAW
005780             MOVE SPACE TO FACT-RCYC-PRIORITY
005790             WRITE FACT-RECYCLE-RECORD
005800             ADD 1 TO WS-RECYCLE-COUNT
005805             PERFORM 2360-WRITE-XREF
005810             SET FACT-REJ-CORRECTED TO TRUE
005820             ADD 1 TO WS-CORRECTED-COUNT
005830         ELSE
006010 2350-RIGHT-JUSTIFY-EXIT.
006020     EXIT.
006030
006031***************************************************************
006032*  2360-WRITE-XREF  -  TIE THE RECYCLED REQUEST BACK TO THE     *
006034*  REJECT IT REPLACES AND THE DECK THAT REJECT CAME IN ON, SO   *
006035*  THE ACKNOWLEDGEMENT RUN CAN RETURN THE RESULT TO THAT FEED.  *
006036***************************************************************
006038 2360-WRITE-XREF.
006039     MOVE SPACE TO FACTRXRF-RECORD
006040     MOVE WS-TRANS-TYPE TO FACTRXRF-TYPE
006042     MOVE WS-FACT-N TO FACTRXRF-N
006043     MOVE WS-FACT-R TO FACTRXRF-R
006045     MOVE FACT-REJ-RUN-DATE TO FACTRXRF-ORIG-RUN-DATE
006046     MOVE FACT-REJ-RAW-INPUT TO FACTRXRF-ORIG-RAW-INPUT
006047     MOVE FACT-REJ-REASON-CODE TO FACTRXRF-ORIG-REASON
006049     MOVE FACT-REJ-REASON-TEXT TO FACTRXRF-ORIG-REASON-TEXT
006050     MOVE WS-RFK-FEED-ID TO FACTRXRF-ORIG-FEED-ID
006051     MOVE WS-RFK-CREATE-DATE TO FACTRXRF-ORIG-CREATE-DATE
006053     MOVE WS-RUN-DATE-NUM TO FACTRXRF-RECYCLE-DATE
006054     WRITE FACTRXRF-RECORD
006055     .
006057
006058***************************************************************
006060*  2400-PRINT-AGED-LINE  -  ONE OUTSTANDING REJECT WITH ITS     *
006070*  AGE IN DAYS ON THE 30/360 CALENDAR.                          *
006080***************************************************************
006230     MOVE WS-REJ-DATE-CCYY TO WS-DL-CCYY
006240     MOVE FACT-REJ-RAW-INPUT TO WS-DL-RAW-INPUT
006250     MOVE WS-AGE-DAYS TO WS-DL-AGE
006255     MOVE SPACE TO WS-DL-KEYED-BY
006256     MOVE SPACE TO WS-DL-KEYED-ON
006257     MOVE SPACE TO WS-DL-KEYED-DATE
006258     EVALUATE TRUE
006259         WHEN WS-WOFF-AWAITING
006260             MOVE 'W/O PENDING APPROVAL' TO WS-DL-DISPOSITION
006261             ADD 1 TO WS-WO-PENDING-COUNT
006262             PERFORM 2450-FORMAT-KEYED-BY
006263         WHEN WS-WOFF-REFUSED
006264             MOVE 'W/O DECLINED' TO WS-DL-DISPOSITION
006265             ADD 1 TO WS-WO-DECLINED-COUNT
006266             PERFORM 2450-FORMAT-KEYED-BY
006267         WHEN OTHER
006268             MOVE 'OUTSTANDING' TO WS-DL-DISPOSITION
006269     END-EVALUATE
006270     WRITE FACT-AGED-LINE FROM WS-DETAIL-LINE
006280     ADD 1 TO WS-LINE-COUNT
006290     .
006291
006292***************************************************************
006293*  2450-FORMAT-KEYED-BY  -  WHO KEYED THE WRITE-OFF STILL       *
006295*  HOLDING THIS REJECT, AND ON WHAT DATE.                       *
006296***************************************************************
006297 2450-FORMAT-KEYED-BY.
006298     MOVE FACTWOFF-KEYED-BY TO WS-DL-KEYED-BY
006300     MOVE ' ON ' TO WS-DL-KEYED-ON
006301     MOVE FACTWOFF-KEYED-DATE TO WS-KEYED-DATE-WORK
006302     MOVE WS-KW-MM TO WS-KD-MM
006303     MOVE WS-KW-DD TO WS-KD-DD
006305     MOVE WS-KW-CCYY TO WS-KD-CCYY
006306     MOVE WS-KEYED-DATE-DISPLAY TO WS-DL-KEYED-DATE
006307     .
006308
006310***************************************************************
006320*  2500-PRINT-REASON-BREAK  -  CLOSE THE PRIOR REASON GROUP     *
006330*  AND OPEN THE NEXT ONE.                                       *
007020     MOVE WS-FAILED-EDIT-COUNT TO WS-TL6-COUNT
007030     MOVE WS-UNMATCHED-COR-COUNT TO WS-TL7-COUNT
007040     MOVE WS-RECYCLE-COUNT TO WS-TL8-COUNT
007042     MOVE WS-WO-PENDING-COUNT TO WS-TL9-COUNT
007045     MOVE WS-WO-DECLINED-COUNT TO WS-TL10-COUNT
007047     MOVE WS-WO-CARD-COUNT TO WS-TL11-COUNT
007050     MOVE SPACE TO FACT-AGED-LINE
007060     WRITE FACT-AGED-LINE
007070     WRITE FACT-AGED-LINE FROM WS-TOTAL-LINE-1
007120     WRITE FACT-AGED-LINE FROM WS-TOTAL-LINE-6
007130     WRITE FACT-AGED-LINE FROM WS-TOTAL-LINE-7
007140     WRITE FACT-AGED-LINE FROM WS-TOTAL-LINE-8
007142     WRITE FACT-AGED-LINE FROM WS-TOTAL-LINE-9
007145     WRITE FACT-AGED-LINE FROM WS-TOTAL-LINE-10
007147     WRITE FACT-AGED-LINE FROM WS-TOTAL-LINE-11
007150     .
007160
007170***************************************************************
007560     END-IF
007570     CLOSE FACT-REJECT-OUT
007580     CLOSE FACT-RECYCLE-FILE
007585     CLOSE FACT-RECYCLE-XREF
007587     CLOSE FACT-WRITEOFF-FILE
007590     CLOSE FACT-AGED-RPT
007600     .
