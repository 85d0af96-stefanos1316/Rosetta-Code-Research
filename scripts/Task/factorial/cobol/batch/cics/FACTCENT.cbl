000360*      DATE        INIT  DESCRIPTION
000370*      ----------  ----  ---------------------------------------
000380*      2026-09-02  SLS   INITIAL VERSION.
000382*      2026-10-15  SLS   PASSES THE NEW FACTVAL FEED KEY
000385*                        PARAMETER (BLANK - NOTHING IS LOGGED
000387*                        FROM HERE).
000388*      2026-10-15  SLS   A WRITE-OFF NO LONGER GOES TO FACTCORL -
000390*                        IT IS ADDED TO FACTWOFF PENDING A
000391*                        SUPERVISOR'S APPROVAL ON FAPR, AND THE
000393*                        SCREEN SHOWS WHERE IT STANDS.  EVERY
000395*                        CORRECTION AND WRITE-OFF IS STAMPED WITH
000396*                        THE KEYING OPERATOR AND TIME.
000398***************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. FACTCENT.
000420
000560     05  FCOR-REJ-DATE          PIC 9(08) VALUE ZERO.
000570     05  FCOR-REJ-RAW           PIC X(15) VALUE SPACE.
000580     05  FCOR-REJ-TYPE          PIC X(01) VALUE SPACE.
000585     05  FCOR-REJ-REASON        PIC 9(02) VALUE ZERO.
000586     05  FCOR-REJ-TEXT          PIC X(30) VALUE SPACE.
000590     05  FCOR-HAVE-SW           PIC X(01) VALUE 'N'.
000600         88  FCOR-HAVE-REJECT       VALUE 'Y'.
000610         88  FCOR-NO-REJECT         VALUE 'N'.
000660***************************************************************
000670 COPY FACTREJ.
000680 COPY FACTCOR.
000681 COPY FACTWOFF.
000690 01  WS-REJ-RBA                 PIC S9(08) COMP.
000700 01  WS-REJ-RESP                PIC S9(08) COMP.
000710 01  WS-COR-RESP                PIC S9(08) COMP.
000711 01  WS-WOFF-RESP               PIC S9(08) COMP.
000720 01  WS-FOUND-SW                PIC X(01) VALUE 'N'.
000730     88  WS-REJECT-FOUND            VALUE 'Y'.
000740     88  WS-REJECT-NOT-FOUND        VALUE 'N'.
000830 01  WS-RAW-R                   PIC X(15).
000840 01  WS-TRANS-TYPE              PIC X(01).
000850 01  WS-REJECT-LOG-SW           PIC X(01) VALUE 'N'.
000851*    NO DECK BEHIND A KEYED REPLACEMENT, AND NOTHING IS LOGGED
000853*    WITH THE SWITCH AT N - PASSED BLANK TO SATISFY THE CALL.
000855 01  WS-REJECT-FEED-KEY.
000856     05  WS-RFK-FEED-ID         PIC X(08) VALUE SPACE.
000858     05  WS-RFK-CREATE-DATE     PIC 9(08) VALUE ZERO.
000860 01  WS-FACT-N                  PIC 9(10).
000870 01  WS-FACT-R                  PIC 9(10).
000880 01  WS-VALID-FLAG              PIC X(01).
001210
001220 01  WS-DATE-OUT                PIC 9(08).
001230 01  WS-TIME-OUT                PIC 9(08).
001231
001232***************************************************************
001233*  KEYING OPERATOR AND TIME STAMPED ON EVERY CORRECTION AND     *
001235*  WRITE-OFF, AND THE WRITE-OFF STATUS LINE FOR THE SCREEN.     *
001236***************************************************************
001237 01  WS-USERID                  PIC X(08) VALUE SPACE.
001238 01  WS-STAMP-DATE              PIC 9(08) VALUE ZERO.
001240 01  WS-STAMP-TIME              PIC 9(06) VALUE ZERO.
001241 01  WS-WOFF-STATUS-LINE.
001242     05  WS-WSL-TEXT            PIC X(20).
001243     05  WS-WSL-USER            PIC X(08).
001245     05  FILLER                 PIC X(04) VALUE ' ON '.
001246     05  WS-WSL-DATE            PIC X(10).
001247     05  FILLER                 PIC X(08) VALUE SPACE.
001248
001250 LINKAGE SECTION.
001260 01  DFHCOMMAREA                PIC X(63).
001270
001280 PROCEDURE DIVISION.
001290***************************************************************
002250     EVALUATE ACTI
002260         WHEN 'W'
002270             PERFORM 2300-WRITE-OFF-REJECT
002275                 THRU 2300-WRITE-OFF-EXIT
002280         WHEN 'C'
002290             PERFORM 2200-APPLY-CORRECTION
002300                 THRU 2200-APPLY-EXIT
002860             BY REFERENCE WS-VALID-FLAG
002870             BY REFERENCE WS-REASON-CODE
002880             BY REFERENCE WS-REJECT-LOG-SW
002885             BY REFERENCE WS-REJECT-FEED-KEY
002890     IF WS-INPUT-IS-INVALID
002900         PERFORM 3300-RESHOW-CURRENT
002910         PERFORM 2280-SHOW-EDIT-FAILURE
002970     SET FACT-COR-IS-CORRECTION TO TRUE
002980     MOVE WS-RAW-N TO FACT-COR-NEW-N-RAW
002990     MOVE WS-RAW-R TO FACT-COR-NEW-R-RAW
002995     PERFORM 2600-STAMP-OPERATOR
002996     MOVE WS-USERID TO FACT-COR-KEYED-BY
002997     MOVE WS-STAMP-DATE TO FACT-COR-KEYED-DATE
002998     MOVE WS-STAMP-TIME TO FACT-COR-KEYED-TIME
003000     PERFORM 2350-WRITE-CORRECTION-RECORD
003010     IF WS-COR-RESP = DFHRESP(NORMAL)
003020         PERFORM 3200-BROWSE-FORWARD
003480
003490***************************************************************
003500*  2300-WRITE-OFF-REJECT  -  ACTION W NEEDS NO REPLACEMENT      *
003510*  OPERANDS.  THE WRITE-OFF IS HELD ON FACTWOFF PENDING A       *
003511*  SUPERVISOR'S APPROVAL ON FAPR - THE RECYCLE RUN STAMPS THE   *
003512*  REJECT WRITTEN OFF ONLY ONCE IT IS APPROVED.  ONE PENDING    *
003513*  OR APPROVED WRITE-OFF PER REJECT; A DECLINED ONE MAY BE      *
003514*  KEYED AGAIN, WHICH PUTS IT BACK IN FRONT OF A SUPERVISOR.    *
003520***************************************************************
003530 2300-WRITE-OFF-REJECT.
003531     MOVE FCOR-REJ-DATE TO FACTWOFF-RUN-DATE
003533     MOVE FCOR-REJ-RAW TO FACTWOFF-RAW-INPUT
003535     EXEC CICS
003537         READ FILE ('FACTWOFF')
003538         INTO (FACTWOFF-RECORD)
003540         RIDFLD (FACTWOFF-KEY)
003542         UPDATE
003544         RESP (WS-WOFF-RESP)
003546     END-EXEC
003547     EVALUATE TRUE
003549         WHEN WS-WOFF-RESP = DFHRESP(NOTFND)
003551             PERFORM 2320-BUILD-WRITE-OFF
003553             EXEC CICS
003555                 WRITE FILE ('FACTWOFF')
003556                 FROM (FACTWOFF-RECORD)
003558                 RIDFLD (FACTWOFF-KEY)
003560                 RESP (WS-WOFF-RESP)
003562             END-EXEC
003564         WHEN WS-WOFF-RESP NOT = DFHRESP(NORMAL)
003565             CONTINUE
003567         WHEN FACTWOFF-IS-DECLINED
003569             PERFORM 2320-BUILD-WRITE-OFF
003571             EXEC CICS
003573                 REWRITE FILE ('FACTWOFF')
003574                 FROM (FACTWOFF-RECORD)
003576                 RESP (WS-WOFF-RESP)
003578             END-EXEC
003580         WHEN OTHER
003582             EXEC CICS
003583                 UNLOCK FILE ('FACTWOFF')
003585             END-EXEC
003587             PERFORM 3300-RESHOW-CURRENT
003589             IF FACTWOFF-IS-PENDING
003591                 MOVE 'WRITE-OFF ALREADY PENDING APPROVAL.'
003592                     TO MSGOO
003594             ELSE
003596                 MOVE 'WRITE-OFF APPROVED - POSTS TONIGHT.'
003598                     TO MSGOO
003600             END-IF
003601             GO TO 2300-WRITE-OFF-EXIT
003603     END-EVALUATE
003605     IF WS-WOFF-RESP = DFHRESP(NORMAL)
003607         PERFORM 3200-BROWSE-FORWARD
003608         MOVE 'WRITE-OFF KEYED - AWAITING SUPERVISOR APPROVAL.'
003610             TO MSGOO
003612     ELSE
003614         PERFORM 3300-RESHOW-CURRENT
003616         MOVE 'WRITE-OFF FILE NOT AVAILABLE - CALL SYSTEMS.'
003617             TO MSGOO
003619     END-IF
003621     .
003623 2300-WRITE-OFF-EXIT.
003625     EXIT.
003626
003628***************************************************************
003630*  2320-BUILD-WRITE-OFF  -  A PENDING WRITE-OFF FOR THE REJECT  *
003632*  ON SCREEN, STAMPED WITH WHO KEYED IT AND WHEN.  ANY EARLIER  *
003634*  DECISION IS CLEARED.                                         *
003635***************************************************************
003637 2320-BUILD-WRITE-OFF.
003639     PERFORM 2600-STAMP-OPERATOR
003641     MOVE SPACE TO FACTWOFF-RECORD
003643     MOVE FCOR-REJ-DATE TO FACTWOFF-RUN-DATE
003644     MOVE FCOR-REJ-RAW TO FACTWOFF-RAW-INPUT
003646     SET FACTWOFF-IS-PENDING TO TRUE
003648     MOVE FCOR-REJ-REASON TO FACTWOFF-REASON-CODE
003650     MOVE FCOR-REJ-TEXT TO FACTWOFF-REASON-TEXT
003652     MOVE FCOR-REJ-TYPE TO FACTWOFF-TRANS-TYPE
003653     MOVE WS-USERID TO FACTWOFF-KEYED-BY
003655     MOVE WS-STAMP-DATE TO FACTWOFF-KEYED-DATE
003657     MOVE WS-STAMP-TIME TO FACTWOFF-KEYED-TIME
003659     MOVE SPACE TO FACTWOFF-DECIDED-BY
003661     MOVE ZERO TO FACTWOFF-DECIDED-DATE
003662     MOVE ZERO TO FACTWOFF-DECIDED-TIME
003664     MOVE ZERO TO FACTWOFF-POSTED-DATE
003666     .
003668
003670***************************************************************
003680*  2350-WRITE-CORRECTION-RECORD  -  ONE FACTCOR RECORD TO THE   *
003690*  ONLINE CAPTURE FILE.  THE FACTRREC JOB DRAINS THE CAPTURE    *
003810             TO MSGOO
003820     END-IF
003830     .
003831
003832***************************************************************
003833*  2600-STAMP-OPERATOR  -  THE SIGNED-ON USER AND THE CURRENT   *
003834*  DATE AND TIME, FOR THE KEYED-BY STAMP.                       *
003835***************************************************************
003836 2600-STAMP-OPERATOR.
003837     EXEC CICS
003838         ASSIGN USERID (WS-USERID)
003839     END-EXEC
003840     EXEC CICS
003841         ASSIGN ABSTIME (WS-ABSTIME)
003842     END-EXEC
003843     EXEC CICS
003844         FORMATTIME ABSTIME (WS-ABSTIME)
003845         YYYYMMDD (WS-STAMP-DATE)
003846         TIME (WS-STAMP-TIME)
003847     END-EXEC
003848     .
003849
003850***************************************************************
003860*  3000-FIND-FROM-TOP  -  FIRST OUTSTANDING REJECT ON THE LOG   *
003870*  THAT PASSES THE REASON FILTER, BROWSING FORWARD FROM RBA     *
006240     MOVE FACT-REJ-RUN-DATE TO FCOR-REJ-DATE
006250     MOVE FACT-REJ-RAW-INPUT TO FCOR-REJ-RAW
006260     MOVE FACT-REJ-TRANS-TYPE TO FCOR-REJ-TYPE
006265     MOVE FACT-REJ-REASON-CODE TO FCOR-REJ-REASON
006266     MOVE FACT-REJ-REASON-TEXT TO FCOR-REJ-TEXT
006270     MOVE WS-REJ-RBA TO FCOR-TOP-RBA
006280     SET FCOR-HAVE-REJECT TO TRUE
006285     PERFORM 3650-SHOW-WRITE-OFF-STATUS
006287         THRU 3650-SHOW-WRITE-OFF-EXIT
006290     .
006291
006292***************************************************************
006293*  3650-SHOW-WRITE-OFF-STATUS  -  WHETHER THE REJECT ON SCREEN  *
006294*  ALREADY HAS A WRITE-OFF KEYED, AND WHERE IT STANDS.          *
006295***************************************************************
006296 3650-SHOW-WRITE-OFF-STATUS.
006297     MOVE SPACE TO WOSTO
006298     MOVE FACT-REJ-RUN-DATE TO FACTWOFF-RUN-DATE
006299     MOVE FACT-REJ-RAW-INPUT TO FACTWOFF-RAW-INPUT
006300     EXEC CICS
006301         READ FILE ('FACTWOFF')
006302         INTO (FACTWOFF-RECORD)
006303         RIDFLD (FACTWOFF-KEY)
006304         RESP (WS-WOFF-RESP)
006305     END-EXEC
006307     IF WS-WOFF-RESP NOT = DFHRESP(NORMAL)
006308         GO TO 3650-SHOW-WRITE-OFF-EXIT
006309     END-IF
006310     EVALUATE TRUE
006311         WHEN FACTWOFF-IS-PENDING
006312             MOVE 'PENDING - KEYED BY' TO WS-WSL-TEXT
006313             MOVE FACTWOFF-KEYED-BY TO WS-WSL-USER
006314             MOVE FACTWOFF-KEYED-DATE TO WS-REJ-DATE
006315         WHEN FACTWOFF-IS-APPROVED
006316             MOVE 'APPROVED BY' TO WS-WSL-TEXT
006317             MOVE FACTWOFF-DECIDED-BY TO WS-WSL-USER
006318             MOVE FACTWOFF-DECIDED-DATE TO WS-REJ-DATE
006319         WHEN FACTWOFF-IS-DECLINED
006320             MOVE 'DECLINED BY' TO WS-WSL-TEXT
006321             MOVE FACTWOFF-DECIDED-BY TO WS-WSL-USER
006322             MOVE FACTWOFF-DECIDED-DATE TO WS-REJ-DATE
006324         WHEN OTHER
006325             GO TO 3650-SHOW-WRITE-OFF-EXIT
006326     END-EVALUATE
006327     MOVE WS-REJ-DATE-MM TO WS-RD-MM
006328     MOVE WS-REJ-DATE-DD TO WS-RD-DD
006329     MOVE WS-REJ-DATE-CCYY TO WS-RD-CCYY
006330     MOVE WS-REJ-DATE-DISPLAY TO WS-WSL-DATE
006331     MOVE WS-WOFF-STATUS-LINE TO WOSTO
006332     .
006333 3650-SHOW-WRITE-OFF-EXIT.
006334     EXIT.
006335
006336***************************************************************
006337*  5000-DATE-TO-DAYS  -  WS-REJ-DATE TO A 30/360 DAY COUNT IN   *
006338*  WS-WORK-DAYS, THE SAME ARITHMETIC THE AGED REPORT USES.      *
006340***************************************************************
006350 5000-DATE-TO-DAYS.
006360     MULTIPLY WS-REJ-DATE-CCYY BY 360 GIVING WS-WORK-DAYS
