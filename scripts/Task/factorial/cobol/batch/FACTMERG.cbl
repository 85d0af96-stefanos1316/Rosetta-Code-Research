000270*          PENDING) FOR FACTRECN TO POST INTO AND FACTWKRP
000280*          AND FACTMTDC TO CONSUME AS ON A SINGLE-STREAM
000290*          NIGHT.
000292*        - FACTFHIS: ONE COMBINED RECORD PER FEED APPENDED -
000294*          EACH STREAM'S NEWEST FEED-HISTORY RECORDS SUMMED BY
000296*          FEED ID, SO THE FEED ANOMALY REPORT (FACTFANM) SEES
000298*          EACH FEED'S WHOLE NIGHT AS ON A SINGLE-STREAM NIGHT.
000300*      AN OUT-OF-BALANCE MERGE ENDS WITH CONDITION CODE 8.
000310*
000320*  MODIFICATION HISTORY.
000330*      DATE        INIT  DESCRIPTION
000340*      ----------  ----  ---------------------------------------
000350*      2026-09-02  SLS   INITIAL VERSION.
000352*      2026-10-15  SLS   EACH STREAM'S FEED-HISTORY RECORDS
000354*                        FOR ITS NEWEST RUN ARE NOW SUMMED BY FEED
000356*                        ID AND APPENDED TO THE COMBINED PER-FEED
000358*                        HISTORY FILE (FACTFHIS).
000360***************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. FACTMERG.
000690     SELECT FACT-HISTORY-4 ASSIGN TO "FACTRH04"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-RH4-STATUS.
000711
000712     SELECT FACT-FEED-HIST-1 ASSIGN TO "FACTFH01"
000714         ORGANIZATION IS SEQUENTIAL
000715         FILE STATUS IS WS-FH1-STATUS.
000716     SELECT FACT-FEED-HIST-2 ASSIGN TO "FACTFH02"
000718         ORGANIZATION IS SEQUENTIAL
000719         FILE STATUS IS WS-FH2-STATUS.
000720     SELECT FACT-FEED-HIST-3 ASSIGN TO "FACTFH03"
000722         ORGANIZATION IS SEQUENTIAL
000723         FILE STATUS IS WS-FH3-STATUS.
000724     SELECT FACT-FEED-HIST-4 ASSIGN TO "FACTFH04"
000726         ORGANIZATION IS SEQUENTIAL
000727         FILE STATUS IS WS-FH4-STATUS.
000728
000730     SELECT FACT-REPORT-1 ASSIGN TO "FACTRP01"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-RP1-STATUS.
000940     SELECT FACT-RUN-HIST-FILE ASSIGN TO "FACTRHIS"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-RHIST-STATUS.
000962
000964     SELECT FACT-FEED-HIST-FILE ASSIGN TO "FACTFHIS"
000966         ORGANIZATION IS SEQUENTIAL
000968         FILE STATUS IS WS-FHIST-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001190 01  FACT-HISTORY3-RECORD          PIC X(80).
001200 FD  FACT-HISTORY-4.
001210 01  FACT-HISTORY4-RECORD          PIC X(80).
001211
001212 FD  FACT-FEED-HIST-1.
001213 01  FACT-FEED-HIST1-RECORD        PIC X(80).
001214 FD  FACT-FEED-HIST-2.
001215 01  FACT-FEED-HIST2-RECORD        PIC X(80).
001216 FD  FACT-FEED-HIST-3.
001217 01  FACT-FEED-HIST3-RECORD        PIC X(80).
001218 FD  FACT-FEED-HIST-4.
001219 01  FACT-FEED-HIST4-RECORD        PIC X(80).
001220
001230 FD  FACT-REPORT-1.
001240 01  FACT-REPORT1-LINE             PIC X(132).
001370
001380 FD  FACT-RUN-HIST-FILE.
001390 COPY FACTRHST.
001392
001395 FD  FACT-FEED-HIST-FILE.
001397 COPY FACTFHST.
001400
001410 WORKING-STORAGE SECTION.
001420***************************************************************
001780     88  WS-RPTOUT-OK                VALUE '00'.
001790 01  WS-RHIST-STATUS            PIC X(02).
001800     88  WS-RHIST-OK                 VALUE '00'.
001801
001803 01  WS-FH1-STATUS              PIC X(02).
001804     88  WS-FH1-OK                   VALUE '00'.
001806 01  WS-FH2-STATUS              PIC X(02).
001807     88  WS-FH2-OK                   VALUE '00'.
001809 01  WS-FH3-STATUS              PIC X(02).
001810     88  WS-FH3-OK                   VALUE '00'.
001812 01  WS-FH4-STATUS              PIC X(02).
001813     88  WS-FH4-OK                   VALUE '00'.
001815 01  WS-FHIST-STATUS            PIC X(02).
001816     88  WS-FHIST-OK                 VALUE '00'.
001818
001820 01  WS-SWITCHES.
001830     05  WS-STR-EOF-SWITCH      PIC X(01) VALUE 'N'.
001840         88  WS-STR-END-OF-FILE      VALUE 'Y'.
002220         10  WS-SH-SKIP-COUNT   PIC 9(08) COMP-3.
002230         10  WS-SH-STOP-FLAG    PIC X(01).
002240 01  WS-HISTORY-WORK            PIC X(80).
002241
002242***************************************************************
002243*  COMBINED PER-FEED HISTORY - ONE ENTRY PER FEED ID, SUMMED    *
002244*  ACROSS THE STREAMS.  EVERY STREAM SEES EVERY FEED'S HEADER   *
002245*  BUT ONLY ITS SHARE OF THE CARDS AND A STREAM TRAILER COUNT,  *
002246*  SO THE SUMS ARE THE FEED'S TRUE TOTALS FOR THE NIGHT.        *
002248***************************************************************
002249 01  WS-FEED-HIST-TABLE.
002250     05  WS-FH-ENTRY OCCURS 16 TIMES.
002251         10  WS-FH-FEED-ID      PIC X(08).
002252         10  WS-FH-READ-COUNT   PIC 9(08) COMP-3.
002253         10  WS-FH-TRL-COUNT    PIC 9(08) COMP-3.
002255         10  WS-FH-REJECT-COUNT PIC 9(08) COMP-3.
002256         10  WS-FH-OVFL-COUNT   PIC 9(08) COMP-3.
002257         10  WS-FH-FACT-COUNT   PIC 9(08) COMP-3.
002258         10  WS-FH-COMB-COUNT   PIC 9(08) COMP-3.
002259         10  WS-FH-PERM-COUNT   PIC 9(08) COMP-3.
002260         10  WS-FH-URG-COUNT    PIC 9(08) COMP-3.
002261         10  WS-FH-RTN-COUNT    PIC 9(08) COMP-3.
002263 77  WS-FH-MAX                  PIC 9(04) COMP-3 VALUE 16.
002264 77  WS-FH-COUNT                PIC 9(04) COMP-3 VALUE ZERO.
002265 77  WS-FH-IDX                  PIC 9(04) COMP-3 VALUE ZERO.
002266 77  WS-FH-CUR                  PIC 9(04) COMP-3 VALUE ZERO.
002267
002268***************************************************************
002270*  ACCUMULATORS                                                 *
002280***************************************************************
002290 01  WS-COUNTERS.
003330     PERFORM 5000-PRINT-GRAND-TOTALS
003340     PERFORM 6000-WRITE-COMBINED-HISTORY
003350         THRU 6000-WRITE-COMBINED-EXIT
003353     PERFORM 6500-WRITE-COMBINED-FEED-HIST
003356         THRU 6500-WRITE-FEED-HIST-EXIT
003360     PERFORM 9000-TERMINATE
003370     IF WS-MERGE-OUT-OF-BALANCE
003380             OR WS-MISSING-HIST-COUNT > ZERO
006860     .
006870 6000-WRITE-COMBINED-EXIT.
006880     EXIT.
006881
006882***************************************************************
006883*  6500-WRITE-COMBINED-FEED-HIST  -  EACH STREAM'S              *
006884*  FEED-HISTORY RECORDS FOR ITS NEWEST RUN (THE RUN 3000 FOUND  *
006885*  ON ITS RUN-HISTORY FILE) SUMMED BY FEED ID, AND ONE RECORD   *
006886*  PER FEED APPENDED WITH THE SAME RUN DATE, START TIME AND     *
006887*  STOP FLAG AS THE COMBINED RUN-SUMMARY RECORD.  A STREAM WITH *
006888*  NO RUN-HISTORY RECORD IS ALREADY FLAGGED AND ADDS NOTHING.   *
006889***************************************************************
006890 6500-WRITE-COMBINED-FEED-HIST.
006891     PERFORM 6510-GATHER-STREAM-FEED-HIST
006892         THRU 6510-GATHER-FEED-HIST-EXIT
006893         VARYING WS-STR FROM 1 BY 1
006894             UNTIL WS-STR > WS-STREAM-COUNT
006895     OPEN EXTEND FACT-FEED-HIST-FILE
006896     IF NOT WS-FHIST-OK
006897         DISPLAY 'FACTMERG - FEED HISTORY OPEN FAILED, STATUS '
006898                 WS-FHIST-STATUS
006899         GO TO 6500-WRITE-FEED-HIST-EXIT
006900     END-IF
006901     PERFORM 6540-WRITE-ONE-FEED-HIST
006902         VARYING WS-FH-IDX FROM 1 BY 1
006903             UNTIL WS-FH-IDX > WS-FH-COUNT
006904     CLOSE FACT-FEED-HIST-FILE
006905     .
006906 6500-WRITE-FEED-HIST-EXIT.
006907     EXIT.
006908
006909***************************************************************
006910*  6510-GATHER-STREAM-FEED-HIST  -  ONE STREAM'S FEED-HISTORY   *
006911*  FILE.  IT PERSISTS LIKE THE RUN-HISTORY FILE, SO ONLY THE    *
006912*  RECORDS STAMPED WITH THE NEWEST RUN'S DATE AND START TIME    *
006913*  ARE TONIGHT'S.                                               *
006914***************************************************************
006915 6510-GATHER-STREAM-FEED-HIST.
006916     IF NOT WS-SH-HAVE-RECORD (WS-STR)
006917         GO TO 6510-GATHER-FEED-HIST-EXIT
006918     END-IF
006919     PERFORM 8400-OPEN-STREAM-FEED-HIST
006920     IF WS-STR-OPEN-FAILED
006921         DISPLAY 'FACTMERG - STREAM ' WS-STR
006922                 ' FEED HISTORY OPEN FAILED'
006923         GO TO 6510-GATHER-FEED-HIST-EXIT
006924     END-IF
006925     MOVE 'N' TO WS-STR-EOF-SWITCH
006926     PERFORM 6520-FOLD-FEED-HIST-RECORD
006927         THRU 6520-FOLD-FEED-HIST-EXIT
006928         UNTIL WS-STR-END-OF-FILE
006929     PERFORM 8420-CLOSE-STREAM-FEED-HIST
006930     .
006931 6510-GATHER-FEED-HIST-EXIT.
006932     EXIT.
006933
006934***************************************************************
006935*  6520-FOLD-FEED-HIST-RECORD  -  ONE STREAM FEED-HISTORY       *
006936*  RECORD, ADDED INTO ITS FEED'S ENTRY IF IT IS TONIGHT'S.      *
006937***************************************************************
006938 6520-FOLD-FEED-HIST-RECORD.
006939     PERFORM 8410-READ-STREAM-FEED-HIST
006940     IF WS-STR-END-OF-FILE
006941         GO TO 6520-FOLD-FEED-HIST-EXIT
006942     END-IF
006943     IF FACTFHST-RUN-DATE NOT = WS-SH-RUN-DATE (WS-STR)
006944             OR FACTFHST-START-TIME
006945                 NOT = WS-SH-START-TIME (WS-STR)
006946         GO TO 6520-FOLD-FEED-HIST-EXIT
006947     END-IF
006948     PERFORM 6530-FIND-FEED-HIST-ENTRY
006949     IF WS-FH-CUR = ZERO
006950         DISPLAY 'FACTMERG - FEED HISTORY TABLE FULL, '
006951                 'NOT SUMMED - ' FACTFHST-FEED-ID
006952         GO TO 6520-FOLD-FEED-HIST-EXIT
006953     END-IF
006954     ADD FACTFHST-READ-COUNT TO WS-FH-READ-COUNT (WS-FH-CUR)
006955     ADD FACTFHST-TRL-COUNT TO WS-FH-TRL-COUNT (WS-FH-CUR)
006956     ADD FACTFHST-REJECT-COUNT TO WS-FH-REJECT-COUNT (WS-FH-CUR)
006957     ADD FACTFHST-OVERFLOW-COUNT TO WS-FH-OVFL-COUNT (WS-FH-CUR)
006958     ADD FACTFHST-FACT-COUNT TO WS-FH-FACT-COUNT (WS-FH-CUR)
006959     ADD FACTFHST-COMB-COUNT TO WS-FH-COMB-COUNT (WS-FH-CUR)
006960     ADD FACTFHST-PERM-COUNT TO WS-FH-PERM-COUNT (WS-FH-CUR)
006961     ADD FACTFHST-URG-COUNT TO WS-FH-URG-COUNT (WS-FH-CUR)
006962     ADD FACTFHST-RTN-COUNT TO WS-FH-RTN-COUNT (WS-FH-CUR)
006963     .
006964 6520-FOLD-FEED-HIST-EXIT.
006965     EXIT.
006966
006967***************************************************************
006968*  6530-FIND-FEED-HIST-ENTRY  -  THE ENTRY FOR THE FEED ON THE  *
006970*  RECORD IN HAND, ADDED ZEROED THE FIRST TIME THE FEED IS      *
006971*  SEEN.  WS-FH-CUR IS LEFT ZERO ONLY IF THE TABLE IS FULL.     *
006972***************************************************************
006973 6530-FIND-FEED-HIST-ENTRY.
006974     MOVE ZERO TO WS-FH-CUR
006975     PERFORM 6535-TEST-FEED-HIST-ENTRY
006976         VARYING WS-FH-IDX FROM 1 BY 1
006977             UNTIL WS-FH-IDX > WS-FH-COUNT
006978                 OR WS-FH-CUR > ZERO
006979     IF WS-FH-CUR = ZERO
006980             AND WS-FH-COUNT < WS-FH-MAX
006981         ADD 1 TO WS-FH-COUNT
006982         MOVE WS-FH-COUNT TO WS-FH-CUR
006983         MOVE FACTFHST-FEED-ID TO WS-FH-FEED-ID (WS-FH-CUR)
006984         MOVE ZERO TO WS-FH-READ-COUNT (WS-FH-CUR)
006985         MOVE ZERO TO WS-FH-TRL-COUNT (WS-FH-CUR)
006986         MOVE ZERO TO WS-FH-REJECT-COUNT (WS-FH-CUR)
006987         MOVE ZERO TO WS-FH-OVFL-COUNT (WS-FH-CUR)
006988         MOVE ZERO TO WS-FH-FACT-COUNT (WS-FH-CUR)
006989         MOVE ZERO TO WS-FH-COMB-COUNT (WS-FH-CUR)
006990         MOVE ZERO TO WS-FH-PERM-COUNT (WS-FH-CUR)
006991         MOVE ZERO TO WS-FH-URG-COUNT (WS-FH-CUR)
006992         MOVE ZERO TO WS-FH-RTN-COUNT (WS-FH-CUR)
006993     END-IF
006994     .
006995
006996***************************************************************
006997*  6535-TEST-FEED-HIST-ENTRY  -  ONE TABLE ENTRY AGAINST THE    *
006998*  FEED ON THE RECORD IN HAND.                                  *
006999***************************************************************
007000 6535-TEST-FEED-HIST-ENTRY.
007001     IF WS-FH-FEED-ID (WS-FH-IDX) = FACTFHST-FEED-ID
007002         MOVE WS-FH-IDX TO WS-FH-CUR
007003     END-IF
007004     .
007005
007006***************************************************************
007007*  6540-WRITE-ONE-FEED-HIST  -  ONE FEED'S COMBINED RECORD.     *
007008***************************************************************
007009 6540-WRITE-ONE-FEED-HIST.
007010     MOVE SPACE TO FACTFHST-RECORD
007011     IF WS-LATEST-RUN-DATE = ZERO
007012         MOVE WS-RUN-DATE-NUM TO FACTFHST-RUN-DATE
007013     ELSE
007014         MOVE WS-LATEST-RUN-DATE TO FACTFHST-RUN-DATE
007015     END-IF
007016     IF WS-EARLIEST-START = 99999999
007017         MOVE ZERO TO FACTFHST-START-TIME
007018     ELSE
007019         MOVE WS-EARLIEST-START TO FACTFHST-START-TIME
007020     END-IF
007021     MOVE WS-FH-FEED-ID (WS-FH-IDX) TO FACTFHST-FEED-ID
007022     MOVE WS-FH-READ-COUNT (WS-FH-IDX) TO FACTFHST-READ-COUNT
007023     MOVE WS-FH-TRL-COUNT (WS-FH-IDX) TO FACTFHST-TRL-COUNT
007024     MOVE WS-FH-REJECT-COUNT (WS-FH-IDX) TO FACTFHST-REJECT-COUNT
007025     MOVE WS-FH-OVFL-COUNT (WS-FH-IDX) TO FACTFHST-OVERFLOW-COUNT
007026     MOVE WS-FH-FACT-COUNT (WS-FH-IDX) TO FACTFHST-FACT-COUNT
007027     MOVE WS-FH-COMB-COUNT (WS-FH-IDX) TO FACTFHST-COMB-COUNT
007028     MOVE WS-FH-PERM-COUNT (WS-FH-IDX) TO FACTFHST-PERM-COUNT
007029     MOVE WS-FH-URG-COUNT (WS-FH-IDX) TO FACTFHST-URG-COUNT
007030     MOVE WS-FH-RTN-COUNT (WS-FH-IDX) TO FACTFHST-RTN-COUNT
007031     IF WS-COMBINED-STOP-SW = 'Y'
007032         SET FACTFHST-CONTROLLED-STOP TO TRUE
007033     ELSE
007034         SET FACTFHST-RAN-TO-END TO TRUE
007035     END-IF
007036     WRITE FACTFHST-RECORD
007037     IF NOT WS-FHIST-OK
007038         DISPLAY 'FACTMERG - FEED HISTORY WRITE FAILED, STATUS '
007039                 WS-FHIST-STATUS
007040     END-IF
007041     .
007042
007043***************************************************************
007044*  8100-OPEN-STREAM-EXTRACT                                     *
007045***************************************************************
007046 8100-OPEN-STREAM-EXTRACT.
007047     SET WS-STR-OPEN-OK TO TRUE
007048     EVALUATE WS-STR
007049         WHEN 1
007050             OPEN INPUT FACT-EXTRACT-1
007051             IF NOT WS-EX1-OK
007052                 SET WS-STR-OPEN-FAILED TO TRUE
007053             END-IF
007054         WHEN 2
007055             OPEN INPUT FACT-EXTRACT-2
007056             IF NOT WS-EX2-OK
007057                 SET WS-STR-OPEN-FAILED TO TRUE
007058             END-IF
007060         WHEN 3
007070             OPEN INPUT FACT-EXTRACT-3
007080             IF NOT WS-EX3-OK
009430     .
009440
009450***************************************************************
009460*  8400-OPEN-STREAM-FEED-HIST                                   *
009470***************************************************************
009480 8400-OPEN-STREAM-FEED-HIST.
009490     SET WS-STR-OPEN-OK TO TRUE
009500     EVALUATE WS-STR
009510         WHEN 1
009520             OPEN INPUT FACT-FEED-HIST-1
009530             IF NOT WS-FH1-OK
009540                 SET WS-STR-OPEN-FAILED TO TRUE
009550             END-IF
009560         WHEN 2
009570             OPEN INPUT FACT-FEED-HIST-2
009580             IF NOT WS-FH2-OK
009590                 SET WS-STR-OPEN-FAILED TO TRUE
009600             END-IF
009610         WHEN 3
009620             OPEN INPUT FACT-FEED-HIST-3
009630             IF NOT WS-FH3-OK
009640                 SET WS-STR-OPEN-FAILED TO TRUE
009650             END-IF
009660         WHEN 4
009670             OPEN INPUT FACT-FEED-HIST-4
009680             IF NOT WS-FH4-OK
009690                 SET WS-STR-OPEN-FAILED TO TRUE
009700             END-IF
009710     END-EVALUATE
009720     .
009730
009740***************************************************************
009750*  8410-READ-STREAM-FEED-HIST  -  INTO THE FACTFHST RECORD AREA.*
009760***************************************************************
009770 8410-READ-STREAM-FEED-HIST.
009780     EVALUATE WS-STR
009790         WHEN 1
009800             READ FACT-FEED-HIST-1
009810                 AT END
009820                     SET WS-STR-END-OF-FILE TO TRUE
009830             END-READ
009840             IF NOT WS-STR-END-OF-FILE
009850                 MOVE FACT-FEED-HIST1-RECORD TO FACTFHST-RECORD
009860             END-IF
009870         WHEN 2
009880             READ FACT-FEED-HIST-2
009890                 AT END
009900                     SET WS-STR-END-OF-FILE TO TRUE
009910             END-READ
009920             IF NOT WS-STR-END-OF-FILE
009930                 MOVE FACT-FEED-HIST2-RECORD TO FACTFHST-RECORD
009940             END-IF
009950         WHEN 3
009960             READ FACT-FEED-HIST-3
009970                 AT END
009980                     SET WS-STR-END-OF-FILE TO TRUE
009990             END-READ
010000             IF NOT WS-STR-END-OF-FILE
010010                 MOVE FACT-FEED-HIST3-RECORD TO FACTFHST-RECORD
010020             END-IF
010030         WHEN 4
010040             READ FACT-FEED-HIST-4
010050                 AT END
010060                     SET WS-STR-END-OF-FILE TO TRUE
010070             END-READ
010080             IF NOT WS-STR-END-OF-FILE
010090                 MOVE FACT-FEED-HIST4-RECORD TO FACTFHST-RECORD
010100             END-IF
010110     END-EVALUATE
010120     .
010130
010140***************************************************************
010150*  8420-CLOSE-STREAM-FEED-HIST                                  *
010160***************************************************************
010170 8420-CLOSE-STREAM-FEED-HIST.
010180     EVALUATE WS-STR
010190         WHEN 1
010200             CLOSE FACT-FEED-HIST-1
010210         WHEN 2
010220             CLOSE FACT-FEED-HIST-2
010230         WHEN 3
010240             CLOSE FACT-FEED-HIST-3
010250         WHEN 4
010260             CLOSE FACT-FEED-HIST-4
010270     END-EVALUATE
010280     .
010290
010300***************************************************************
010310*  9000-TERMINATE                                               *
010320***************************************************************
010330 9000-TERMINATE.
010340     CLOSE FACT-EXTRACT-OUT
010350     CLOSE FACT-REPORT-OUT
010360     .
