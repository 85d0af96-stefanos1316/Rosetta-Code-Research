000520*                        RESULT INTO TODAY'S PENDING RUN-
000530*                        HISTORY RECORD (COPYBOOK FACTRHST)
000540*                        SO ONE RECORD DESCRIBES THE NIGHT.
000542*      2026-10-15  SLS   COMBINATION AND PERMUTATION EXTRACT
000543*                        RECORDS ARE NOW RECONCILED AGAINST
000544*                        THEIR OWN CONTROL TABLE, FACTCPT
000545*                        (BUILT BY FACTCPBL OVER THE SAME N
000546*                        RANGE AS FACTTAB), FOR MATCH,
000547*                        MISMATCH AND OVERFLOW STANDING, WITH
000548*                        THEIR OWN HASH TOTALS AND EXCEPTION
000549*                        LINES.  THE POSTED MATCH/MISMATCH
000550*                        COUNTS INCLUDE THEM; ONLY A RECORD
000551*                        OUTSIDE THE TABLES STAYS NO-CONTROL.
000552*                        EXCEPTION LINES NOW SHOW THE TYPE
000553*                        AND R.
000555***************************************************************
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. FACTRECN.
000580
000690         RECORD KEY IS FACTTAB-KEY-N
000700         FILE STATUS IS WS-FACTTAB-STATUS.
000710
000712     SELECT FACTCPT-FILE ASSIGN TO "FACTCPT"
000714         ORGANIZATION IS INDEXED
000716         ACCESS MODE IS RANDOM
000718         RECORD KEY IS FACTCPT-KEY
000719         FILE STATUS IS WS-FACTCPT-STATUS.
000720
000721     SELECT FACT-RECON-RPT ASSIGN TO "FACTRECR"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-RECON-STATUS.
000750
000890 FD  FACTTAB-FILE.
000900 COPY FACTTAB.
000910
000912 FD  FACTCPT-FILE.
000914 COPY FACTCPT.
000916
000920 FD  FACT-RECON-RPT.
000930 01  FACT-RECON-LINE               PIC X(132).
000940
001100     88  WS-FACTTAB-OK               VALUE '00'.
001110     88  WS-FACTTAB-NOT-FOUND         VALUE '23'.
001120
001122 01  WS-FACTCPT-STATUS          PIC X(02).
001124     88  WS-FACTCPT-OK               VALUE '00'.
001126     88  WS-FACTCPT-NOT-FOUND         VALUE '23'.
001128
001130 01  WS-RECON-STATUS            PIC X(02).
001140     88  WS-RECON-OK                 VALUE '00'.
001150
001440     05  WS-MATCH-COUNT          PIC 9(08) COMP-3 VALUE ZERO.
001450     05  WS-MISMATCH-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
001460     05  WS-NO-CONTROL-COUNT     PIC 9(08) COMP-3 VALUE ZERO.
001462     05  WS-CP-MATCH-COUNT       PIC 9(08) COMP-3 VALUE ZERO.
001464     05  WS-CP-MISMATCH-COUNT    PIC 9(08) COMP-3 VALUE ZERO.
001470 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 50.
001480 01  WS-FACTTAB-MAX-N            PIC 9(02) VALUE 30.
001490
001570     05  WS-RECON-RECORD-COUNT   PIC 9(08) COMP-3 VALUE ZERO.
001580     05  WS-BATCH-HASH-TOTAL     PIC 9(14) COMP-3 VALUE ZERO.
001590     05  WS-TABLE-HASH-TOTAL      PIC 9(14) COMP-3 VALUE ZERO.
001592*    THE SAME THREE TOTALS FOR THE COMBINATION AND PERMUTATION
001594*    RECORDS, BALANCED SEPARATELY AGAINST FACTCPT.
001596     05  WS-CP-RECON-RECORD-COUNT
001597                                 PIC 9(08) COMP-3 VALUE ZERO.
001598     05  WS-CP-BATCH-HASH-TOTAL  PIC 9(14) COMP-3 VALUE ZERO.
001599     05  WS-CP-TABLE-HASH-TOTAL  PIC 9(14) COMP-3 VALUE ZERO.
001600
001610 01  WS-OVFLO-HASH-SENTINEL  PIC 9(10) COMP-3 VALUE 9999999999.
001620
001700*  RECONCILIATION WORKING FIELDS                                *
001710***************************************************************
001720 01  WS-TABLE-LOW-AS-10          PIC 9(10).
001722*    THE CONTROL VALUE IN HAND - FACTTAB'S OR FACTCPT'S HIGH/
001724*    LOW PAIR - FOR THE EXCEPTION LINE.
001726 01  WS-CONTROL-HIGH             PIC 9(18) COMP-3 VALUE ZERO.
001728 01  WS-CONTROL-LOW              PIC 9(18) COMP-3 VALUE ZERO.
001729 01  WS-R-EDITED                 PIC Z(09)9.
001730
001740***************************************************************
001750*  REPORT LINES                                                 *
001960
001970 01  WS-COLUMN-HEADING.
001980     05  FILLER                 PIC X(01)  VALUE SPACE.
001985     05  FILLER                 PIC X(06)  VALUE 'TYPE'.
001990     05  FILLER                 PIC X(14)  VALUE 'INPUT N'.
001995     05  FILLER                 PIC X(14)  VALUE 'INPUT R'.
002000     05  FILLER                 PIC X(20)  VALUE
002010         'FACTBAT RESULT'.
002020     05  FILLER                 PIC X(20)  VALUE
002030         'CONTROL VALUE'.
002040     05  FILLER                 PIC X(25)  VALUE 'EXCEPTION'.
002050     05  FILLER                 PIC X(32)  VALUE SPACE.
002060
002070 01  WS-EXCEPTION-LINE.
002080     05  FILLER                 PIC X(01)  VALUE SPACE.
002082     05  WS-EL-TYPE              PIC X(01).
002084     05  FILLER                 PIC X(05)  VALUE SPACE.
002090     05  WS-EL-N                 PIC Z(09)9.
002100     05  FILLER                 PIC X(04)  VALUE SPACE.
002102     05  WS-EL-R                 PIC X(10).
002104     05  FILLER                 PIC X(04)  VALUE SPACE.
002110     05  WS-EL-FACTBAT-RESULT    PIC Z(09)9.
002120     05  FILLER                 PIC X(10)  VALUE SPACE.
002130     05  WS-EL-FACTTAB-RESULT    PIC Z(09)9.
002140     05  FILLER                 PIC X(10)  VALUE SPACE.
002150     05  WS-EL-EXCEPTION         PIC X(25).
002160     05  FILLER                 PIC X(32)  VALUE SPACE.
002170
002180 01  WS-TOTAL-LINE-1.
002190     05  FILLER                 PIC X(01)  VALUE SPACE.
002700         'CONTROL TOTALS BALANCE -'.
002710     05  WS-TL6-RESULT            PIC X(09).
002720     05  FILLER                 PIC X(97)  VALUE SPACE.
002721
002722 01  WS-TOTAL-LINE-7.
002723     05  FILLER                 PIC X(01)  VALUE SPACE.
002724     05  FILLER                 PIC X(33)  VALUE
002725         '  OF WHICH NCR/NPR RECONCILED -'.
002726     05  WS-TL7-COUNT             PIC Z(07)9.
002727     05  FILLER                 PIC X(90)  VALUE SPACE.
002728
002730 01  WS-TOTAL-LINE-8.
002731     05  FILLER                 PIC X(01)  VALUE SPACE.
002732     05  FILLER                 PIC X(33)  VALUE
002733         '  OF WHICH NCR/NPR MISMATCHED -'.
002734     05  WS-TL8-COUNT             PIC Z(07)9.
002735     05  FILLER                 PIC X(90)  VALUE SPACE.
002736
002737 01  WS-TOTAL-LINE-9.
002738     05  FILLER                 PIC X(01)  VALUE SPACE.
002740     05  FILLER                 PIC X(33)  VALUE
002741         'NCR/NPR BATCH COUNT/HASH TOTAL-'.
002742     05  WS-TL9-COUNT             PIC Z(07)9.
002743     05  FILLER                 PIC X(02)  VALUE SPACE.
002744     05  WS-TL9-HASH              PIC Z(12)9.
002745     05  FILLER                 PIC X(75)  VALUE SPACE.
002746
002747 01  WS-TOTAL-LINE-10.
002748     05  FILLER                 PIC X(01)  VALUE SPACE.
002750     05  FILLER                 PIC X(33)  VALUE
002751         'NCR/NPR TABLE COUNT/HASH TOTAL-'.
002752     05  WS-TL10-COUNT            PIC Z(07)9.
002753     05  FILLER                 PIC X(02)  VALUE SPACE.
002754     05  WS-TL10-HASH             PIC Z(12)9.
002755     05  FILLER                 PIC X(75)  VALUE SPACE.
002756
002757 PROCEDURE DIVISION.
002758***************************************************************
002760*  0000-MAINLINE                                                *
002770***************************************************************
002780 0000-MAINLINE.
002970     MOVE WS-RUN-DATE-NUM TO WS-RUN-DATE
002980     OPEN INPUT  FACT-EXTRACT-FILE
002990     OPEN INPUT  FACTTAB-FILE
002995     OPEN INPUT  FACTCPT-FILE
003000     OPEN OUTPUT FACT-RECON-RPT
003010     IF NOT WS-EXTRACT-OK
003020         DISPLAY 'FACTRECN - EXTRACT FILE OPEN FAILED, STATUS '
003100         MOVE 16 TO RETURN-CODE
003110         GOBACK
003120     END-IF
003122     IF NOT WS-FACTCPT-OK
003124         DISPLAY 'FACTRECN - FACTCPT OPEN FAILED, STATUS '
003126                 WS-FACTCPT-STATUS
003127         MOVE 16 TO RETURN-CODE
003128         GOBACK
003129     END-IF
003130     PERFORM 1050-READ-RUN-CONTROLS
003140         THRU 1050-READ-CONTROLS-EXIT
003150     PERFORM 8000-PRINT-HEADERS
003540     EXIT.
003550
003560***************************************************************
003570*  2000-PROCESS-EXTRACT  -  ONE EXTRACT RECORD PER ITERATION.   *
003575*  A PLAIN FACTORIAL RECONCILES AGAINST FACTTAB, A COMBINATION  *
003580*  OR PERMUTATION AGAINST FACTCPT; A REJECTED RECORD, AN N      *
003582*  ABOVE THE TABLES' RANGE OR AN UNRECOGNIZED TYPE HAS NO       *
003584*  CONTROL VALUE.                                               *
003586***************************************************************
003590 2000-PROCESS-EXTRACT.
003600     IF FACTEXT-IS-REJECTED
003620             OR FACTEXT-INPUT-N > WS-FACTTAB-MAX-N
003630         ADD 1 TO WS-NO-CONTROL-COUNT
003640     ELSE
003642         EVALUATE TRUE
003644             WHEN FACTEXT-IS-FACTORIAL
003650                 PERFORM 2200-LOOKUP-CONTROL-VALUE
003652             WHEN FACTEXT-IS-COMBINATION
003654             WHEN FACTEXT-IS-PERMUTATION
003656                 PERFORM 2250-LOOKUP-CP-CONTROL-VALUE
003658             WHEN OTHER
003659                 ADD 1 TO WS-NO-CONTROL-COUNT
003660         END-EVALUATE
003665     END-IF
003670     PERFORM 2100-READ-EXTRACT
003680     .
003690 2000-PROCESS-EXIT.
003910             ADD 1 TO WS-NO-CONTROL-COUNT
003920     END-READ
003930     IF WS-FACTTAB-OK
003935         MOVE FACTTAB-VALUE-HIGH TO WS-CONTROL-HIGH
003937         MOVE FACTTAB-VALUE-LOW TO WS-CONTROL-LOW
003940         ADD 1 TO WS-RECON-RECORD-COUNT
003950         IF FACTTAB-VALUE-HIGH = ZERO
003960                 AND FACTTAB-VALUE-LOW <= 9999999999
004220         END-IF
004230     END-IF
004240     .
004241
004243***************************************************************
004245*  2250-LOOKUP-CP-CONTROL-VALUE  -  COMPARE FACTBAT'S LIVE      *
004247*  NCR OR NPR RESULT AGAINST FACTCPT'S PRE-COMPUTED VALUE FOR   *
004248*  THE SAME TYPE, N AND R - THE SAME MATCH AND OVERFLOW RULES   *
004250*  AS 2200 ABOVE, INTO THEIR OWN RECORD COUNT AND HASH TOTALS.  *
004252*  AN R ABOVE N HAS NO ROW (FACTVAL REJECTS IT ANYWAY).         *
004254***************************************************************
004255 2250-LOOKUP-CP-CONTROL-VALUE.
004257     IF FACTEXT-INPUT-R > FACTEXT-INPUT-N
004259         ADD 1 TO WS-NO-CONTROL-COUNT
004261         GO TO 2250-LOOKUP-CP-EXIT
004262     END-IF
004264     MOVE FACTEXT-REC-TYPE TO FACTCPT-KEY-TYPE
004266     MOVE FACTEXT-INPUT-N TO FACTCPT-KEY-N
004268     MOVE FACTEXT-INPUT-R TO FACTCPT-KEY-R
004269     READ FACTCPT-FILE
004271         INVALID KEY
004273             ADD 1 TO WS-NO-CONTROL-COUNT
004275     END-READ
004276     IF NOT WS-FACTCPT-OK
004278         GO TO 2250-LOOKUP-CP-EXIT
004280     END-IF
004282     MOVE FACTCPT-VALUE-HIGH TO WS-CONTROL-HIGH
004283     MOVE FACTCPT-VALUE-LOW TO WS-CONTROL-LOW
004285     ADD 1 TO WS-CP-RECON-RECORD-COUNT
004287     IF FACTCPT-VALUE-HIGH = ZERO
004289             AND FACTCPT-VALUE-LOW <= 9999999999
004290         MOVE FACTCPT-VALUE-LOW TO WS-TABLE-LOW-AS-10
004292         ADD FACTEXT-RESULT TO WS-CP-BATCH-HASH-TOTAL
004294         ADD WS-TABLE-LOW-AS-10 TO WS-CP-TABLE-HASH-TOTAL
004296         IF FACTEXT-IS-NORMAL
004297                 AND FACTEXT-RESULT = WS-TABLE-LOW-AS-10
004299             ADD 1 TO WS-MATCH-COUNT
004301             ADD 1 TO WS-CP-MATCH-COUNT
004303         ELSE
004304             ADD 1 TO WS-MISMATCH-COUNT
004306             ADD 1 TO WS-CP-MISMATCH-COUNT
004308             PERFORM 2300-PRINT-EXCEPTION
004310         END-IF
004311     ELSE
004313*        SAME FIXED SENTINEL ON BOTH SIDES AS 2200 USES, SO THE
004315*        COUNT AND HASH ON EACH TOTAL LINE DESCRIBE ONE SET.
004317         ADD WS-OVFLO-HASH-SENTINEL TO WS-CP-BATCH-HASH-TOTAL
004318         ADD WS-OVFLO-HASH-SENTINEL TO WS-CP-TABLE-HASH-TOTAL
004320         IF FACTEXT-IS-OVERFLOW
004322             ADD 1 TO WS-MATCH-COUNT
004324             ADD 1 TO WS-CP-MATCH-COUNT
004325         ELSE
004327             ADD 1 TO WS-MISMATCH-COUNT
004329             ADD 1 TO WS-CP-MISMATCH-COUNT
004331             PERFORM 2300-PRINT-EXCEPTION
004332         END-IF
004334     END-IF
004336     .
004338 2250-LOOKUP-CP-EXIT.
004339     EXIT.
004341
004343***************************************************************
004345*  2300-PRINT-EXCEPTION  -  THE RECORD IN HAND AGAINST THE      *
004346*  CONTROL VALUE 2200 OR 2250 JUST FETCHED.                     *
004348***************************************************************
004350 2300-PRINT-EXCEPTION.
004352     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004353         PERFORM 8000-PRINT-HEADERS
004355     END-IF
004357     IF FACTEXT-IS-FACTORIAL
004359         MOVE 'F' TO WS-EL-TYPE
004360         MOVE SPACE TO WS-EL-R
004362     ELSE
004364         MOVE FACTEXT-REC-TYPE TO WS-EL-TYPE
004366         MOVE FACTEXT-INPUT-R TO WS-R-EDITED
004367         MOVE WS-R-EDITED TO WS-EL-R
004369     END-IF
004371     MOVE FACTEXT-INPUT-N TO WS-EL-N
004373     MOVE FACTEXT-RESULT TO WS-EL-FACTBAT-RESULT
004374     IF WS-CONTROL-HIGH = ZERO
004376             AND WS-CONTROL-LOW <= 9999999999
004378         MOVE WS-CONTROL-LOW TO WS-EL-FACTTAB-RESULT
004380         MOVE 'RESULT DOES NOT AGREE' TO WS-EL-EXCEPTION
004390     ELSE
004400         MOVE ZERO TO WS-EL-FACTTAB-RESULT
004550     MOVE WS-BATCH-HASH-TOTAL TO WS-TL4-HASH
004560     MOVE WS-RECON-RECORD-COUNT TO WS-TL5-COUNT
004570     MOVE WS-TABLE-HASH-TOTAL TO WS-TL5-HASH
004572     MOVE WS-CP-MATCH-COUNT TO WS-TL7-COUNT
004574     MOVE WS-CP-MISMATCH-COUNT TO WS-TL8-COUNT
004576     MOVE WS-CP-RECON-RECORD-COUNT TO WS-TL9-COUNT
004577     MOVE WS-CP-BATCH-HASH-TOTAL TO WS-TL9-HASH
004578     MOVE WS-CP-RECON-RECORD-COUNT TO WS-TL10-COUNT
004579     MOVE WS-CP-TABLE-HASH-TOTAL TO WS-TL10-HASH
004580     IF WS-BATCH-HASH-TOTAL = WS-TABLE-HASH-TOTAL
004585             AND WS-CP-BATCH-HASH-TOTAL = WS-CP-TABLE-HASH-TOTAL
004590         SET WS-HASH-IN-BALANCE TO TRUE
004600         MOVE 'BALANCED' TO WS-TL6-RESULT
004610     ELSE
004670     WRITE FACT-RECON-LINE FROM WS-TOTAL-LINE-1
004680     WRITE FACT-RECON-LINE FROM WS-TOTAL-LINE-2
004690     WRITE FACT-RECON-LINE FROM WS-TOTAL-LINE-3
004692     WRITE FACT-RECON-LINE FROM WS-TOTAL-LINE-7
004694     WRITE FACT-RECON-LINE FROM WS-TOTAL-LINE-8
004700     WRITE FACT-RECON-LINE FROM WS-TOTAL-LINE-4
004710     WRITE FACT-RECON-LINE FROM WS-TOTAL-LINE-5
004712     WRITE FACT-RECON-LINE FROM WS-TOTAL-LINE-9
004714     WRITE FACT-RECON-LINE FROM WS-TOTAL-LINE-10
004720     WRITE FACT-RECON-LINE FROM WS-TOTAL-LINE-6
004730     .
004740
006140 9000-TERMINATE.
006150     CLOSE FACT-EXTRACT-FILE
006160     CLOSE FACTTAB-FILE
006165     CLOSE FACTCPT-FILE
006170     CLOSE FACT-RECON-RPT
006180     .
