000640*                        ISSUE ARE BATCH FILE I-O THAT CANNOT
000650*                        RUN UNDER CICS, AND ONLINE USAGE
000660*                        REACHES THE LOG THROUGH FACTINQL.
000662*      2026-10-15  SLS   PASSES THE NEW FACTVAL FEED KEY
000665*                        PARAMETER (BLANK - NOTHING IS LOGGED
000667*                        FROM HERE).
000668*      2026-10-15  SLS   EACH AUDIT ENTRY IS NUMBERED WITHIN THE
000670*                        DAY (FACT-AUD-SEQ-NO) FROM THE FACTISEQ
000671*                        CONTROL RECORD, HELD FOR UPDATE ACROSS
000673*                        BOTH WRITES SO CONCURRENT INQUIRIES ARE
000675*                        NUMBERED IN THE ORDER THEY ARE LOGGED.
000676*                        FACTAUDV CHECKS THE NUMBERS.
000678***************************************************************
000680 IDENTIFICATION DIVISION.
000690 PROGRAM-ID. FACTINQ.
000700
000950*    MUST NOT BECOME AN OUTSTANDING ENTRY ON THE AGED REPORT.
000960*    SAME POLICY AS FACTCENT.
000970 01  WS-REJECT-LOG-SW           PIC X(01) VALUE 'N'.
000971*    NO DECK BEHIND A KEYED INQUIRY, AND NOTHING IS LOGGED WITH
000973*    THE SWITCH AT N - PASSED BLANK TO SATISFY THE CALL.
000975 01  WS-REJECT-FEED-KEY.
000976     05  WS-RFK-FEED-ID         PIC X(08) VALUE SPACE.
000978     05  WS-RFK-CREATE-DATE     PIC 9(08) VALUE ZERO.
000980 01  WS-JUSTIFY-FIELD           PIC X(15).
000990 01  WS-SHIFT-FIELD             PIC X(15).
001000 01  WS-AUDIT-ACTION            PIC X(01).
001170 01  WS-AUDIT-RBA               PIC S9(08) COMP.
001180 01  WS-AUDIT-RBA-HIGH          PIC S9(08) COMP VALUE 99999999.
001190 01  WS-AUDIT-RESP               PIC S9(08) COMP.
001192 01  WS-ISEQ-RESP               PIC S9(08) COMP.
001194 01  WS-ISEQ-HELD-SW            PIC X(01).
001196     88  WS-ISEQ-HELD               VALUE 'Y'.
001198     88  WS-ISEQ-NOT-HELD           VALUE 'N'.
001200 01  WS-AUDIT-LINE-IDX          PIC 9(02) COMP-3.
001210 01  WS-AUDIT-DISPLAY-LINE.
001220     05  WS-ADL-DATE            PIC 9(08).
001310
001320 01  WS-DATE-OUT                PIC 9(08).
001330 01  WS-TIME-OUT                PIC 9(08).
001331
001333***************************************************************
001335*  ON-LINE AUDIT SEQUENCE CONTROL RECORD                        *
001336***************************************************************
001338 COPY FACTISEQ.
001340
001350 LINKAGE SECTION.
001360 01  DFHCOMMAREA                PIC X(05).
002420             BY REFERENCE WS-VALID-FLAG
002430             BY REFERENCE WS-REASON-CODE
002440             BY REFERENCE WS-REJECT-LOG-SW
002445             BY REFERENCE WS-REJECT-FEED-KEY
002450
002460     IF WS-INPUT-IS-VALID
002470         SET WS-FACT-NO-OVERFLOW TO TRUE
003310     MOVE WS-FACT-R TO FACT-AUD-INPUT-R
003320     MOVE SPACE TO FACT-AUD-PRIORITY
003330     MOVE FACT-AUD-DATE TO FACT-AUD-RUN-DATE
003332     PERFORM 2160-TAKE-SEQUENCE-NO
003334         THRU 2160-TAKE-SEQUENCE-EXIT
003340     EXEC CICS
003350         WRITE FILE ('FACTAUDT')
003360         FROM (FACT-AUDIT-RECORD)
003460         FROM (FACT-AUDIT-RECORD)
003470         RESP (WS-AUDIT-RESP)
003480     END-EXEC
003481*    RELEASE THE DAY'S SEQUENCE RECORD ONLY NOW - THE NEXT
003483*    INQUIRY CANNOT TAKE A NUMBER UNTIL THIS ENTRY IS LOGGED.
003485     IF WS-ISEQ-HELD
003486         MOVE FACT-AUD-TIME TO FACTISEQ-LAST-TIME
003488         EXEC CICS
003490             REWRITE FILE ('FACTISEQ')
003491             FROM (FACTISEQ-RECORD)
003493             RESP (WS-ISEQ-RESP)
003495         END-EXEC
003496     END-IF
003498     .
003500
003501***************************************************************
003502*  2160-TAKE-SEQUENCE-NO  -  READ THE DAY'S FACTISEQ RECORD FOR *
003503*  UPDATE AND STAMP THE NEXT NUMBER ON THE ENTRY.  THE FIRST    *
003504*  INQUIRY OF THE DAY ADDS THE RECORD AT ZERO FIRST - IF TWO    *
003505*  TASKS RACE TO ADD IT, THE LOSER'S DUPLICATE IS HARMLESS.     *
003506*  IF THE CONTROL FILE CANNOT BE HAD THE ENTRY IS STILL LOGGED, *
003507*  UNNUMBERED (ZERO) - FACTAUDV COUNTS IT, NEVER LOSES IT.      *
003508***************************************************************
003510 2160-TAKE-SEQUENCE-NO.
003511     SET WS-ISEQ-NOT-HELD TO TRUE
003512     MOVE ZERO TO FACT-AUD-SEQ-NO
003513     MOVE FACT-AUD-DATE TO FACTISEQ-RUN-DATE
003514     EXEC CICS
003515         READ FILE ('FACTISEQ')
003516         INTO (FACTISEQ-RECORD)
003517         RIDFLD (FACTISEQ-KEY)
003518         UPDATE
003520         RESP (WS-ISEQ-RESP)
003521     END-EXEC
003522     IF WS-ISEQ-RESP = DFHRESP(NOTFND)
003523         MOVE SPACE TO FACTISEQ-RECORD
003524         MOVE FACT-AUD-DATE TO FACTISEQ-RUN-DATE
003525         MOVE ZERO TO FACTISEQ-LAST-SEQ-NO
003526         MOVE ZERO TO FACTISEQ-LAST-TIME
003527         EXEC CICS
003528             WRITE FILE ('FACTISEQ')
003530             FROM (FACTISEQ-RECORD)
003531             RIDFLD (FACTISEQ-KEY)
003532             RESP (WS-ISEQ-RESP)
003533         END-EXEC
003534         EXEC CICS
003535             READ FILE ('FACTISEQ')
003536             INTO (FACTISEQ-RECORD)
003537             RIDFLD (FACTISEQ-KEY)
003538             UPDATE
003540             RESP (WS-ISEQ-RESP)
003541         END-EXEC
003542     END-IF
003543     IF WS-ISEQ-RESP NOT = DFHRESP(NORMAL)
003544         GO TO 2160-TAKE-SEQUENCE-EXIT
003545     END-IF
003546     ADD 1 TO FACTISEQ-LAST-SEQ-NO
003547     MOVE FACTISEQ-LAST-SEQ-NO TO FACT-AUD-SEQ-NO
003548     SET WS-ISEQ-HELD TO TRUE
003550     .
003551 2160-TAKE-SEQUENCE-EXIT.
003552     EXIT.
003553
003554***************************************************************
003555*  2170-RIGHT-JUSTIFY-OPERAND  -  SHIFT WS-JUSTIFY-FIELD ONE    *
003556*  BYTE RIGHT.  PERFORMED UNTIL THE LOW-ORDER BYTE IS NON-      *
003557*  BLANK; THE CALLER HAS ALREADY RULED OUT AN ALL-BLANK FIELD.  *
003558***************************************************************
003560 2170-RIGHT-JUSTIFY-OPERAND.
003570     MOVE WS-JUSTIFY-FIELD TO WS-SHIFT-FIELD
003580     MOVE SPACE TO WS-JUSTIFY-FIELD
