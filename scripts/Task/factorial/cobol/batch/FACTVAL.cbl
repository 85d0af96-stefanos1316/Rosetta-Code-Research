000365*                        PASSES N TO SUPPRESS THE REJECT WRITE
000366*                        AND AVOID DUPLICATE OUTSTANDING
000367*                        ENTRIES ON THE AGED REPORT.
000368*      2026-10-15  SLS   NEW FEED KEY PARAMETER - THE FEED ID
000370*                        AND CREATION DATE OF THE DECK THE CARD
000371*                        CAME IN, STAMPED ON THE REJECT RECORD SO
000373*                        THE ACKNOWLEDGEMENT RUN (FACTACKB) CAN
000375*                        RETURN IT TO ITS SOURCE SYSTEM.  CALLERS
000376*                        WITH NO DECK PASS SPACES AND ZERO.
000378***************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. FACTVAL.
000400
000842 01  FACTVAL-LOG-SWITCH         PIC X(01).
000844     88  FACTVAL-LOG-REJECTS        VALUE 'Y' SPACE.
000846     88  FACTVAL-SUPPRESS-REJECTS   VALUE 'N'.
000847 01  FACTVAL-FEED-KEY.
000848     05  FACTVAL-FEED-ID        PIC X(08).
000849     05  FACTVAL-CREATE-DATE    PIC 9(08).
000850
000860 PROCEDURE DIVISION USING BY REFERENCE FACTVAL-RAW-N
000870         BY REFERENCE FACTVAL-RAW-R
000900         BY REFERENCE FACTVAL-R
000910         BY REFERENCE FACTVAL-VALID-FLAG
000920         BY REFERENCE FACTVAL-REASON-CODE
000923         BY REFERENCE FACTVAL-LOG-SWITCH
000926         BY REFERENCE FACTVAL-FEED-KEY.
000930***************************************************************
000940*  0000-MAINLINE                                                *
000950***************************************************************
002140     END-EVALUATE
002150     SET FACT-REJ-OUTSTANDING TO TRUE
002160     MOVE FACTVAL-TRANS-TYPE TO FACT-REJ-TRANS-TYPE
002161     MOVE FACTVAL-FEED-ID TO FACT-REJ-FEED-ID
002162     IF FACTVAL-CREATE-DATE IS NUMERIC
002164         MOVE FACTVAL-CREATE-DATE TO FACT-REJ-CREATE-DATE
002165     ELSE
002167         MOVE ZERO TO FACT-REJ-CREATE-DATE
002168     END-IF
002170     OPEN EXTEND FACT-REJECT-FILE
002180     IF NOT WS-REJECT-OK
002190         DISPLAY 'FACTVAL - REJECT FILE OPEN FAILED, STATUS '
