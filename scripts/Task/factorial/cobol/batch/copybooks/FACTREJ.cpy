000105*                   BYTE (FROM THE TRAILING FILLER) SO THE      *
000106*                   RECYCLE RUN CAN REBUILD A CORRECTED         *
000107*                   TRANSACTION OF THE RIGHT TYPE.              *
000108*  2026-10-15  SLS  ADDED THE FEED ID AND CREATION DATE FROM    *
000109*                   THE TYPE H HEADER OF THE DECK A REJECTED    *
000110*                   CARD CAME IN, SO THE NIGHTLY                *
000111*                   ACKNOWLEDGEMENT RUN (FACTACKB) CAN RETURN   *
000112*                   EACH REJECT TO ITS SOURCE SYSTEM.  BLANK    *
000113*                   ON REJECTS NOT FROM A FEED DECK.  RECORD    *
000114*                   GROWS FROM 60 TO 80 BYTES - THE LIVE LOG    *
000115*                   IS PADDED ONCE BY THE FACTREJC              *
000116*                   CONVERSION JOB, SO OLD RECORDS READ BLANK   *
000117*                   IN THE NEW FIELDS.                          *
000118***************************************************************
000119 01  FACT-REJECT-RECORD.
000120     05  FACT-REJ-RUN-DATE         PIC 9(08).
000130     05  FACT-REJ-RAW-INPUT        PIC X(15).
000140     05  FACT-REJ-REASON-CODE      PIC 9(02).
000220         88  FACT-REJ-WRITTEN-OFF       VALUE 'W'.
000230     05  FACT-REJ-TRANS-TYPE       PIC X(01).
000240     05  FILLER                    PIC X(03).
000250     05  FACT-REJ-FEED-ID          PIC X(08).
000260     05  FACT-REJ-CREATE-DATE      PIC 9(08).
000270     05  FILLER                    PIC X(04).
