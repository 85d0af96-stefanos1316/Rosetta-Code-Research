000124*                   CORRECTIONS TO COMBINATION AND PERMUTATION  *
000126*                   TRANSACTIONS - RECORD GROWS FROM 45 TO 60   *
000128*                   BYTES.                                      *
000129*  2026-10-15  SLS  ADDED THE KEYING OPERATOR AND TIME STAMPED  *
000130*                   BY FCOR - RECORD GROWS FROM 60 TO 80 BYTES. *
000132*                   FCOR NOW HOLDS WRITE-OFFS ON FACTWOFF FOR   *
000133*                   SUPERVISOR APPROVAL; A W CARD ON THIS FILE  *
000134*                   IS COUNTED BUT NO LONGER WRITES A REJECT    *
000136*                   OFF.  KEYPUNCHED CARDS LEAVE THE STAMP      *
000137*                   BLANK.                                      *
000138***************************************************************
000140 01  FACT-CORRECTION-RECORD.
000150     05  FACT-COR-ORIG-RUN-DATE    PIC 9(08).
000160     05  FACT-COR-ORIG-RAW-INPUT   PIC X(15).
000190         88  FACT-COR-IS-WRITE-OFF      VALUE 'W'.
000200     05  FACT-COR-NEW-N-RAW        PIC X(15).
000210     05  FACT-COR-NEW-R-RAW        PIC X(15).
000220     05  FACT-COR-KEYED-BY         PIC X(08).
000230     05  FACT-COR-KEYED-DATE       PIC 9(08).
000240     05  FACT-COR-KEYED-TIME       PIC 9(06).
000250     05  FILLER                    PIC X(04).
