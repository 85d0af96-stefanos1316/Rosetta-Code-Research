000010***************************************************************
000020*  FACTISEQ   -  RECORD LAYOUT FOR THE FACTISEQ VSAM KSDS      *
000030*                ON-LINE AUDIT SEQUENCE CONTROL, KEYED BY      *
000040*                DATE.  ONE RECORD PER DAY HOLDING THE LAST    *
000050*                SEQUENCE NUMBER FACTINQ STAMPED ON AN AUDIT   *
000060*                ENTRY (FACT-AUD-SEQ-NO) THAT DAY.  FACTINQ    *
000070*                READS IT FOR UPDATE, WRITES BOTH COPIES OF    *
000080*                THE ENTRY AND THEN REWRITES IT, SO THE HELD   *
000090*                RECORD KEEPS CONCURRENT INQUIRIES NUMBERED IN *
000100*                THE ORDER THEY REACHED THE LOG.  THE FIRST    *
000110*                INQUIRY OF A DAY ADDS THE DAY'S RECORD.       *
000120*                FACTAUDV CHECKS THE NUMBERS FOR GAPS,         *
000130*                DUPLICATES AND OUT-OF-ORDER ENTRIES.          *
000140*                                                               *
000150*  HISTORY                                                     *
000160*  ------------------------------------------------------------ *
000170*  2026-10-15  SLS  INITIAL VERSION.                            *
000180***************************************************************
000190 01  FACTISEQ-RECORD.
000200     05  FACTISEQ-KEY.
000210         10  FACTISEQ-RUN-DATE     PIC 9(08).
000220     05  FACTISEQ-LAST-SEQ-NO      PIC 9(07).
000230     05  FACTISEQ-LAST-TIME        PIC 9(08).
000240     05  FILLER                    PIC X(17).
