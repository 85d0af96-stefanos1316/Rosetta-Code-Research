000390*                   LOST EXTRACT CARRIES, FALLING BACK TO       *
000400*                   FACT-AUD-DATE ON BLANK (PRE-CHANGE)         *
000410*                   RECORDS.  CARVED FROM THE TRAILING FILLER.  *
000411*  2026-10-15  SLS  ADDED THE SEQUENCE NUMBER.  FACTBAT NUMBERS *
000413*                   ITS ENTRIES 1, 2, 3 ... WITHIN EACH RUN (A  *
000414*                   RESTARTED RUN CARRIES ON FROM THE LAST      *
000416*                   CHECKPOINTED ENTRY); FACTINQ NUMBERS ITS    *
000417*                   ENTRIES WITHIN EACH DAY FROM THE FACTISEQ   *
000419*                   CONTROL RECORD.  FACTAUDV CHECKS THE LOG    *
000420*                   FOR GAPS, DUPLICATES AND OUT-OF-ORDER       *
000422*                   ENTRIES.  ZERO ON THE PER-STEP FACTCOM AND  *
000423*                   FACTPRM ENTRIES, BLANK ON RECORDS WRITTEN   *
000425*                   BEFORE THIS CHANGE.  CARVED FROM THE        *
000426*                   TRAILING FILLER - OFFSETS AND LENGTH        *
000427*                   UNCHANGED.                                  *
000428***************************************************************
000430 01  FACT-AUDIT-RECORD.
000440     05  FACT-AUD-TIMESTAMP.
000450         10  FACT-AUD-DATE         PIC 9(08).
000550     05  FACT-AUD-INPUT-R          PIC 9(10).
000560     05  FACT-AUD-PRIORITY         PIC X(01).
000570     05  FACT-AUD-RUN-DATE         PIC 9(08).
000580     05  FACT-AUD-SEQ-NO           PIC 9(07).
