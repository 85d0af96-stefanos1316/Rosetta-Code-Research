000010***************************************************************
000020*  FACTRXRF   -  RECORD LAYOUT FOR THE RECYCLE CROSS-REFERENCE *
000030*                FILE.  FACTRREC WRITES ONE FOR EVERY          *
000040*                CORRECTION IT PUTS ON THE RECYCLE DECK,       *
000050*                CARRYING THE EDITED REQUEST AS IT WILL COME   *
000060*                BACK OUT OF THE NEXT FACTBAT RUN (TYPE, N AND *
000070*                R) WITH THE REJECT IT REPLACES - THE ORIGINAL *
000080*                RUN DATE, RAW INPUT AND REASON, THE FEED ID   *
000090*                AND CREATION DATE OF THE DECK THE REQUEST     *
000100*                FIRST CAME IN ON.  FACTACKB USES IT TO RETURN *
000110*                A RECYCLED RESULT TO THE FEED THAT SENT THE   *
000120*                REQUEST, MARKED AS A RESUBMISSION.  REWRITTEN *
000130*                IN PLACE BY EVERY FACTRREC RUN AND EMPTIED    *
000140*                AFTER THE PICKUP, EXACTLY LIKE THE RECYCLE    *
000150*                DECK IT DESCRIBES.                            *
000160*                                                               *
000170*  HISTORY                                                     *
000180*  ------------------------------------------------------------ *
000190*  2026-10-15  SLS  INITIAL VERSION.                            *
000191*  2026-10-15  SLS  THE FACTRREC JOB ALSO APPENDS EACH NIGHT'S  *
000192*                   RECORDS TO THE CUMULATIVE RECYCLE HISTORY,  *
000193*                   WHICH FACTAUDB LOADS TO THE ESDS THE FTRC   *
000194*                   REQUEST TRACE (FACTTRCE) BROWSES.  LAYOUT   *
000195*                   UNCHANGED.                                  *
000200***************************************************************
000210 01  FACTRXRF-RECORD.
000220     05  FACTRXRF-TYPE             PIC X(01).
000230     05  FACTRXRF-N                PIC 9(10).
000240     05  FACTRXRF-R                PIC 9(10).
000250     05  FACTRXRF-ORIG-RUN-DATE    PIC 9(08).
000260     05  FACTRXRF-ORIG-RAW-INPUT   PIC X(15).
000270     05  FACTRXRF-ORIG-REASON      PIC 9(02).
000280     05  FACTRXRF-ORIG-REASON-TEXT PIC X(30).
000290     05  FACTRXRF-ORIG-FEED-ID     PIC X(08).
000300     05  FACTRXRF-ORIG-CREATE-DATE PIC 9(08).
000310     05  FACTRXRF-RECYCLE-DATE     PIC 9(08).
000320     05  FILLER                    PIC X(10).
