000010***************************************************************
000020*  FACTSUM    -  RECORD LAYOUT FOR THE FACTSUM VSAM KSDS        *
000030*                DAILY AUDIT SUMMARY, KEYED BY DATE, RECORD     *
000040*                KIND AND A KIND-SPECIFIC SUB-KEY.  FACTASUM    *
000050*                ROLLS EACH NIGHT'S NEW FACT-AUDIT-LOG ENTRIES  *
000060*                INTO IT, AND FACTAUDR AND FACTCHGB REPORT FROM *
000070*                IT FOR ANY DATE RANGE WITHOUT READING THE RAW  *
000080*                LOG.  THE DATE IS FACT-AUD-DATE.  EVERY ENTRY  *
000090*                SUMMARIZED ADDS ONE TO EXACTLY ONE RECORD OF   *
000100*                EACH KIND H, N AND T FOR ITS DATE -            *
000110*                  H  COUNT BY HOUR, CALLER ID, SOURCE SYSTEM,  *
000120*                     REQUEST TYPE AND OVERFLOW FLAG, ALL AS    *
000130*                     THEY APPEAR ON THE ENTRY                  *
000140*                  N  COUNT BY INPUT N                          *
000150*                  T  THE DAY'S TOTAL                           *
000160*                SO THE THREE KINDS EACH SUM TO THE SAME TOTAL  *
000170*                OVER ANY RANGE OF DATES.  THE SINGLE CONTROL   *
000180*                RECORD (KIND C, DATE ZERO) CARRIES THE TOTALS  *
000190*                OF EVERY RAW ENTRY EVER SUMMARIZED AND HOW FAR *
000200*                INTO THE LIVE LOG THE SUMMARY HAS READ;        *
000210*                FACTASUM PROVES THE H, N AND T RECORDS BACK TO *
000220*                IT ON EVERY RUN.  THE FACTSDEF JOB DEFINES THE *
000230*                CLUSTER AND SEEDS THE CONTROL RECORD.          *
000240*                                                               *
000250*  HISTORY                                                      *
000260*  ------------------------------------------------------------ *
000270*  2026-10-15  SLS  INITIAL VERSION.                            *
000280***************************************************************
000290 01  FACTSUM-RECORD.
000300     05  FACTSUM-KEY.
000310         10  FACTSUM-DATE          PIC 9(08).
000320         10  FACTSUM-KIND          PIC X(01).
000330             88  FACTSUM-IS-CONTROL     VALUE 'C'.
000340             88  FACTSUM-IS-CELL        VALUE 'H'.
000350             88  FACTSUM-IS-N-TALLY     VALUE 'N'.
000360             88  FACTSUM-IS-DAY-TOTAL   VALUE 'T'.
000370         10  FACTSUM-SUB-KEY       PIC X(20).
000380         10  FACTSUM-CELL-KEY REDEFINES FACTSUM-SUB-KEY.
000390             15  FACTSUM-HOUR          PIC 9(02).
000400             15  FACTSUM-CALLER-ID     PIC X(08).
000410             15  FACTSUM-SOURCE-SYS    PIC X(08).
000420             15  FACTSUM-REQ-TYPE      PIC X(01).
000430             15  FACTSUM-OVERFLOW-FLAG PIC X(01).
000440                 88  FACTSUM-OVERFLOW-OCCURRED VALUE 'Y'.
000450         10  FACTSUM-N-KEY REDEFINES FACTSUM-SUB-KEY.
000460             15  FACTSUM-INPUT-N       PIC 9(10).
000470             15  FILLER                PIC X(10).
000480     05  FACTSUM-DATA.
000490         10  FACTSUM-ENTRY-COUNT   PIC 9(11).
000500         10  FACTSUM-OVFL-COUNT    PIC 9(11).
000510         10  FILLER                PIC X(149).
000520*
000530*    THE CONTROL RECORD'S VIEW OF THE DATA PORTION.  LAST-ENTRY
000540*    IDENTIFIES THE LAST LIVE-LOG ENTRY SUMMARIZED (TIMESTAMP,
000550*    CALLER AND SEQUENCE NUMBER) SO FACTASUM CAN TELL THE LOG
000560*    HAS NOT CHANGED UNDER THE POSITION.  THE N HASH IS THE SUM
000570*    OF FACT-AUD-INPUT-N OVER EVERY ENTRY SUMMARIZED.
000580*
000590     05  FACTSUM-CONTROL-DATA REDEFINES FACTSUM-DATA.
000600         10  FACTSUM-CTL-ENTRY-TOTAL   PIC 9(11).
000610         10  FACTSUM-CTL-OVFL-TOTAL    PIC 9(11).
000620         10  FACTSUM-CTL-N-HASH        PIC 9(18).
000630         10  FACTSUM-CTL-ARCH-TOTAL    PIC 9(11).
000640         10  FACTSUM-CTL-LOG-POSITION  PIC 9(11).
000650         10  FACTSUM-CTL-LOW-DATE      PIC 9(08).
000660         10  FACTSUM-CTL-HIGH-DATE     PIC 9(08).
000670         10  FACTSUM-CTL-RUN-DATE      PIC 9(08).
000680         10  FACTSUM-CTL-RUN-TIME      PIC 9(08).
000690         10  FACTSUM-CTL-RUN-MODE      PIC X(01).
000700         10  FACTSUM-CTL-RUN-ADDED     PIC 9(11).
000710         10  FACTSUM-CTL-LAST-ENTRY.
000720             15  FACTSUM-CTL-LAST-STAMP    PIC X(16).
000730             15  FACTSUM-CTL-LAST-CALLER   PIC X(08).
000740             15  FACTSUM-CTL-LAST-SEQ-NO   PIC X(07).
000750         10  FILLER                    PIC X(34).
