000010***************************************************************
000020*  FACTFEED   -  RECORD LAYOUT FOR THE FACTFEED VSAM KSDS      *
000030*                SOURCE-FEED REGISTRY, KEYED BY THE 8-BYTE     *
000040*                FEED ID EVERY UPSTREAM DECK CARRIES ON ITS    *
000050*                TYPE H BATCH-CONTROL HEADER.  ONE RECORD PER  *
000060*                AUTHORIZED SOURCE SYSTEM, WITH THE OWNER AND  *
000070*                COST CENTER CHARGEBACK BILLS, WHETHER THE     *
000080*                FEED IS ACTIVE, AND THE DAYS OF THE WEEK IT   *
000090*                IS EXPECTED (MONDAY FIRST, Y OR N PER DAY).   *
000100*                FACTSPLT AND FACTBAT HOLD ANY DECK WHOSE      *
000110*                FEED IS NOT HERE OR IS INACTIVE; FACTMORN     *
000120*                WARNS WHEN AN EXPECTED FEED NEVER ARRIVED.    *
000130*                MAINTAINED ON-LINE (TRANSACTION FFED,         *
000140*                PROGRAM FACTFMNT) - A FEED IS DEACTIVATED,    *
000150*                NEVER DELETED, SO ITS HISTORY STILL BILLS.    *
000160*                                                               *
000170*  HISTORY                                                     *
000180*  ------------------------------------------------------------ *
000190*  2026-10-15  SLS  INITIAL VERSION.                            *
000200***************************************************************
000210 01  FACTFEED-RECORD.
000220     05  FACTFEED-KEY.
000230         10  FACTFEED-FEED-ID      PIC X(08).
000240     05  FACTFEED-OWNER            PIC X(30).
000250     05  FACTFEED-COST-CENTER      PIC X(08).
000260     05  FACTFEED-ACTIVE-FLAG      PIC X(01).
000270         88  FACTFEED-IS-ACTIVE         VALUE 'Y'.
000280         88  FACTFEED-IS-INACTIVE       VALUE 'N'.
000290*    EXPECTED DAYS - BYTE 1 MONDAY THROUGH BYTE 7 SUNDAY, THE
000300*    ORDER ACCEPT ... FROM DAY-OF-WEEK NUMBERS THEM IN.
000310     05  FACTFEED-EXPECTED-DAYS.
000320         10  FACTFEED-EXPECTED-DAY PIC X(01) OCCURS 7 TIMES.
000330             88  FACTFEED-EXPECTED-ON    VALUE 'Y'.
000340     05  FACTFEED-CHANGED-DATE     PIC 9(08).
000350     05  FACTFEED-CHANGED-USER     PIC X(08).
000360     05  FILLER                    PIC X(10).
