000010***************************************************************
000020*  FACTWOFF   -  RECORD LAYOUT FOR THE FACTWOFF VSAM KSDS      *
000030*                REJECT WRITE-OFFS AWAITING OR GIVEN           *
000040*                SUPERVISOR APPROVAL, KEYED BY THE REJECT'S    *
000050*                RUN DATE AND RAW INPUT EXACTLY AS THEY APPEAR *
000060*                ON THE FACT-REJECT-RECORD.  FCOR (PROGRAM     *
000070*                FACTCENT) ADDS THE RECORD PENDING, STAMPED    *
000080*                WITH THE OPERATOR WHO KEYED IT; A DIFFERENT   *
000090*                USER WITH SUPERVISOR AUTHORITY APPROVES OR    *
000100*                DECLINES IT ON FAPR (PROGRAM FACTWAPR).       *
000110*                FACTRREC WRITES OFF ONLY APPROVED REJECTS AND *
000120*                MARKS THE RECORD POSTED; PENDING AND DECLINED *
000130*                REJECTS STAY OUTSTANDING.  A DECLINED         *
000140*                WRITE-OFF MAY BE KEYED AGAIN, WHICH PUTS IT   *
000150*                BACK TO PENDING.  FACTWOFR LISTS WHO KEYED    *
000160*                AND WHO DECIDED EACH ONE.                     *
000170*                                                               *
000180*  HISTORY                                                     *
000190*  ------------------------------------------------------------ *
000200*  2026-10-15  SLS  INITIAL VERSION.                            *
000210***************************************************************
000220 01  FACTWOFF-RECORD.
000230     05  FACTWOFF-KEY.
000240         10  FACTWOFF-RUN-DATE     PIC 9(08).
000250         10  FACTWOFF-RAW-INPUT    PIC X(15).
000260     05  FACTWOFF-STATUS           PIC X(01).
000270         88  FACTWOFF-IS-PENDING        VALUE 'P'.
000280         88  FACTWOFF-IS-APPROVED       VALUE 'A'.
000290         88  FACTWOFF-IS-DECLINED       VALUE 'D'.
000300         88  FACTWOFF-IS-POSTED         VALUE 'X'.
000310     05  FACTWOFF-REASON-CODE      PIC 9(02).
000320     05  FACTWOFF-REASON-TEXT      PIC X(30).
000330     05  FACTWOFF-TRANS-TYPE       PIC X(01).
000340     05  FACTWOFF-KEYED-BY         PIC X(08).
000350     05  FACTWOFF-KEYED-DATE       PIC 9(08).
000360     05  FACTWOFF-KEYED-TIME       PIC 9(06).
000370     05  FACTWOFF-DECIDED-BY       PIC X(08).
000380     05  FACTWOFF-DECIDED-DATE     PIC 9(08).
000390     05  FACTWOFF-DECIDED-TIME     PIC 9(06).
000400     05  FACTWOFF-POSTED-DATE      PIC 9(08).
000410     05  FILLER                    PIC X(11).
