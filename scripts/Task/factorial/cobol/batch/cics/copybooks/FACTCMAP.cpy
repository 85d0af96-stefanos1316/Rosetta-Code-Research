000070*  HISTORY                                                     *
000080*  ------------------------------------------------------------ *
000090*  2026-09-02  SLS  INITIAL VERSION.                            *
000095*  2026-10-15  SLS  ADDED WOST, THE WRITE-OFF APPROVAL STATUS.  *
000100***************************************************************
000110 01  FACTCM1I.
000120     05  FILLER            PIC X(12).
000370     05  RAGEL             PIC S9(04) COMP.
000380     05  RAGEF             PIC X(01).
000390     05  RAGEI             PIC X(08).
000392     05  WOSTL             PIC S9(04) COMP.
000394     05  WOSTF             PIC X(01).
000396     05  WOSTI             PIC X(50).
000400     05  ACTL              PIC S9(04) COMP.
000410     05  ACTF              PIC X(01).
000420     05  ACTI              PIC X(01).
000700     05  RTYPO             PIC X(01).
000710     05  FILLER            PIC X(03).
000720     05  RAGEO             PIC X(08).
000722     05  FILLER            PIC X(03).
000724     05  WOSTO             PIC X(50).
000730     05  FILLER            PIC X(03).
000740     05  ACTO              PIC X(01).
000750     05  FILLER            PIC X(03).
