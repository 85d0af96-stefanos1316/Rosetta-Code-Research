000010***************************************************************
000020*  FACTRMAP   -  SYMBOLIC MAP FOR MAPSET FACTRMAP, MAP FACTRM1  *
000030*                GENERATED FROM THE BMS SOURCE IN FACTRMAP.BMS  *
000040*                DO NOT HAND-MAINTAIN - REASSEMBLE THE MAPSET   *
000050*                AND RECOPY WHEN A FIELD CHANGES.               *
000060*                                                               *
000070*  HISTORY                                                     *
000080*  ------------------------------------------------------------ *
000090*  2026-10-15  SLS  INITIAL VERSION.                            *
000100***************************************************************
000110 01  FACTRM1I.
000120     05  FILLER            PIC X(12).
000130     05  DATEOL            PIC S9(04) COMP.
000140     05  DATEOF            PIC X(01).
000150     05  DATEOI            PIC X(08).
000160     05  TIMEOL            PIC S9(04) COMP.
000170     05  TIMEOF            PIC X(01).
000180     05  TIMEOI            PIC X(08).
000190     05  SRCL              PIC S9(04) COMP.
000200     05  SRCF              PIC X(01).
000210     05  SRCI              PIC X(08).
000220     05  RDTL              PIC S9(04) COMP.
000230     05  RDTF              PIC X(01).
000240     05  RDTI              PIC X(08).
000250     05  RTPL              PIC S9(04) COMP.
000260     05  RTPF              PIC X(01).
000270     05  RTPI              PIC X(01).
000280     05  INNL              PIC S9(04) COMP.
000290     05  INNF              PIC X(01).
000300     05  INNI              PIC X(15).
000310     05  INRL              PIC S9(04) COMP.
000320     05  INRF              PIC X(01).
000330     05  INRI              PIC X(15).
000340     05  MATCHL            PIC S9(04) COMP.
000350     05  MATCHF            PIC X(01).
000360     05  MATCHI            PIC X(40).
000370     05  RCVL              PIC S9(04) COMP.
000380     05  RCVF              PIC X(01).
000390     05  RCVI              PIC X(64).
000400     05  REJL              PIC S9(04) COMP.
000410     05  REJF              PIC X(01).
000420     05  REJI              PIC X(64).
000430     05  CORL              PIC S9(04) COMP.
000440     05  CORF              PIC X(01).
000450     05  CORI              PIC X(64).
000460     05  WOFL              PIC S9(04) COMP.
000470     05  WOFF              PIC X(01).
000480     05  WOFI              PIC X(64).
000490     05  PRCL              PIC S9(04) COMP.
000500     05  PRCF              PIC X(01).
000510     05  PRCI              PIC X(64).
000520     05  RSLL              PIC S9(04) COMP.
000530     05  RSLF              PIC X(01).
000540     05  RSLI              PIC X(64).
000550     05  MSGOL             PIC S9(04) COMP.
000560     05  MSGOF             PIC X(01).
000570     05  MSGOI             PIC X(79).
000580
000590 01  FACTRM1O REDEFINES FACTRM1I.
000600     05  FILLER            PIC X(12).
000610     05  FILLER            PIC X(03).
000620     05  DATEOO            PIC X(08).
000630     05  FILLER            PIC X(03).
000640     05  TIMEOO            PIC X(08).
000650     05  FILLER            PIC X(03).
000660     05  SRCO              PIC X(08).
000670     05  FILLER            PIC X(03).
000680     05  RDTO              PIC X(08).
000690     05  FILLER            PIC X(03).
000700     05  RTPO              PIC X(01).
000710     05  FILLER            PIC X(03).
000720     05  INNO              PIC X(15).
000730     05  FILLER            PIC X(03).
000740     05  INRO              PIC X(15).
000750     05  FILLER            PIC X(03).
000760     05  MATCHO            PIC X(40).
000770     05  FILLER            PIC X(03).
000780     05  RCVO              PIC X(64).
000790     05  FILLER            PIC X(03).
000800     05  REJO              PIC X(64).
000810     05  FILLER            PIC X(03).
000820     05  CORO              PIC X(64).
000830     05  FILLER            PIC X(03).
000840     05  WOFO              PIC X(64).
000850     05  FILLER            PIC X(03).
000860     05  PRCO              PIC X(64).
000870     05  FILLER            PIC X(03).
000880     05  RSLO              PIC X(64).
000890     05  FILLER            PIC X(03).
000900     05  MSGOO             PIC X(79).
