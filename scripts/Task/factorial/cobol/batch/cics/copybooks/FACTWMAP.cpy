000010***************************************************************
000020*  FACTWMAP   -  SYMBOLIC MAP FOR MAPSET FACTWMAP, MAP FACTWM1  *
000030*                GENERATED FROM THE BMS SOURCE IN FACTWMAP.BMS  *
000040*                DO NOT HAND-MAINTAIN - REASSEMBLE THE MAPSET   *
000050*                AND RECOPY WHEN A FIELD CHANGES.               *
000060*                                                               *
000070*  HISTORY                                                     *
000080*  ------------------------------------------------------------ *
000090*  2026-10-15  SLS  INITIAL VERSION.                            *
000100***************************************************************
000110 01  FACTWM1I.
000120     05  FILLER            PIC X(12).
000130     05  DATEOL            PIC S9(04) COMP.
000140     05  DATEOF            PIC X(01).
000150     05  DATEOI            PIC X(08).
000160     05  TIMEOL            PIC S9(04) COMP.
000170     05  TIMEOF            PIC X(01).
000180     05  TIMEOI            PIC X(08).
000190     05  RDATEL            PIC S9(04) COMP.
000200     05  RDATEF            PIC X(01).
000210     05  RDATEI            PIC X(10).
000220     05  RRAWL             PIC S9(04) COMP.
000230     05  RRAWF             PIC X(01).
000240     05  RRAWI             PIC X(15).
000250     05  RRSNL             PIC S9(04) COMP.
000260     05  RRSNF             PIC X(01).
000270     05  RRSNI             PIC X(02).
000280     05  RTXTL             PIC S9(04) COMP.
000290     05  RTXTF             PIC X(01).
000300     05  RTXTI             PIC X(30).
000310     05  RTYPL             PIC S9(04) COMP.
000320     05  RTYPF             PIC X(01).
000330     05  RTYPI             PIC X(01).
000340     05  RAGEL             PIC S9(04) COMP.
000350     05  RAGEF             PIC X(01).
000360     05  RAGEI             PIC X(08).
000370     05  KBYL              PIC S9(04) COMP.
000380     05  KBYF              PIC X(01).
000390     05  KBYI              PIC X(08).
000400     05  KDATEL            PIC S9(04) COMP.
000410     05  KDATEF            PIC X(01).
000420     05  KDATEI            PIC X(10).
000430     05  KTIMEL            PIC S9(04) COMP.
000440     05  KTIMEF            PIC X(01).
000450     05  KTIMEI            PIC X(08).
000460     05  WSTATL            PIC S9(04) COMP.
000470     05  WSTATF            PIC X(01).
000480     05  WSTATI            PIC X(42).
000490     05  DECL              PIC S9(04) COMP.
000500     05  DECF              PIC X(01).
000510     05  DECI              PIC X(01).
000520     05  MSGOL             PIC S9(04) COMP.
000530     05  MSGOF             PIC X(01).
000540     05  MSGOI             PIC X(79).
000550
000560 01  FACTWM1O REDEFINES FACTWM1I.
000570     05  FILLER            PIC X(12).
000580     05  FILLER            PIC X(03).
000590     05  DATEOO            PIC X(08).
000600     05  FILLER            PIC X(03).
000610     05  TIMEOO            PIC X(08).
000620     05  FILLER            PIC X(03).
000630     05  RDATEO            PIC X(10).
000640     05  FILLER            PIC X(03).
000650     05  RRAWO             PIC X(15).
000660     05  FILLER            PIC X(03).
000670     05  RRSNO             PIC X(02).
000680     05  FILLER            PIC X(03).
000690     05  RTXTO             PIC X(30).
000700     05  FILLER            PIC X(03).
000710     05  RTYPO             PIC X(01).
000720     05  FILLER            PIC X(03).
000730     05  RAGEO             PIC X(08).
000740     05  FILLER            PIC X(03).
000750     05  KBYO              PIC X(08).
000760     05  FILLER            PIC X(03).
000770     05  KDATEO            PIC X(10).
000780     05  FILLER            PIC X(03).
000790     05  KTIMEO            PIC X(08).
000800     05  FILLER            PIC X(03).
000810     05  WSTATO            PIC X(42).
000820     05  FILLER            PIC X(03).
000830     05  DECO              PIC X(01).
000840     05  FILLER            PIC X(03).
000850     05  MSGOO             PIC X(79).
