000010***************************************************************
000020*  FACTFMAP   -  SYMBOLIC MAP FOR MAPSET FACTFMAP, MAP FACTFM1  *
000030*                GENERATED FROM THE BMS SOURCE IN FACTFMAP.BMS  *
000040*                DO NOT HAND-MAINTAIN - REASSEMBLE THE MAPSET   *
000050*                AND RECOPY WHEN A FIELD CHANGES.               *
000060*                                                               *
000070*  HISTORY                                                     *
000080*  ------------------------------------------------------------ *
000090*  2026-10-15  SLS  INITIAL VERSION.                            *
000100***************************************************************
000110 01  FACTFM1I.
000120     05  FILLER            PIC X(12).
000130     05  DATEOL            PIC S9(04) COMP.
000140     05  DATEOF            PIC X(01).
000150     05  DATEOI            PIC X(08).
000160     05  TIMEOL            PIC S9(04) COMP.
000170     05  TIMEOF            PIC X(01).
000180     05  TIMEOI            PIC X(08).
000190     05  FEEDIDL           PIC S9(04) COMP.
000200     05  FEEDIDF           PIC X(01).
000210     05  FEEDIDI           PIC X(08).
000220     05  ACTL              PIC S9(04) COMP.
000230     05  ACTF              PIC X(01).
000240     05  ACTI              PIC X(01).
000250     05  OWNERL            PIC S9(04) COMP.
000260     05  OWNERF            PIC X(01).
000270     05  OWNERI            PIC X(30).
000280     05  CCTRL             PIC S9(04) COMP.
000290     05  CCTRF             PIC X(01).
000300     05  CCTRI             PIC X(08).
000310     05  ACTVL             PIC S9(04) COMP.
000320     05  ACTVF             PIC X(01).
000330     05  ACTVI             PIC X(01).
000340     05  DAYSL             PIC S9(04) COMP.
000350     05  DAYSF             PIC X(01).
000360     05  DAYSI             PIC X(07).
000370     05  LCHGL             PIC S9(04) COMP.
000380     05  LCHGF             PIC X(01).
000390     05  LCHGI             PIC X(22).
000400     05  MSGOL             PIC S9(04) COMP.
000410     05  MSGOF             PIC X(01).
000420     05  MSGOI             PIC X(79).
000430
000440 01  FACTFM1O REDEFINES FACTFM1I.
000450     05  FILLER            PIC X(12).
000460     05  FILLER            PIC X(03).
000470     05  DATEOO            PIC X(08).
000480     05  FILLER            PIC X(03).
000490     05  TIMEOO            PIC X(08).
000500     05  FILLER            PIC X(03).
000510     05  FEEDIDO           PIC X(08).
000520     05  FILLER            PIC X(03).
000530     05  ACTO              PIC X(01).
000540     05  FILLER            PIC X(03).
000550     05  OWNERO            PIC X(30).
000560     05  FILLER            PIC X(03).
000570     05  CCTRO             PIC X(08).
000580     05  FILLER            PIC X(03).
000590     05  ACTVO             PIC X(01).
000600     05  FILLER            PIC X(03).
000610     05  DAYSO             PIC X(07).
000620     05  FILLER            PIC X(03).
000630     05  LCHGO             PIC X(22).
000640     05  FILLER            PIC X(03).
000650     05  MSGOO             PIC X(79).
