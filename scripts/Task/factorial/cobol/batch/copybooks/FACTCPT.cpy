000010***************************************************************
000020*  FACTCPT    -  RECORD LAYOUT FOR THE FACTCPT VSAM KSDS       *
000030*                PRE-COMPUTED COMBINATIONS/PERMUTATIONS        *
000040*                CONTROL TABLE, KEYED BY REQUEST TYPE (C OR P) *
000050*                AND THE N AND R OPERANDS - ONE ROW FOR EVERY  *
000060*                R FROM 00 THROUGH N, FOR EVERY N FROM 00      *
000070*                THROUGH 30, THE SAME N RANGE FACTTAB COVERS.  *
000080*                P(30,30) = 30! NEEDS 33 DIGITS, SO THE VALUE  *
000090*                IS CARRIED THE SAME WAY FACTTAB CARRIES N!:   *
000100*                    TRUE VALUE = (HIGH * 10**18) + LOW         *
000110*                                                               *
000120*  HISTORY                                                     *
000130*  ------------------------------------------------------------ *
000140*  2026-10-15  SLS  INITIAL VERSION.                            *
000150***************************************************************
000160 01  FACTCPT-RECORD.
000170     05  FACTCPT-KEY.
000180         10  FACTCPT-KEY-TYPE      PIC X(01).
000190             88  FACTCPT-IS-COMBINATION VALUE 'C'.
000200             88  FACTCPT-IS-PERMUTATION VALUE 'P'.
000210         10  FACTCPT-KEY-N         PIC 9(02).
000220         10  FACTCPT-KEY-R         PIC 9(02).
000230     05  FACTCPT-VALUE-HIGH        PIC 9(18) COMP-3.
000240     05  FACTCPT-VALUE-LOW         PIC 9(18) COMP-3.
000250     05  FILLER                    PIC X(05).
