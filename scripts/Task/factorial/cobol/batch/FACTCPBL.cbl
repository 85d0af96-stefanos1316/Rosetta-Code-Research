000010***************************************************************
000020*  PROGRAM-ID. FACTCPBL
000030*
000040*  AUTHOR.     S. L. SAMMS, ACTUARIAL SYSTEMS GROUP
000050*  INSTALLATION. HOME OFFICE DATA CENTER
000060*  DATE-WRITTEN. 2026-10-15
000070*  DATE-COMPILED.
000080*
000090*  REMARKS.
000100*      ONE-TIME / OCCASIONAL BUILD UTILITY THAT LOADS THE
000110*      FACTCPT VSAM KSDS WITH THE TRUE VALUE OF C(N,R) AND
000120*      P(N,R) FOR EVERY R FROM 00 THROUGH N, FOR EVERY N FROM
000130*      00 THROUGH 30 - THE SAME N RANGE FACTTBLD LOADS INTO
000140*      FACTTAB.  THE VALUES ARE BUILT HERE IN A WIDE WORKING-
000150*      STORAGE FIELD, INDEPENDENTLY OF THE COMBINATIONS AND
000160*      PERMUTATIONS FUNCTIONS THEY CONTROL, AND SPLIT INTO THE
000170*      HIGH-ORDER/LOW-ORDER PACKED PAIR FACTCPT CARRIES (SEE
000180*      COPYBOOK FACTCPT).  FACTRECN RECONCILES EVERY C AND P
000190*      EXTRACT RECORD AGAINST THIS TABLE THE WAY IT RECONCILES
000200*      PLAIN FACTORIALS AGAINST FACTTAB.
000210*
000220*      THE KSDS IS LOADED IN KEY SEQUENCE - EVERY C ROW, THEN
000230*      EVERY P ROW, EACH IN N THEN R ORDER.  ALONG ONE N, THE
000240*      ROW FOR R IS THE ROW FOR R-1 TIMES (N-R+1), DIVIDED BY
000250*      R FOR A COMBINATION - ALWAYS AN EXACT DIVISION.
000260*
000270*  MODIFICATION HISTORY.
000280*      DATE        INIT  DESCRIPTION
000290*      ----------  ----  ---------------------------------------
000300*      2026-10-15  SLS   INITIAL VERSION.
000310***************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. FACTCPBL.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT FACTCPT-FILE ASSIGN TO "FACTCPT"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS FACTCPT-KEY
000420         FILE STATUS IS WS-FACTCPT-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  FACTCPT-FILE.
000470 COPY FACTCPT.
000480
000490 WORKING-STORAGE SECTION.
000500***************************************************************
000510*  SWITCHES AND COUNTERS                                       *
000520***************************************************************
000530 01  WS-FACTCPT-STATUS         PIC X(02).
000540     88  WS-FACTCPT-OK              VALUE '00'.
000550
000560 01  WS-SWITCHES.
000570     05  WS-CURRENT-TYPE        PIC X(01) VALUE SPACE.
000580         88  WS-BUILDING-COMBINATIONS   VALUE 'C'.
000590         88  WS-BUILDING-PERMUTATIONS   VALUE 'P'.
000600     05  WS-CURRENT-N           PIC 9(02) COMP-3 VALUE ZERO.
000610     05  WS-CURRENT-R           PIC 9(02) COMP-3 VALUE ZERO.
000620
000630 77  WS-MAX-N                  PIC 9(02) COMP-3 VALUE 30.
000640 77  WS-ROWS-WRITTEN           PIC 9(05) COMP-3 VALUE ZERO.
000650 01  WS-ROWS-EDITED            PIC ZZZZ9.
000660
000670***************************************************************
000680*  WIDE ACCUMULATOR - HOLDS C(N,R) OR P(N,R) BEFORE IT IS       *
000690*  SPLIT INTO THE HIGH-ORDER / LOW-ORDER PACKED PAIR CARRIED    *
000700*  ON FACTCPT                                                   *
000710***************************************************************
000720 01  WS-WIDE-VALUE             PIC 9(36) COMP-3 VALUE ZERO.
000730 01  WS-WIDE-FACTOR            PIC 9(36) COMP-3 VALUE ZERO.
000740 01  WS-SCALE                  PIC 9(19) COMP-3
000750                                    VALUE 1000000000000000000.
000760
000770 PROCEDURE DIVISION.
000780***************************************************************
000790*  0000-MAINLINE                                                *
000800***************************************************************
000810 0000-MAINLINE.
000820     PERFORM 1000-INITIALIZE
000830     SET WS-BUILDING-COMBINATIONS TO TRUE
000840     PERFORM 2000-BUILD-TABLE THRU 2000-BUILD-TABLE-EXIT
000850     SET WS-BUILDING-PERMUTATIONS TO TRUE
000860     PERFORM 2000-BUILD-TABLE THRU 2000-BUILD-TABLE-EXIT
000870     PERFORM 9000-TERMINATE
000880     GOBACK
000890     .
000900
000910***************************************************************
000920*  1000-INITIALIZE                                              *
000930***************************************************************
000940 1000-INITIALIZE.
000950     OPEN OUTPUT FACTCPT-FILE
000960     IF NOT WS-FACTCPT-OK
000970         DISPLAY 'FACTCPBL - OPEN FAILED, STATUS '
000980                 WS-FACTCPT-STATUS
000990         MOVE 16 TO RETURN-CODE
001000         GOBACK
001010     END-IF
001020     .
001030
001040***************************************************************
001050*  2000-BUILD-TABLE  -  EVERY ROW OF THE TYPE IN                *
001060*  WS-CURRENT-TYPE, N = 0 THROUGH 30, R = 0 THROUGH N           *
001070***************************************************************
001080 2000-BUILD-TABLE.
001090     PERFORM 2100-BUILD-ROW
001100         VARYING WS-CURRENT-N FROM 0 BY 1
001110             UNTIL WS-CURRENT-N > WS-MAX-N
001120         AFTER WS-CURRENT-R FROM 0 BY 1
001130             UNTIL WS-CURRENT-R > WS-CURRENT-N
001140     .
001150 2000-BUILD-TABLE-EXIT.
001160     EXIT.
001170
001180***************************************************************
001190*  2100-BUILD-ROW  -  ONE (TYPE, N, R) ROW.  R = 0 STARTS A     *
001200*  NEW N AT 1; EVERY LATER R STEPS THE VALUE FROM THE ROW       *
001210*  BEFORE IT.                                                   *
001220***************************************************************
001230 2100-BUILD-ROW.
001240     IF WS-CURRENT-R = ZERO
001250         MOVE 1 TO WS-WIDE-VALUE
001260     ELSE
001270         SUBTRACT WS-CURRENT-R FROM WS-CURRENT-N
001280             GIVING WS-WIDE-FACTOR
001290         ADD 1 TO WS-WIDE-FACTOR
001300         MULTIPLY WS-WIDE-FACTOR BY WS-WIDE-VALUE
001310         IF WS-BUILDING-COMBINATIONS
001320             MOVE WS-CURRENT-R TO WS-WIDE-FACTOR
001330             DIVIDE WS-WIDE-FACTOR INTO WS-WIDE-VALUE
001340         END-IF
001350     END-IF
001360     MOVE WS-CURRENT-TYPE TO FACTCPT-KEY-TYPE
001370     MOVE WS-CURRENT-N TO FACTCPT-KEY-N
001380     MOVE WS-CURRENT-R TO FACTCPT-KEY-R
001390     DIVIDE WS-WIDE-VALUE BY WS-SCALE
001400         GIVING FACTCPT-VALUE-HIGH
001410         REMAINDER FACTCPT-VALUE-LOW
001420     WRITE FACTCPT-RECORD
001430         INVALID KEY
001440             DISPLAY 'FACTCPBL - WRITE FAILED FOR '
001450                     WS-CURRENT-TYPE ' N = ' WS-CURRENT-N
001460                     ' R = ' WS-CURRENT-R
001470         NOT INVALID KEY
001480             ADD 1 TO WS-ROWS-WRITTEN
001490     END-WRITE
001500     .
001510
001520***************************************************************
001530*  9000-TERMINATE                                               *
001540***************************************************************
001550 9000-TERMINATE.
001560     CLOSE FACTCPT-FILE
001570     MOVE WS-ROWS-WRITTEN TO WS-ROWS-EDITED
001580     DISPLAY 'FACTCPBL - ' WS-ROWS-EDITED ' ROWS LOADED'
001590     .
