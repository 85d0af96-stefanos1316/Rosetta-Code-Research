000010***************************************************************
000020*  FACTFHST   -  RECORD LAYOUT FOR THE CUMULATIVE PER-FEED     *
000030*                HISTORY FILE.  ONE RECORD PER SOURCE FEED PER *
000040*                RUN, APPENDED AT END OF RUN BY FACTBAT ON A   *
000050*                SINGLE-STREAM NIGHT AND BY FACTMERG (FOLDING  *
000060*                THE STREAM FILES) ON A PARTITIONED ONE.  THE  *
000070*                COUNTS COVER THE DECKS THE RUN ACCEPTED - A   *
000080*                DECK HELD BY THE FEED GATE NEVER RAN AND IS   *
000090*                NOT COUNTED.  THE TYPE AND PRIORITY COUNTS    *
000100*                ARE THE REQUESTS PROCESSED; REJECTS ARE       *
000110*                COUNTED APART.  THE START TIME TIES EACH      *
000120*                RECORD TO ITS RUN-HISTORY RECORD (SEE         *
000130*                FACTRHST), AND A RUN THAT ENDED ON A          *
000140*                CONTROLLED STOP IS FLAGGED - ITS COUNTS ARE   *
000150*                PARTIAL, AND THE RESUMED RUN WRITES THE       *
000160*                WHOLE NIGHT AGAIN.  FACTFANM READS THE FILE   *
000170*                FOR THE FEED VOLUME ANOMALY REPORT.           *
000180*                                                               *
000190*  HISTORY                                                     *
000200*  ------------------------------------------------------------ *
000210*  2026-10-15  SLS  INITIAL VERSION.                            *
000220***************************************************************
000230 01  FACTFHST-RECORD.
000240     05  FACTFHST-RUN-DATE         PIC 9(08).
000250     05  FACTFHST-START-TIME       PIC 9(08).
000260     05  FACTFHST-FEED-ID          PIC X(08).
000270     05  FACTFHST-READ-COUNT       PIC 9(08) COMP-3.
000280     05  FACTFHST-TRL-COUNT        PIC 9(08) COMP-3.
000290     05  FACTFHST-REJECT-COUNT     PIC 9(08) COMP-3.
000300     05  FACTFHST-OVERFLOW-COUNT   PIC 9(08) COMP-3.
000310     05  FACTFHST-FACT-COUNT       PIC 9(08) COMP-3.
000320     05  FACTFHST-COMB-COUNT       PIC 9(08) COMP-3.
000330     05  FACTFHST-PERM-COUNT       PIC 9(08) COMP-3.
000340     05  FACTFHST-URG-COUNT        PIC 9(08) COMP-3.
000350     05  FACTFHST-RTN-COUNT        PIC 9(08) COMP-3.
000360     05  FACTFHST-STOP-FLAG        PIC X(01).
000370         88  FACTFHST-CONTROLLED-STOP   VALUE 'Y'.
000380         88  FACTFHST-RAN-TO-END        VALUE 'N' SPACE.
000390     05  FILLER                    PIC X(10).
