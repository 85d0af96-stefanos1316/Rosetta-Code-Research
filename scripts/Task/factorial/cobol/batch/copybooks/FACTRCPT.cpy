000010***************************************************************
000020*  FACTRCPT   -  RECORD LAYOUT FOR THE FACTRCPT VSAM KSDS      *
000030*                RECEIPT REGISTER OF ACCEPTED FEED DECKS,      *
000040*                KEYED BY FEED ID AND THE CREATION DATE ON     *
000050*                THE DECK'S TYPE H HEADER.  WRITTEN AT THE     *
000060*                END OF EVERY GATED RUN (FACTBAT ON A SINGLE-  *
000070*                STREAM NIGHT, FACTSPLT ON A PARTITIONED ONE)  *
000080*                FOR EACH DECK THE RUN ACCEPTED, SO A DECK     *
000090*                RESUBMITTED WITH THE SAME FEED ID AND         *
000100*                CREATION DATE IS HELD AS A DUPLICATE INSTEAD  *
000110*                OF RUNNING - AND BILLING - A SECOND TIME.     *
000120*                FACTMORN READS THE RUN DATE TO TELL WHICH     *
000130*                EXPECTED FEEDS ARRIVED LAST NIGHT.            *
000140*                                                               *
000150*  HISTORY                                                     *
000160*  ------------------------------------------------------------ *
000170*  2026-10-15  SLS  INITIAL VERSION.                            *
000180***************************************************************
000190 01  FACTRCPT-RECORD.
000200     05  FACTRCPT-KEY.
000210         10  FACTRCPT-FEED-ID      PIC X(08).
000220         10  FACTRCPT-CREATE-DATE  PIC 9(08).
000230     05  FACTRCPT-RUN-DATE         PIC 9(08).
000240     05  FACTRCPT-ACCEPTED-BY      PIC X(08).
000250     05  FACTRCPT-TRL-COUNT        PIC 9(08).
000260     05  FACTRCPT-READ-COUNT       PIC 9(08).
000270     05  FILLER                    PIC X(12).
