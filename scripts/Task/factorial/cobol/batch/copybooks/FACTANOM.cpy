000010***************************************************************
000020*  FACTANOM   -  RECORD LAYOUT FOR THE FEED ANOMALY FLAG FILE  *
000030*                FACTFANM WRITES EACH NIGHT - ONE RECORD PER   *
000040*                FEED WHOSE NIGHT STRAYED FROM ITS OWN RECENT  *
000050*                AVERAGE, WITH A Y IN EACH FLAG THAT TRIPPED.  *
000060*                THE FILE IS REWRITTEN EVERY NIGHT; FACTMORN   *
000070*                READS IT AND PRINTS A WARNING LINE FOR EVERY  *
000080*                RECORD CARRYING THE RUN DATE IT IS CHECKING.  *
000090*                                                               *
000100*  HISTORY                                                     *
000110*  ------------------------------------------------------------ *
000120*  2026-10-15  SLS  INITIAL VERSION.                            *
000130***************************************************************
000140 01  FACTANOM-RECORD.
000150     05  FACTANOM-RUN-DATE         PIC 9(08).
000160     05  FACTANOM-FEED-ID          PIC X(08).
000170     05  FACTANOM-SPIKE-FLAG       PIC X(01).
000180         88  FACTANOM-VOLUME-SPIKE      VALUE 'Y'.
000190     05  FACTANOM-DROP-FLAG        PIC X(01).
000200         88  FACTANOM-VOLUME-DROP       VALUE 'Y'.
000210     05  FACTANOM-REJ-JUMP-FLAG    PIC X(01).
000220         88  FACTANOM-REJECT-JUMP       VALUE 'Y'.
000230     05  FACTANOM-READ-COUNT       PIC 9(08).
000240     05  FACTANOM-AVG-READ         PIC 9(08).
000250     05  FACTANOM-REJ-RATE         PIC 9(03)V99.
000260     05  FACTANOM-AVG-REJ-RATE     PIC 9(03)V99.
000270     05  FACTANOM-NIGHTS           PIC 9(02).
000280     05  FILLER                    PIC X(33).
