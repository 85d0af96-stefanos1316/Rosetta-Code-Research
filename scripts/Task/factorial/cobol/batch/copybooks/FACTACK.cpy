000010***************************************************************
000020*  FACTACK    -  RECORD LAYOUT FOR THE ACKNOWLEDGEMENT RETURN  *
000030*                FILE FACTACKB BUILDS EACH NIGHT.  EVERY FEED  *
000040*                THE RUN ACCEPTED GETS ITS OWN GROUP - A TYPE  *
000050*                H HEADER ECHOING THE CREATION DATE OF EACH OF *
000060*                THE FEED'S DECKS, ONE TYPE D DETAIL PER       *
000070*                REQUEST WITH ITS RESULT, STATUS (O, N OR R)   *
000080*                AND ANY REJECT REASON, AND A TYPE T TRAILER   *
000090*                WHOSE COUNTS TIE TO THE DECK TRAILERS.  EVERY *
000100*                RECORD CARRIES THE FEED ID IN BYTES 2-9 SO    *
000110*                TRANSMISSION CAN SPLIT THE FILE INTO ONE      *
000120*                RETURN FILE PER FEED.  A REQUEST FACTRREC     *
000130*                RECYCLED COMES BACK ON THE FEED THAT FIRST    *
000140*                SENT IT, FLAGGED AS A RESUBMISSION AND        *
000150*                CARRYING THE ORIGINAL RUN DATE, DECK CREATION *
000160*                DATE, RAW INPUT AND REJECT REASON; IT IS NOT  *
000170*                PART OF THAT NIGHT'S DECK AND IS COUNTED      *
000180*                APART IN THE TRAILER.                         *
000190*                                                               *
000200*  HISTORY                                                     *
000210*  ------------------------------------------------------------ *
000220*  2026-10-15  SLS  INITIAL VERSION.                            *
000230***************************************************************
000240 01  FACTACK-RECORD.
000250     05  FACTACK-REC-TYPE          PIC X(01).
000260         88  FACTACK-IS-HEADER          VALUE 'H'.
000270         88  FACTACK-IS-DETAIL          VALUE 'D'.
000280         88  FACTACK-IS-TRAILER         VALUE 'T'.
000290     05  FACTACK-FEED-ID           PIC X(08).
000300     05  FACTACK-BODY              PIC X(111).
000310*    TYPE H - THE NIGHT THE DECKS RAN AND THE CREATION DATE OFF
000320*    EACH DECK'S OWN HEADER CARD, IN CREATION-DATE ORDER.  ZERO
000330*    DECKS WHEN THE GROUP CARRIES RESUBMISSIONS ONLY.
000340     05  FACTACK-HDR-BODY REDEFINES FACTACK-BODY.
000350         10  FACTACK-HDR-RUN-DATE      PIC 9(08).
000360         10  FACTACK-HDR-DECK-COUNT    PIC 9(02).
000370         10  FACTACK-HDR-CREATE-DATE   PIC 9(08) OCCURS 4 TIMES.
000380         10  FILLER                    PIC X(69).
000390*    TYPE D - ONE REQUEST.  ON A REJECT THE OPERANDS AND RESULT
000400*    ARE ZERO AND THE RAW INPUT IS THE N FIELD AS RECEIVED.  ON
000410*    A RESUBMISSION THE REASON AND RAW INPUT ARE THOSE OF THE
000420*    ORIGINAL REJECT THE CORRECTION REPLACED.
000430     05  FACTACK-DTL-BODY REDEFINES FACTACK-BODY.
000440         10  FACTACK-DTL-REQ-TYPE      PIC X(01).
000450         10  FACTACK-DTL-INPUT-N       PIC 9(10).
000460         10  FACTACK-DTL-INPUT-R       PIC 9(10).
000470         10  FACTACK-DTL-RESULT        PIC 9(10).
000480         10  FACTACK-DTL-STATUS        PIC X(01).
000490             88  FACTACK-DTL-OVERFLOW       VALUE 'O'.
000500             88  FACTACK-DTL-NORMAL         VALUE 'N'.
000510             88  FACTACK-DTL-REJECTED       VALUE 'R'.
000520         10  FACTACK-DTL-PRIORITY      PIC X(01).
000530         10  FACTACK-DTL-REASON-CODE   PIC 9(02).
000540         10  FACTACK-DTL-REASON-TEXT   PIC X(30).
000550         10  FACTACK-DTL-RAW-INPUT     PIC X(15).
000560         10  FACTACK-DTL-RESUBMIT-FLAG PIC X(01).
000570             88  FACTACK-DTL-RESUBMISSION   VALUE 'Y'.
000580         10  FACTACK-DTL-ORIG-RUN-DATE PIC 9(08).
000590         10  FACTACK-DTL-ORIG-CREATE-DATE
000600                                       PIC 9(08).
000610         10  FILLER                    PIC X(14).
000620*    TYPE T - THE FEED COUNT IS THE SUM OF THE DECK TRAILER
000630*    COUNTS; THE DETAIL COUNT (NORMAL + OVERFLOW + REJECT) MUST
000640*    EQUAL IT FOR THE GROUP TO BE BALANCED.  RESUBMISSIONS ARE
000650*    OUTSIDE THE DECK AND ARE NOT IN THE DETAIL COUNT.
000660     05  FACTACK-TRL-BODY REDEFINES FACTACK-BODY.
000670         10  FACTACK-TRL-FEED-COUNT    PIC 9(08).
000680         10  FACTACK-TRL-DETAIL-COUNT  PIC 9(08).
000690         10  FACTACK-TRL-NORMAL-COUNT  PIC 9(08).
000700         10  FACTACK-TRL-OVERFLOW-COUNT
000710                                       PIC 9(08).
000720         10  FACTACK-TRL-REJECT-COUNT  PIC 9(08).
000730         10  FACTACK-TRL-RESUBMIT-COUNT
000740                                       PIC 9(08).
000750         10  FACTACK-TRL-BALANCED-FLAG PIC X(01).
000760             88  FACTACK-TRL-BALANCED       VALUE 'Y'.
000770             88  FACTACK-TRL-OUT-OF-BALANCE VALUE 'N'.
000780         10  FILLER                    PIC X(62).
