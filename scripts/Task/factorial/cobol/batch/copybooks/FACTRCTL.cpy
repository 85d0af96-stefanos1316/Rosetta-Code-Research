000100*                              ANY FACTCKPT RESTART POSITION   *
000110*                    COL  7    F = FULL DETAIL (DEFAULT),      *
000120*                              E = EXCEPTIONS ONLY             *
000122*                    COLS 8-13 PROGRESS-MESSAGE INTERVAL       *
000124*                    COL  14   Y = CHECK EACH DECK AGAINST THE *
000126*                              FEED REGISTRY AND RECEIPT       *
000127*                              REGISTER (DEFAULT), N = DECKS   *
000128*                              ALREADY GATED BY FACTSPLT       *
000130*                A MISSING DD OR AN UNREADABLE FIELD FALLS     *
000140*                BACK TO THE PROGRAM DEFAULTS (050, 30, N, F,  *
000150*                Y) SO A BAD CARD CAN NEVER STOP THE NIGHTLY   *
000160*                RUN - OPERATIONS CHANGES AN OPTION WITH A     *
000170*                CARD CHANGE, NOT A PROGRAM PROMOTE.           *
000180*                                                               *
000212*  2026-09-03  SLS  ADDED THE PROGRESS-MESSAGE INTERVAL IN      *
000214*                   COLS 8-13 FOR THE OPERATOR PROGRESS         *
000216*                   REPORTING IN FACTBAT.                       *
000217*  2026-10-15  SLS  ADDED THE FEED-REGISTRY GATE IN COL 14.     *
000218*                   N ON THE PARTITIONED-NIGHT STREAM CARDS,    *
000219*                   WHOSE DECKS FACTSPLT HAS ALREADY GATED.     *
000220***************************************************************
000230 01  FACT-RUN-CONTROL-CARD.
000240     05  FACTRCTL-LINES-PER-PAGE   PIC 9(03).
000300         88  FACTRCTL-EXCEPTIONS-ONLY   VALUE 'E'.
000302     05  FACTRCTL-PROGRESS-INTERVAL
000304                                   PIC 9(06).
000306     05  FACTRCTL-FEED-GATE        PIC X(01).
000307         88  FACTRCTL-GATE-FEEDS        VALUE 'Y' SPACE.
000308         88  FACTRCTL-FEEDS-PREGATED    VALUE 'N'.
000310     05  FILLER                    PIC X(66).
