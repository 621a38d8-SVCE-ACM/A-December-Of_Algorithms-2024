001400*  2026-08-22  KM   ADDED THE REQUEST-TYPE CODE TO THE REQUEST
001500*                   LINE AND THE SINGLE-COEFFICIENT RESULT
001600*                   LINE FOR C(N,R) LOOKUP REQUESTS.
001610*  2026-10-15  KM   ADDED THE BINOMIAL-DISTRIBUTION LINES -
001620*                   TRIALS/PROBABILITY, COLUMN HEADINGS, ONE
001630*                   P(X=K)/P(X<=K) LINE PER K, AND THE MEAN/
001640*                   VARIANCE LINE WITH ITS BALANCE FLAG.
001700*****************************************************************
001800 01  PASCAL-REPORT-LINES.
001900     05  PR-TITLE-LINE                PIC X(132) VALUE
006600         10  FILLER                   PIC X(04) VALUE ") = ".
006700         10  PR-COEF-VALUE            PIC ZZZZ9.
006800         10  FILLER                   PIC X(114) VALUE SPACES.
006810     05  PR-BINOM-PARM-LINE.
006815         10  FILLER                   PIC X(10)
006820                                       VALUE "  TRIALS: ".
006825         10  PR-BINOM-TRIALS          PIC Z9.
006830         10  FILLER                   PIC X(24)
006835                              VALUE "   SUCCESS PROBABILITY: ".
006840         10  PR-BINOM-PROB            PIC 9.9(06).
006845         10  FILLER                   PIC X(88) VALUE SPACES.
006850     05  PR-BINOM-HEAD-LINE.
006855         10  FILLER                   PIC X(30) VALUE
006860         "     K      P(X=K)     P(X<=K)".
006865         10  FILLER                   PIC X(102) VALUE SPACES.
006870     05  PR-BINOM-POINT-LINE.
006872         10  FILLER                   PIC X(04) VALUE SPACES.
006874         10  PR-BINOM-K               PIC Z9.
006876         10  FILLER                   PIC X(04) VALUE SPACES.
006878         10  PR-BINOM-POINT           PIC 9.9(06).
006880         10  FILLER                   PIC X(04) VALUE SPACES.
006882         10  PR-BINOM-CUM             PIC 9.9(06).
006884         10  FILLER                   PIC X(102) VALUE SPACES.
006886     05  PR-BINOM-STATS-LINE.
006888         10  FILLER                   PIC X(09)
006890                                       VALUE "  MEAN = ".
006891         10  PR-BINOM-MEAN            PIC Z9.9(06).
006892         10  FILLER                   PIC X(14)
006893                                       VALUE "   VARIANCE = ".
006894         10  PR-BINOM-VARIANCE        PIC Z9.9(06).
006895         10  PR-BINOM-FLAG            PIC X(18).
006896         10  FILLER                   PIC X(73) VALUE SPACES.
006900     05  PR-CTL-TITLE-LINE.
007000         10  FILLER                   PIC X(25)
007100                              VALUE "END-OF-RUN CONTROL TOTALS".
