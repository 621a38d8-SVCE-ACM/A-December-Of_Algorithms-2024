000100*****************************************************************
000200*  PASCALPB.CPY
000300*  FIXED-WIDTH PROBABILITY INTERFACE RECORD FOR THE ACTUARIAL
000400*  SYSTEM.  A BINOMIAL-DISTRIBUTION REQUEST (PASCALIN TYPE B)
000500*  WRITES ONE "P" POINT RECORD PER SUCCESS COUNT K = 0..N,
000600*  CARRYING P(X=K) AND THE CUMULATIVE P(X<=K), FOLLOWED BY ONE
000700*  "M" MOMENTS RECORD CARRYING THE MEAN (NP) AND VARIANCE
000800*  (NP(1-P)).  PROBABILITIES ARE IMPLIED 9V9(6), MOMENTS
000900*  IMPLIED 99V9(6), SO THEIR SIDE LOADS THE FIGURES INSTEAD OF
001000*  MULTIPLYING PASCALEXT COEFFICIENTS OUT IN A SPREADSHEET.
001100*
001200*  MODIFICATION HISTORY
001300*  YYYY-MM-DD  BY   DESCRIPTION
001400*  2026-10-15  KM   ORIGINAL - PROBABILITY INTERFACE LAYOUT.
001500*****************************************************************
001600 01  PASCAL-PROB-RECORD.
001700     05  PP-RECORD-TYPE             PIC X(01).
001800         88  PP-IS-POINT            VALUE "P".
001900         88  PP-IS-MOMENTS          VALUE "M".
002000     05  PP-REQUEST-NUMBER          PIC 9(05).
002100     05  PP-TRIALS                  PIC 9(02).
002200     05  PP-SUCCESS-PROB            PIC 9V9(06).
002300     05  PP-SUCCESS-COUNT           PIC 9(02).
002400     05  PP-POINT-PROB              PIC 9V9(06).
002500     05  PP-CUM-PROB                PIC 9V9(06).
002600     05  PP-RUN-DATE                PIC 9(08).
002700     05  FILLER                     PIC X(06).
002800 01  PASCAL-PROB-MOMENTS.
002900     05  PPM-RECORD-TYPE            PIC X(01).
003000     05  PPM-REQUEST-NUMBER         PIC 9(05).
003100     05  PPM-TRIALS                 PIC 9(02).
003200     05  PPM-SUCCESS-PROB           PIC 9V9(06).
003300     05  PPM-MEAN                   PIC 9(02)V9(06).
003400     05  PPM-VARIANCE               PIC 9(02)V9(06).
003500     05  PPM-RUN-DATE               PIC 9(08).
003600     05  FILLER                     PIC X(06).
