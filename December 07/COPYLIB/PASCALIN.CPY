000994*                   RECORDING MODE F FDS.  A CYCLE NUMBER OF
000995*                   00 ON THE HEADER MARKS A FLOATING REQUEUE
000996*                   FEED CONSUMABLE BY ANY LATER RUN.
000997*  2026-10-15  KM   ADDED BINOMIAL TYPE B - TRIALS IN THE ROW
000998*                   COUNT, SUCCESS PROBABILITY IN THE OLD FILLER
000999*                   AS 9V9(6) (0250000 = 0.25); SAME LENGTH.
001000*  2026-10-15  KM   ADDED THE PRIORITY CLASS (1 URGENT, 2 HIGH,
001010*                   3 ROUTINE; BLANK = 3) AND AN OPTIONAL
001020*                   NEEDED-BY DATE (YYYYMMDD; BLANK = NONE) TO
001030*                   THE DETAIL.  ALL THREE VIEWS GROW TO 28
001040*                   BYTES; A SHORT LINE FROM AN OLDER TRANSFER
001050*                   READS BLANK-PADDED - ROUTINE, NO DEADLINE.
001090*****************************************************************
001100 01  PASCAL-REQUEST-RECORD.
001200     05  PI-REQUEST-NUMBER          PIC 9(05).
001300     05  PI-REQUEST-ROWS            PIC X(02).
001410         88  PI-TYPE-FULL-TRIANGLE  VALUE "F", " ".
001420         88  PI-TYPE-SINGLE-ROW     VALUE "R".
001430         88  PI-TYPE-SINGLE-COEF    VALUE "C".
001435         88  PI-TYPE-BINOMIAL       VALUE "B".
001440     05  PI-REQUEST-COLUMN          PIC X(02).
001445     05  PI-RETRY-COUNT             PIC X(02).
001450     05  PI-SUCCESS-PROB            PIC X(07).
001455     05  PI-SUCCESS-PROB-NUM REDEFINES PI-SUCCESS-PROB
001456                                    PIC 9V9(06).
001460     05  PI-PRIORITY-CLASS          PIC X(01).
001465         88  PI-PRIORITY-URGENT     VALUE "1".
001470         88  PI-PRIORITY-HIGH       VALUE "2".
001475         88  PI-PRIORITY-ROUTINE    VALUE "3", " ".
001480         88  PI-PRIORITY-VALID      VALUE "1", "2", "3", " ".
001485     05  PI-NEEDED-BY-DATE          PIC X(08).
001490     05  PI-NEEDED-BY-NUM REDEFINES PI-NEEDED-BY-DATE
001495                                    PIC 9(08).
001500 01  PASCAL-REQUEST-HEADER.
001510     05  PH-RECORD-ID               PIC X(01).
001520         88  PH-IS-HEADER           VALUE "H".
001530         88  PH-IS-TRAILER          VALUE "T".
001540     05  PH-CREATE-DATE             PIC 9(08).
001550     05  PH-SOURCE-SYSTEM           PIC X(08).
001560     05  PH-CYCLE-NUMBER            PIC 9(02).
001570     05  FILLER                     PIC X(09).
001580 01  PASCAL-REQUEST-TRAILER.
001590     05  PT-RECORD-ID               PIC X(01).
001600     05  PT-RECORD-COUNT            PIC 9(05).
001610     05  PT-HASH-TOTAL              PIC 9(07).
001620     05  FILLER                     PIC X(15).
001630
