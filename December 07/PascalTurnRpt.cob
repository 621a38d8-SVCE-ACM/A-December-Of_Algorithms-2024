000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PascalTurnRpt.
000300 AUTHOR. KISHORE MURUGANANTHAM.
000400 INSTALLATION. SVCE-ACM DECEMBER-OF-ALGORITHMS.
000500 DATE-WRITTEN. 15-OCT-2026.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*  REQUEST TURNAROUND AND SERVICE-LEVEL REPORT.  THE REQUESTING
001000*  DEPARTMENTS ASK HOW LONG THEIR REQUESTS SIT IN THE QUEUE.
001100*  THIS JOB PAIRS EVERY PASCALIN REQUEST (NUMBER, SOURCE SYSTEM,
001200*  CREATE DATE AND CYCLE FROM ITS FILE HEADER) WITH ITS
001300*  PASCALRSP DISPOSITIONS AND PRINTS TO PASCALTA:
001400*      - PER SOURCE SYSTEM AND REQUEST TYPE: REQUESTS COMPLETED,
001500*        AVERAGE AND WORST TURNAROUND IN BUSINESS DAYS, THE
001600*        SOURCE'S SERVICE TARGET AND BREACHES OF IT, REQUESTS
001700*        REQUEUED AND REQUEUE ROUND-TRIPS, AND OPEN REQUESTS
001800*      - EVERY COMPLETED REQUEST THAT BREACHED ITS TARGET
001900*      - OPEN ITEMS: PARKED, ERRORED AND AWAITING REQUEUE,
002000*        RESTART-SKIPPED BUT NEVER SEEN COMPLETE, AND REQUESTS
002100*        WITH NO DISPOSITION AT ALL, AGED TO THE BUSINESS DATE
002200*  THE SCHEDULER CONCATENATES THE PERIOD'S PASCALIN GENERATIONS
002300*  (INCLUDING FED-BACK PASCALREJ AND PASCALSTG FILES) AS
002400*  PASCALIN, AND THE MATCHING PASCALRSP GENERATIONS AS PASCALRS.
002500*  A REQUEST IS KEYED BY REQUEST NUMBER AND SOURCE SYSTEM, THE
002600*  SAME KEY PASCALHIS USES.  ITS CREATE DATE IS THAT OF ITS
002700*  EARLIEST APPEARANCE, ITS ROUND-TRIPS THE HIGHEST RETRY COUNT
002800*  IT ARRIVED WITH, AND ITS TURNAROUND THE BUSINESS DAYS FROM
002900*  CREATE DATE, EXCLUSIVE, TO ITS FIRST "C" DISPOSITION,
003000*  INCLUSIVE - A SAME-DAY COMPLETION IS ZERO.  WITHOUT A
003100*  PASCALCAL CALENDAR THE DAYS ARE CALENDAR DAYS.  SERVICE
003200*  TARGETS COME FROM THE PASCALSL CONTROL FILE.
003300*
003400*  RUN PARM (BLANK-DELIMITED, BOTH OPTIONAL):  FROM-DATE TO-DATE
003500*      YYYYMMDD CREATE DATES BOUNDING THE REQUESTS REPORTED;
003600*      DISPOSITIONS ARE MATCHED WHATEVER THEIR DATE.
003700*
003800*  RETURN CODE: 0 = ALL COMPLETED WITHIN TARGET, 4 = BREACHES
003900*  OR OPEN ITEMS, 8 = A TABLE FILLED AND THE REPORT IS
004000*  INCOMPLETE, 12 = BAD PARM OR A REQUIRED FILE WOULD NOT OPEN.
004100*
004200*  MODIFICATION HISTORY
004300*  YYYY-MM-DD  BY   DESCRIPTION
004310*  2026-10-15  KM   A REQUEST WHOSE NEEDED-BY DATE HAD PASSED
004320*                   IS NOW DISPOSED "X" (EXPIRED) BY THE RUN.
004330*                   CLASS IT E - CLOSED, NOT OPEN - AND COUNT IT
004340*                   ON THE SUMMARY PAGE.
004400*  2026-10-15  KM   ORIGINAL - TURNAROUND, BREACH, AND OPEN-ITEM
004500*                   REPORT BY SOURCE SYSTEM AND REQUEST TYPE.
004600*****************************************************************
004700
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300*--------------------------------------------------------------*
005400*  THE PERIOD'S BATCH REQUEST FILES.                            *
005500*--------------------------------------------------------------*
005600     SELECT PASCALIN ASSIGN TO PASCALIN
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS PTA-REQ-STATUS.
005900
006000*--------------------------------------------------------------*
006100*  THE PERIOD'S DISPOSITION RESPONSE FILES.                     *
006200*--------------------------------------------------------------*
006300     SELECT PASCALRSP ASSIGN TO PASCALRS
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS PTA-RSP-STATUS.
006600
006700*--------------------------------------------------------------*
006800*  PROCESSING CALENDAR - CURRENT BUSINESS DATE AND BUSINESS     *
006900*  DAYS FOR THE TURNAROUND ARITHMETIC.                          *
007000*--------------------------------------------------------------*
007100     SELECT PASCALCAL ASSIGN TO PASCALCA
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS PTA-CAL-STATUS.
007400
007500*--------------------------------------------------------------*
007600*  SERVICE TARGETS BY SOURCE SYSTEM.                            *
007700*--------------------------------------------------------------*
007800     SELECT PASCALSLA ASSIGN TO PASCALSL
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS PTA-SLA-STATUS.
008100
008200*--------------------------------------------------------------*
008300*  PRINTED TURNAROUND REPORT.                                   *
008400*--------------------------------------------------------------*
008500     SELECT PASCALTAP ASSIGN TO PASCALTA
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS PTA-RPT-STATUS.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100
009200 FD  PASCALIN
009300     RECORDING MODE IS F.
009400 COPY PASCALIN.
009500
009600 FD  PASCALRSP
009700     RECORDING MODE IS F.
009800 COPY PASCALRS.
009900
010000 FD  PASCALCAL
010100     RECORDING MODE IS F.
010200 COPY PASCALCA.
010300
010400 FD  PASCALSLA
010500     RECORDING MODE IS F.
010600 COPY PASCALSL.
010700
010800 FD  PASCALTAP
010900     RECORDING MODE IS F.
011000 COPY PASCALRT.
011100
011200 WORKING-STORAGE SECTION.
011300
011400*--------------------------------------------------------------*
011500*  FILE STATUS BYTES.                                           *
011600*--------------------------------------------------------------*
011700 01  PTA-FILE-STATUSES.
011800     05  PTA-REQ-STATUS             PIC X(02) VALUE "00".
011900     05  PTA-RSP-STATUS             PIC X(02) VALUE "00".
012000     05  PTA-CAL-STATUS             PIC X(02) VALUE "00".
012100     05  PTA-SLA-STATUS             PIC X(02) VALUE "00".
012200     05  PTA-RPT-STATUS             PIC X(02) VALUE "00".
012300
012400*--------------------------------------------------------------*
012500*  RUN-CONTROL SWITCHES.                                        *
012600*--------------------------------------------------------------*
012700 01  PTA-SWITCHES.
012800     05  PTA-PARM-OK-SWITCH         PIC X(01) VALUE "Y".
012900         88  PTA-PARM-OK            VALUE "Y".
013000         88  PTA-PARM-BAD           VALUE "N".
013100     05  PTA-OPEN-FAIL-SWITCH       PIC X(01) VALUE "N".
013200         88  PTA-OPEN-FAILED        VALUE "Y".
013300     05  PTA-REQ-OPEN-SWITCH        PIC X(01) VALUE "N".
013400         88  PTA-REQ-FILE-OPEN      VALUE "Y".
013500     05  PTA-RSP-OPEN-SWITCH        PIC X(01) VALUE "N".
013600         88  PTA-RSP-FILE-OPEN      VALUE "Y".
013700     05  PTA-REQ-EOF-SWITCH         PIC X(01) VALUE "N".
013800         88  PTA-REQ-EOF            VALUE "Y".
013900     05  PTA-RSP-EOF-SWITCH         PIC X(01) VALUE "N".
014000         88  PTA-RSP-EOF            VALUE "Y".
014100     05  PTA-CAL-EOF-SWITCH         PIC X(01) VALUE "N".
014200         88  PTA-CAL-EOF            VALUE "Y".
014300     05  PTA-CAL-SWITCH             PIC X(01) VALUE "N".
014400         88  PTA-CAL-LOADED         VALUE "Y".
014500     05  PTA-SLA-EOF-SWITCH         PIC X(01) VALUE "N".
014600         88  PTA-SLA-EOF            VALUE "Y".
014700     05  PTA-HEADER-SWITCH          PIC X(01) VALUE "N".
014800         88  PTA-HEADER-SEEN        VALUE "Y".
014900     05  PTA-DEFAULT-SWITCH         PIC X(01) VALUE "N".
015000         88  PTA-HAS-DEFAULT        VALUE "Y".
015100     05  PTA-TARGET-SWITCH          PIC X(01) VALUE "N".
015200         88  PTA-HAS-TARGET         VALUE "Y".
015300
015400*--------------------------------------------------------------*
015500*  RUN PARM WORK AREAS.                                         *
015600*--------------------------------------------------------------*
015700 01  PTA-PARM-LINE                  PIC X(80).
015800 01  PTA-PARM-FIELDS.
015900     05  PTA-PARM-FROM              PIC X(08).
016000     05  PTA-PARM-TO                PIC X(08).
016100 77  PTA-FROM-DATE                  PIC 9(08) VALUE 0.
016200 77  PTA-TO-DATE                    PIC 9(08) VALUE 99999999.
016300 77  PTA-RUN-DATE                   PIC 9(08) VALUE 0.
016400 77  PTA-BUSINESS-DATE              PIC 9(08) VALUE 0.
016500*    MUST MATCH PASCAL-MAX-RETRIES IN PascalTriangle: AN
016600*    ERRORED REQUEST THAT ARRIVED WITH THIS MANY RETRIES WAS
016700*    PARKED, NOT REQUEUED.
016800 77  PTA-MAX-RETRIES                PIC 9(02) VALUE 03.
016900
017000*--------------------------------------------------------------*
017100*  CURRENT PASCALIN FILE HEADER.  THE PERIOD'S FILES ARRIVE     *
017200*  CONCATENATED, SO EVERY HEADER READ REPLACES THESE.           *
017300*--------------------------------------------------------------*
017400 77  PTA-HDR-DATE                   PIC 9(08) VALUE 0.
017500 77  PTA-HDR-SOURCE                 PIC X(08) VALUE SPACES.
017600 77  PTA-HDR-CYCLE                  PIC 9(02) VALUE 0.
017700
017800*--------------------------------------------------------------*
017900*  REQUEST TABLE, ONE ENTRY PER REQUEST NUMBER AND SOURCE       *
018000*  SYSTEM.  THE DISPOSITION KEPT IS THE EARLIEST "C" IF THERE   *
018100*  IS ONE, OTHERWISE THE LATEST DISPOSITION OF ANY KIND.  THE   *
018200*  CLASS IS SET BY 4000:                                        *
018300*      C = COMPLETED          D = DUPLICATE (ALREADY SATISFIED) *
018400*      P = PARKED             R = ERRORED, AWAITING REQUEUE     *
018500*      K = RESTART-SKIPPED    N = NO DISPOSITION                *
018600*      O = OTHER DISPOSITION  X = CREATED OUTSIDE THE PERIOD    *
018610*      E = EXPIRED (NEEDED-BY DATE PASSED)                      *
018700*--------------------------------------------------------------*
018800 01  PTA-REQUEST-TABLE.
018900     05  PTA-REQ-COUNT              PIC 9(05) COMP VALUE 0.
019000     05  PTA-RQ-ENTRY OCCURS 3000 TIMES.
019100         10  PTA-RQ-KEY.
019200             15  PTA-RQ-SOURCE      PIC X(08).
019300             15  PTA-RQ-NBR         PIC 9(05).
019400         10  PTA-RQ-TYPE            PIC X(01).
019500         10  PTA-RQ-CYCLE           PIC 9(02).
019600         10  PTA-RQ-CREATE          PIC 9(08).
019700         10  PTA-RQ-RETRIES         PIC 9(02).
019800         10  PTA-RQ-DISP-STATUS     PIC X(01).
019900         10  PTA-RQ-REASON          PIC X(02).
020000         10  PTA-RQ-DISP-STAMP.
020100             15  PTA-RQ-DISP-DATE   PIC 9(08).
020200             15  PTA-RQ-DISP-TIME   PIC 9(08).
020300         10  PTA-RQ-DONE            PIC X(01).
020400         10  PTA-RQ-CLASS           PIC X(01).
020500         10  PTA-RQ-DAYS            PIC 9(05).
020600         10  PTA-RQ-TARGET          PIC 9(03).
020700         10  PTA-RQ-TARGET-SW       PIC X(01).
020800         10  PTA-RQ-BREACH          PIC X(01).
020900 01  PTA-SEARCH-KEY.
021000     05  PTA-SEARCH-SOURCE          PIC X(08).
021100     05  PTA-SEARCH-NBR             PIC 9(05).
021200 01  PTA-RSP-STAMP.
021300     05  PTA-RSP-STAMP-DATE         PIC 9(08).
021400     05  PTA-RSP-STAMP-TIME         PIC 9(08).
021500
021600*--------------------------------------------------------------*
021700*  SERVICE TARGETS FROM PASCALSL.                               *
021800*--------------------------------------------------------------*
021900 01  PTA-SLA-TABLE.
022000     05  PTA-SLA-COUNT              PIC 9(03) COMP VALUE 0.
022100     05  PTA-SLA-ENTRY OCCURS 100 TIMES.
022200         10  PTA-SLA-SOURCE         PIC X(08).
022300         10  PTA-SLA-DAYS           PIC 9(03).
022400 77  PTA-DEFAULT-TARGET             PIC 9(03) VALUE 0.
022500 77  PTA-TARGET                     PIC 9(03) VALUE 0.
022600
022700*--------------------------------------------------------------*
022800*  SOURCE SYSTEM / REQUEST TYPE GROUPS, KEPT IN KEY ORDER AS    *
022900*  THEY ARE ADDED SO THE REPORT PRINTS SORTED WITH SOURCE       *
023000*  SUBTOTALS.                                                   *
023100*--------------------------------------------------------------*
023200 01  PTA-GROUP-TABLE.
023300     05  PTA-GRP-COUNT              PIC 9(03) COMP VALUE 0.
023400     05  PTA-GRP-ENTRY OCCURS 200 TIMES.
023500         10  PTA-GRP-KEY.
023600             15  PTA-GRP-SOURCE     PIC X(08).
023700             15  PTA-GRP-TYPE       PIC X(01).
023800         10  PTA-GRP-COMPLETED      PIC 9(05) COMP.
023900         10  PTA-GRP-TOTAL-DAYS     PIC 9(07) COMP.
024000         10  PTA-GRP-WORST          PIC 9(05) COMP.
024100         10  PTA-GRP-BREACHES       PIC 9(05) COMP.
024200         10  PTA-GRP-REQUEUED       PIC 9(05) COMP.
024300         10  PTA-GRP-TRIPS          PIC 9(05) COMP.
024400         10  PTA-GRP-OPEN           PIC 9(05) COMP.
024500         10  PTA-GRP-TARGET         PIC 9(03).
024600         10  PTA-GRP-TARGET-SW      PIC X(01).
024700 01  PTA-NEW-GRP-KEY.
024800     05  PTA-NEW-GRP-SOURCE         PIC X(08).
024900     05  PTA-NEW-GRP-TYPE           PIC X(01).
025000
025100*--------------------------------------------------------------*
025200*  SOURCE-SYSTEM SUBTOTAL AND REPORT GRAND TOTAL ACCUMULATORS.  *
025300*--------------------------------------------------------------*
025400 01  PTA-SOURCE-TOTALS.
025500     05  PTA-SRC-SOURCE             PIC X(08) VALUE SPACES.
025600     05  PTA-SRC-COMPLETED          PIC 9(05) COMP VALUE 0.
025700     05  PTA-SRC-TOTAL-DAYS         PIC 9(07) COMP VALUE 0.
025800     05  PTA-SRC-WORST              PIC 9(05) COMP VALUE 0.
025900     05  PTA-SRC-BREACHES           PIC 9(05) COMP VALUE 0.
026000     05  PTA-SRC-REQUEUED           PIC 9(05) COMP VALUE 0.
026100     05  PTA-SRC-TRIPS              PIC 9(05) COMP VALUE 0.
026200     05  PTA-SRC-OPEN               PIC 9(05) COMP VALUE 0.
026300     05  PTA-SRC-TARGET             PIC 9(03) VALUE 0.
026400     05  PTA-SRC-TARGET-SW          PIC X(01) VALUE "N".
026500 01  PTA-GRAND-TOTALS.
026600     05  PTA-TOT-COMPLETED          PIC 9(05) COMP VALUE 0.
026700     05  PTA-TOT-TOTAL-DAYS         PIC 9(07) COMP VALUE 0.
026800     05  PTA-TOT-WORST              PIC 9(05) COMP VALUE 0.
026900     05  PTA-TOT-BREACHES           PIC 9(05) COMP VALUE 0.
027000     05  PTA-TOT-REQUEUED           PIC 9(05) COMP VALUE 0.
027100     05  PTA-TOT-TRIPS              PIC 9(05) COMP VALUE 0.
027200     05  PTA-TOT-OPEN               PIC 9(05) COMP VALUE 0.
027300
027400*--------------------------------------------------------------*
027500*  PROCESSING-CALENDAR TABLE.                                   *
027600*--------------------------------------------------------------*
027700 01  PTA-CAL-TABLE.
027800     05  PTA-BUSDAY-COUNT           PIC 9(05) COMP VALUE 0.
027900     05  PTA-BUSDAY-DATE OCCURS 2000 TIMES
028000                                     PIC 9(08).
028100 77  PTA-CAL-OVERFLOWS              PIC 9(05) COMP VALUE 0.
028200
028300*--------------------------------------------------------------*
028400*  RUN COUNTERS AND WORK AREAS.                                 *
028500*--------------------------------------------------------------*
028600 77  PTA-DETAIL-READ-COUNT          PIC 9(07) COMP VALUE 0.
028700 77  PTA-NO-HEADER-COUNT            PIC 9(07) COMP VALUE 0.
028800 77  PTA-RSP-READ-COUNT             PIC 9(07) COMP VALUE 0.
028900 77  PTA-RSP-ORPHAN-COUNT           PIC 9(07) COMP VALUE 0.
029000 77  PTA-REQ-OVERFLOWS              PIC 9(07) COMP VALUE 0.
029100 77  PTA-GRP-OVERFLOWS              PIC 9(07) COMP VALUE 0.
029200 77  PTA-SLA-BAD-COUNT              PIC 9(05) COMP VALUE 0.
029300 77  PTA-OUT-OF-PERIOD-COUNT        PIC 9(07) COMP VALUE 0.
029400 77  PTA-COMPLETED-COUNT            PIC 9(07) COMP VALUE 0.
029500 77  PTA-DUP-COUNT                  PIC 9(07) COMP VALUE 0.
029510 77  PTA-EXPIRED-COUNT              PIC 9(07) COMP VALUE 0.
029600 77  PTA-OTHER-COUNT                PIC 9(07) COMP VALUE 0.
029700 77  PTA-BREACH-COUNT               PIC 9(07) COMP VALUE 0.
029800 77  PTA-OPEN-COUNT                 PIC 9(07) COMP VALUE 0.
029900 77  PTA-NO-TARGET-COUNT            PIC 9(07) COMP VALUE 0.
030000 77  PTA-T                          PIC 9(05) COMP.
030100 77  PTA-FOUND-SUB                  PIC 9(05) COMP.
030200 77  PTA-G                          PIC 9(03) COMP.
030300 77  PTA-G2                         PIC 9(03) COMP.
030400 77  PTA-S                          PIC 9(03) COMP.
030500 77  PTA-C                          PIC 9(05) COMP.
030600 77  PTA-RETRY-NUM                  PIC 9(02) VALUE 0.
030700 77  PTA-DAYS-FROM                  PIC 9(08) VALUE 0.
030800 77  PTA-DAYS-TO                    PIC 9(08) VALUE 0.
030900 77  PTA-DAYS                       PIC 9(05) VALUE 0.
031000 77  PTA-FROM-DAYS                  PIC 9(07) VALUE 0.
031100 77  PTA-AVERAGE                    PIC 9(05)V9 VALUE 0.
031200 77  PTA-FMT-DATE                   PIC 9(08) VALUE 0.
031300 77  PTA-FMT-TEXT                   PIC X(10) VALUE SPACES.
031400 77  PTA-EDIT-6                     PIC ZZZZZ9.
031500
031600*--------------------------------------------------------------*
031700*  YYYYMMDD-TO-DAY-NUMBER CONVERSION WORK AREAS (JULIAN DAY     *
031800*  ARITHMETIC; ALL DIVISIONS TRUNCATE).                         *
031900*--------------------------------------------------------------*
032000 01  PTA-DTD-FIELDS.
032100     05  PTA-DTD-DATE               PIC 9(08) VALUE 0.
032200     05  PTA-DTD-DATE-R REDEFINES PTA-DTD-DATE.
032300         10  PTA-DTD-YEAR           PIC 9(04).
032400         10  PTA-DTD-MONTH          PIC 9(02).
032500         10  PTA-DTD-DAY            PIC 9(02).
032600     05  PTA-DTD-DAYS               PIC 9(07) VALUE 0.
032700     05  PTA-DTD-A                  PIC 9(04) COMP.
032800     05  PTA-DTD-Y                  PIC 9(05) COMP.
032900     05  PTA-DTD-M                  PIC 9(02) COMP.
033000     05  PTA-DTD-T1                 PIC 9(05) COMP.
033100     05  PTA-DTD-T2                 PIC 9(05) COMP.
033200     05  PTA-DTD-T3                 PIC 9(05) COMP.
033300     05  PTA-DTD-T4                 PIC 9(05) COMP.
033400
033500*--------------------------------------------------------------*
033600*  PRINT-LINE MAP FOR THE PASCALTA REPORT.                      *
033700*--------------------------------------------------------------*
033800 01  PTA-REPORT-LINES.
033900     05  PTA-TITLE-LINE               PIC X(132) VALUE
034000         "PASCALTRIANGLE REQUEST TURNAROUND AND SERVICE LEVELS".
034100     05  PTA-DATE-LINE.
034200         10  FILLER                   PIC X(10)
034300                                       VALUE "RUN DATE: ".
034400         10  PTA-RPT-DATE             PIC X(10).
034500         10  FILLER                   PIC X(23)
034600                              VALUE "  AS OF BUSINESS DATE: ".
034700         10  PTA-RPT-AS-OF            PIC X(10).
034800         10  FILLER                   PIC X(10)
034900                                       VALUE "  CREATED ".
035000         10  PTA-RPT-FROM             PIC X(10).
035100         10  FILLER                   PIC X(04) VALUE " TO ".
035200         10  PTA-RPT-TO               PIC X(10).
035300         10  FILLER                   PIC X(45) VALUE SPACES.
035400     05  PTA-SECTION-LINE             PIC X(132).
035500     05  PTA-GROUP-HEADING.
035600         10  FILLER                   PIC X(27)
035700                     VALUE "  SOURCE    TYPE  COMPLETED".
035800         10  FILLER                   PIC X(33)
035900                     VALUE "   AVG DAYS      WORST     TARGET".
036000         10  FILLER                   PIC X(44)
036100           VALUE "   BREACHES   REQUEUED  RND-TRIPS       OPEN".
036200         10  FILLER                   PIC X(28) VALUE SPACES.
036300     05  PTA-GROUP-LINE.
036400         10  FILLER                   PIC X(02) VALUE SPACES.
036500         10  PTA-GL-SOURCE            PIC X(08).
036600         10  FILLER                   PIC X(02) VALUE SPACES.
036700         10  PTA-GL-TYPE              PIC X(04).
036800         10  FILLER                   PIC X(02) VALUE SPACES.
036900         10  PTA-GL-COMPLETED         PIC ZZZZZZZZ9.
037000         10  FILLER                   PIC X(02) VALUE SPACES.
037100         10  PTA-GL-AVERAGE           PIC ZZZZZZ9.9.
037200         10  FILLER                   PIC X(02) VALUE SPACES.
037300         10  PTA-GL-WORST             PIC ZZZZZZZZ9.
037400         10  FILLER                   PIC X(02) VALUE SPACES.
037500         10  PTA-GL-TARGET            PIC X(09).
037600         10  FILLER                   PIC X(02) VALUE SPACES.
037700         10  PTA-GL-BREACHES          PIC ZZZZZZZZ9.
037800         10  FILLER                   PIC X(02) VALUE SPACES.
037900         10  PTA-GL-REQUEUED          PIC ZZZZZZZZ9.
038000         10  FILLER                   PIC X(02) VALUE SPACES.
038100         10  PTA-GL-TRIPS             PIC ZZZZZZZZ9.
038200         10  FILLER                   PIC X(02) VALUE SPACES.
038300         10  PTA-GL-OPEN              PIC ZZZZZZZZ9.
038400         10  FILLER                   PIC X(28) VALUE SPACES.
038500     05  PTA-BREACH-HEADING.
038600         10  FILLER                   PIC X(42)
038700             VALUE "  SOURCE    REQNO  TYPE  CYCLE  CREATED   ".
038800         10  FILLER                   PIC X(34)
038900             VALUE "  COMPLETED    DAYS  TARGET  TRIPS".
039000         10  FILLER                   PIC X(56) VALUE SPACES.
039100     05  PTA-OPEN-HEADING.
039200         10  FILLER                   PIC X(42)
039300             VALUE "  SOURCE    REQNO  TYPE  CYCLE  CREATED   ".
039400         10  FILLER                   PIC X(42)
039500             VALUE "  LAST DISP     AGE  TARGET  TRIPS  STATUS".
039600         10  FILLER                   PIC X(48) VALUE SPACES.
039700     05  PTA-REQUEST-LINE.
039800         10  FILLER                   PIC X(02) VALUE SPACES.
039900         10  PTA-RL-SOURCE            PIC X(08).
040000         10  FILLER                   PIC X(02) VALUE SPACES.
040100         10  PTA-RL-NBR               PIC 9(05).
040200         10  FILLER                   PIC X(02) VALUE SPACES.
040300         10  PTA-RL-TYPE              PIC X(04).
040400         10  FILLER                   PIC X(02) VALUE SPACES.
040500         10  PTA-RL-CYCLE             PIC 9(02).
040600         10  FILLER                   PIC X(05) VALUE SPACES.
040800         10  PTA-RL-CREATED           PIC X(10).
040900         10  FILLER                   PIC X(02) VALUE SPACES.
041000         10  PTA-RL-DATE              PIC X(10).
041100         10  FILLER                   PIC X(02) VALUE SPACES.
041200         10  PTA-RL-DAYS              PIC ZZZZ9.
041300         10  FILLER                   PIC X(02) VALUE SPACES.
041400         10  PTA-RL-TARGET            PIC X(06).
041500         10  FILLER                   PIC X(02) VALUE SPACES.
041600         10  PTA-RL-TRIPS             PIC Z9.
041700         10  FILLER                   PIC X(05) VALUE SPACES.
041900         10  PTA-RL-TEXT              PIC X(30).
042000         10  FILLER                   PIC X(24) VALUE SPACES.
042100     05  PTA-COUNT-LINE.
042200         10  FILLER                   PIC X(02) VALUE SPACES.
042300         10  PTA-COUNT-LABEL          PIC X(30).
042400         10  PTA-COUNT-VALUE          PIC ZZZZZZ9.
042500         10  FILLER                   PIC X(93) VALUE SPACES.
042600     05  PTA-MSG-LINE.
042700         10  PTA-MSG-TEXT             PIC X(60).
042800         10  FILLER                   PIC X(72) VALUE SPACES.
042900     05  PTA-BLANK-LINE               PIC X(132) VALUE SPACES.
043000
043100*****************************************************************
043200*  PROCEDURE DIVISION
043300*****************************************************************
043400 PROCEDURE DIVISION.
043500
043600*-----------------------------------------------------------*
043700*  0000-MAINLINE                                             *
043800*-----------------------------------------------------------*
043900 0000-MAINLINE.
044000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
044100     IF PTA-PARM-OK AND NOT PTA-OPEN-FAILED
044200         PERFORM 2000-LOAD-REQUESTS THRU 2000-EXIT
044300         PERFORM 3000-MATCH-RESPONSES THRU 3000-EXIT
044400         PERFORM 4000-MEASURE-REQUESTS THRU 4000-EXIT
044500         PERFORM 5000-PRINT-GROUPS THRU 5000-EXIT
044600         PERFORM 6000-PRINT-BREACHES THRU 6000-EXIT
044700         PERFORM 6500-PRINT-OPEN-ITEMS THRU 6500-EXIT
044800     END-IF.
044900     IF PTA-PARM-OK
045000         PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT
045100     END-IF.
045200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
045300     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
045400     STOP RUN.
045500
045600*-----------------------------------------------------------*
045700*  1000-INITIALIZE - PARSE THE PARM, OPEN THE REPORT, LOAD   *
045800*  THE CALENDAR AND SERVICE TARGETS, OPEN THE INPUTS.        *
045900*-----------------------------------------------------------*
046000 1000-INITIALIZE.
046100     ACCEPT PTA-PARM-LINE FROM COMMAND-LINE.
046200     ACCEPT PTA-RUN-DATE FROM DATE YYYYMMDD.
046300     PERFORM 1050-PARSE-PARM THRU 1050-EXIT.
046400     IF PTA-PARM-BAD
046500         GO TO 1000-EXIT
046600     END-IF.
046700     OPEN EXTEND PASCALTAP.
046800     IF PTA-RPT-STATUS NOT = "00"
046900         OPEN OUTPUT PASCALTAP
047000         CLOSE PASCALTAP
047100         OPEN EXTEND PASCALTAP
047200     END-IF.
047300     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
047400     PERFORM 1200-LOAD-TARGETS THRU 1200-EXIT.
047500     OPEN INPUT PASCALIN.
047600     IF PTA-REQ-STATUS = "00"
047700         SET PTA-REQ-FILE-OPEN TO TRUE
047800     ELSE
047900         SET PTA-OPEN-FAILED TO TRUE
048000         DISPLAY "PASCALTA - UNABLE TO OPEN PASCALIN - "
048100             "STATUS: " PTA-REQ-STATUS
048200     END-IF.
048300     OPEN INPUT PASCALRSP.
048400     IF PTA-RSP-STATUS = "00"
048500         SET PTA-RSP-FILE-OPEN TO TRUE
048600     ELSE
048700         SET PTA-OPEN-FAILED TO TRUE
048800         DISPLAY "PASCALTA - UNABLE TO OPEN PASCALRSP - "
048900             "STATUS: " PTA-RSP-STATUS
049000     END-IF.
049100     PERFORM 1400-PRINT-HEADER THRU 1400-EXIT.
049200 1000-EXIT.
049300     EXIT.
049400
049500 1050-PARSE-PARM.
049600     MOVE SPACES TO PTA-PARM-FIELDS.
049700     UNSTRING PTA-PARM-LINE DELIMITED BY ALL SPACES
049800         INTO PTA-PARM-FROM PTA-PARM-TO.
049900     IF PTA-PARM-FROM NOT = SPACES
050000         IF PTA-PARM-FROM IS NUMERIC
050100             MOVE PTA-PARM-FROM TO PTA-FROM-DATE
050200         ELSE
050300             SET PTA-PARM-BAD TO TRUE
050400             DISPLAY "PASCALTA - INVALID FROM DATE: "
050500                 PTA-PARM-FROM
050600         END-IF
050700     END-IF.
050800     IF PTA-PARM-TO NOT = SPACES
050900         IF PTA-PARM-TO IS NUMERIC
051000             MOVE PTA-PARM-TO TO PTA-TO-DATE
051100         ELSE
051200             SET PTA-PARM-BAD TO TRUE
051300             DISPLAY "PASCALTA - INVALID TO DATE: " PTA-PARM-TO
051400         END-IF
051500     END-IF.
051600     IF PTA-PARM-OK AND PTA-FROM-DATE > PTA-TO-DATE
051700         SET PTA-PARM-BAD TO TRUE
051800         DISPLAY "PASCALTA - FROM DATE " PTA-FROM-DATE
051900             " IS AFTER TO DATE " PTA-TO-DATE
052000     END-IF.
052100 1050-EXIT.
052200     EXIT.
052300
052400*-----------------------------------------------------------*
052500*  1100-LOAD-CALENDAR - TABLE THE PASCALCAL BUSINESS DAYS    *
052600*  AND CAPTURE THE CURRENT BUSINESS DATE.  WITHOUT A         *
052700*  CALENDAR TURNAROUND IS MEASURED IN CALENDAR DAYS AND      *
052800*  OPEN ITEMS AGE TO THE MACHINE DATE.                       *
052900*-----------------------------------------------------------*
053000 1100-LOAD-CALENDAR.
053100     MOVE PTA-RUN-DATE TO PTA-BUSINESS-DATE.
053200     OPEN INPUT PASCALCAL.
053300     IF PTA-CAL-STATUS NOT = "00"
053400         DISPLAY "PASCALTA - NO PASCALCAL CALENDAR - "
053500             "MEASURING IN CALENDAR DAYS"
053600         GO TO 1100-EXIT
053700     END-IF.
053800     MOVE 0 TO PTA-BUSINESS-DATE.
053900     PERFORM 1110-READ-CALENDAR THRU 1110-EXIT
054000         UNTIL PTA-CAL-EOF.
054100     CLOSE PASCALCAL.
054200     IF PTA-BUSINESS-DATE > 0 AND PTA-BUSDAY-COUNT > 0
054300         SET PTA-CAL-LOADED TO TRUE
054400     ELSE
054500         MOVE PTA-RUN-DATE TO PTA-BUSINESS-DATE
054600         DISPLAY "PASCALTA - PASCALCAL INCOMPLETE - "
054700             "MEASURING IN CALENDAR DAYS"
054800     END-IF.
054900     IF PTA-CAL-OVERFLOWS > 0
055000         DISPLAY "PASCALTA - CALENDAR TABLE FULL - "
055100             PTA-CAL-OVERFLOWS " BUSINESS DAYS NOT TABLED"
055200     END-IF.
055300 1100-EXIT.
055400     EXIT.
055500
055600 1110-READ-CALENDAR.
055700     READ PASCALCAL
055800         AT END
055900             SET PTA-CAL-EOF TO TRUE
056000             GO TO 1110-EXIT
056100     END-READ.
056200     EVALUATE TRUE
056300         WHEN PCA-IS-CURRENT
056400             MOVE PCA-CAL-DATE TO PTA-BUSINESS-DATE
056500         WHEN PCA-IS-BUSDAY
056600             IF PTA-BUSDAY-COUNT < 2000
056700                 ADD 1 TO PTA-BUSDAY-COUNT
056800                 MOVE PCA-CAL-DATE
056900                     TO PTA-BUSDAY-DATE(PTA-BUSDAY-COUNT)
057000             ELSE
057100                 ADD 1 TO PTA-CAL-OVERFLOWS
057200             END-IF
057300     END-EVALUATE.
057400 1110-EXIT.
057500     EXIT.
057600
057700*-----------------------------------------------------------*
057800*  1200-LOAD-TARGETS - TABLE THE PASCALSL SERVICE TARGETS.   *
057900*  WITHOUT THE FILE THE REPORT STILL RUNS, BUT NOTHING CAN   *
058000*  BREACH.                                                   *
058100*-----------------------------------------------------------*
058200 1200-LOAD-TARGETS.
058300     OPEN INPUT PASCALSLA.
058400     IF PTA-SLA-STATUS NOT = "00"
058500         DISPLAY "PASCALTA - NO PASCALSL SERVICE TARGETS - "
058600             "NO BREACHES WILL BE COUNTED"
058700         GO TO 1200-EXIT
058800     END-IF.
058900     PERFORM 1210-READ-TARGET THRU 1210-EXIT
059000         UNTIL PTA-SLA-EOF.
059100     CLOSE PASCALSLA.
059200 1200-EXIT.
059300     EXIT.
059400
059500 1210-READ-TARGET.
059600     READ PASCALSLA
059700         AT END
059800             SET PTA-SLA-EOF TO TRUE
059900             GO TO 1210-EXIT
060000     END-READ.
060100     IF PSL-TARGET-DAYS IS NOT NUMERIC
060200         OR PSL-SOURCE-SYSTEM = SPACES
060300         ADD 1 TO PTA-SLA-BAD-COUNT
060400         DISPLAY "PASCALTA - PASCALSL RECORD IGNORED: "
060500             PASCAL-SLA-RECORD
060600         GO TO 1210-EXIT
060700     END-IF.
060800     IF PSL-IS-DEFAULT
060900         MOVE PSL-TARGET-DAYS TO PTA-DEFAULT-TARGET
061000         SET PTA-HAS-DEFAULT TO TRUE
061100         GO TO 1210-EXIT
061200     END-IF.
061300     IF PTA-SLA-COUNT < 100
061400         ADD 1 TO PTA-SLA-COUNT
061500         MOVE PSL-SOURCE-SYSTEM TO PTA-SLA-SOURCE(PTA-SLA-COUNT)
061600         MOVE PSL-TARGET-DAYS TO PTA-SLA-DAYS(PTA-SLA-COUNT)
061700     ELSE
061800         ADD 1 TO PTA-SLA-BAD-COUNT
061900         DISPLAY "PASCALTA - SERVICE TARGET TABLE FULL - "
062000             "IGNORED: " PSL-SOURCE-SYSTEM
062100     END-IF.
062200 1210-EXIT.
062300     EXIT.
062400
062500 1400-PRINT-HEADER.
062600     MOVE PTA-TITLE-LINE TO PASCAL-REPORT-RECORD.
062700     WRITE PASCAL-REPORT-RECORD AFTER ADVANCING PAGE.
062800     MOVE PTA-RUN-DATE TO PTA-FMT-DATE.
062900     PERFORM 8400-FORMAT-DATE THRU 8400-EXIT.
063000     MOVE PTA-FMT-TEXT TO PTA-RPT-DATE.
063100     MOVE PTA-BUSINESS-DATE TO PTA-FMT-DATE.
063200     PERFORM 8400-FORMAT-DATE THRU 8400-EXIT.
063300     MOVE PTA-FMT-TEXT TO PTA-RPT-AS-OF.
063400     IF PTA-FROM-DATE = 0
063500         MOVE "EARLIEST" TO PTA-RPT-FROM
063600     ELSE
063700         MOVE PTA-FROM-DATE TO PTA-FMT-DATE
063800         PERFORM 8400-FORMAT-DATE THRU 8400-EXIT
063900         MOVE PTA-FMT-TEXT TO PTA-RPT-FROM
064000     END-IF.
064100     IF PTA-TO-DATE = 99999999
064200         MOVE "LATEST" TO PTA-RPT-TO
064300     ELSE
064400         MOVE PTA-TO-DATE TO PTA-FMT-DATE
064500         PERFORM 8400-FORMAT-DATE THRU 8400-EXIT
064600         MOVE PTA-FMT-TEXT TO PTA-RPT-TO
064700     END-IF.
064800     MOVE PTA-DATE-LINE TO PASCAL-REPORT-RECORD.
064900     WRITE PASCAL-REPORT-RECORD.
065000     MOVE PTA-BLANK-LINE TO PASCAL-REPORT-RECORD.
065100     WRITE PASCAL-REPORT-RECORD.
065200 1400-EXIT.
065300     EXIT.
065400
065500*-----------------------------------------------------------*
065600*  2000-LOAD-REQUESTS - TABLE EVERY DETAIL ON THE PERIOD'S   *
065700*  REQUEST FILES UNDER THE HEADER THAT BRACKETS IT.  A       *
065800*  REQUEST SEEN AGAIN (A REQUEUE OR RESTAGE) KEEPS ITS       *
065900*  EARLIEST CREATE DATE AND ITS HIGHEST RETRY COUNT.         *
066000*-----------------------------------------------------------*
066100 2000-LOAD-REQUESTS.
066200     PERFORM 2100-READ-REQUEST THRU 2100-EXIT
066300         UNTIL PTA-REQ-EOF.
066400 2000-EXIT.
066500     EXIT.
066600
066700 2100-READ-REQUEST.
066800     READ PASCALIN
066900         AT END
067000             SET PTA-REQ-EOF TO TRUE
067100             GO TO 2100-EXIT
067200     END-READ.
067300     EVALUATE TRUE
067400         WHEN PH-IS-HEADER
067500             SET PTA-HEADER-SEEN TO TRUE
067600             MOVE PH-CREATE-DATE TO PTA-HDR-DATE
067700             MOVE PH-SOURCE-SYSTEM TO PTA-HDR-SOURCE
067800             MOVE PH-CYCLE-NUMBER TO PTA-HDR-CYCLE
067900         WHEN PH-IS-TRAILER
068000             CONTINUE
068100         WHEN OTHER
068200             ADD 1 TO PTA-DETAIL-READ-COUNT
068300             IF PTA-HEADER-SEEN
068400                 PERFORM 2200-TABLE-REQUEST THRU 2200-EXIT
068500             ELSE
068600                 ADD 1 TO PTA-NO-HEADER-COUNT
068700             END-IF
068800     END-EVALUATE.
068900 2100-EXIT.
069000     EXIT.
069100
069200 2200-TABLE-REQUEST.
069300     MOVE 0 TO PTA-RETRY-NUM.
069400     IF PI-RETRY-COUNT IS NUMERIC
069500         MOVE PI-RETRY-COUNT TO PTA-RETRY-NUM
069600     END-IF.
069700     MOVE PTA-HDR-SOURCE TO PTA-SEARCH-SOURCE.
069800     MOVE PI-REQUEST-NUMBER TO PTA-SEARCH-NBR.
069900     PERFORM 7000-FIND-REQUEST THRU 7000-EXIT.
070000     IF PTA-FOUND-SUB > 0
070100         IF PTA-HDR-DATE < PTA-RQ-CREATE(PTA-FOUND-SUB)
070200             MOVE PTA-HDR-DATE TO PTA-RQ-CREATE(PTA-FOUND-SUB)
070300             MOVE PTA-HDR-CYCLE TO PTA-RQ-CYCLE(PTA-FOUND-SUB)
070400         END-IF
070500         IF PTA-RETRY-NUM > PTA-RQ-RETRIES(PTA-FOUND-SUB)
070600             MOVE PTA-RETRY-NUM TO PTA-RQ-RETRIES(PTA-FOUND-SUB)
070700         END-IF
070800         GO TO 2200-EXIT
070900     END-IF.
071000     IF PTA-REQ-COUNT NOT < 3000
071100         ADD 1 TO PTA-REQ-OVERFLOWS
071200         GO TO 2200-EXIT
071300     END-IF.
071400     ADD 1 TO PTA-REQ-COUNT.
071500     MOVE PTA-REQ-COUNT TO PTA-T.
071600     MOVE PTA-SEARCH-KEY TO PTA-RQ-KEY(PTA-T).
071700     IF PI-TYPE-FULL-TRIANGLE
071800         MOVE "F" TO PTA-RQ-TYPE(PTA-T)
071900     ELSE
072000         MOVE PI-REQUEST-TYPE TO PTA-RQ-TYPE(PTA-T)
072100     END-IF.
072200     MOVE PTA-HDR-CYCLE TO PTA-RQ-CYCLE(PTA-T).
072300     MOVE PTA-HDR-DATE TO PTA-RQ-CREATE(PTA-T).
072400     MOVE PTA-RETRY-NUM TO PTA-RQ-RETRIES(PTA-T).
072500     MOVE SPACE TO PTA-RQ-DISP-STATUS(PTA-T).
072600     MOVE SPACES TO PTA-RQ-REASON(PTA-T).
072700     MOVE 0 TO PTA-RQ-DISP-DATE(PTA-T).
072800     MOVE 0 TO PTA-RQ-DISP-TIME(PTA-T).
072900     MOVE "N" TO PTA-RQ-DONE(PTA-T).
073000     MOVE SPACE TO PTA-RQ-CLASS(PTA-T).
073100     MOVE 0 TO PTA-RQ-DAYS(PTA-T).
073200     MOVE 0 TO PTA-RQ-TARGET(PTA-T).
073300     MOVE "N" TO PTA-RQ-TARGET-SW(PTA-T).
073400     MOVE "N" TO PTA-RQ-BREACH(PTA-T).
073500 2200-EXIT.
073600     EXIT.
073700
073800*-----------------------------------------------------------*
073900*  3000-MATCH-RESPONSES - ATTACH EVERY DISPOSITION TO ITS    *
074000*  REQUEST.  THE FIRST "C" WINS OUTRIGHT (A RESTART'S LATER  *
074100*  "S" FOR THE SAME REQUEST DOES NOT UNDO IT); UNTIL ONE     *
074200*  ARRIVES THE LATEST DISPOSITION STANDS.                    *
074300*-----------------------------------------------------------*
074400 3000-MATCH-RESPONSES.
074500     PERFORM 3100-READ-RESPONSE THRU 3100-EXIT
074600         UNTIL PTA-RSP-EOF.
074700 3000-EXIT.
074800     EXIT.
074900
075000 3100-READ-RESPONSE.
075100     READ PASCALRSP
075200         AT END
075300             SET PTA-RSP-EOF TO TRUE
075400             GO TO 3100-EXIT
075500     END-READ.
075600     ADD 1 TO PTA-RSP-READ-COUNT.
075700     MOVE PS-SOURCE-SYSTEM TO PTA-SEARCH-SOURCE.
075800     MOVE PS-REQUEST-NUMBER TO PTA-SEARCH-NBR.
075900     PERFORM 7000-FIND-REQUEST THRU 7000-EXIT.
076000     IF PTA-FOUND-SUB = 0
076100         ADD 1 TO PTA-RSP-ORPHAN-COUNT
076200         GO TO 3100-EXIT
076300     END-IF.
076400     MOVE PTA-FOUND-SUB TO PTA-T.
076500     MOVE PS-RUN-DATE TO PTA-RSP-STAMP-DATE.
076600     MOVE PS-RUN-TIME TO PTA-RSP-STAMP-TIME.
076700     IF PS-STATUS-COMPLETED
076800         IF PTA-RQ-DONE(PTA-T) = "N"
076900             OR PTA-RSP-STAMP < PTA-RQ-DISP-STAMP(PTA-T)
077000             PERFORM 3200-KEEP-DISPOSITION THRU 3200-EXIT
077100             MOVE "Y" TO PTA-RQ-DONE(PTA-T)
077200         END-IF
077300         GO TO 3100-EXIT
077400     END-IF.
077500     IF PTA-RQ-DONE(PTA-T) = "N"
077600         AND (PTA-RQ-DISP-STATUS(PTA-T) = SPACE
077700           OR PTA-RSP-STAMP NOT < PTA-RQ-DISP-STAMP(PTA-T))
077800         PERFORM 3200-KEEP-DISPOSITION THRU 3200-EXIT
077900     END-IF.
078000 3100-EXIT.
078100     EXIT.
078200
078300 3200-KEEP-DISPOSITION.
078400     MOVE PS-RUN-STATUS TO PTA-RQ-DISP-STATUS(PTA-T).
078500     MOVE PS-REASON-CODE TO PTA-RQ-REASON(PTA-T).
078600     MOVE PTA-RSP-STAMP TO PTA-RQ-DISP-STAMP(PTA-T).
078700 3200-EXIT.
078800     EXIT.
078900
079000*-----------------------------------------------------------*
079100*  4000-MEASURE-REQUESTS - CLASSIFY EVERY REQUEST CREATED    *
079200*  INSIDE THE PERIOD, MEASURE THE COMPLETED ONES AGAINST     *
079300*  THEIR SOURCE'S TARGET, AND POST EACH TO ITS GROUP.        *
079400*-----------------------------------------------------------*
079500 4000-MEASURE-REQUESTS.
079600     PERFORM 4100-MEASURE-ONE-REQUEST THRU 4100-EXIT
079700         VARYING PTA-T FROM 1 BY 1
079800         UNTIL PTA-T > PTA-REQ-COUNT.
079900 4000-EXIT.
080000     EXIT.
080100
080200 4100-MEASURE-ONE-REQUEST.
080300     IF PTA-RQ-CREATE(PTA-T) < PTA-FROM-DATE
080400         OR PTA-RQ-CREATE(PTA-T) > PTA-TO-DATE
080500         MOVE "X" TO PTA-RQ-CLASS(PTA-T)
080600         ADD 1 TO PTA-OUT-OF-PERIOD-COUNT
080700         GO TO 4100-EXIT
080800     END-IF.
080900     MOVE PTA-RQ-SOURCE(PTA-T) TO PTA-NEW-GRP-SOURCE.
081000     MOVE PTA-RQ-TYPE(PTA-T) TO PTA-NEW-GRP-TYPE.
081100     PERFORM 4500-FIND-GROUP THRU 4500-EXIT.
081200     IF PTA-G = 0
081300         GO TO 4100-EXIT
081400     END-IF.
081500     PERFORM 4400-FIND-TARGET THRU 4400-EXIT.
081600     MOVE PTA-TARGET TO PTA-RQ-TARGET(PTA-T).
081700     MOVE PTA-TARGET-SWITCH TO PTA-RQ-TARGET-SW(PTA-T).
081800     IF PTA-RQ-RETRIES(PTA-T) > 0
081900         ADD 1 TO PTA-GRP-REQUEUED(PTA-G)
082000         ADD PTA-RQ-RETRIES(PTA-T) TO PTA-GRP-TRIPS(PTA-G)
082100     END-IF.
082200     EVALUATE TRUE
082300         WHEN PTA-RQ-DONE(PTA-T) = "Y"
082400             MOVE "C" TO PTA-RQ-CLASS(PTA-T)
082500             PERFORM 4200-MEASURE-COMPLETED THRU 4200-EXIT
082600         WHEN PTA-RQ-DISP-STATUS(PTA-T) = "D"
082700             MOVE "D" TO PTA-RQ-CLASS(PTA-T)
082800             ADD 1 TO PTA-DUP-COUNT
082900         WHEN PTA-RQ-DISP-STATUS(PTA-T) = "E"
083000             AND PTA-RQ-RETRIES(PTA-T) NOT < PTA-MAX-RETRIES
083100             MOVE "P" TO PTA-RQ-CLASS(PTA-T)
083200         WHEN PTA-RQ-DISP-STATUS(PTA-T) = "E"
083300             MOVE "R" TO PTA-RQ-CLASS(PTA-T)
083400         WHEN PTA-RQ-DISP-STATUS(PTA-T) = "S"
083500             MOVE "K" TO PTA-RQ-CLASS(PTA-T)
083600         WHEN PTA-RQ-DISP-STATUS(PTA-T) = SPACE
083700             MOVE "N" TO PTA-RQ-CLASS(PTA-T)
083710         WHEN PTA-RQ-DISP-STATUS(PTA-T) = "X"
083720             MOVE "E" TO PTA-RQ-CLASS(PTA-T)
083730             ADD 1 TO PTA-EXPIRED-COUNT
083800         WHEN OTHER
083900             MOVE "O" TO PTA-RQ-CLASS(PTA-T)
084000             ADD 1 TO PTA-OTHER-COUNT
084100     END-EVALUATE.
084200     IF PTA-RQ-CLASS(PTA-T) = "P" OR "R" OR "K" OR "N"
084300         ADD 1 TO PTA-GRP-OPEN(PTA-G)
084400         ADD 1 TO PTA-OPEN-COUNT
084500     END-IF.
084600 4100-EXIT.
084700     EXIT.
084800
084900 4200-MEASURE-COMPLETED.
085000     ADD 1 TO PTA-COMPLETED-COUNT.
085100     MOVE PTA-RQ-CREATE(PTA-T) TO PTA-DAYS-FROM.
085200     MOVE PTA-RQ-DISP-DATE(PTA-T) TO PTA-DAYS-TO.
085300     PERFORM 4300-COUNT-BUSINESS-DAYS THRU 4300-EXIT.
085400     MOVE PTA-DAYS TO PTA-RQ-DAYS(PTA-T).
085500     ADD 1 TO PTA-GRP-COMPLETED(PTA-G).
085600     ADD PTA-DAYS TO PTA-GRP-TOTAL-DAYS(PTA-G).
085700     IF PTA-DAYS > PTA-GRP-WORST(PTA-G)
085800         MOVE PTA-DAYS TO PTA-GRP-WORST(PTA-G)
085900     END-IF.
086000     IF PTA-HAS-TARGET
086100         IF PTA-DAYS > PTA-TARGET
086200             MOVE "Y" TO PTA-RQ-BREACH(PTA-T)
086300             ADD 1 TO PTA-GRP-BREACHES(PTA-G)
086400             ADD 1 TO PTA-BREACH-COUNT
086500         END-IF
086600     ELSE
086700         ADD 1 TO PTA-NO-TARGET-COUNT
086800     END-IF.
086900 4200-EXIT.
087000     EXIT.
087100
087200*-----------------------------------------------------------*
087300*  4300-COUNT-BUSINESS-DAYS - BUSINESS DAYS AFTER            *
087400*  PTA-DAYS-FROM UP TO AND INCLUDING PTA-DAYS-TO: THE COUNT  *
087500*  OF CALENDAR "D" RECORDS IN THAT RANGE, OR THE PLAIN DAY   *
087600*  DIFFERENCE WHEN THERE IS NO CALENDAR.                     *
087700*-----------------------------------------------------------*
087800 4300-COUNT-BUSINESS-DAYS.
087900     MOVE 0 TO PTA-DAYS.
088000     IF PTA-DAYS-TO NOT > PTA-DAYS-FROM
088100         GO TO 4300-EXIT
088200     END-IF.
088300     IF PTA-CAL-LOADED
088400         PERFORM 4310-COUNT-ONE-BUSDAY THRU 4310-EXIT
088500             VARYING PTA-C FROM 1 BY 1
088600             UNTIL PTA-C > PTA-BUSDAY-COUNT
088700         GO TO 4300-EXIT
088800     END-IF.
088900     MOVE PTA-DAYS-FROM TO PTA-DTD-DATE.
089000     PERFORM 8100-DATE-TO-DAYS THRU 8100-EXIT.
089100     MOVE PTA-DTD-DAYS TO PTA-FROM-DAYS.
089200     MOVE PTA-DAYS-TO TO PTA-DTD-DATE.
089300     PERFORM 8100-DATE-TO-DAYS THRU 8100-EXIT.
089400     COMPUTE PTA-DAYS = PTA-DTD-DAYS - PTA-FROM-DAYS.
089500 4300-EXIT.
089600     EXIT.
089700
089800 4310-COUNT-ONE-BUSDAY.
089900     IF PTA-BUSDAY-DATE(PTA-C) > PTA-DAYS-FROM
090000         AND PTA-BUSDAY-DATE(PTA-C) NOT > PTA-DAYS-TO
090100         ADD 1 TO PTA-DAYS
090200     END-IF.
090300 4310-EXIT.
090400     EXIT.
090500
090600*    THE SOURCE'S OWN TARGET, ELSE THE "*DEFAULT" TARGET, ELSE
090700*    NONE.
090800 4400-FIND-TARGET.
090900     MOVE "N" TO PTA-TARGET-SWITCH.
091000     MOVE 0 TO PTA-TARGET.
091100     MOVE 1 TO PTA-S.
091200     PERFORM 4410-SCAN-TARGETS THRU 4410-EXIT
091300         UNTIL PTA-S > PTA-SLA-COUNT OR PTA-HAS-TARGET.
091400     IF NOT PTA-HAS-TARGET AND PTA-HAS-DEFAULT
091500         MOVE PTA-DEFAULT-TARGET TO PTA-TARGET
091600         SET PTA-HAS-TARGET TO TRUE
091700     END-IF.
091800     MOVE PTA-TARGET TO PTA-GRP-TARGET(PTA-G).
091900     MOVE PTA-TARGET-SWITCH TO PTA-GRP-TARGET-SW(PTA-G).
092000 4400-EXIT.
092100     EXIT.
092200
092300 4410-SCAN-TARGETS.
092400     IF PTA-SLA-SOURCE(PTA-S) = PTA-RQ-SOURCE(PTA-T)
092500         MOVE PTA-SLA-DAYS(PTA-S) TO PTA-TARGET
092600         SET PTA-HAS-TARGET TO TRUE
092700     ELSE
092800         ADD 1 TO PTA-S
092900     END-IF.
093000 4410-EXIT.
093100     EXIT.
093200
093300*-----------------------------------------------------------*
093400*  4500-FIND-GROUP - LOCATE THE GROUP FOR PTA-NEW-GRP-KEY,   *
093500*  INSERTING IT IN KEY ORDER IF IT IS NEW.  PTA-G COMES BACK *
093600*  ZERO ONLY WHEN THE TABLE IS FULL.                         *
093700*-----------------------------------------------------------*
093800 4500-FIND-GROUP.
093900     MOVE 1 TO PTA-G.
094000     PERFORM 4510-SCAN-GROUPS THRU 4510-EXIT
094100         UNTIL PTA-G > PTA-GRP-COUNT
094200            OR PTA-GRP-KEY(PTA-G) NOT < PTA-NEW-GRP-KEY.
094300     IF PTA-G NOT > PTA-GRP-COUNT
094400         IF PTA-GRP-KEY(PTA-G) = PTA-NEW-GRP-KEY
094500             GO TO 4500-EXIT
094600         END-IF
094700     END-IF.
094800     IF PTA-GRP-COUNT NOT < 200
094900         ADD 1 TO PTA-GRP-OVERFLOWS
095000         MOVE 0 TO PTA-G
095100         GO TO 4500-EXIT
095200     END-IF.
095300     PERFORM 4520-SHIFT-GROUP THRU 4520-EXIT
095400         VARYING PTA-G2 FROM PTA-GRP-COUNT BY -1
095500         UNTIL PTA-G2 < PTA-G.
095600     ADD 1 TO PTA-GRP-COUNT.
095700     MOVE PTA-NEW-GRP-KEY TO PTA-GRP-KEY(PTA-G).
095800     MOVE 0 TO PTA-GRP-COMPLETED(PTA-G).
095900     MOVE 0 TO PTA-GRP-TOTAL-DAYS(PTA-G).
096000     MOVE 0 TO PTA-GRP-WORST(PTA-G).
096100     MOVE 0 TO PTA-GRP-BREACHES(PTA-G).
096200     MOVE 0 TO PTA-GRP-REQUEUED(PTA-G).
096300     MOVE 0 TO PTA-GRP-TRIPS(PTA-G).
096400     MOVE 0 TO PTA-GRP-OPEN(PTA-G).
096500     MOVE 0 TO PTA-GRP-TARGET(PTA-G).
096600     MOVE "N" TO PTA-GRP-TARGET-SW(PTA-G).
096700 4500-EXIT.
096800     EXIT.
096900
097000 4510-SCAN-GROUPS.
097100     ADD 1 TO PTA-G.
097200 4510-EXIT.
097300     EXIT.
097400
097500 4520-SHIFT-GROUP.
097600     MOVE PTA-GRP-ENTRY(PTA-G2) TO PTA-GRP-ENTRY(PTA-G2 + 1).
097700 4520-EXIT.
097800     EXIT.
097900
098000*-----------------------------------------------------------*
098100*  5000-PRINT-GROUPS - ONE LINE PER SOURCE SYSTEM AND TYPE,  *
098200*  A SUBTOTAL LINE AT EACH CHANGE OF SOURCE SYSTEM, AND A    *
098300*  GRAND TOTAL.                                              *
098400*-----------------------------------------------------------*
098500 5000-PRINT-GROUPS.
098600     MOVE "TURNAROUND BY SOURCE SYSTEM AND REQUEST TYPE"
098700         TO PTA-SECTION-LINE.
098800     PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
098900     MOVE PTA-GROUP-HEADING TO PASCAL-REPORT-RECORD.
099000     WRITE PASCAL-REPORT-RECORD.
099100     IF PTA-GRP-COUNT = 0
099200         MOVE "  NO REQUESTS IN THE PERIOD" TO PTA-MSG-TEXT
099300         PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
099400         GO TO 5000-EXIT
099500     END-IF.
099600     MOVE PTA-GRP-SOURCE(1) TO PTA-SRC-SOURCE.
099700     PERFORM 5100-PRINT-ONE-GROUP THRU 5100-EXIT
099800         VARYING PTA-G FROM 1 BY 1
099900         UNTIL PTA-G > PTA-GRP-COUNT.
100000     PERFORM 5200-PRINT-SOURCE-TOTAL THRU 5200-EXIT.
100100     MOVE "ALL" TO PTA-GL-SOURCE.
100200     MOVE "ALL" TO PTA-GL-TYPE.
100300     MOVE PTA-TOT-COMPLETED TO PTA-GL-COMPLETED.
100400     MOVE 0 TO PTA-AVERAGE.
100500     IF PTA-TOT-COMPLETED > 0
100600         COMPUTE PTA-AVERAGE ROUNDED =
100700             PTA-TOT-TOTAL-DAYS / PTA-TOT-COMPLETED
100800     END-IF.
100900     MOVE PTA-AVERAGE TO PTA-GL-AVERAGE.
101000     MOVE PTA-TOT-WORST TO PTA-GL-WORST.
101100     MOVE SPACES TO PTA-GL-TARGET.
101200     MOVE PTA-TOT-BREACHES TO PTA-GL-BREACHES.
101300     MOVE PTA-TOT-REQUEUED TO PTA-GL-REQUEUED.
101400     MOVE PTA-TOT-TRIPS TO PTA-GL-TRIPS.
101500     MOVE PTA-TOT-OPEN TO PTA-GL-OPEN.
101600     MOVE PTA-GROUP-LINE TO PASCAL-REPORT-RECORD.
101700     WRITE PASCAL-REPORT-RECORD.
101800 5000-EXIT.
101900     EXIT.
102000
102100 5100-PRINT-ONE-GROUP.
102200     IF PTA-GRP-SOURCE(PTA-G) NOT = PTA-SRC-SOURCE
102300         PERFORM 5200-PRINT-SOURCE-TOTAL THRU 5200-EXIT
102400         MOVE PTA-GRP-SOURCE(PTA-G) TO PTA-SRC-SOURCE
102500     END-IF.
102600     MOVE PTA-GRP-SOURCE(PTA-G) TO PTA-GL-SOURCE.
102700     MOVE PTA-GRP-TYPE(PTA-G) TO PTA-GL-TYPE.
102800     MOVE PTA-GRP-COMPLETED(PTA-G) TO PTA-GL-COMPLETED.
102900     MOVE 0 TO PTA-AVERAGE.
103000     IF PTA-GRP-COMPLETED(PTA-G) > 0
103100         COMPUTE PTA-AVERAGE ROUNDED =
103200             PTA-GRP-TOTAL-DAYS(PTA-G) / PTA-GRP-COMPLETED(PTA-G)
103300     END-IF.
103400     MOVE PTA-AVERAGE TO PTA-GL-AVERAGE.
103500     MOVE PTA-GRP-WORST(PTA-G) TO PTA-GL-WORST.
103600     IF PTA-GRP-TARGET-SW(PTA-G) = "Y"
103700         MOVE PTA-GRP-TARGET(PTA-G) TO PTA-EDIT-6
103800         MOVE SPACES TO PTA-GL-TARGET
103900         MOVE PTA-EDIT-6 TO PTA-GL-TARGET(4:6)
104000     ELSE
104100         MOVE "     NONE" TO PTA-GL-TARGET
104200     END-IF.
104300     MOVE PTA-GRP-BREACHES(PTA-G) TO PTA-GL-BREACHES.
104400     MOVE PTA-GRP-REQUEUED(PTA-G) TO PTA-GL-REQUEUED.
104500     MOVE PTA-GRP-TRIPS(PTA-G) TO PTA-GL-TRIPS.
104600     MOVE PTA-GRP-OPEN(PTA-G) TO PTA-GL-OPEN.
104700     MOVE PTA-GROUP-LINE TO PASCAL-REPORT-RECORD.
104800     WRITE PASCAL-REPORT-RECORD.
104900     ADD PTA-GRP-COMPLETED(PTA-G) TO PTA-SRC-COMPLETED.
105000     ADD PTA-GRP-TOTAL-DAYS(PTA-G) TO PTA-SRC-TOTAL-DAYS.
105100     IF PTA-GRP-WORST(PTA-G) > PTA-SRC-WORST
105200         MOVE PTA-GRP-WORST(PTA-G) TO PTA-SRC-WORST
105300     END-IF.
105400     ADD PTA-GRP-BREACHES(PTA-G) TO PTA-SRC-BREACHES.
105500     ADD PTA-GRP-REQUEUED(PTA-G) TO PTA-SRC-REQUEUED.
105600     ADD PTA-GRP-TRIPS(PTA-G) TO PTA-SRC-TRIPS.
105700     ADD PTA-GRP-OPEN(PTA-G) TO PTA-SRC-OPEN.
105800     MOVE PTA-GRP-TARGET(PTA-G) TO PTA-SRC-TARGET.
105900     MOVE PTA-GRP-TARGET-SW(PTA-G) TO PTA-SRC-TARGET-SW.
106000 5100-EXIT.
106100     EXIT.
106200
106300*    PRINTS THE SOURCE SUBTOTAL, ROLLS IT INTO THE GRAND TOTAL,
106400*    AND CLEARS IT FOR THE NEXT SOURCE SYSTEM.
106500 5200-PRINT-SOURCE-TOTAL.
106600     MOVE PTA-SRC-SOURCE TO PTA-GL-SOURCE.
106700     MOVE "ALL" TO PTA-GL-TYPE.
106800     MOVE PTA-SRC-COMPLETED TO PTA-GL-COMPLETED.
106900     MOVE 0 TO PTA-AVERAGE.
107000     IF PTA-SRC-COMPLETED > 0
107100         COMPUTE PTA-AVERAGE ROUNDED =
107200             PTA-SRC-TOTAL-DAYS / PTA-SRC-COMPLETED
107300     END-IF.
107400     MOVE PTA-AVERAGE TO PTA-GL-AVERAGE.
107500     MOVE PTA-SRC-WORST TO PTA-GL-WORST.
107600     IF PTA-SRC-TARGET-SW = "Y"
107700         MOVE PTA-SRC-TARGET TO PTA-EDIT-6
107800         MOVE SPACES TO PTA-GL-TARGET
107900         MOVE PTA-EDIT-6 TO PTA-GL-TARGET(4:6)
108000     ELSE
108100         MOVE "     NONE" TO PTA-GL-TARGET
108200     END-IF.
108300     MOVE PTA-SRC-BREACHES TO PTA-GL-BREACHES.
108400     MOVE PTA-SRC-REQUEUED TO PTA-GL-REQUEUED.
108500     MOVE PTA-SRC-TRIPS TO PTA-GL-TRIPS.
108600     MOVE PTA-SRC-OPEN TO PTA-GL-OPEN.
108700     MOVE PTA-GROUP-LINE TO PASCAL-REPORT-RECORD.
108800     WRITE PASCAL-REPORT-RECORD.
108900     MOVE PTA-BLANK-LINE TO PASCAL-REPORT-RECORD.
109000     WRITE PASCAL-REPORT-RECORD.
109100     ADD PTA-SRC-COMPLETED TO PTA-TOT-COMPLETED.
109200     ADD PTA-SRC-TOTAL-DAYS TO PTA-TOT-TOTAL-DAYS.
109300     IF PTA-SRC-WORST > PTA-TOT-WORST
109400         MOVE PTA-SRC-WORST TO PTA-TOT-WORST
109500     END-IF.
109600     ADD PTA-SRC-BREACHES TO PTA-TOT-BREACHES.
109700     ADD PTA-SRC-REQUEUED TO PTA-TOT-REQUEUED.
109800     ADD PTA-SRC-TRIPS TO PTA-TOT-TRIPS.
109900     ADD PTA-SRC-OPEN TO PTA-TOT-OPEN.
110000     MOVE 0 TO PTA-SRC-COMPLETED.
110100     MOVE 0 TO PTA-SRC-TOTAL-DAYS.
110200     MOVE 0 TO PTA-SRC-WORST.
110300     MOVE 0 TO PTA-SRC-BREACHES.
110400     MOVE 0 TO PTA-SRC-REQUEUED.
110500     MOVE 0 TO PTA-SRC-TRIPS.
110600     MOVE 0 TO PTA-SRC-OPEN.
110700 5200-EXIT.
110800     EXIT.
110900
111000*-----------------------------------------------------------*
111100*  6000-PRINT-BREACHES - EVERY COMPLETED REQUEST WHOSE       *
111200*  TURNAROUND EXCEEDED ITS SOURCE'S TARGET.                  *
111300*-----------------------------------------------------------*
111400 6000-PRINT-BREACHES.
111500     MOVE "SERVICE-TARGET BREACHES" TO PTA-SECTION-LINE.
111600     PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
111700     IF PTA-BREACH-COUNT = 0
111800         MOVE "  NO BREACHES" TO PTA-MSG-TEXT
111900         PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
112000         GO TO 6000-EXIT
112100     END-IF.
112200     MOVE PTA-BREACH-HEADING TO PASCAL-REPORT-RECORD.
112300     WRITE PASCAL-REPORT-RECORD.
112400     PERFORM 6100-PRINT-ONE-BREACH THRU 6100-EXIT
112500         VARYING PTA-T FROM 1 BY 1
112600         UNTIL PTA-T > PTA-REQ-COUNT.
112700 6000-EXIT.
112800     EXIT.
112900
113000 6100-PRINT-ONE-BREACH.
113100     IF PTA-RQ-BREACH(PTA-T) NOT = "Y"
113200         GO TO 6100-EXIT
113300     END-IF.
113400     PERFORM 7300-BUILD-REQUEST-LINE THRU 7300-EXIT.
113500     MOVE PTA-RQ-DAYS(PTA-T) TO PTA-RL-DAYS.
113600     MOVE SPACES TO PTA-RL-TEXT.
113700     MOVE PTA-REQUEST-LINE TO PASCAL-REPORT-RECORD.
113800     WRITE PASCAL-REPORT-RECORD.
113900 6100-EXIT.
114000     EXIT.
114100
114200*-----------------------------------------------------------*
114300*  6500-PRINT-OPEN-ITEMS - REQUESTS IN THE PERIOD THAT NEVER *
114400*  REACHED A CLOSING DISPOSITION, AGED IN BUSINESS DAYS FROM *
114500*  CREATION TO THE CURRENT BUSINESS DATE.                    *
114600*-----------------------------------------------------------*
114700 6500-PRINT-OPEN-ITEMS.
114800     MOVE "OPEN ITEMS - PARKED OR WITHOUT A FINAL DISPOSITION"
114900         TO PTA-SECTION-LINE.
115000     PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
115100     IF PTA-OPEN-COUNT = 0
115200         MOVE "  NO OPEN ITEMS" TO PTA-MSG-TEXT
115300         PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
115400         GO TO 6500-EXIT
115500     END-IF.
115600     MOVE PTA-OPEN-HEADING TO PASCAL-REPORT-RECORD.
115700     WRITE PASCAL-REPORT-RECORD.
115800     PERFORM 6600-PRINT-ONE-OPEN THRU 6600-EXIT
115900         VARYING PTA-T FROM 1 BY 1
116000         UNTIL PTA-T > PTA-REQ-COUNT.
116100 6500-EXIT.
116200     EXIT.
116300
116400 6600-PRINT-ONE-OPEN.
116500     IF PTA-RQ-CLASS(PTA-T) NOT = "P" AND NOT = "R"
116600         AND NOT = "K" AND NOT = "N"
116700         GO TO 6600-EXIT
116800     END-IF.
116900     PERFORM 7300-BUILD-REQUEST-LINE THRU 7300-EXIT.
117000     MOVE PTA-RQ-CREATE(PTA-T) TO PTA-DAYS-FROM.
117100     MOVE PTA-BUSINESS-DATE TO PTA-DAYS-TO.
117200     PERFORM 4300-COUNT-BUSINESS-DAYS THRU 4300-EXIT.
117300     MOVE PTA-DAYS TO PTA-RL-DAYS.
117400     MOVE SPACES TO PTA-RL-TEXT.
117500     EVALUATE PTA-RQ-CLASS(PTA-T)
117600         WHEN "P"
117700             STRING "PARKED - REASON " PTA-RQ-REASON(PTA-T)
117800                 DELIMITED BY SIZE INTO PTA-RL-TEXT
117900         WHEN "R"
118000             STRING "ERRORED " PTA-RQ-REASON(PTA-T)
118100                 " - AWAITING REQUEUE"
118200                 DELIMITED BY SIZE INTO PTA-RL-TEXT
118300         WHEN "K"
118400             MOVE "RESTART-SKIPPED, NOT COMPLETED"
118500                 TO PTA-RL-TEXT
118600         WHEN "N"
118700             MOVE "NO DISPOSITION" TO PTA-RL-TEXT
118800     END-EVALUATE.
118900     MOVE PTA-REQUEST-LINE TO PASCAL-REPORT-RECORD.
119000     WRITE PASCAL-REPORT-RECORD.
119100 6600-EXIT.
119200     EXIT.
119300
119400*-----------------------------------------------------------*
119500*  7000-FIND-REQUEST - LINEAR SCAN OF THE REQUEST TABLE FOR  *
119600*  PTA-SEARCH-KEY; PTA-FOUND-SUB IS ZERO IF IT IS NOT THERE. *
119700*-----------------------------------------------------------*
119800 7000-FIND-REQUEST.
119900     MOVE 0 TO PTA-FOUND-SUB.
120000     MOVE 1 TO PTA-T.
120100     PERFORM 7010-SCAN-REQUESTS THRU 7010-EXIT
120200         UNTIL PTA-T > PTA-REQ-COUNT OR PTA-FOUND-SUB > 0.
120300 7000-EXIT.
120400     EXIT.
120500
120600 7010-SCAN-REQUESTS.
120700     IF PTA-RQ-KEY(PTA-T) = PTA-SEARCH-KEY
120800         MOVE PTA-T TO PTA-FOUND-SUB
120900     ELSE
121000         ADD 1 TO PTA-T
121100     END-IF.
121200 7010-EXIT.
121300     EXIT.
121400
121500 7100-PRINT-SECTION.
121600     MOVE PTA-BLANK-LINE TO PASCAL-REPORT-RECORD.
121700     WRITE PASCAL-REPORT-RECORD.
121800     MOVE PTA-SECTION-LINE TO PASCAL-REPORT-RECORD.
121900     WRITE PASCAL-REPORT-RECORD.
122000 7100-EXIT.
122100     EXIT.
122200
122300 7200-PRINT-MESSAGE.
122400     MOVE PTA-MSG-LINE TO PASCAL-REPORT-RECORD.
122500     WRITE PASCAL-REPORT-RECORD.
122600 7200-EXIT.
122700     EXIT.
122800
122900*    THE COLUMNS THE BREACH AND OPEN-ITEM LINES SHARE.
123000 7300-BUILD-REQUEST-LINE.
123100     MOVE PTA-RQ-SOURCE(PTA-T) TO PTA-RL-SOURCE.
123200     MOVE PTA-RQ-NBR(PTA-T) TO PTA-RL-NBR.
123300     MOVE PTA-RQ-TYPE(PTA-T) TO PTA-RL-TYPE.
123400     MOVE PTA-RQ-CYCLE(PTA-T) TO PTA-RL-CYCLE.
123500     MOVE PTA-RQ-CREATE(PTA-T) TO PTA-FMT-DATE.
123600     PERFORM 8400-FORMAT-DATE THRU 8400-EXIT.
123700     MOVE PTA-FMT-TEXT TO PTA-RL-CREATED.
123800     IF PTA-RQ-DISP-DATE(PTA-T) > 0
123900         MOVE PTA-RQ-DISP-DATE(PTA-T) TO PTA-FMT-DATE
124000         PERFORM 8400-FORMAT-DATE THRU 8400-EXIT
124100         MOVE PTA-FMT-TEXT TO PTA-RL-DATE
124200     ELSE
124300         MOVE "NONE" TO PTA-RL-DATE
124400     END-IF.
124500     IF PTA-RQ-TARGET-SW(PTA-T) = "Y"
124600         MOVE PTA-RQ-TARGET(PTA-T) TO PTA-EDIT-6
124700         MOVE PTA-EDIT-6 TO PTA-RL-TARGET
124800     ELSE
124900         MOVE "  NONE" TO PTA-RL-TARGET
125000     END-IF.
125100     MOVE PTA-RQ-RETRIES(PTA-T) TO PTA-RL-TRIPS.
125200 7300-EXIT.
125300     EXIT.
125400
125500*-----------------------------------------------------------*
125600*  8000-PRINT-COUNTS - RUN SUMMARY.                          *
125700*-----------------------------------------------------------*
125800 8000-PRINT-COUNTS.
125900     MOVE PTA-BLANK-LINE TO PASCAL-REPORT-RECORD.
126000     WRITE PASCAL-REPORT-RECORD.
126100     MOVE "REQUEST DETAILS READ" TO PTA-COUNT-LABEL.
126200     MOVE PTA-DETAIL-READ-COUNT TO PTA-COUNT-VALUE.
126300     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
126400     MOVE "DISTINCT REQUESTS" TO PTA-COUNT-LABEL.
126500     MOVE PTA-REQ-COUNT TO PTA-COUNT-VALUE.
126600     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
126700     MOVE "CREATED OUTSIDE THE PERIOD" TO PTA-COUNT-LABEL.
126800     MOVE PTA-OUT-OF-PERIOD-COUNT TO PTA-COUNT-VALUE.
126900     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
127000     MOVE "DISPOSITIONS READ" TO PTA-COUNT-LABEL.
127100     MOVE PTA-RSP-READ-COUNT TO PTA-COUNT-VALUE.
127200     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
127300     MOVE "DISPOSITIONS WITH NO REQUEST" TO PTA-COUNT-LABEL.
127400     MOVE PTA-RSP-ORPHAN-COUNT TO PTA-COUNT-VALUE.
127500     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
127600     MOVE "COMPLETED" TO PTA-COUNT-LABEL.
127700     MOVE PTA-COMPLETED-COUNT TO PTA-COUNT-VALUE.
127800     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
127900     MOVE "  WITH NO SERVICE TARGET" TO PTA-COUNT-LABEL.
128000     MOVE PTA-NO-TARGET-COUNT TO PTA-COUNT-VALUE.
128100     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
128200     MOVE "  BREACHING THEIR TARGET" TO PTA-COUNT-LABEL.
128300     MOVE PTA-BREACH-COUNT TO PTA-COUNT-VALUE.
128400     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
128500     MOVE "DUPLICATES (ALREADY SATISFIED)" TO PTA-COUNT-LABEL.
128600     MOVE PTA-DUP-COUNT TO PTA-COUNT-VALUE.
128700     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
128710     MOVE "EXPIRED (NEEDED-BY PASSED)" TO PTA-COUNT-LABEL.
128720     MOVE PTA-EXPIRED-COUNT TO PTA-COUNT-VALUE.
128730     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
128800     IF PTA-OTHER-COUNT > 0
128900         MOVE "CLOSED, OTHER DISPOSITION" TO PTA-COUNT-LABEL
129000         MOVE PTA-OTHER-COUNT TO PTA-COUNT-VALUE
129100         PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT
129200     END-IF.
129300     MOVE "OPEN ITEMS" TO PTA-COUNT-LABEL.
129400     MOVE PTA-OPEN-COUNT TO PTA-COUNT-VALUE.
129500     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
129600     IF PTA-NO-HEADER-COUNT > 0
129700         MOVE "DETAILS BEFORE ANY HEADER" TO PTA-COUNT-LABEL
129800         MOVE PTA-NO-HEADER-COUNT TO PTA-COUNT-VALUE
129900         PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT
130000     END-IF.
130100     IF PTA-SLA-BAD-COUNT > 0
130200         MOVE "PASCALSL RECORDS IGNORED" TO PTA-COUNT-LABEL
130300         MOVE PTA-SLA-BAD-COUNT TO PTA-COUNT-VALUE
130400         PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT
130500     END-IF.
130600     IF PTA-REQ-OVERFLOWS > 0
130700         MOVE "REQUESTS NOT TABLED (FULL)" TO PTA-COUNT-LABEL
130800         MOVE PTA-REQ-OVERFLOWS TO PTA-COUNT-VALUE
130900         PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT
131000     END-IF.
131100     IF PTA-GRP-OVERFLOWS > 0
131200         MOVE "REQUESTS NOT GROUPED (FULL)" TO PTA-COUNT-LABEL
131300         MOVE PTA-GRP-OVERFLOWS TO PTA-COUNT-VALUE
131400         PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT
131500     END-IF.
131600     EVALUATE TRUE
131700         WHEN PTA-OPEN-FAILED
131800             MOVE "*** REQUIRED FILE MISSING - NOTHING MEASURED"
131900                 TO PTA-MSG-TEXT
132000         WHEN PTA-REQ-OVERFLOWS > 0 OR PTA-GRP-OVERFLOWS > 0
132100             MOVE "*** TABLE FULL - REPORT IS INCOMPLETE ***"
132200                 TO PTA-MSG-TEXT
132300         WHEN PTA-BREACH-COUNT > 0 OR PTA-OPEN-COUNT > 0
132400             MOVE "*** BREACHES OR OPEN ITEMS - SEE ABOVE ***"
132500                 TO PTA-MSG-TEXT
132600         WHEN OTHER
132700             MOVE "ALL REQUESTS COMPLETED WITHIN TARGET"
132800                 TO PTA-MSG-TEXT
132900     END-EVALUATE.
133000     PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT.
133100 8000-EXIT.
133200     EXIT.
133300
133400*-----------------------------------------------------------*
133500*  8100-DATE-TO-DAYS - YYYYMMDD TO A SERIAL DAY NUMBER VIA   *
133600*  JULIAN-DAY ARITHMETIC.  EVERY DIVISION BELOW TRUNCATES,   *
133700*  WHICH IS WHAT THE FORMULA REQUIRES.                       *
133800*-----------------------------------------------------------*
133900 8100-DATE-TO-DAYS.
134000     COMPUTE PTA-DTD-A = (14 - PTA-DTD-MONTH) / 12.
134100     COMPUTE PTA-DTD-Y = PTA-DTD-YEAR + 4800 - PTA-DTD-A.
134200     COMPUTE PTA-DTD-M = PTA-DTD-MONTH + 12 * PTA-DTD-A - 3.
134300     COMPUTE PTA-DTD-T1 = (153 * PTA-DTD-M + 2) / 5.
134400     COMPUTE PTA-DTD-T2 = PTA-DTD-Y / 4.
134500     COMPUTE PTA-DTD-T3 = PTA-DTD-Y / 100.
134600     COMPUTE PTA-DTD-T4 = PTA-DTD-Y / 400.
134700     COMPUTE PTA-DTD-DAYS = PTA-DTD-DAY + PTA-DTD-T1
134800         + 365 * PTA-DTD-Y + PTA-DTD-T2 - PTA-DTD-T3
134900         + PTA-DTD-T4 - 32045.
135000 8100-EXIT.
135100     EXIT.
135200
135300 8200-PRINT-COUNT-LINE.
135400     MOVE PTA-COUNT-LINE TO PASCAL-REPORT-RECORD.
135500     WRITE PASCAL-REPORT-RECORD.
135600 8200-EXIT.
135700     EXIT.
135800
135900 8400-FORMAT-DATE.
136000     MOVE SPACES TO PTA-FMT-TEXT.
136100     STRING PTA-FMT-DATE(1:4) "-" PTA-FMT-DATE(5:2) "-"
136200         PTA-FMT-DATE(7:2) DELIMITED BY SIZE INTO PTA-FMT-TEXT.
136300 8400-EXIT.
136400     EXIT.
136500
136600*-----------------------------------------------------------*
136700*  9000-TERMINATE - CLOSE EVERYTHING.                        *
136800*-----------------------------------------------------------*
136900 9000-TERMINATE.
137000     IF PTA-REQ-FILE-OPEN
137100         CLOSE PASCALIN
137200     END-IF.
137300     IF PTA-RSP-FILE-OPEN
137400         CLOSE PASCALRSP
137500     END-IF.
137600     IF PTA-PARM-OK
137700         CLOSE PASCALTAP
137800     END-IF.
137900 9000-EXIT.
138000     EXIT.
138100
138200*-----------------------------------------------------------*
138300*  9900-SET-RETURN-CODE - GRADED CONDITION CODE FOR THE      *
138400*  SCHEDULER.                                                *
138500*-----------------------------------------------------------*
138600 9900-SET-RETURN-CODE.
138700     EVALUATE TRUE
138800         WHEN PTA-PARM-BAD
138900             MOVE 12 TO RETURN-CODE
139000         WHEN PTA-OPEN-FAILED
139100             MOVE 12 TO RETURN-CODE
139200         WHEN PTA-REQ-OVERFLOWS > 0
139300             MOVE 8 TO RETURN-CODE
139400         WHEN PTA-GRP-OVERFLOWS > 0
139500             MOVE 8 TO RETURN-CODE
139600         WHEN PTA-BREACH-COUNT > 0
139700             MOVE 4 TO RETURN-CODE
139800         WHEN PTA-OPEN-COUNT > 0
139900             MOVE 4 TO RETURN-CODE
140000         WHEN OTHER
140100             MOVE 0 TO RETURN-CODE
140200     END-EVALUATE.
140300 9900-EXIT.
140400     EXIT.
