000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PascalRunRpt.
000300 AUTHOR. KISHORE MURUGANANTHAM.
000400 INSTALLATION. SVCE-ACM DECEMBER-OF-ALGORITHMS.
000500 DATE-WRITTEN. 15-OCT-2026.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*  BATCH-WINDOW TREND REPORT.  PascalTriangle APPENDS ONE
001000*  RUN-STATISTICS RECORD TO PASCALRUN AT THE END OF EVERY RUN.
001100*  THIS JOB READS THAT FILE AND PRINTS TO PASCALRR:
001200*      - DAILY TRENDS: PER JOB NAME AND CYCLE, ONE LINE PER
001300*        BUSINESS DATE FOR THE 14 DAYS ENDING AT THE AS-OF DATE -
001400*        RUNS, REQUESTS READ, COMPLETED AND ERRORED, ERROR RATE,
001500*        AVERAGE AND LONGEST ELAPSED TIME, WORST RETURN CODE,
001600*        AND RUNS FLAGGED
001700*      - WEEKLY TRENDS: THE SAME FIGURES FOR THE 8 WEEKS, MONDAY
001800*        TO SUNDAY, ENDING WITH THE AS-OF DATE'S WEEK
001900*      - EVERY RUN IN THOSE 8 WEEKS WHOSE ELAPSED TIME OR ERROR
002000*        RATE IS WELL OUTSIDE ITS RECENT AVERAGE
002100*  A RUN IS MEASURED AGAINST THE LAST 10 BATCH RUNS OF THE SAME
002200*  JOB NAME AND CYCLE BEFORE IT ON THE FILE, WHATEVER THEIR
002300*  DATE, AND ONLY ONCE THERE ARE AT LEAST 3 OF THEM.  IT IS
002400*  FLAGGED WHEN ITS ELAPSED TIME IS OVER 150% OR UNDER 50% OF
002500*  THAT AVERAGE AND DIFFERS FROM IT BY AT LEAST 10 SECONDS, OR
002600*  WHEN ITS ERROR RATE (ERRORED AS A PERCENT OF READ) IS MORE
002700*  THAN 10 POINTS ABOVE THE AVERAGE RATE.  TERMINAL SESSIONS
002800*  ARE COUNTED BUT NOT TRENDED - THEIR LENGTH IS THE OPERATOR'S.
002900*
003000*  RUN PARM (OPTIONAL):  AS-OF-DATE
003100*      YYYYMMDD BUSINESS DATE THE REPORT ENDS AT; DEFAULT IS THE
003200*      MACHINE DATE.  RUNS FOR LATER BUSINESS DATES ARE IGNORED.
003300*
003400*  RETURN CODE: 0 = NO RUN FLAGGED, 4 = RUNS FLAGGED, 8 = A
003500*  TABLE FILLED AND THE REPORT IS INCOMPLETE, 12 = BAD PARM OR
003600*  PASCALRUN WOULD NOT OPEN.
003700*
003800*  MODIFICATION HISTORY
003900*  YYYY-MM-DD  BY   DESCRIPTION
004000*  2026-10-15  KM   ORIGINAL - DAILY AND WEEKLY BATCH-WINDOW
004100*                   TRENDS AND OUT-OF-LINE RUNS FROM PASCALRUN.
004200*****************************************************************
004300
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900*--------------------------------------------------------------*
005000*  RUN-STATISTICS HISTORY, ONE RECORD PER PascalTriangle RUN.   *
005100*--------------------------------------------------------------*
005200     SELECT PASCALRUN ASSIGN TO PASCALRN
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS PRR-RUN-STATUS.
005500
005600*--------------------------------------------------------------*
005700*  PRINTED TREND REPORT.                                        *
005800*--------------------------------------------------------------*
005900     SELECT PASCALRRP ASSIGN TO PASCALRR
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS PRR-RPT-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500
006600 FD  PASCALRUN
006700     RECORDING MODE IS F.
006800 COPY PASCALRN.
006900
007000 FD  PASCALRRP
007100     RECORDING MODE IS F.
007200 COPY PASCALRT.
007300
007400 WORKING-STORAGE SECTION.
007500
007600*--------------------------------------------------------------*
007700*  FILE STATUS BYTES.                                           *
007800*--------------------------------------------------------------*
007900 01  PRR-FILE-STATUSES.
008000     05  PRR-RUN-STATUS             PIC X(02) VALUE "00".
008100     05  PRR-RPT-STATUS             PIC X(02) VALUE "00".
008200
008300*--------------------------------------------------------------*
008400*  RUN-CONTROL SWITCHES.                                        *
008500*--------------------------------------------------------------*
008600 01  PRR-SWITCHES.
008700     05  PRR-PARM-OK-SWITCH         PIC X(01) VALUE "Y".
008800         88  PRR-PARM-OK            VALUE "Y".
008900         88  PRR-PARM-BAD           VALUE "N".
009000     05  PRR-OPEN-FAIL-SWITCH       PIC X(01) VALUE "N".
009100         88  PRR-OPEN-FAILED        VALUE "Y".
009200     05  PRR-RUN-OPEN-SWITCH        PIC X(01) VALUE "N".
009300         88  PRR-RUN-FILE-OPEN      VALUE "Y".
009400     05  PRR-RUN-EOF-SWITCH         PIC X(01) VALUE "N".
009500         88  PRR-RUN-EOF            VALUE "Y".
009600     05  PRR-FLAG-SWITCH            PIC X(01) VALUE "N".
009700         88  PRR-RUN-FLAGGED        VALUE "Y".
009800     05  PRR-SLOW-SWITCH            PIC X(01) VALUE "N".
009900         88  PRR-RUN-SLOW           VALUE "Y".
010000     05  PRR-FAST-SWITCH            PIC X(01) VALUE "N".
010100         88  PRR-RUN-FAST           VALUE "Y".
010200     05  PRR-RATE-SWITCH            PIC X(01) VALUE "N".
010300         88  PRR-RATE-HIGH          VALUE "Y".
010400
010500*--------------------------------------------------------------*
010600*  RUN PARM AND REPORT WINDOW.                                  *
010700*--------------------------------------------------------------*
010800 01  PRR-PARM-LINE                  PIC X(80).
010900 01  PRR-PARM-FIELDS.
011000     05  PRR-PARM-AS-OF             PIC X(08).
011100 77  PRR-RUN-DATE                   PIC 9(08) VALUE 0.
011200 77  PRR-AS-OF-DATE                 PIC 9(08) VALUE 0.
011300 77  PRR-AS-OF-DAYS                 PIC 9(07) VALUE 0.
011400 77  PRR-DAY-FROM                   PIC 9(07) VALUE 0.
011500 77  PRR-WEEK-FROM                  PIC 9(07) VALUE 0.
011600
011700*--------------------------------------------------------------*
011800*  TREND AND FLAGGING LIMITS.  THE RING OF PRIOR RUNS KEPT PER  *
011900*  JOB NAME AND CYCLE HOLDS PRR-RING-SIZE ENTRIES; CHANGE BOTH  *
012000*  TOGETHER.                                                    *
012100*--------------------------------------------------------------*
012200 77  PRR-DAILY-DAYS                 PIC 9(03) VALUE 14.
012300 77  PRR-WEEKLY-WEEKS               PIC 9(03) VALUE 8.
012400 77  PRR-RING-SIZE                  PIC 9(02) VALUE 10.
012500 77  PRR-MIN-HISTORY                PIC 9(02) VALUE 3.
012600 77  PRR-HIGH-PCT                   PIC 9(03) VALUE 150.
012700 77  PRR-LOW-PCT                    PIC 9(03) VALUE 50.
012800 77  PRR-ELAPSED-FLOOR              PIC 9(05)V99 VALUE 10.
012900 77  PRR-RATE-MARGIN                PIC 9(03)V99 VALUE 10.
013000
013100*--------------------------------------------------------------*
013200*  JOB NAME / CYCLE GROUPS, KEPT IN KEY ORDER, EACH WITH A      *
013300*  RING OF ITS LATEST BATCH RUNS' ELAPSED TIMES AND ERROR       *
013310*  RATES.                                                       *
013400*--------------------------------------------------------------*
013500 01  PRR-GROUP-TABLE.
013600     05  PRR-GRP-COUNT              PIC 9(03) COMP VALUE 0.
013700     05  PRR-GRP-ENTRY OCCURS 100 TIMES.
013800         10  PRR-GRP-KEY.
013900             15  PRR-GRP-JOBNAME    PIC X(08).
014000             15  PRR-GRP-CYCLE      PIC 9(02).
014100         10  PRR-GRP-RING-COUNT     PIC 9(02) COMP.
014200         10  PRR-GRP-RING-NEXT      PIC 9(02) COMP.
014300         10  PRR-GRP-RING OCCURS 10 TIMES.
014400             15  PRR-GRP-RG-ELAPSED PIC 9(05)V99.
014500             15  PRR-GRP-RG-RATE    PIC 9(03)V99.
014600 01  PRR-NEW-GRP-KEY.
014700     05  PRR-NEW-GRP-JOBNAME        PIC X(08).
014800     05  PRR-NEW-GRP-CYCLE          PIC 9(02).
014900
015000*--------------------------------------------------------------*
015100*  DAILY AND WEEKLY ACCUMULATORS, KEPT IN KEY ORDER SO EACH     *
015200*  SECTION PRINTS BY JOB NAME, CYCLE, AND DATE.  A WEEK IS      *
015300*  KEYED BY THE DAY NUMBER OF ITS MONDAY.  BOTH CARRY THE       *
015400*  PRR-ACCUM LAYOUT BELOW, SO ONE POSTING AND ONE PRINT         *
015410*  PARAGRAPH SERVE.                                             *
015500*--------------------------------------------------------------*
015600 01  PRR-DAY-TABLE.
015700     05  PRR-DAY-COUNT              PIC 9(03) COMP VALUE 0.
015800     05  PRR-DAY-ENTRY OCCURS 500 TIMES.
015900         10  PRR-DAY-KEY.
016000             15  PRR-DAY-GRP-KEY    PIC X(10).
016100             15  PRR-DAY-DATE       PIC 9(08).
016200         10  PRR-DAY-ACCUM          PIC X(49).
016300 01  PRR-NEW-DAY-KEY.
016400     05  PRR-NEW-DAY-GRP-KEY        PIC X(10).
016500     05  PRR-NEW-DAY-DATE           PIC 9(08).
016600 01  PRR-WEEK-TABLE.
016700     05  PRR-WEEK-COUNT             PIC 9(03) COMP VALUE 0.
016800     05  PRR-WEEK-ENTRY OCCURS 300 TIMES.
016900         10  PRR-WEEK-KEY.
017000             15  PRR-WEEK-GRP-KEY   PIC X(10).
017100             15  PRR-WEEK-DAYS      PIC 9(07).
017200         10  PRR-WEEK-ACCUM         PIC X(49).
017300 01  PRR-NEW-WEEK-KEY.
017400     05  PRR-NEW-WEEK-GRP-KEY       PIC X(10).
017500     05  PRR-NEW-WEEK-DAYS          PIC 9(07).
017600 01  PRR-ACCUM.
017700     05  PRR-AC-RUNS                PIC 9(05).
017800     05  PRR-AC-READ                PIC 9(07).
017900     05  PRR-AC-COMPLETED           PIC 9(07).
018000     05  PRR-AC-ERRORED             PIC 9(07).
018100     05  PRR-AC-ELAPSED-TOT         PIC 9(07)V99.
018200     05  PRR-AC-ELAPSED-MAX         PIC 9(05)V99.
018300     05  PRR-AC-WORST-RC            PIC 9(02).
018400     05  PRR-AC-FLAGGED             PIC 9(05).
018500 01  PRR-EMPTY-ACCUM                PIC X(49) VALUE ALL "0".
018600
018700*--------------------------------------------------------------*
018800*  RUNS FLAGGED AS OUT OF LINE WITH THEIR RECENT AVERAGE.       *
018900*--------------------------------------------------------------*
019000 01  PRR-FLAG-TABLE.
019100     05  PRR-FLG-COUNT              PIC 9(03) COMP VALUE 0.
019200     05  PRR-FLG-ENTRY OCCURS 500 TIMES.
019300         10  PRR-FLG-JOBNAME        PIC X(08).
019400         10  PRR-FLG-CYCLE          PIC 9(02).
019500         10  PRR-FLG-BUS-DATE       PIC 9(08).
019600         10  PRR-FLG-START-DATE     PIC 9(08).
019700         10  PRR-FLG-START-TIME     PIC 9(08).
019800         10  PRR-FLG-ELAPSED        PIC 9(05)V99.
019900         10  PRR-FLG-AVG-ELAPSED    PIC 9(05)V99.
020000         10  PRR-FLG-RATE           PIC 9(03)V99.
020100         10  PRR-FLG-AVG-RATE       PIC 9(03)V99.
020200         10  PRR-FLG-RC             PIC 9(02).
020300         10  PRR-FLG-REASON         PIC X(30).
020400
020500*--------------------------------------------------------------*
020600*  RUN COUNTERS AND WORK AREAS.                                 *
020700*--------------------------------------------------------------*
020800 77  PRR-READ-COUNT                 PIC 9(07) COMP VALUE 0.
020900 77  PRR-BAD-COUNT                  PIC 9(07) COMP VALUE 0.
021000 77  PRR-FUTURE-COUNT               PIC 9(07) COMP VALUE 0.
021100 77  PRR-TERMINAL-COUNT             PIC 9(07) COMP VALUE 0.
021200 77  PRR-HISTORY-COUNT              PIC 9(07) COMP VALUE 0.
021300 77  PRR-TRENDED-COUNT              PIC 9(07) COMP VALUE 0.
021400 77  PRR-SHORT-HISTORY-COUNT        PIC 9(07) COMP VALUE 0.
021500 77  PRR-FLAGGED-COUNT              PIC 9(07) COMP VALUE 0.
021600 77  PRR-GRP-OVERFLOWS              PIC 9(07) COMP VALUE 0.
021700 77  PRR-DAY-OVERFLOWS              PIC 9(07) COMP VALUE 0.
021800 77  PRR-WEEK-OVERFLOWS             PIC 9(07) COMP VALUE 0.
021900 77  PRR-FLG-OVERFLOWS              PIC 9(07) COMP VALUE 0.
022000 77  PRR-G                          PIC 9(03) COMP.
022100 77  PRR-G2                         PIC 9(03) COMP.
022200 77  PRR-D                          PIC 9(03) COMP.
022300 77  PRR-D2                         PIC 9(03) COMP.
022400 77  PRR-W                          PIC 9(03) COMP.
022500 77  PRR-W2                         PIC 9(03) COMP.
022600 77  PRR-F                          PIC 9(03) COMP.
022700 77  PRR-R                          PIC 9(02) COMP.
022800 77  PRR-RUN-DAYS                   PIC 9(07) VALUE 0.
022900 77  PRR-RUN-WEEK                   PIC 9(07) VALUE 0.
023000 77  PRR-WEEKDAY                    PIC 9(01) VALUE 0.
023100 77  PRR-WEEK-QUOT                  PIC 9(07) VALUE 0.
023200 77  PRR-RUN-RATE                   PIC 9(03)V99 VALUE 0.
023300 77  PRR-SUM-ELAPSED                PIC 9(07)V99 VALUE 0.
023400 77  PRR-SUM-RATE                   PIC 9(05)V99 VALUE 0.
023500 77  PRR-AVG-ELAPSED                PIC 9(05)V99 VALUE 0.
023600 77  PRR-AVG-RATE                   PIC 9(03)V99 VALUE 0.
023700 77  PRR-REASON                     PIC X(30) VALUE SPACES.
023800 77  PRR-PRIOR-GRP-KEY              PIC X(10) VALUE SPACES.
023900 77  PRR-FMT-DATE                   PIC 9(08) VALUE 0.
024000 77  PRR-FMT-TEXT                   PIC X(10) VALUE SPACES.
024100 77  PRR-FMT-TIME                   PIC 9(08) VALUE 0.
024200 77  PRR-FMT-CLOCK                  PIC X(08) VALUE SPACES.
024300
024400*--------------------------------------------------------------*
024500*  YYYYMMDD-TO-DAY-NUMBER CONVERSION WORK AREAS (JULIAN DAY     *
024600*  ARITHMETIC; ALL DIVISIONS TRUNCATE).  THE DAY NUMBER OF A    *
024700*  MONDAY IS A MULTIPLE OF 7.                                   *
024800*--------------------------------------------------------------*
024900 01  PRR-DTD-FIELDS.
025000     05  PRR-DTD-DATE               PIC 9(08) VALUE 0.
025100     05  PRR-DTD-DATE-R REDEFINES PRR-DTD-DATE.
025200         10  PRR-DTD-YEAR           PIC 9(04).
025300         10  PRR-DTD-MONTH          PIC 9(02).
025400         10  PRR-DTD-DAY            PIC 9(02).
025500     05  PRR-DTD-DAYS               PIC 9(07) VALUE 0.
025600     05  PRR-DTD-A                  PIC 9(04) COMP.
025700     05  PRR-DTD-Y                  PIC 9(05) COMP.
025800     05  PRR-DTD-M                  PIC 9(02) COMP.
025900     05  PRR-DTD-T1                 PIC 9(05) COMP.
026000     05  PRR-DTD-T2                 PIC 9(05) COMP.
026100     05  PRR-DTD-T3                 PIC 9(05) COMP.
026200     05  PRR-DTD-T4                 PIC 9(05) COMP.
026300
026400*--------------------------------------------------------------*
026500*  DAY-NUMBER-TO-YYYYMMDD WORK AREAS (THE INVERSE OF THE ABOVE; *
026600*  EACH DIVISION IS ITS OWN COMPUTE SO THAT IT TRUNCATES).      *
026700*--------------------------------------------------------------*
026800 01  PRR-DTX-FIELDS.
026900     05  PRR-DTX-A                  PIC 9(08) COMP.
027000     05  PRR-DTX-B                  PIC 9(03) COMP.
027100     05  PRR-DTX-C                  PIC 9(06) COMP.
027200     05  PRR-DTX-D                  PIC 9(05) COMP.
027300     05  PRR-DTX-E                  PIC 9(05) COMP.
027400     05  PRR-DTX-M                  PIC 9(02) COMP.
027500     05  PRR-DTX-T                  PIC 9(08) COMP.
027600
027700*--------------------------------------------------------------*
027800*  PRINT-LINE MAP FOR THE PASCALRR REPORT.                      *
027900*--------------------------------------------------------------*
028000 01  PRR-REPORT-LINES.
028100     05  PRR-TITLE-LINE               PIC X(132) VALUE
028200         "PASCALTRIANGLE BATCH-WINDOW TRENDS".
028300     05  PRR-DATE-LINE.
028400         10  FILLER                   PIC X(10)
028500                                       VALUE "RUN DATE: ".
028600         10  PRR-RPT-DATE             PIC X(10).
028700         10  FILLER                   PIC X(23)
028800                              VALUE "  AS OF BUSINESS DATE: ".
028900         10  PRR-RPT-AS-OF            PIC X(10).
029000         10  FILLER                   PIC X(14)
029100                                       VALUE "  DAILY FROM: ".
029200         10  PRR-RPT-DAY-FROM         PIC X(10).
029300         10  FILLER                   PIC X(15)
029400                                       VALUE "  WEEKLY FROM: ".
029500         10  PRR-RPT-WEEK-FROM        PIC X(10).
029600         10  FILLER                   PIC X(30) VALUE SPACES.
029700     05  PRR-SECTION-LINE             PIC X(132).
029800     05  PRR-TREND-HEADING.
029900         10  FILLER                   PIC X(17)
030000                     VALUE "  JOBNAME   CYCLE".
030100         10  FILLER                   PIC X(02) VALUE SPACES.
030200         10  PRR-TH-DATE-LABEL        PIC X(10).
030300         10  FILLER                   PIC X(36)
030400             VALUE "   RUNS       READ  COMPLETED    ERR".
030500         10  FILLER                   PIC X(40)
030600             VALUE "ORED    ERR%  AVG SECS  MAX SECS  WORST ".
030700         10  FILLER                   PIC X(09)
030800                     VALUE "RC  FLAGS".
030900         10  FILLER                   PIC X(18) VALUE SPACES.
031000     05  PRR-TREND-LINE.
031100         10  FILLER                   PIC X(02) VALUE SPACES.
031200         10  PRR-TL-JOBNAME           PIC X(08).
031300         10  FILLER                   PIC X(05) VALUE SPACES.
031400         10  PRR-TL-CYCLE             PIC 9(02).
031500         10  FILLER                   PIC X(02) VALUE SPACES.
031600         10  PRR-TL-DATE              PIC X(10).
031700         10  FILLER                   PIC X(02) VALUE SPACES.
031800         10  PRR-TL-RUNS              PIC ZZZZ9.
031900         10  FILLER                   PIC X(02) VALUE SPACES.
032000         10  PRR-TL-READ              PIC ZZZZZZZZ9.
032100         10  FILLER                   PIC X(02) VALUE SPACES.
032200         10  PRR-TL-COMPLETED         PIC ZZZZZZZZ9.
032300         10  FILLER                   PIC X(02) VALUE SPACES.
032400         10  PRR-TL-ERRORED           PIC ZZZZZZZZ9.
032500         10  FILLER                   PIC X(02) VALUE SPACES.
032600         10  PRR-TL-RATE              PIC ZZ9.99.
032700         10  FILLER                   PIC X(02) VALUE SPACES.
032800         10  PRR-TL-AVG-SECS          PIC ZZZZ9.99.
032900         10  FILLER                   PIC X(02) VALUE SPACES.
033000         10  PRR-TL-MAX-SECS          PIC ZZZZ9.99.
033100         10  FILLER                   PIC X(08) VALUE SPACES.
033200         10  PRR-TL-WORST-RC          PIC Z9.
033300         10  FILLER                   PIC X(02) VALUE SPACES.
033400         10  PRR-TL-FLAGGED           PIC ZZZZ9.
033500         10  FILLER                   PIC X(18) VALUE SPACES.
033600     05  PRR-FLAG-HEADING.
033700         10  FILLER                   PIC X(38)
033800             VALUE "  JOBNAME   CYCLE  BUS DATE    STARTED".
033900         10  FILLER                   PIC X(42)
034000             VALUE "               ELAPSED  AVG SECS    ERR%  ".
034100         10  FILLER                   PIC X(18)
034200             VALUE " AVG %  RC  REASON".
034300         10  FILLER                   PIC X(34) VALUE SPACES.
034400     05  PRR-FLAG-LINE.
034500         10  FILLER                   PIC X(02) VALUE SPACES.
034600         10  PRR-FL-JOBNAME           PIC X(08).
034700         10  FILLER                   PIC X(05) VALUE SPACES.
034800         10  PRR-FL-CYCLE             PIC 9(02).
034900         10  FILLER                   PIC X(02) VALUE SPACES.
035000         10  PRR-FL-BUS-DATE          PIC X(10).
035100         10  FILLER                   PIC X(02) VALUE SPACES.
035200         10  PRR-FL-START-DATE        PIC X(10).
035300         10  FILLER                   PIC X(01) VALUE SPACES.
035400         10  PRR-FL-START-TIME        PIC X(08).
035500         10  FILLER                   PIC X(02) VALUE SPACES.
035600         10  PRR-FL-ELAPSED           PIC ZZZZ9.99.
035700         10  FILLER                   PIC X(02) VALUE SPACES.
035800         10  PRR-FL-AVG-ELAPSED       PIC ZZZZ9.99.
035900         10  FILLER                   PIC X(02) VALUE SPACES.
036000         10  PRR-FL-RATE              PIC ZZ9.99.
036100         10  FILLER                   PIC X(02) VALUE SPACES.
036200         10  PRR-FL-AVG-RATE          PIC ZZ9.99.
036300         10  FILLER                   PIC X(02) VALUE SPACES.
036400         10  PRR-FL-RC                PIC Z9.
036500         10  FILLER                   PIC X(02) VALUE SPACES.
036600         10  PRR-FL-REASON            PIC X(30).
036700         10  FILLER                   PIC X(10) VALUE SPACES.
036800     05  PRR-COUNT-LINE.
036900         10  FILLER                   PIC X(02) VALUE SPACES.
037000         10  PRR-COUNT-LABEL          PIC X(30).
037100         10  PRR-COUNT-VALUE          PIC ZZZZZZ9.
037200         10  FILLER                   PIC X(93) VALUE SPACES.
037300     05  PRR-MSG-LINE.
037400         10  PRR-MSG-TEXT             PIC X(60).
037500         10  FILLER                   PIC X(72) VALUE SPACES.
037600     05  PRR-BLANK-LINE               PIC X(132) VALUE SPACES.
037700
037800*****************************************************************
037900*  PROCEDURE DIVISION
038000*****************************************************************
038100 PROCEDURE DIVISION.
038200
038300*-----------------------------------------------------------*
038400*  0000-MAINLINE                                             *
038500*-----------------------------------------------------------*
038600 0000-MAINLINE.
038700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038800     IF PRR-PARM-OK AND NOT PRR-OPEN-FAILED
038900         PERFORM 2000-READ-RUNS THRU 2000-EXIT
039000         PERFORM 5000-PRINT-DAILY THRU 5000-EXIT
039100         PERFORM 5500-PRINT-WEEKLY THRU 5500-EXIT
039200         PERFORM 6000-PRINT-FLAGGED THRU 6000-EXIT
039300     END-IF.
039400     IF PRR-PARM-OK
039500         PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT
039600     END-IF.
039700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
039800     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
039900     STOP RUN.
040000
040100*-----------------------------------------------------------*
040200*  1000-INITIALIZE - PARSE THE PARM, SET THE DAILY AND       *
040300*  WEEKLY WINDOWS, OPEN THE REPORT AND PASCALRUN.            *
040400*-----------------------------------------------------------*
040500 1000-INITIALIZE.
040600     ACCEPT PRR-PARM-LINE FROM COMMAND-LINE.
040700     ACCEPT PRR-RUN-DATE FROM DATE YYYYMMDD.
040800     PERFORM 1050-PARSE-PARM THRU 1050-EXIT.
040900     IF PRR-PARM-BAD
041000         GO TO 1000-EXIT
041100     END-IF.
041200     MOVE PRR-AS-OF-DATE TO PRR-DTD-DATE.
041300     PERFORM 8100-DATE-TO-DAYS THRU 8100-EXIT.
041400     MOVE PRR-DTD-DAYS TO PRR-AS-OF-DAYS.
041500     COMPUTE PRR-DAY-FROM = PRR-AS-OF-DAYS - PRR-DAILY-DAYS + 1.
041600     MOVE PRR-AS-OF-DAYS TO PRR-RUN-DAYS.
041700     PERFORM 8300-WEEK-START THRU 8300-EXIT.
041800     COMPUTE PRR-WEEK-FROM =
041900         PRR-RUN-WEEK - (PRR-WEEKLY-WEEKS - 1) * 7.
042000     OPEN EXTEND PASCALRRP.
042100     IF PRR-RPT-STATUS NOT = "00"
042200         OPEN OUTPUT PASCALRRP
042300         CLOSE PASCALRRP
042400         OPEN EXTEND PASCALRRP
042500     END-IF.
042600     OPEN INPUT PASCALRUN.
042700     IF PRR-RUN-STATUS = "00"
042800         SET PRR-RUN-FILE-OPEN TO TRUE
042900     ELSE
043000         SET PRR-OPEN-FAILED TO TRUE
043100         DISPLAY "PASCALRR - UNABLE TO OPEN PASCALRUN - "
043200             "STATUS: " PRR-RUN-STATUS
043300     END-IF.
043400     PERFORM 1400-PRINT-HEADER THRU 1400-EXIT.
043500 1000-EXIT.
043600     EXIT.
043700
043800 1050-PARSE-PARM.
043900     MOVE PRR-RUN-DATE TO PRR-AS-OF-DATE.
044000     MOVE SPACES TO PRR-PARM-FIELDS.
044100     UNSTRING PRR-PARM-LINE DELIMITED BY ALL SPACES
044200         INTO PRR-PARM-AS-OF.
044300     IF PRR-PARM-AS-OF = SPACES
044400         GO TO 1050-EXIT
044500     END-IF.
044600     IF PRR-PARM-AS-OF IS NOT NUMERIC
044700         SET PRR-PARM-BAD TO TRUE
044800         DISPLAY "PASCALRR - INVALID AS-OF DATE: " PRR-PARM-AS-OF
044900         GO TO 1050-EXIT
045000     END-IF.
045100     MOVE PRR-PARM-AS-OF TO PRR-DTD-DATE.
045200     IF PRR-DTD-MONTH < 1 OR PRR-DTD-MONTH > 12
045300         OR PRR-DTD-DAY < 1 OR PRR-DTD-DAY > 31
045400         SET PRR-PARM-BAD TO TRUE
045500         DISPLAY "PASCALRR - INVALID AS-OF DATE: " PRR-PARM-AS-OF
045600         GO TO 1050-EXIT
045700     END-IF.
045800     MOVE PRR-DTD-DATE TO PRR-AS-OF-DATE.
045900 1050-EXIT.
046000     EXIT.
046100
046200 1400-PRINT-HEADER.
046300     MOVE PRR-TITLE-LINE TO PASCAL-REPORT-RECORD.
046400     WRITE PASCAL-REPORT-RECORD AFTER ADVANCING PAGE.
046500     MOVE PRR-RUN-DATE TO PRR-FMT-DATE.
046600     PERFORM 8400-FORMAT-DATE THRU 8400-EXIT.
046700     MOVE PRR-FMT-TEXT TO PRR-RPT-DATE.
046800     MOVE PRR-AS-OF-DATE TO PRR-FMT-DATE.
046900     PERFORM 8400-FORMAT-DATE THRU 8400-EXIT.
047000     MOVE PRR-FMT-TEXT TO PRR-RPT-AS-OF.
047100     MOVE PRR-DAY-FROM TO PRR-DTD-DAYS.
047200     PERFORM 8150-DAYS-TO-DATE THRU 8150-EXIT.
047300     MOVE PRR-DTD-DATE TO PRR-FMT-DATE.
047400     PERFORM 8400-FORMAT-DATE THRU 8400-EXIT.
047500     MOVE PRR-FMT-TEXT TO PRR-RPT-DAY-FROM.
047600     MOVE PRR-WEEK-FROM TO PRR-DTD-DAYS.
047700     PERFORM 8150-DAYS-TO-DATE THRU 8150-EXIT.
047800     MOVE PRR-DTD-DATE TO PRR-FMT-DATE.
047900     PERFORM 8400-FORMAT-DATE THRU 8400-EXIT.
048000     MOVE PRR-FMT-TEXT TO PRR-RPT-WEEK-FROM.
048100     MOVE PRR-DATE-LINE TO PASCAL-REPORT-RECORD.
048200     WRITE PASCAL-REPORT-RECORD.
048300     MOVE PRR-BLANK-LINE TO PASCAL-REPORT-RECORD.
048400     WRITE PASCAL-REPORT-RECORD.
048500 1400-EXIT.
048600     EXIT.
048700
048800*-----------------------------------------------------------*
048900*  2000-READ-RUNS - PASS PASCALRUN ONCE, IN THE ORDER THE    *
049000*  RUNS WERE APPENDED.  EVERY BATCH RUN IS CHECKED AGAINST   *
049100*  THE RUNS OF ITS JOB NAME AND CYCLE BEFORE IT, POSTED TO   *
049200*  ITS DAY AND WEEK IF THEY FALL IN THE WINDOWS, AND THEN    *
049300*  ADDED TO THE RING THE RUNS AFTER IT ARE CHECKED AGAINST.  *
049400*-----------------------------------------------------------*
049500 2000-READ-RUNS.
049600     PERFORM 2100-READ-RUN THRU 2100-EXIT
049700         UNTIL PRR-RUN-EOF.
049800 2000-EXIT.
049900     EXIT.
050000
050100 2100-READ-RUN.
050200     READ PASCALRUN
050300         AT END
050400             SET PRR-RUN-EOF TO TRUE
050500             GO TO 2100-EXIT
050600     END-READ.
050700     ADD 1 TO PRR-READ-COUNT.
050800     IF PRN-BUSINESS-DATE IS NOT NUMERIC
050900         OR PRN-CYCLE-NBR IS NOT NUMERIC
051000         OR PRN-ELAPSED-SECS IS NOT NUMERIC
051100         OR PRN-REQUEST-COUNTS IS NOT NUMERIC
051200         OR PRN-RETURN-CODE IS NOT NUMERIC
051300         ADD 1 TO PRR-BAD-COUNT
051400         DISPLAY "PASCALRR - PASCALRUN RECORD IGNORED: "
051500             PRN-JOB-ID " " PRN-JOBNAME " " PRN-START-STAMP
051600         GO TO 2100-EXIT
051700     END-IF.
051800     IF PRN-BUSINESS-DATE > PRR-AS-OF-DATE
051900         ADD 1 TO PRR-FUTURE-COUNT
052000         GO TO 2100-EXIT
052100     END-IF.
052200     IF PRN-TERMINAL-RUN
052300         ADD 1 TO PRR-TERMINAL-COUNT
052400         GO TO 2100-EXIT
052500     END-IF.
052600     MOVE PRN-JOBNAME TO PRR-NEW-GRP-JOBNAME.
052700     MOVE PRN-CYCLE-NBR TO PRR-NEW-GRP-CYCLE.
052800     PERFORM 4500-FIND-GROUP THRU 4500-EXIT.
052900     IF PRR-G = 0
053000         GO TO 2100-EXIT
053100     END-IF.
053200     MOVE 0 TO PRR-RUN-RATE.
053300     IF PRN-REQ-READ > 0
053400         COMPUTE PRR-RUN-RATE ROUNDED =
053500             PRN-REQ-ERRORED * 100 / PRN-REQ-READ
053600     END-IF.
053700     MOVE PRN-BUSINESS-DATE TO PRR-DTD-DATE.
053800     PERFORM 8100-DATE-TO-DAYS THRU 8100-EXIT.
053900     MOVE PRR-DTD-DAYS TO PRR-RUN-DAYS.
054000     PERFORM 8300-WEEK-START THRU 8300-EXIT.
054100     IF PRR-RUN-WEEK < PRR-WEEK-FROM
054200         ADD 1 TO PRR-HISTORY-COUNT
054300     ELSE
054400         ADD 1 TO PRR-TRENDED-COUNT
054500         PERFORM 3000-CHECK-RUN THRU 3000-EXIT
054600         PERFORM 4600-POST-WEEK THRU 4600-EXIT
054700         IF PRR-RUN-DAYS NOT < PRR-DAY-FROM
054800             PERFORM 4700-POST-DAY THRU 4700-EXIT
054900         END-IF
055000     END-IF.
055100     PERFORM 3500-ADD-TO-RING THRU 3500-EXIT.
055200 2100-EXIT.
055300     EXIT.
055400
055500*-----------------------------------------------------------*
055600*  3000-CHECK-RUN - COMPARE THIS RUN WITH THE AVERAGE OF     *
055700*  THE RUNS IN ITS GROUP'S RING AND TABLE IT IF IT IS OUT    *
055800*  OF LINE.  TOO SHORT A HISTORY IS NEVER FLAGGED.           *
055900*-----------------------------------------------------------*
056000 3000-CHECK-RUN.
056100     MOVE "N" TO PRR-FLAG-SWITCH.
056200     MOVE "N" TO PRR-SLOW-SWITCH.
056300     MOVE "N" TO PRR-FAST-SWITCH.
056400     MOVE "N" TO PRR-RATE-SWITCH.
056500     IF PRR-GRP-RING-COUNT(PRR-G) < PRR-MIN-HISTORY
056600         ADD 1 TO PRR-SHORT-HISTORY-COUNT
056700         GO TO 3000-EXIT
056800     END-IF.
056900     MOVE 0 TO PRR-SUM-ELAPSED.
057000     MOVE 0 TO PRR-SUM-RATE.
057100     PERFORM 3100-SUM-RING THRU 3100-EXIT
057200         VARYING PRR-R FROM 1 BY 1
057300         UNTIL PRR-R > PRR-GRP-RING-COUNT(PRR-G).
057400     COMPUTE PRR-AVG-ELAPSED ROUNDED =
057500         PRR-SUM-ELAPSED / PRR-GRP-RING-COUNT(PRR-G).
057600     COMPUTE PRR-AVG-RATE ROUNDED =
057700         PRR-SUM-RATE / PRR-GRP-RING-COUNT(PRR-G).
057800     IF PRN-ELAPSED-SECS * 100 > PRR-AVG-ELAPSED * PRR-HIGH-PCT
057900         AND PRN-ELAPSED-SECS - PRR-AVG-ELAPSED
058000             NOT < PRR-ELAPSED-FLOOR
058100         SET PRR-RUN-SLOW TO TRUE
058200     END-IF.
058300     IF PRN-ELAPSED-SECS * 100 < PRR-AVG-ELAPSED * PRR-LOW-PCT
058400         AND PRR-AVG-ELAPSED - PRN-ELAPSED-SECS
058500             NOT < PRR-ELAPSED-FLOOR
058600         SET PRR-RUN-FAST TO TRUE
058700     END-IF.
058800     IF PRR-RUN-RATE > PRR-AVG-RATE + PRR-RATE-MARGIN
058900         SET PRR-RATE-HIGH TO TRUE
059000     END-IF.
059100     EVALUATE TRUE
059200         WHEN PRR-RUN-SLOW AND PRR-RATE-HIGH
059300             MOVE "SLOW RUN AND HIGH ERROR RATE" TO PRR-REASON
059400         WHEN PRR-RUN-FAST AND PRR-RATE-HIGH
059500             MOVE "FAST RUN AND HIGH ERROR RATE" TO PRR-REASON
059600         WHEN PRR-RUN-SLOW
059700             MOVE "RUN TIME WELL ABOVE AVERAGE" TO PRR-REASON
059800         WHEN PRR-RUN-FAST
059900             MOVE "RUN TIME WELL BELOW AVERAGE" TO PRR-REASON
060000         WHEN PRR-RATE-HIGH
060100             MOVE "ERROR RATE WELL ABOVE AVERAGE" TO PRR-REASON
060200         WHEN OTHER
060300             GO TO 3000-EXIT
060400     END-EVALUATE.
060500     SET PRR-RUN-FLAGGED TO TRUE.
060600     ADD 1 TO PRR-FLAGGED-COUNT.
060700     IF PRR-FLG-COUNT NOT < 500
060800         ADD 1 TO PRR-FLG-OVERFLOWS
060900         GO TO 3000-EXIT
061000     END-IF.
061100     ADD 1 TO PRR-FLG-COUNT.
061200     MOVE PRR-FLG-COUNT TO PRR-F.
061300     MOVE PRN-JOBNAME TO PRR-FLG-JOBNAME(PRR-F).
061400     MOVE PRN-CYCLE-NBR TO PRR-FLG-CYCLE(PRR-F).
061500     MOVE PRN-BUSINESS-DATE TO PRR-FLG-BUS-DATE(PRR-F).
061600     MOVE PRN-START-DATE TO PRR-FLG-START-DATE(PRR-F).
061700     MOVE PRN-START-TIME TO PRR-FLG-START-TIME(PRR-F).
061800     MOVE PRN-ELAPSED-SECS TO PRR-FLG-ELAPSED(PRR-F).
061900     MOVE PRR-AVG-ELAPSED TO PRR-FLG-AVG-ELAPSED(PRR-F).
062000     MOVE PRR-RUN-RATE TO PRR-FLG-RATE(PRR-F).
062100     MOVE PRR-AVG-RATE TO PRR-FLG-AVG-RATE(PRR-F).
062200     MOVE PRN-RETURN-CODE TO PRR-FLG-RC(PRR-F).
062300     MOVE PRR-REASON TO PRR-FLG-REASON(PRR-F).
062400 3000-EXIT.
062500     EXIT.
062600
062700 3100-SUM-RING.
062800     ADD PRR-GRP-RG-ELAPSED(PRR-G PRR-R) TO PRR-SUM-ELAPSED.
062900     ADD PRR-GRP-RG-RATE(PRR-G PRR-R) TO PRR-SUM-RATE.
063000 3100-EXIT.
063100     EXIT.
063200
063300*    THE RING FILLS TO PRR-RING-SIZE, THEN EACH NEW RUN
063400*    OVERWRITES THE OLDEST.
063500 3500-ADD-TO-RING.
063600     ADD 1 TO PRR-GRP-RING-NEXT(PRR-G).
063700     IF PRR-GRP-RING-NEXT(PRR-G) > PRR-RING-SIZE
063800         MOVE 1 TO PRR-GRP-RING-NEXT(PRR-G)
063900     END-IF.
064000     MOVE PRR-GRP-RING-NEXT(PRR-G) TO PRR-R.
064100     MOVE PRN-ELAPSED-SECS TO PRR-GRP-RG-ELAPSED(PRR-G PRR-R).
064200     MOVE PRR-RUN-RATE TO PRR-GRP-RG-RATE(PRR-G PRR-R).
064300     IF PRR-GRP-RING-COUNT(PRR-G) < PRR-RING-SIZE
064400         ADD 1 TO PRR-GRP-RING-COUNT(PRR-G)
064500     END-IF.
064600 3500-EXIT.
064700     EXIT.
064800
064900*-----------------------------------------------------------*
065000*  4500-FIND-GROUP - LOCATE THE GROUP FOR PRR-NEW-GRP-KEY,   *
065100*  INSERTING IT IN KEY ORDER IF IT IS NEW.  PRR-G COMES BACK *
065200*  ZERO ONLY WHEN THE TABLE IS FULL.                         *
065300*-----------------------------------------------------------*
065400 4500-FIND-GROUP.
065500     MOVE 1 TO PRR-G.
065600     PERFORM 4510-SCAN-GROUPS THRU 4510-EXIT
065700         UNTIL PRR-G > PRR-GRP-COUNT
065800            OR PRR-GRP-KEY(PRR-G) NOT < PRR-NEW-GRP-KEY.
065900     IF PRR-G NOT > PRR-GRP-COUNT
066000         IF PRR-GRP-KEY(PRR-G) = PRR-NEW-GRP-KEY
066100             GO TO 4500-EXIT
066200         END-IF
066300     END-IF.
066400     IF PRR-GRP-COUNT NOT < 100
066500         ADD 1 TO PRR-GRP-OVERFLOWS
066600         MOVE 0 TO PRR-G
066700         GO TO 4500-EXIT
066800     END-IF.
066900     PERFORM 4520-SHIFT-GROUP THRU 4520-EXIT
067000         VARYING PRR-G2 FROM PRR-GRP-COUNT BY -1
067100         UNTIL PRR-G2 < PRR-G.
067200     ADD 1 TO PRR-GRP-COUNT.
067300     MOVE PRR-NEW-GRP-KEY TO PRR-GRP-KEY(PRR-G).
067400     MOVE 0 TO PRR-GRP-RING-COUNT(PRR-G).
067500     MOVE 0 TO PRR-GRP-RING-NEXT(PRR-G).
067600 4500-EXIT.
067700     EXIT.
067800
067900 4510-SCAN-GROUPS.
068000     ADD 1 TO PRR-G.
068100 4510-EXIT.
068200     EXIT.
068300
068400 4520-SHIFT-GROUP.
068500     MOVE PRR-GRP-ENTRY(PRR-G2) TO PRR-GRP-ENTRY(PRR-G2 + 1).
068600 4520-EXIT.
068700     EXIT.
068800
068900*-----------------------------------------------------------*
069000*  4600-POST-WEEK - ADD THIS RUN TO ITS GROUP'S WEEK,        *
069100*  INSERTING THE WEEK IN KEY ORDER IF IT IS NEW.             *
069200*-----------------------------------------------------------*
069300 4600-POST-WEEK.
069400     MOVE PRR-NEW-GRP-KEY TO PRR-NEW-WEEK-GRP-KEY.
069500     MOVE PRR-RUN-WEEK TO PRR-NEW-WEEK-DAYS.
069600     MOVE 1 TO PRR-W.
069700     PERFORM 4610-SCAN-WEEKS THRU 4610-EXIT
069800         UNTIL PRR-W > PRR-WEEK-COUNT
069900            OR PRR-WEEK-KEY(PRR-W) NOT < PRR-NEW-WEEK-KEY.
070000     IF PRR-W NOT > PRR-WEEK-COUNT
070100         IF PRR-WEEK-KEY(PRR-W) = PRR-NEW-WEEK-KEY
070200             GO TO 4600-POST
070300         END-IF
070400     END-IF.
070500     IF PRR-WEEK-COUNT NOT < 300
070600         ADD 1 TO PRR-WEEK-OVERFLOWS
070700         GO TO 4600-EXIT
070800     END-IF.
070900     PERFORM 4620-SHIFT-WEEK THRU 4620-EXIT
071000         VARYING PRR-W2 FROM PRR-WEEK-COUNT BY -1
071100         UNTIL PRR-W2 < PRR-W.
071200     ADD 1 TO PRR-WEEK-COUNT.
071300     MOVE PRR-NEW-WEEK-KEY TO PRR-WEEK-KEY(PRR-W).
071400     MOVE PRR-EMPTY-ACCUM TO PRR-WEEK-ACCUM(PRR-W).
071500 4600-POST.
071600     MOVE PRR-WEEK-ACCUM(PRR-W) TO PRR-ACCUM.
071700     PERFORM 4800-POST-RUN THRU 4800-EXIT.
071800     MOVE PRR-ACCUM TO PRR-WEEK-ACCUM(PRR-W).
071900 4600-EXIT.
072000     EXIT.
072100
072200 4610-SCAN-WEEKS.
072300     ADD 1 TO PRR-W.
072400 4610-EXIT.
072500     EXIT.
072600
072700 4620-SHIFT-WEEK.
072800     MOVE PRR-WEEK-ENTRY(PRR-W2) TO PRR-WEEK-ENTRY(PRR-W2 + 1).
072900 4620-EXIT.
073000     EXIT.
073100
073200*-----------------------------------------------------------*
073300*  4700-POST-DAY - ADD THIS RUN TO ITS GROUP'S BUSINESS      *
073400*  DATE, INSERTING THE DATE IN KEY ORDER IF IT IS NEW.       *
073500*-----------------------------------------------------------*
073600 4700-POST-DAY.
073700     MOVE PRR-NEW-GRP-KEY TO PRR-NEW-DAY-GRP-KEY.
073800     MOVE PRN-BUSINESS-DATE TO PRR-NEW-DAY-DATE.
073900     MOVE 1 TO PRR-D.
074000     PERFORM 4710-SCAN-DAYS THRU 4710-EXIT
074100         UNTIL PRR-D > PRR-DAY-COUNT
074200            OR PRR-DAY-KEY(PRR-D) NOT < PRR-NEW-DAY-KEY.
074300     IF PRR-D NOT > PRR-DAY-COUNT
074400         IF PRR-DAY-KEY(PRR-D) = PRR-NEW-DAY-KEY
074500             GO TO 4700-POST
074600         END-IF
074700     END-IF.
074800     IF PRR-DAY-COUNT NOT < 500
074900         ADD 1 TO PRR-DAY-OVERFLOWS
075000         GO TO 4700-EXIT
075100     END-IF.
075200     PERFORM 4720-SHIFT-DAY THRU 4720-EXIT
075300         VARYING PRR-D2 FROM PRR-DAY-COUNT BY -1
075400         UNTIL PRR-D2 < PRR-D.
075500     ADD 1 TO PRR-DAY-COUNT.
075600     MOVE PRR-NEW-DAY-KEY TO PRR-DAY-KEY(PRR-D).
075700     MOVE PRR-EMPTY-ACCUM TO PRR-DAY-ACCUM(PRR-D).
075800 4700-POST.
075900     MOVE PRR-DAY-ACCUM(PRR-D) TO PRR-ACCUM.
076000     PERFORM 4800-POST-RUN THRU 4800-EXIT.
076100     MOVE PRR-ACCUM TO PRR-DAY-ACCUM(PRR-D).
076200 4700-EXIT.
076300     EXIT.
076400
076500 4710-SCAN-DAYS.
076600     ADD 1 TO PRR-D.
076700 4710-EXIT.
076800     EXIT.
076900
077000 4720-SHIFT-DAY.
077100     MOVE PRR-DAY-ENTRY(PRR-D2) TO PRR-DAY-ENTRY(PRR-D2 + 1).
077200 4720-EXIT.
077300     EXIT.
077400
077500 4800-POST-RUN.
077600     ADD 1 TO PRR-AC-RUNS.
077700     ADD PRN-REQ-READ TO PRR-AC-READ.
077800     ADD PRN-REQ-COMPLETED TO PRR-AC-COMPLETED.
077900     ADD PRN-REQ-ERRORED TO PRR-AC-ERRORED.
078000     ADD PRN-ELAPSED-SECS TO PRR-AC-ELAPSED-TOT.
078100     IF PRN-ELAPSED-SECS > PRR-AC-ELAPSED-MAX
078200         MOVE PRN-ELAPSED-SECS TO PRR-AC-ELAPSED-MAX
078300     END-IF.
078400     IF PRN-RETURN-CODE > PRR-AC-WORST-RC
078500         MOVE PRN-RETURN-CODE TO PRR-AC-WORST-RC
078600     END-IF.
078700     IF PRR-RUN-FLAGGED
078800         ADD 1 TO PRR-AC-FLAGGED
078900     END-IF.
079000 4800-EXIT.
079100     EXIT.
079200
079300*-----------------------------------------------------------*
079400*  5000-PRINT-DAILY - ONE LINE PER JOB NAME, CYCLE, AND      *
079500*  BUSINESS DATE, A BLANK LINE BETWEEN GROUPS.               *
079600*-----------------------------------------------------------*
079700 5000-PRINT-DAILY.
079800     MOVE "DAILY TRENDS BY JOB NAME AND CYCLE"
079900         TO PRR-SECTION-LINE.
080000     PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
080100     MOVE "BUS DATE" TO PRR-TH-DATE-LABEL.
080200     MOVE PRR-TREND-HEADING TO PASCAL-REPORT-RECORD.
080300     WRITE PASCAL-REPORT-RECORD.
080400     IF PRR-DAY-COUNT = 0
080500         MOVE "  NO BATCH RUNS IN THE DAILY WINDOW"
080600             TO PRR-MSG-TEXT
080700         PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
080800         GO TO 5000-EXIT
080900     END-IF.
081000     MOVE PRR-DAY-GRP-KEY(1) TO PRR-PRIOR-GRP-KEY.
081100     PERFORM 5100-PRINT-ONE-DAY THRU 5100-EXIT
081200         VARYING PRR-D FROM 1 BY 1
081300         UNTIL PRR-D > PRR-DAY-COUNT.
081400 5000-EXIT.
081500     EXIT.
081600
081700 5100-PRINT-ONE-DAY.
081800     IF PRR-DAY-GRP-KEY(PRR-D) NOT = PRR-PRIOR-GRP-KEY
081900         MOVE PRR-BLANK-LINE TO PASCAL-REPORT-RECORD
082000         WRITE PASCAL-REPORT-RECORD
082100         MOVE PRR-DAY-GRP-KEY(PRR-D) TO PRR-PRIOR-GRP-KEY
082200     END-IF.
082300     MOVE PRR-DAY-GRP-KEY(PRR-D) TO PRR-NEW-GRP-KEY.
082400     MOVE PRR-DAY-DATE(PRR-D) TO PRR-FMT-DATE.
082500     PERFORM 8400-FORMAT-DATE THRU 8400-EXIT.
082600     MOVE PRR-DAY-ACCUM(PRR-D) TO PRR-ACCUM.
082700     PERFORM 5900-PRINT-TREND-LINE THRU 5900-EXIT.
082800 5100-EXIT.
082900     EXIT.
083000
083100*-----------------------------------------------------------*
083200*  5500-PRINT-WEEKLY - ONE LINE PER JOB NAME, CYCLE, AND     *
083300*  WEEK, DATED BY THE WEEK'S MONDAY.                         *
083400*-----------------------------------------------------------*
083500 5500-PRINT-WEEKLY.
083600     MOVE "WEEKLY TRENDS BY JOB NAME AND CYCLE"
083700         TO PRR-SECTION-LINE.
083800     PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
083900     MOVE "WEEK OF" TO PRR-TH-DATE-LABEL.
084000     MOVE PRR-TREND-HEADING TO PASCAL-REPORT-RECORD.
084100     WRITE PASCAL-REPORT-RECORD.
084200     IF PRR-WEEK-COUNT = 0
084300         MOVE "  NO BATCH RUNS IN THE WEEKLY WINDOW"
084400             TO PRR-MSG-TEXT
084500         PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
084600         GO TO 5500-EXIT
084700     END-IF.
084800     MOVE PRR-WEEK-GRP-KEY(1) TO PRR-PRIOR-GRP-KEY.
084900     PERFORM 5600-PRINT-ONE-WEEK THRU 5600-EXIT
085000         VARYING PRR-W FROM 1 BY 1
085100         UNTIL PRR-W > PRR-WEEK-COUNT.
085200 5500-EXIT.
085300     EXIT.
085400
085500 5600-PRINT-ONE-WEEK.
085600     IF PRR-WEEK-GRP-KEY(PRR-W) NOT = PRR-PRIOR-GRP-KEY
085700         MOVE PRR-BLANK-LINE TO PASCAL-REPORT-RECORD
085800         WRITE PASCAL-REPORT-RECORD
085900         MOVE PRR-WEEK-GRP-KEY(PRR-W) TO PRR-PRIOR-GRP-KEY
086000     END-IF.
086100     MOVE PRR-WEEK-GRP-KEY(PRR-W) TO PRR-NEW-GRP-KEY.
086200     MOVE PRR-WEEK-DAYS(PRR-W) TO PRR-DTD-DAYS.
086300     PERFORM 8150-DAYS-TO-DATE THRU 8150-EXIT.
086400     MOVE PRR-DTD-DATE TO PRR-FMT-DATE.
086500     PERFORM 8400-FORMAT-DATE THRU 8400-EXIT.
086600     MOVE PRR-WEEK-ACCUM(PRR-W) TO PRR-ACCUM.
086700     PERFORM 5900-PRINT-TREND-LINE THRU 5900-EXIT.
086800 5600-EXIT.
086900     EXIT.
087000
087100*    PRINTS PRR-ACCUM FOR THE GROUP IN PRR-NEW-GRP-KEY, DATED
087200*    PRR-FMT-TEXT.
087300 5900-PRINT-TREND-LINE.
087400     MOVE PRR-NEW-GRP-JOBNAME TO PRR-TL-JOBNAME.
087500     MOVE PRR-NEW-GRP-CYCLE TO PRR-TL-CYCLE.
087600     MOVE PRR-FMT-TEXT TO PRR-TL-DATE.
087700     MOVE PRR-AC-RUNS TO PRR-TL-RUNS.
087800     MOVE PRR-AC-READ TO PRR-TL-READ.
087900     MOVE PRR-AC-COMPLETED TO PRR-TL-COMPLETED.
088000     MOVE PRR-AC-ERRORED TO PRR-TL-ERRORED.
088100     MOVE 0 TO PRR-RUN-RATE.
088200     IF PRR-AC-READ > 0
088300         COMPUTE PRR-RUN-RATE ROUNDED =
088400             PRR-AC-ERRORED * 100 / PRR-AC-READ
088500     END-IF.
088600     MOVE PRR-RUN-RATE TO PRR-TL-RATE.
088700     MOVE 0 TO PRR-AVG-ELAPSED.
088800     IF PRR-AC-RUNS > 0
088900         COMPUTE PRR-AVG-ELAPSED ROUNDED =
089000             PRR-AC-ELAPSED-TOT / PRR-AC-RUNS
089100     END-IF.
089200     MOVE PRR-AVG-ELAPSED TO PRR-TL-AVG-SECS.
089300     MOVE PRR-AC-ELAPSED-MAX TO PRR-TL-MAX-SECS.
089400     MOVE PRR-AC-WORST-RC TO PRR-TL-WORST-RC.
089500     MOVE PRR-AC-FLAGGED TO PRR-TL-FLAGGED.
089600     MOVE PRR-TREND-LINE TO PASCAL-REPORT-RECORD.
089700     WRITE PASCAL-REPORT-RECORD.
089800 5900-EXIT.
089900     EXIT.
090000
090100*-----------------------------------------------------------*
090200*  6000-PRINT-FLAGGED - EVERY RUN IN THE WEEKLY WINDOW THAT  *
090300*  WAS OUT OF LINE WITH ITS RECENT AVERAGE, IN RUN ORDER.    *
090400*-----------------------------------------------------------*
090500 6000-PRINT-FLAGGED.
090600     MOVE "RUNS OUT OF LINE WITH THEIR RECENT AVERAGE"
090700         TO PRR-SECTION-LINE.
090800     PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
090900     IF PRR-FLG-COUNT = 0
091000         MOVE "  NO RUNS FLAGGED" TO PRR-MSG-TEXT
091100         PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
091200         GO TO 6000-EXIT
091300     END-IF.
091400     MOVE PRR-FLAG-HEADING TO PASCAL-REPORT-RECORD.
091500     WRITE PASCAL-REPORT-RECORD.
091600     PERFORM 6100-PRINT-ONE-FLAG THRU 6100-EXIT
091700         VARYING PRR-F FROM 1 BY 1
091800         UNTIL PRR-F > PRR-FLG-COUNT.
091900 6000-EXIT.
092000     EXIT.
092100
092200 6100-PRINT-ONE-FLAG.
092300     MOVE PRR-FLG-JOBNAME(PRR-F) TO PRR-FL-JOBNAME.
092400     MOVE PRR-FLG-CYCLE(PRR-F) TO PRR-FL-CYCLE.
092500     MOVE PRR-FLG-BUS-DATE(PRR-F) TO PRR-FMT-DATE.
092600     PERFORM 8400-FORMAT-DATE THRU 8400-EXIT.
092700     MOVE PRR-FMT-TEXT TO PRR-FL-BUS-DATE.
092800     MOVE PRR-FLG-START-DATE(PRR-F) TO PRR-FMT-DATE.
092900     PERFORM 8400-FORMAT-DATE THRU 8400-EXIT.
093000     MOVE PRR-FMT-TEXT TO PRR-FL-START-DATE.
093100     MOVE PRR-FLG-START-TIME(PRR-F) TO PRR-FMT-TIME.
093200     PERFORM 8500-FORMAT-TIME THRU 8500-EXIT.
093300     MOVE PRR-FMT-CLOCK TO PRR-FL-START-TIME.
093400     MOVE PRR-FLG-ELAPSED(PRR-F) TO PRR-FL-ELAPSED.
093500     MOVE PRR-FLG-AVG-ELAPSED(PRR-F) TO PRR-FL-AVG-ELAPSED.
093600     MOVE PRR-FLG-RATE(PRR-F) TO PRR-FL-RATE.
093700     MOVE PRR-FLG-AVG-RATE(PRR-F) TO PRR-FL-AVG-RATE.
093800     MOVE PRR-FLG-RC(PRR-F) TO PRR-FL-RC.
093900     MOVE PRR-FLG-REASON(PRR-F) TO PRR-FL-REASON.
094000     MOVE PRR-FLAG-LINE TO PASCAL-REPORT-RECORD.
094100     WRITE PASCAL-REPORT-RECORD.
094200 6100-EXIT.
094300     EXIT.
094400
094500 7100-PRINT-SECTION.
094600     MOVE PRR-BLANK-LINE TO PASCAL-REPORT-RECORD.
094700     WRITE PASCAL-REPORT-RECORD.
094800     MOVE PRR-SECTION-LINE TO PASCAL-REPORT-RECORD.
094900     WRITE PASCAL-REPORT-RECORD.
095000 7100-EXIT.
095100     EXIT.
095200
095300 7200-PRINT-MESSAGE.
095400     MOVE PRR-MSG-LINE TO PASCAL-REPORT-RECORD.
095500     WRITE PASCAL-REPORT-RECORD.
095600 7200-EXIT.
095700     EXIT.
095800
095900*-----------------------------------------------------------*
096000*  8000-PRINT-COUNTS - RUN SUMMARY.                          *
096100*-----------------------------------------------------------*
096200 8000-PRINT-COUNTS.
096300     MOVE PRR-BLANK-LINE TO PASCAL-REPORT-RECORD.
096400     WRITE PASCAL-REPORT-RECORD.
096500     MOVE "RUN RECORDS READ" TO PRR-COUNT-LABEL.
096600     MOVE PRR-READ-COUNT TO PRR-COUNT-VALUE.
096700     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
096800     MOVE "  UNREADABLE, IGNORED" TO PRR-COUNT-LABEL.
096900     MOVE PRR-BAD-COUNT TO PRR-COUNT-VALUE.
097000     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
097100     MOVE "  AFTER THE AS-OF DATE" TO PRR-COUNT-LABEL.
097200     MOVE PRR-FUTURE-COUNT TO PRR-COUNT-VALUE.
097300     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
097400     MOVE "  TERMINAL SESSIONS" TO PRR-COUNT-LABEL.
097500     MOVE PRR-TERMINAL-COUNT TO PRR-COUNT-VALUE.
097600     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
097700     MOVE "  BATCH, BEFORE THE WINDOW" TO PRR-COUNT-LABEL.
097800     MOVE PRR-HISTORY-COUNT TO PRR-COUNT-VALUE.
097900     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
098000     MOVE "  BATCH, TRENDED" TO PRR-COUNT-LABEL.
098100     MOVE PRR-TRENDED-COUNT TO PRR-COUNT-VALUE.
098200     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
098300     MOVE "    TOO FEW PRIOR RUNS" TO PRR-COUNT-LABEL.
098400     MOVE PRR-SHORT-HISTORY-COUNT TO PRR-COUNT-VALUE.
098500     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
098600     MOVE "    FLAGGED" TO PRR-COUNT-LABEL.
098700     MOVE PRR-FLAGGED-COUNT TO PRR-COUNT-VALUE.
098800     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
098900     IF PRR-GRP-OVERFLOWS > 0
099000         MOVE "RUNS NOT GROUPED (FULL)" TO PRR-COUNT-LABEL
099100         MOVE PRR-GRP-OVERFLOWS TO PRR-COUNT-VALUE
099200         PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT
099300     END-IF.
099400     IF PRR-DAY-OVERFLOWS > 0
099500         MOVE "RUNS NOT POSTED DAILY (FULL)" TO PRR-COUNT-LABEL
099600         MOVE PRR-DAY-OVERFLOWS TO PRR-COUNT-VALUE
099700         PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT
099800     END-IF.
099900     IF PRR-WEEK-OVERFLOWS > 0
100000         MOVE "RUNS NOT POSTED WEEKLY (FULL)" TO PRR-COUNT-LABEL
100100         MOVE PRR-WEEK-OVERFLOWS TO PRR-COUNT-VALUE
100200         PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT
100300     END-IF.
100400     IF PRR-FLG-OVERFLOWS > 0
100500         MOVE "FLAGGED RUNS NOT LISTED (FULL)" TO PRR-COUNT-LABEL
100600         MOVE PRR-FLG-OVERFLOWS TO PRR-COUNT-VALUE
100700         PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT
100800     END-IF.
100900     EVALUATE TRUE
101000         WHEN PRR-OPEN-FAILED
101100             MOVE "*** PASCALRUN MISSING - NOTHING TRENDED"
101200                 TO PRR-MSG-TEXT
101300         WHEN PRR-GRP-OVERFLOWS > 0 OR PRR-DAY-OVERFLOWS > 0
101400             OR PRR-WEEK-OVERFLOWS > 0 OR PRR-FLG-OVERFLOWS > 0
101500             MOVE "*** TABLE FULL - REPORT IS INCOMPLETE ***"
101600                 TO PRR-MSG-TEXT
101700         WHEN PRR-FLAGGED-COUNT > 0
101800             MOVE "*** RUNS OUT OF LINE - SEE ABOVE ***"
101900                 TO PRR-MSG-TEXT
102000         WHEN OTHER
102100             MOVE "ALL RUNS IN LINE WITH THEIR RECENT AVERAGE"
102200                 TO PRR-MSG-TEXT
102300     END-EVALUATE.
102400     PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT.
102500 8000-EXIT.
102600     EXIT.
102700
102800*-----------------------------------------------------------*
102900*  8100-DATE-TO-DAYS - YYYYMMDD TO A SERIAL DAY NUMBER VIA   *
103000*  JULIAN-DAY ARITHMETIC.  EVERY DIVISION BELOW TRUNCATES,   *
103100*  WHICH IS WHAT THE FORMULA REQUIRES.                       *
103200*-----------------------------------------------------------*
103300 8100-DATE-TO-DAYS.
103400     COMPUTE PRR-DTD-A = (14 - PRR-DTD-MONTH) / 12.
103500     COMPUTE PRR-DTD-Y = PRR-DTD-YEAR + 4800 - PRR-DTD-A.
103600     COMPUTE PRR-DTD-M = PRR-DTD-MONTH + 12 * PRR-DTD-A - 3.
103700     COMPUTE PRR-DTD-T1 = (153 * PRR-DTD-M + 2) / 5.
103800     COMPUTE PRR-DTD-T2 = PRR-DTD-Y / 4.
103900     COMPUTE PRR-DTD-T3 = PRR-DTD-Y / 100.
104000     COMPUTE PRR-DTD-T4 = PRR-DTD-Y / 400.
104100     COMPUTE PRR-DTD-DAYS = PRR-DTD-DAY + PRR-DTD-T1
104200         + 365 * PRR-DTD-Y + PRR-DTD-T2 - PRR-DTD-T3
104300         + PRR-DTD-T4 - 32045.
104400 8100-EXIT.
104500     EXIT.
104600
104700*-----------------------------------------------------------*
104800*  8150-DAYS-TO-DATE - PRR-DTD-DAYS BACK TO YYYYMMDD IN      *
104900*  PRR-DTD-DATE.  EACH QUOTIENT IS TAKEN ON ITS OWN SO IT    *
105000*  TRUNCATES BEFORE IT IS USED.                              *
105100*-----------------------------------------------------------*
105200 8150-DAYS-TO-DATE.
105300     COMPUTE PRR-DTX-A = PRR-DTD-DAYS + 32044.
105400     COMPUTE PRR-DTX-B = (4 * PRR-DTX-A + 3) / 146097.
105500     COMPUTE PRR-DTX-T = (146097 * PRR-DTX-B) / 4.
105600     COMPUTE PRR-DTX-C = PRR-DTX-A - PRR-DTX-T.
105700     COMPUTE PRR-DTX-D = (4 * PRR-DTX-C + 3) / 1461.
105800     COMPUTE PRR-DTX-T = (1461 * PRR-DTX-D) / 4.
105900     COMPUTE PRR-DTX-E = PRR-DTX-C - PRR-DTX-T.
106000     COMPUTE PRR-DTX-M = (5 * PRR-DTX-E + 2) / 153.
106100     COMPUTE PRR-DTX-T = (153 * PRR-DTX-M + 2) / 5.
106200     COMPUTE PRR-DTD-DAY = PRR-DTX-E - PRR-DTX-T + 1.
106300     COMPUTE PRR-DTX-T = PRR-DTX-M / 10.
106400     COMPUTE PRR-DTD-MONTH = PRR-DTX-M + 3 - 12 * PRR-DTX-T.
106500     COMPUTE PRR-DTD-YEAR =
106600         100 * PRR-DTX-B + PRR-DTX-D - 4800 + PRR-DTX-T.
106700 8150-EXIT.
106800     EXIT.
106900
107000 8200-PRINT-COUNT-LINE.
107100     MOVE PRR-COUNT-LINE TO PASCAL-REPORT-RECORD.
107200     WRITE PASCAL-REPORT-RECORD.
107300 8200-EXIT.
107400     EXIT.
107500
107600*    THE MONDAY OF THE WEEK HOLDING PRR-RUN-DAYS, AS A DAY
107700*    NUMBER.
107800 8300-WEEK-START.
107900     DIVIDE PRR-RUN-DAYS BY 7
108000         GIVING PRR-WEEK-QUOT REMAINDER PRR-WEEKDAY.
108100     COMPUTE PRR-RUN-WEEK = PRR-RUN-DAYS - PRR-WEEKDAY.
108200 8300-EXIT.
108300     EXIT.
108400
108500 8400-FORMAT-DATE.
108600     MOVE SPACES TO PRR-FMT-TEXT.
108700     STRING PRR-FMT-DATE(1:4) "-" PRR-FMT-DATE(5:2) "-"
108800         PRR-FMT-DATE(7:2) DELIMITED BY SIZE INTO PRR-FMT-TEXT.
108900 8400-EXIT.
109000     EXIT.
109100
109200 8500-FORMAT-TIME.
109300     MOVE SPACES TO PRR-FMT-CLOCK.
109400     STRING PRR-FMT-TIME(1:2) ":" PRR-FMT-TIME(3:2) ":"
109500         PRR-FMT-TIME(5:2) DELIMITED BY SIZE INTO PRR-FMT-CLOCK.
109600 8500-EXIT.
109700     EXIT.
109800
109900*-----------------------------------------------------------*
110000*  9000-TERMINATE - CLOSE EVERYTHING.                        *
110100*-----------------------------------------------------------*
110200 9000-TERMINATE.
110300     IF PRR-RUN-FILE-OPEN
110400         CLOSE PASCALRUN
110500     END-IF.
110600     IF PRR-PARM-OK
110700         CLOSE PASCALRRP
110800     END-IF.
110900 9000-EXIT.
111000     EXIT.
111100
111200*-----------------------------------------------------------*
111300*  9900-SET-RETURN-CODE - GRADED CONDITION CODE FOR THE      *
111400*  SCHEDULER.                                                *
111500*-----------------------------------------------------------*
111600 9900-SET-RETURN-CODE.
111700     EVALUATE TRUE
111800         WHEN PRR-PARM-BAD
111900             MOVE 12 TO RETURN-CODE
112000         WHEN PRR-OPEN-FAILED
112100             MOVE 12 TO RETURN-CODE
112200         WHEN PRR-GRP-OVERFLOWS > 0
112300             MOVE 8 TO RETURN-CODE
112400         WHEN PRR-DAY-OVERFLOWS > 0
112500             MOVE 8 TO RETURN-CODE
112600         WHEN PRR-WEEK-OVERFLOWS > 0
112700             MOVE 8 TO RETURN-CODE
112800         WHEN PRR-FLG-OVERFLOWS > 0
112900             MOVE 8 TO RETURN-CODE
113000         WHEN PRR-FLAGGED-COUNT > 0
113100             MOVE 4 TO RETURN-CODE
113200         WHEN OTHER
113300             MOVE 0 TO RETURN-CODE
113400     END-EVALUATE.
113500 9900-EXIT.
113600     EXIT.
