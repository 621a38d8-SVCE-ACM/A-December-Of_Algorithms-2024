000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PascalCalUtl.
000300 AUTHOR. KISHORE MURUGANANTHAM.
000400 INSTALLATION. SVCE-ACM DECEMBER-OF-ALGORITHMS.
000500 DATE-WRITTEN. 15-OCT-2026.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*  PROCESSING-CALENDAR UTILITY FOR PASCALCAL.  PascalTriangle,
001000*  PascalAckRecon, AND PascalHousekeep ALL TAKE THEIR BUSINESS
001100*  DATE AND BUSINESS DAYS FROM THE CALENDAR, WHICH OPERATIONS
001200*  HAS BEEN TYPING A YEAR AT A TIME AND ROLLING BY HAND EVERY
001300*  EVENING.
001400*
001500*  RUN PARM (BLANK-DELIMITED):  FUNCTION  [YEAR]
001600*      GENERATE [YYYY] - ADD ONE "D" RECORD FOR EVERY WEEKDAY OF
001700*                        THE YEAR THAT IS NOT ON THE PASCALHOL
001800*                        HOLIDAY LIST.  THE YEAR DEFAULTS TO
001900*                        THE ONE AFTER THE CURRENT BUSINESS
002000*                        DATE.  A YEAR ALREADY ON THE CALENDAR
002100*                        IS REFUSED, NOT REPLACED.
002200*      ROLL            - END OF DAY: ADVANCE THE "C" RECORD TO
002300*                        THE NEXT "D" DAY AFTER IT.
002400*      VALIDATE        - REPORT DUPLICATE, OUT-OF-SEQUENCE,
002500*                        WEEKEND, AND HOLIDAY "D" RECORDS, GAPS
002600*                        (A WEEKDAY THAT IS NEITHER A "D" DAY
002700*                        NOR A LISTED HOLIDAY), AND A MISSING,
002800*                        REPEATED, OR NON-BUSINESS-DAY "C" DATE.
002900*  GENERATE AND ROLL NEVER UPDATE PASCALCAL IN PLACE: THEY
003000*  WRITE THE WHOLE NEW CALENDAR ("C" RECORD FIRST, THEN THE "D"
003100*  RECORDS IN DATE ORDER) TO PASCALCAN, WHICH OPERATIONS SWAPS
003200*  OVER PASCALCAL ONLY AFTER A RETURN CODE OF 0 OR 4 - THE SAME
003300*  NEW-LIVE ARRANGEMENT PascalHousekeep USES.  EVERY FUNCTION
003400*  PRINTS A LISTING TO PASCALCL SO THE ROLL CAN BE CHECKED
003500*  BEFORE THE MORNING'S FIRST CYCLE.
003600*
003700*  RETURN CODE: 0 = CLEAN, 4 = WARNING (CALENDAR RUNNING OUT,
003800*  NO HOLIDAY LIST FOR VALIDATE), 8 = CALENDAR EXCEPTIONS OR THE
003900*  FUNCTION WAS REFUSED (NO NEW CALENDAR WRITTEN), 12 = BAD PARM
004000*  OR A FILE ERROR.
004100*
004200*  MODIFICATION HISTORY
004300*  YYYY-MM-DD  BY   DESCRIPTION
004400*  2026-10-15  KM   ORIGINAL - GENERATE, ROLL, AND VALIDATE.
004500*****************************************************************
004600
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200*--------------------------------------------------------------*
005300*  CURRENT PROCESSING CALENDAR IN, NEW GENERATION OUT.          *
005400*--------------------------------------------------------------*
005500     SELECT PASCALCAL ASSIGN TO PASCALCA
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS PCU-CAL-STATUS.
005800
005900     SELECT PASCALCAN ASSIGN TO PASCALCN
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS PCU-NEW-STATUS.
006200
006300*--------------------------------------------------------------*
006400*  HOLIDAY LIST MAINTAINED BY OPERATIONS.                       *
006500*--------------------------------------------------------------*
006600     SELECT PASCALHOL ASSIGN TO PASCALHL
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS PCU-HOL-STATUS.
006900
007000*--------------------------------------------------------------*
007100*  PRINTED CALENDAR LISTING.                                    *
007200*--------------------------------------------------------------*
007300     SELECT PASCALCLP ASSIGN TO PASCALCL
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS PCU-RPT-STATUS.
007600
007700 DATA DIVISION.
007800 FILE SECTION.
007900
008000 FD  PASCALCAL
008100     RECORDING MODE IS F.
008200 COPY PASCALCA.
008300
008400 FD  PASCALCAN
008500     RECORDING MODE IS F.
008600 COPY PASCALCA
008700     REPLACING PASCAL-CALENDAR-RECORD BY PASCAL-CALENDAR-NEW-REC
008800               LEADING ==PCA-== BY ==PCN-==.
008900
009000 FD  PASCALHOL
009100     RECORDING MODE IS F.
009200 COPY PASCALHL.
009300
009400 FD  PASCALCLP
009500     RECORDING MODE IS F.
009600 COPY PASCALRT.
009700
009800 WORKING-STORAGE SECTION.
009900
010000*--------------------------------------------------------------*
010100*  FILE STATUS BYTES.                                           *
010200*--------------------------------------------------------------*
010300 01  PCU-FILE-STATUSES.
010400     05  PCU-CAL-STATUS             PIC X(02) VALUE "00".
010500     05  PCU-NEW-STATUS             PIC X(02) VALUE "00".
010600     05  PCU-HOL-STATUS             PIC X(02) VALUE "00".
010700     05  PCU-RPT-STATUS             PIC X(02) VALUE "00".
010800
010900*--------------------------------------------------------------*
011000*  RUN-CONTROL SWITCHES.                                        *
011100*--------------------------------------------------------------*
011200 01  PCU-SWITCHES.
011300     05  PCU-FUNCTION-SWITCH        PIC X(01) VALUE "V".
011400         88  PCU-FUNC-GENERATE      VALUE "G".
011500         88  PCU-FUNC-ROLL          VALUE "R".
011600         88  PCU-FUNC-VALIDATE      VALUE "V".
011700     05  PCU-PARM-OK-SWITCH         PIC X(01) VALUE "Y".
011800         88  PCU-PARM-OK            VALUE "Y".
011900         88  PCU-PARM-BAD           VALUE "N".
012000     05  PCU-OPEN-FAIL-SWITCH       PIC X(01) VALUE "N".
012100         88  PCU-OPEN-FAILED        VALUE "Y".
012200     05  PCU-REFUSED-SWITCH         PIC X(01) VALUE "N".
012300         88  PCU-REFUSED            VALUE "Y".
012400     05  PCU-WARNING-SWITCH         PIC X(01) VALUE "N".
012500         88  PCU-WARNING            VALUE "Y".
012600     05  PCU-CAL-OPEN-SWITCH        PIC X(01) VALUE "N".
012700         88  PCU-CAL-FILE-OPEN      VALUE "Y".
012800     05  PCU-NEW-OPEN-SWITCH        PIC X(01) VALUE "N".
012900         88  PCU-NEW-FILE-OPEN      VALUE "Y".
013000     05  PCU-HOL-OPEN-SWITCH        PIC X(01) VALUE "N".
013100         88  PCU-HOL-FILE-OPEN      VALUE "Y".
013200     05  PCU-CAL-EOF-SWITCH         PIC X(01) VALUE "N".
013300         88  PCU-CAL-EOF            VALUE "Y".
013400     05  PCU-HOL-EOF-SWITCH         PIC X(01) VALUE "N".
013500         88  PCU-HOL-EOF            VALUE "Y".
013600     05  PCU-DATE-OK-SWITCH         PIC X(01) VALUE "Y".
013700         88  PCU-DATE-OK            VALUE "Y".
013800         88  PCU-DATE-BAD           VALUE "N".
013900     05  PCU-HOLIDAY-SWITCH         PIC X(01) VALUE "N".
014000         88  PCU-IS-HOLIDAY         VALUE "Y".
014100
014200*--------------------------------------------------------------*
014300*  RUN PARM WORK AREAS.                                         *
014400*--------------------------------------------------------------*
014500 01  PCU-PARM-LINE                  PIC X(80).
014600 01  PCU-PARM-FIELDS.
014700     05  PCU-PARM-FUNC              PIC X(08).
014800     05  PCU-PARM-YEAR              PIC X(04).
014900 77  PCU-TARGET-YEAR                PIC 9(04) VALUE 0.
015000 77  PCU-YEAR-START                 PIC 9(08) VALUE 0.
015100 77  PCU-YEAR-END                   PIC 9(08) VALUE 0.
015200 77  PCU-RUN-DATE                   PIC 9(08) VALUE 0.
015300
015400*--------------------------------------------------------------*
015500*  CALENDAR AS READ.  THE "D" DATES ARE TABLED IN FILE ORDER;   *
015600*  THE LAST "C" DATE READ IS THE CURRENT BUSINESS DATE.         *
015700*--------------------------------------------------------------*
015800 01  PCU-CAL-TABLE.
015900     05  PCU-BUSDAY-COUNT           PIC 9(05) COMP VALUE 0.
016000     05  PCU-BUSDAY-DATE OCCURS 2000 TIMES
016100                                     PIC 9(08).
016200 77  PCU-CURRENT-DATE               PIC 9(08) VALUE 0.
016300 77  PCU-CURRENT-COUNT              PIC 9(03) COMP VALUE 0.
016400 77  PCU-NEW-CURRENT-DATE           PIC 9(08) VALUE 0.
016500
016600*--------------------------------------------------------------*
016700*  HOLIDAY TABLE, WITH EACH HOLIDAY'S DAY NUMBER SO THE GAP     *
016800*  CHECK CAN WORK IN DAY NUMBERS.                               *
016900*--------------------------------------------------------------*
017000 01  PCU-HOL-TABLE.
017100     05  PCU-HOL-COUNT              PIC 9(03) COMP VALUE 0.
017200     05  PCU-HOL-ENTRY OCCURS 200 TIMES.
017300         10  PCU-HOL-DATE           PIC 9(08).
017400         10  PCU-HOL-DAYS           PIC 9(07).
017500         10  PCU-HOL-NAME           PIC X(20).
017600
017700*--------------------------------------------------------------*
017800*  BUSINESS DAYS BUILT BY GENERATE, IN DATE ORDER.              *
017900*--------------------------------------------------------------*
018000 01  PCU-GEN-TABLE.
018100     05  PCU-GEN-COUNT              PIC 9(03) COMP VALUE 0.
018200     05  PCU-GEN-DATE OCCURS 400 TIMES
018300                                     PIC 9(08).
018400
018500*--------------------------------------------------------------*
018600*  MONTH LENGTHS AND DAY NAMES.  DAY NUMBER MOD 7 IS 0 FOR A    *
018700*  MONDAY THROUGH 6 FOR A SUNDAY.                               *
018800*--------------------------------------------------------------*
018900 01  PCU-MONTH-LENGTHS.
019000     05  FILLER                     PIC X(24)
019100                           VALUE "312831303130313130313031".
019200 01  PCU-MONTH-LENGTHS-R REDEFINES PCU-MONTH-LENGTHS.
019300     05  PCU-MONTH-LEN OCCURS 12 TIMES
019400                                     PIC 9(02).
019500 01  PCU-DAY-NAMES.
019600     05  FILLER                     PIC X(21)
019700                           VALUE "MONTUEWEDTHUFRISATSUN".
019800 01  PCU-DAY-NAMES-R REDEFINES PCU-DAY-NAMES.
019900     05  PCU-DAY-NAME OCCURS 7 TIMES
020000                                     PIC X(03).
020100
020200*--------------------------------------------------------------*
020300*  RUN COUNTERS AND WORK AREAS.                                 *
020400*--------------------------------------------------------------*
020500 77  PCU-CAL-READ-COUNT             PIC 9(07) COMP VALUE 0.
020600 77  PCU-BAD-RECORD-COUNT           PIC 9(07) COMP VALUE 0.
020700 77  PCU-CAL-OVERFLOWS              PIC 9(07) COMP VALUE 0.
020800 77  PCU-HOL-READ-COUNT             PIC 9(07) COMP VALUE 0.
020900 77  PCU-HOL-BAD-COUNT              PIC 9(07) COMP VALUE 0.
021000 77  PCU-HOL-OVERFLOWS              PIC 9(07) COMP VALUE 0.
021100 77  PCU-WEEKDAY-COUNT              PIC 9(05) COMP VALUE 0.
021200 77  PCU-HOL-SKIPPED-COUNT          PIC 9(05) COMP VALUE 0.
021300 77  PCU-MONTH-BUSDAYS              PIC 9(03) COMP VALUE 0.
021400 77  PCU-WRITTEN-COUNT              PIC 9(07) COMP VALUE 0.
021500 77  PCU-NEW-ERRS                   PIC 9(05) COMP VALUE 0.
021600 77  PCU-EXCEPTION-COUNT            PIC 9(05) COMP VALUE 0.
021700 77  PCU-REMAINING-COUNT            PIC 9(05) COMP VALUE 0.
021800 77  PCU-LOW-WATER                  PIC 9(03) VALUE 20.
021900 77  PCU-GAP-DAYS                   PIC 9(05) COMP VALUE 0.
022000 77  PCU-T                          PIC 9(05) COMP.
022100 77  PCU-H                          PIC 9(03) COMP.
022200 77  PCU-MONTH                      PIC 9(02) COMP.
022300 77  PCU-DAY                        PIC 9(02) COMP.
022400 77  PCU-LAST-DAY                   PIC 9(02) COMP.
022500 77  PCU-WEEKDAY                    PIC 9(01) COMP.
022600 77  PCU-QUOTIENT                   PIC 9(07) COMP.
022700 77  PCU-REM-4                      PIC 9(03) COMP.
022800 77  PCU-REM-100                    PIC 9(03) COMP.
022900 77  PCU-REM-400                    PIC 9(03) COMP.
023000 77  PCU-PREV-DATE                  PIC 9(08) VALUE 0.
023100 77  PCU-PREV-DAYS                  PIC 9(07) VALUE 0.
023200 77  PCU-THIS-DAYS                  PIC 9(07) VALUE 0.
023300 77  PCU-SCAN-DAYS                  PIC 9(07) VALUE 0.
023400 77  PCU-FMT-DATE                   PIC 9(08) VALUE 0.
023500 77  PCU-FMT-TEXT                   PIC X(10) VALUE SPACES.
023600 77  PCU-EDIT-5                     PIC ZZZZ9.
023700
023800*--------------------------------------------------------------*
023900*  YYYYMMDD-TO-DAY-NUMBER CONVERSION WORK AREAS (JULIAN DAY     *
024000*  ARITHMETIC; ALL DIVISIONS TRUNCATE).                         *
024100*--------------------------------------------------------------*
024200 01  PCU-DTD-FIELDS.
024300     05  PCU-DTD-DATE               PIC 9(08) VALUE 0.
024400     05  PCU-DTD-DATE-R REDEFINES PCU-DTD-DATE.
024500         10  PCU-DTD-YEAR           PIC 9(04).
024600         10  PCU-DTD-MONTH          PIC 9(02).
024700         10  PCU-DTD-DAY            PIC 9(02).
024800     05  PCU-DTD-DAYS               PIC 9(07) VALUE 0.
024900     05  PCU-DTD-A                  PIC 9(04) COMP.
025000     05  PCU-DTD-Y                  PIC 9(05) COMP.
025100     05  PCU-DTD-M                  PIC 9(02) COMP.
025200     05  PCU-DTD-T1                 PIC 9(05) COMP.
025300     05  PCU-DTD-T2                 PIC 9(05) COMP.
025400     05  PCU-DTD-T3                 PIC 9(05) COMP.
025500     05  PCU-DTD-T4                 PIC 9(05) COMP.
025600
025700*--------------------------------------------------------------*
025800*  PRINT-LINE MAP FOR THE PASCALCL LISTING.                     *
025900*--------------------------------------------------------------*
026000 01  PCU-REPORT-LINES.
026100     05  PCU-TITLE-LINE               PIC X(132) VALUE
026200         "PASCALCAL PROCESSING-CALENDAR UTILITY".
026300     05  PCU-DATE-LINE.
026400         10  FILLER                   PIC X(10)
026500                                       VALUE "RUN DATE: ".
026600         10  PCU-RPT-DATE             PIC X(10).
026700         10  FILLER                   PIC X(12)
026800                                       VALUE "  FUNCTION: ".
026900         10  PCU-RPT-FUNC             PIC X(08).
027000         10  FILLER                   PIC X(23)
027100                              VALUE "  CURRENT BUSINESS DATE".
027200         10  FILLER                   PIC X(02) VALUE ": ".
027300         10  PCU-RPT-CURRENT          PIC X(10).
027400         10  FILLER                   PIC X(57) VALUE SPACES.
027500     05  PCU-DETAIL-LINE.
027600         10  FILLER                   PIC X(02) VALUE SPACES.
027700         10  PCU-DTL-TEXT             PIC X(40).
027800         10  FILLER                   PIC X(01) VALUE SPACE.
027900         10  PCU-DTL-DATE             PIC X(10).
028000         10  FILLER                   PIC X(01) VALUE SPACE.
028100         10  PCU-DTL-DAY              PIC X(03).
028200         10  FILLER                   PIC X(02) VALUE SPACES.
028300         10  PCU-DTL-NOTE             PIC X(30).
028400         10  FILLER                   PIC X(43) VALUE SPACES.
028500     05  PCU-MONTH-LINE.
028600         10  FILLER                   PIC X(02) VALUE SPACES.
028700         10  PCU-MON-TEXT             PIC X(07).
028800         10  FILLER                   PIC X(17)
028900                              VALUE "  BUSINESS DAYS  ".
029000         10  PCU-MON-COUNT            PIC ZZ9.
029100         10  FILLER                   PIC X(103) VALUE SPACES.
029200     05  PCU-COUNT-LINE.
029300         10  FILLER                   PIC X(02) VALUE SPACES.
029400         10  PCU-COUNT-LABEL          PIC X(30).
029500         10  PCU-COUNT-VALUE          PIC ZZZZZZ9.
029600         10  FILLER                   PIC X(93) VALUE SPACES.
029700     05  PCU-MSG-LINE.
029800         10  PCU-MSG-TEXT             PIC X(60).
029900         10  FILLER                   PIC X(72) VALUE SPACES.
030000     05  PCU-BLANK-LINE               PIC X(132) VALUE SPACES.
030100
030200*****************************************************************
030300*  PROCEDURE DIVISION
030400*****************************************************************
030500 PROCEDURE DIVISION.
030600
030700*-----------------------------------------------------------*
030800*  0000-MAINLINE                                             *
030900*-----------------------------------------------------------*
031000 0000-MAINLINE.
031100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031200     IF PCU-PARM-OK AND NOT PCU-OPEN-FAILED
031300         EVALUATE TRUE
031400             WHEN PCU-FUNC-GENERATE
031500                 PERFORM 3000-GENERATE-YEAR THRU 3000-EXIT
031600             WHEN PCU-FUNC-ROLL
031700                 PERFORM 4000-ROLL-BUSINESS-DATE THRU 4000-EXIT
031800             WHEN PCU-FUNC-VALIDATE
031900                 PERFORM 5000-VALIDATE-CALENDAR THRU 5000-EXIT
032000         END-EVALUATE
032100     END-IF.
032200     IF PCU-PARM-OK
032300         PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT
032400     END-IF.
032500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032600     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
032700     STOP RUN.
032800
032900*-----------------------------------------------------------*
033000*  1000-INITIALIZE - PARSE THE PARM, LOAD THE CALENDAR AND   *
033100*  HOLIDAY LIST, OPEN THE OUTPUTS, PRINT THE HEADER.         *
033200*-----------------------------------------------------------*
033300 1000-INITIALIZE.
033400     ACCEPT PCU-PARM-LINE FROM COMMAND-LINE.
033500     ACCEPT PCU-RUN-DATE FROM DATE YYYYMMDD.
033600     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
033700     IF PCU-PARM-BAD
033800         GO TO 1000-EXIT
033900     END-IF.
034000     OPEN EXTEND PASCALCLP.
034100     IF PCU-RPT-STATUS NOT = "00"
034200         OPEN OUTPUT PASCALCLP
034300         CLOSE PASCALCLP
034400         OPEN EXTEND PASCALCLP
034500     END-IF.
034600     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
034700     PERFORM 1300-LOAD-HOLIDAYS THRU 1300-EXIT.
034800     PERFORM 1400-PRINT-HEADER THRU 1400-EXIT.
034900     IF NOT PCU-FUNC-VALIDATE
035000         PERFORM 1500-CHECK-CAN-REWRITE THRU 1500-EXIT
035100     END-IF.
035200 1000-EXIT.
035300     EXIT.
035400
035500 1100-PARSE-PARM.
035600     MOVE SPACES TO PCU-PARM-FIELDS.
035700     UNSTRING PCU-PARM-LINE DELIMITED BY ALL SPACES
035800         INTO PCU-PARM-FUNC PCU-PARM-YEAR.
035900     EVALUATE PCU-PARM-FUNC
036000         WHEN "GENERATE"
036100             MOVE "G" TO PCU-FUNCTION-SWITCH
036200         WHEN "ROLL    "
036300             MOVE "R" TO PCU-FUNCTION-SWITCH
036400         WHEN "VALIDATE"
036500             MOVE "V" TO PCU-FUNCTION-SWITCH
036600         WHEN OTHER
036700             SET PCU-PARM-BAD TO TRUE
036800             DISPLAY "PASCALCU - INVALID FUNCTION - MUST BE "
036900                 "GENERATE, ROLL, OR VALIDATE: " PCU-PARM-FUNC
037000     END-EVALUATE.
037100     IF PCU-PARM-OK AND PCU-FUNC-GENERATE
037200         AND PCU-PARM-YEAR NOT = SPACES
037300         IF PCU-PARM-YEAR IS NUMERIC
037400             AND PCU-PARM-YEAR > "1900"
037500             MOVE PCU-PARM-YEAR TO PCU-TARGET-YEAR
037600         ELSE
037700             SET PCU-PARM-BAD TO TRUE
037800             DISPLAY "PASCALCU - INVALID YEAR: " PCU-PARM-YEAR
037900         END-IF
038000     END-IF.
038100 1100-EXIT.
038200     EXIT.
038300
038400*-----------------------------------------------------------*
038500*  1200-LOAD-CALENDAR - TABLE THE WHOLE CALENDAR.  GENERATE  *
038600*  CAN START A NEW CALENDAR FROM NOTHING; ROLL AND VALIDATE  *
038700*  NEED ONE.  AN UNRECOGNISED RECORD IS LISTED AS IT IS READ.*
038800*-----------------------------------------------------------*
038900 1200-LOAD-CALENDAR.
039000     OPEN INPUT PASCALCAL.
039100     IF PCU-CAL-STATUS NOT = "00"
039200         IF PCU-FUNC-GENERATE
039300             DISPLAY "PASCALCU - NO PASCALCAL CALENDAR - "
039400                 "STARTING A NEW ONE"
039500         ELSE
039600             SET PCU-OPEN-FAILED TO TRUE
039700             DISPLAY "PASCALCU - UNABLE TO OPEN PASCALCAL - "
039800                 "STATUS: " PCU-CAL-STATUS
039900         END-IF
040000         GO TO 1200-EXIT
040100     END-IF.
040200     SET PCU-CAL-FILE-OPEN TO TRUE.
040300     PERFORM 1210-READ-CALENDAR THRU 1210-EXIT
040400         UNTIL PCU-CAL-EOF.
040500 1200-EXIT.
040600     EXIT.
040700
040800 1210-READ-CALENDAR.
040900     READ PASCALCAL
041000         AT END
041100             SET PCU-CAL-EOF TO TRUE
041200             GO TO 1210-EXIT
041300     END-READ.
041400     ADD 1 TO PCU-CAL-READ-COUNT.
041500     IF PCA-CAL-DATE IS NOT NUMERIC
041600         GO TO 1210-BAD-RECORD
041700     END-IF.
041800     EVALUATE TRUE
041900         WHEN PCA-IS-CURRENT
042000             ADD 1 TO PCU-CURRENT-COUNT
042100             MOVE PCA-CAL-DATE TO PCU-CURRENT-DATE
042200         WHEN PCA-IS-BUSDAY
042300             IF PCU-BUSDAY-COUNT < 2000
042400                 ADD 1 TO PCU-BUSDAY-COUNT
042500                 MOVE PCA-CAL-DATE
042600                     TO PCU-BUSDAY-DATE(PCU-BUSDAY-COUNT)
042700             ELSE
042800                 ADD 1 TO PCU-CAL-OVERFLOWS
042900             END-IF
043000         WHEN OTHER
043100             GO TO 1210-BAD-RECORD
043200     END-EVALUATE.
043300     GO TO 1210-EXIT.
043400 1210-BAD-RECORD.
043500     ADD 1 TO PCU-BAD-RECORD-COUNT.
043600     ADD 1 TO PCU-EXCEPTION-COUNT.
043700     MOVE "UNRECOGNISED CALENDAR RECORD" TO PCU-DTL-TEXT.
043800     MOVE PASCAL-CALENDAR-RECORD(1:10) TO PCU-DTL-DATE.
043900     MOVE SPACES TO PCU-DTL-DAY.
044000     MOVE PCU-CAL-READ-COUNT TO PCU-EDIT-5.
044100     MOVE SPACES TO PCU-DTL-NOTE.
044200     STRING "RECORD " PCU-EDIT-5 DELIMITED BY SIZE
044300         INTO PCU-DTL-NOTE.
044400     PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT.
044500 1210-EXIT.
044600     EXIT.
044700
044800*-----------------------------------------------------------*
044900*  1300-LOAD-HOLIDAYS - GENERATE CANNOT RUN WITHOUT THE      *
045000*  HOLIDAY LIST.  VALIDATE WITHOUT ONE STILL RUNS, BUT WITH  *
045100*  A WARNING, SINCE EVERY HOLIDAY WILL THEN SHOW AS A GAP.   *
045200*  ROLL DOES NOT NEED IT.                                    *
045300*-----------------------------------------------------------*
045400 1300-LOAD-HOLIDAYS.
045500     IF PCU-FUNC-ROLL
045600         GO TO 1300-EXIT
045700     END-IF.
045800     OPEN INPUT PASCALHOL.
045900     IF PCU-HOL-STATUS NOT = "00"
046000         IF PCU-FUNC-GENERATE
046100             SET PCU-OPEN-FAILED TO TRUE
046200         ELSE
046300             SET PCU-WARNING TO TRUE
046400         END-IF
046500         DISPLAY "PASCALCU - UNABLE TO OPEN PASCALHOL - "
046600             "STATUS: " PCU-HOL-STATUS
046700         GO TO 1300-EXIT
046800     END-IF.
046900     SET PCU-HOL-FILE-OPEN TO TRUE.
047000     PERFORM 1310-READ-HOLIDAY THRU 1310-EXIT
047100         UNTIL PCU-HOL-EOF.
047200     IF PCU-HOL-COUNT = 0
047300         SET PCU-WARNING TO TRUE
047400         DISPLAY "PASCALCU - PASCALHOL HOLIDAY LIST IS EMPTY"
047500     END-IF.
047600 1300-EXIT.
047700     EXIT.
047800
047900 1310-READ-HOLIDAY.
048000     READ PASCALHOL
048100         AT END
048200             SET PCU-HOL-EOF TO TRUE
048300             GO TO 1310-EXIT
048400     END-READ.
048500     ADD 1 TO PCU-HOL-READ-COUNT.
048600     MOVE PHL-HOLIDAY-DATE TO PCU-DTD-DATE.
048700     PERFORM 8300-CHECK-DATE THRU 8300-EXIT.
048800     IF PCU-DATE-BAD
048900         ADD 1 TO PCU-HOL-BAD-COUNT
049000         SET PCU-WARNING TO TRUE
049100         MOVE "INVALID HOLIDAY DATE IGNORED" TO PCU-DTL-TEXT
049200         MOVE PASCAL-HOLIDAY-RECORD(1:10) TO PCU-DTL-DATE
049300         MOVE SPACES TO PCU-DTL-DAY
049400         MOVE PHL-HOLIDAY-NAME TO PCU-DTL-NOTE
049500         PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
049600         GO TO 1310-EXIT
049700     END-IF.
049800     IF PCU-HOL-COUNT NOT < 200
049900         ADD 1 TO PCU-HOL-OVERFLOWS
050000         GO TO 1310-EXIT
050100     END-IF.
050200     PERFORM 8100-DATE-TO-DAYS THRU 8100-EXIT.
050300     ADD 1 TO PCU-HOL-COUNT.
050400     MOVE PHL-HOLIDAY-DATE TO PCU-HOL-DATE(PCU-HOL-COUNT).
050500     MOVE PCU-DTD-DAYS TO PCU-HOL-DAYS(PCU-HOL-COUNT).
050600     MOVE PHL-HOLIDAY-NAME TO PCU-HOL-NAME(PCU-HOL-COUNT).
050700 1310-EXIT.
050800     EXIT.
050900
051000 1400-PRINT-HEADER.
051100     MOVE PCU-TITLE-LINE TO PASCAL-REPORT-RECORD.
051200     WRITE PASCAL-REPORT-RECORD AFTER ADVANCING PAGE.
051300     MOVE PCU-RUN-DATE TO PCU-FMT-DATE.
051400     PERFORM 8400-FORMAT-DATE THRU 8400-EXIT.
051500     MOVE PCU-FMT-TEXT TO PCU-RPT-DATE.
051600     MOVE PCU-PARM-FUNC TO PCU-RPT-FUNC.
051700     IF PCU-CURRENT-DATE > 0
051800         MOVE PCU-CURRENT-DATE TO PCU-FMT-DATE
051900         PERFORM 8400-FORMAT-DATE THRU 8400-EXIT
052000         MOVE PCU-FMT-TEXT TO PCU-RPT-CURRENT
052100     ELSE
052200         MOVE "NONE" TO PCU-RPT-CURRENT
052300     END-IF.
052400     MOVE PCU-DATE-LINE TO PASCAL-REPORT-RECORD.
052500     WRITE PASCAL-REPORT-RECORD.
052600     MOVE PCU-BLANK-LINE TO PASCAL-REPORT-RECORD.
052700     WRITE PASCAL-REPORT-RECORD.
052800 1400-EXIT.
052900     EXIT.
053000
053100*-----------------------------------------------------------*
053200*  1500-CHECK-CAN-REWRITE - GENERATE AND ROLL REWRITE THE    *
053300*  WHOLE CALENDAR, SO A RECORD THAT COULD NOT BE TABLED      *
053400*  WOULD BE LOST FROM THE NEW GENERATION.  REFUSE INSTEAD.   *
053500*-----------------------------------------------------------*
053600 1500-CHECK-CAN-REWRITE.
053700     IF PCU-OPEN-FAILED
053800         GO TO 1500-EXIT
053900     END-IF.
054000     IF PCU-BAD-RECORD-COUNT > 0 OR PCU-CAL-OVERFLOWS > 0
054100         SET PCU-REFUSED TO TRUE
054200         MOVE "*** CALENDAR NOT REWRITTEN - RUN VALIDATE ***"
054300             TO PCU-MSG-TEXT
054400         PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
054500         DISPLAY "PASCALCU - PASCALCAL HAS RECORDS THAT CANNOT "
054600             "BE CARRIED FORWARD - NO NEW CALENDAR WRITTEN"
054700         GO TO 1500-EXIT
054800     END-IF.
054900     OPEN OUTPUT PASCALCAN.
055000     IF PCU-NEW-STATUS = "00"
055100         SET PCU-NEW-FILE-OPEN TO TRUE
055200     ELSE
055300         SET PCU-OPEN-FAILED TO TRUE
055400         DISPLAY "PASCALCU - UNABLE TO OPEN PASCALCAN - "
055500             "STATUS: " PCU-NEW-STATUS
055600     END-IF.
055700 1500-EXIT.
055800     EXIT.
055900
056000*-----------------------------------------------------------*
056100*  3000-GENERATE-YEAR - ONE "D" DAY FOR EVERY WEEKDAY OF THE *
056200*  TARGET YEAR THAT IS NOT A LISTED HOLIDAY, TALLIED BY      *
056300*  MONTH ON THE LISTING.                                     *
056400*-----------------------------------------------------------*
056500 3000-GENERATE-YEAR.
056600     IF PCU-REFUSED
056700         GO TO 3000-EXIT
056800     END-IF.
056900     IF PCU-TARGET-YEAR = 0
057000         IF PCU-CURRENT-DATE > 0
057100             COMPUTE PCU-TARGET-YEAR =
057200                 PCU-CURRENT-DATE / 10000 + 1
057300         ELSE
057400             COMPUTE PCU-TARGET-YEAR = PCU-RUN-DATE / 10000 + 1
057500         END-IF
057600     END-IF.
057700     COMPUTE PCU-YEAR-START = PCU-TARGET-YEAR * 10000 + 0101.
057800     COMPUTE PCU-YEAR-END = PCU-TARGET-YEAR * 10000 + 1231.
057900     PERFORM 3050-CHECK-YEAR-ABSENT THRU 3050-EXIT
058000         VARYING PCU-T FROM 1 BY 1
058100         UNTIL PCU-T > PCU-BUSDAY-COUNT OR PCU-REFUSED.
058200     IF PCU-REFUSED
058300         MOVE "*** YEAR ALREADY ON THE CALENDAR - REFUSED ***"
058400             TO PCU-MSG-TEXT
058500         PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
058600         DISPLAY "PASCALCU - " PCU-TARGET-YEAR
058700             " ALREADY HAS BUSINESS DAYS - NOTHING GENERATED"
058800         GO TO 3000-EXIT
058900     END-IF.
059000     DIVIDE PCU-TARGET-YEAR BY 4 GIVING PCU-QUOTIENT
059100         REMAINDER PCU-REM-4.
059200     DIVIDE PCU-TARGET-YEAR BY 100 GIVING PCU-QUOTIENT
059300         REMAINDER PCU-REM-100.
059400     DIVIDE PCU-TARGET-YEAR BY 400 GIVING PCU-QUOTIENT
059500         REMAINDER PCU-REM-400.
059600     PERFORM 3100-GENERATE-MONTH THRU 3100-EXIT
059700         VARYING PCU-MONTH FROM 1 BY 1 UNTIL PCU-MONTH > 12.
059800     PERFORM 3500-WRITE-NEW-CALENDAR THRU 3500-EXIT.
059900 3000-EXIT.
060000     EXIT.
060100
060200 3050-CHECK-YEAR-ABSENT.
060300     IF PCU-BUSDAY-DATE(PCU-T) NOT < PCU-YEAR-START
060400         AND PCU-BUSDAY-DATE(PCU-T) NOT > PCU-YEAR-END
060500         SET PCU-REFUSED TO TRUE
060600     END-IF.
060700 3050-EXIT.
060800     EXIT.
060900
061000 3100-GENERATE-MONTH.
061100     MOVE PCU-MONTH-LEN(PCU-MONTH) TO PCU-LAST-DAY.
061200     IF PCU-MONTH = 2 AND PCU-REM-4 = 0
061300         AND (PCU-REM-100 NOT = 0 OR PCU-REM-400 = 0)
061400         MOVE 29 TO PCU-LAST-DAY
061500     END-IF.
061600     MOVE 0 TO PCU-MONTH-BUSDAYS.
061700     PERFORM 3110-GENERATE-DAY THRU 3110-EXIT
061800         VARYING PCU-DAY FROM 1 BY 1 UNTIL PCU-DAY > PCU-LAST-DAY.
061900     MOVE SPACES TO PCU-MON-TEXT.
062000     MOVE PCU-YEAR-START TO PCU-FMT-DATE.
062100     MOVE PCU-MONTH TO PCU-FMT-DATE(5:2).
062200     PERFORM 8400-FORMAT-DATE THRU 8400-EXIT.
062300     MOVE PCU-FMT-TEXT(1:7) TO PCU-MON-TEXT.
062400     MOVE PCU-MONTH-BUSDAYS TO PCU-MON-COUNT.
062500     MOVE PCU-MONTH-LINE TO PASCAL-REPORT-RECORD.
062600     WRITE PASCAL-REPORT-RECORD.
062700 3100-EXIT.
062800     EXIT.
062900
063000*    A WEEKEND DAY IS NEVER A BUSINESS DAY; A LISTED HOLIDAY
063100*    THAT FALLS ON ONE IS NOTED SO OPERATIONS CAN DECIDE
063200*    WHETHER AN OBSERVED WEEKDAY BELONGS ON THE LIST TOO.
063300 3110-GENERATE-DAY.
063400     COMPUTE PCU-DTD-DATE = PCU-TARGET-YEAR * 10000
063500         + PCU-MONTH * 100 + PCU-DAY.
063600     PERFORM 8100-DATE-TO-DAYS THRU 8100-EXIT.
063700     PERFORM 8200-DAY-OF-WEEK THRU 8200-EXIT.
063800     PERFORM 3120-FIND-HOLIDAY THRU 3120-EXIT.
063900     IF PCU-WEEKDAY > 4
064000         IF PCU-IS-HOLIDAY
064100             MOVE "HOLIDAY ON A WEEKEND - NO EFFECT"
064200                 TO PCU-DTL-TEXT
064300             PERFORM 3130-PRINT-HOLIDAY THRU 3130-EXIT
064400         END-IF
064500         GO TO 3110-EXIT
064600     END-IF.
064700     ADD 1 TO PCU-WEEKDAY-COUNT.
064800     IF PCU-IS-HOLIDAY
064900         ADD 1 TO PCU-HOL-SKIPPED-COUNT
065000         MOVE "HOLIDAY - NOT A BUSINESS DAY" TO PCU-DTL-TEXT
065100         PERFORM 3130-PRINT-HOLIDAY THRU 3130-EXIT
065200         GO TO 3110-EXIT
065300     END-IF.
065400     IF PCU-GEN-COUNT < 400
065500         ADD 1 TO PCU-GEN-COUNT
065600         MOVE PCU-DTD-DATE TO PCU-GEN-DATE(PCU-GEN-COUNT)
065700         ADD 1 TO PCU-MONTH-BUSDAYS
065800     END-IF.
065900 3110-EXIT.
066000     EXIT.
066100
066200 3120-FIND-HOLIDAY.
066300     MOVE "N" TO PCU-HOLIDAY-SWITCH.
066400     MOVE 1 TO PCU-H.
066500     PERFORM 3125-SCAN-HOLIDAYS THRU 3125-EXIT
066600         UNTIL PCU-H > PCU-HOL-COUNT OR PCU-IS-HOLIDAY.
066700 3120-EXIT.
066800     EXIT.
066900
067000 3125-SCAN-HOLIDAYS.
067100     IF PCU-HOL-DAYS(PCU-H) = PCU-DTD-DAYS
067200         SET PCU-IS-HOLIDAY TO TRUE
067300     ELSE
067400         ADD 1 TO PCU-H
067500     END-IF.
067600 3125-EXIT.
067700     EXIT.
067800
067900 3130-PRINT-HOLIDAY.
068000     MOVE PCU-DTD-DATE TO PCU-FMT-DATE.
068100     PERFORM 8400-FORMAT-DATE THRU 8400-EXIT.
068200     MOVE PCU-FMT-TEXT TO PCU-DTL-DATE.
068300     MOVE PCU-DAY-NAME(PCU-WEEKDAY + 1) TO PCU-DTL-DAY.
068400     MOVE PCU-HOL-NAME(PCU-H) TO PCU-DTL-NOTE.
068500     PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT.
068600 3130-EXIT.
068700     EXIT.
068800
068900*-----------------------------------------------------------*
069000*  3500-WRITE-NEW-CALENDAR - THE "C" RECORD (THE FIRST NEW   *
069100*  BUSINESS DAY WHEN THE CALENDAR IS BEING STARTED), THEN    *
069200*  THE EXISTING BUSINESS DAYS BEFORE THE NEW YEAR, THE NEW   *
069300*  YEAR, AND ANY EXISTING BUSINESS DAYS AFTER IT.            *
069400*-----------------------------------------------------------*
069500 3500-WRITE-NEW-CALENDAR.
069600     MOVE PCU-CURRENT-DATE TO PCU-NEW-CURRENT-DATE.
069700     IF PCU-NEW-CURRENT-DATE = 0 AND PCU-GEN-COUNT > 0
069800         MOVE PCU-GEN-DATE(1) TO PCU-NEW-CURRENT-DATE
069900         MOVE "CURRENT BUSINESS DATE INITIALISED" TO PCU-DTL-TEXT
070000         MOVE PCU-NEW-CURRENT-DATE TO PCU-FMT-DATE
070100         PERFORM 8400-FORMAT-DATE THRU 8400-EXIT
070200         MOVE PCU-FMT-TEXT TO PCU-DTL-DATE
070300         MOVE SPACES TO PCU-DTL-DAY
070400         MOVE SPACES TO PCU-DTL-NOTE
070500         PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
070600     END-IF.
070700     PERFORM 7000-WRITE-CURRENT-RECORD THRU 7000-EXIT.
070800     PERFORM 3510-WRITE-OLD-BEFORE THRU 3510-EXIT
070900         VARYING PCU-T FROM 1 BY 1
071000         UNTIL PCU-T > PCU-BUSDAY-COUNT.
071100     PERFORM 3520-WRITE-GENERATED THRU 3520-EXIT
071200         VARYING PCU-T FROM 1 BY 1
071300         UNTIL PCU-T > PCU-GEN-COUNT.
071400     PERFORM 3530-WRITE-OLD-AFTER THRU 3530-EXIT
071500         VARYING PCU-T FROM 1 BY 1
071600         UNTIL PCU-T > PCU-BUSDAY-COUNT.
071700 3500-EXIT.
071800     EXIT.
071900
072000 3510-WRITE-OLD-BEFORE.
072100     IF PCU-BUSDAY-DATE(PCU-T) < PCU-YEAR-START
072200         MOVE PCU-BUSDAY-DATE(PCU-T) TO PCN-CAL-DATE
072300         PERFORM 7050-WRITE-BUSDAY-RECORD THRU 7050-EXIT
072400     END-IF.
072500 3510-EXIT.
072600     EXIT.
072700
072800 3520-WRITE-GENERATED.
072900     MOVE PCU-GEN-DATE(PCU-T) TO PCN-CAL-DATE.
073000     PERFORM 7050-WRITE-BUSDAY-RECORD THRU 7050-EXIT.
073100 3520-EXIT.
073200     EXIT.
073300
073400 3530-WRITE-OLD-AFTER.
073500     IF PCU-BUSDAY-DATE(PCU-T) > PCU-YEAR-END
073600         MOVE PCU-BUSDAY-DATE(PCU-T) TO PCN-CAL-DATE
073700         PERFORM 7050-WRITE-BUSDAY-RECORD THRU 7050-EXIT
073800     END-IF.
073900 3530-EXIT.
074000     EXIT.
074100
074200*-----------------------------------------------------------*
074300*  4000-ROLL-BUSINESS-DATE - THE NEW CURRENT BUSINESS DATE   *
074400*  IS THE EARLIEST "D" DAY AFTER THE OLD ONE.  THE LISTING   *
074500*  SHOWS BOTH DATES AND THEIR DAYS OF THE WEEK, AND WARNS    *
074600*  WHEN THE CALENDAR IS ABOUT TO RUN OUT.                    *
074700*-----------------------------------------------------------*
074800 4000-ROLL-BUSINESS-DATE.
074900     IF PCU-REFUSED
075000         GO TO 4000-EXIT
075100     END-IF.
075200     IF PCU-CURRENT-COUNT = 0
075300         SET PCU-REFUSED TO TRUE
075400         MOVE "*** NO C RECORD - NOTHING TO ROLL ***"
075500             TO PCU-MSG-TEXT
075600         PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
075700         DISPLAY "PASCALCU - PASCALCAL HAS NO C RECORD - "
075800             "NOTHING TO ROLL"
075900         GO TO 4000-EXIT
076000     END-IF.
076100     MOVE 0 TO PCU-NEW-CURRENT-DATE.
076200     PERFORM 4100-FIND-NEXT-BUSDAY THRU 4100-EXIT
076300         VARYING PCU-T FROM 1 BY 1
076400         UNTIL PCU-T > PCU-BUSDAY-COUNT.
076500     IF PCU-NEW-CURRENT-DATE = 0
076600         SET PCU-REFUSED TO TRUE
076700         MOVE "*** NO BUSINESS DAY LEFT - RUN GENERATE ***"
076800             TO PCU-MSG-TEXT
076900         PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
077000         DISPLAY "PASCALCU - NO BUSINESS DAY AFTER "
077100             PCU-CURRENT-DATE " - RUN GENERATE"
077200         GO TO 4000-EXIT
077300     END-IF.
077400     MOVE "BUSINESS DATE ROLLED FROM" TO PCU-DTL-TEXT.
077500     MOVE PCU-CURRENT-DATE TO PCU-DTD-DATE.
077600     PERFORM 4200-PRINT-ROLL-DATE THRU 4200-EXIT.
077700     MOVE "                      TO" TO PCU-DTL-TEXT.
077800     MOVE PCU-NEW-CURRENT-DATE TO PCU-DTD-DATE.
077900     PERFORM 4200-PRINT-ROLL-DATE THRU 4200-EXIT.
078000     MOVE 0 TO PCU-REMAINING-COUNT.
078100     PERFORM 4300-COUNT-REMAINING THRU 4300-EXIT
078200         VARYING PCU-T FROM 1 BY 1
078300         UNTIL PCU-T > PCU-BUSDAY-COUNT.
078400     IF PCU-REMAINING-COUNT < PCU-LOW-WATER
078500         SET PCU-WARNING TO TRUE
078600         MOVE "*** CALENDAR RUNNING OUT - RUN GENERATE ***"
078700             TO PCU-MSG-TEXT
078800         PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
078900     END-IF.
079000     PERFORM 7000-WRITE-CURRENT-RECORD THRU 7000-EXIT.
079100     PERFORM 4400-COPY-BUSDAY THRU 4400-EXIT
079200         VARYING PCU-T FROM 1 BY 1
079300         UNTIL PCU-T > PCU-BUSDAY-COUNT.
079400 4000-EXIT.
079500     EXIT.
079600
079700 4100-FIND-NEXT-BUSDAY.
079800     IF PCU-BUSDAY-DATE(PCU-T) > PCU-CURRENT-DATE
079900         AND (PCU-NEW-CURRENT-DATE = 0
080000           OR PCU-BUSDAY-DATE(PCU-T) < PCU-NEW-CURRENT-DATE)
080100         MOVE PCU-BUSDAY-DATE(PCU-T) TO PCU-NEW-CURRENT-DATE
080200     END-IF.
080300 4100-EXIT.
080400     EXIT.
080500
080600 4200-PRINT-ROLL-DATE.
080700     PERFORM 8100-DATE-TO-DAYS THRU 8100-EXIT.
080800     PERFORM 8200-DAY-OF-WEEK THRU 8200-EXIT.
080900     MOVE PCU-DTD-DATE TO PCU-FMT-DATE.
081000     PERFORM 8400-FORMAT-DATE THRU 8400-EXIT.
081100     MOVE PCU-FMT-TEXT TO PCU-DTL-DATE.
081200     MOVE PCU-DAY-NAME(PCU-WEEKDAY + 1) TO PCU-DTL-DAY.
081300     MOVE SPACES TO PCU-DTL-NOTE.
081400     PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT.
081500 4200-EXIT.
081600     EXIT.
081700
081800 4300-COUNT-REMAINING.
081900     IF PCU-BUSDAY-DATE(PCU-T) > PCU-NEW-CURRENT-DATE
082000         ADD 1 TO PCU-REMAINING-COUNT
082100     END-IF.
082200 4300-EXIT.
082300     EXIT.
082400
082500 4400-COPY-BUSDAY.
082600     MOVE PCU-BUSDAY-DATE(PCU-T) TO PCN-CAL-DATE.
082700     PERFORM 7050-WRITE-BUSDAY-RECORD THRU 7050-EXIT.
082800 4400-EXIT.
082900     EXIT.
083000
083100*-----------------------------------------------------------*
083200*  5000-VALIDATE-CALENDAR - CHECK THE "C" RECORD, THEN WALK  *
083300*  THE "D" RECORDS IN FILE ORDER COMPARING EACH WITH THE     *
083400*  LAST GOOD ONE.  EVERY EXCEPTION IS ONE LISTING LINE.      *
083500*-----------------------------------------------------------*
083600 5000-VALIDATE-CALENDAR.
083700     PERFORM 5100-CHECK-CURRENT THRU 5100-EXIT.
083800     MOVE 0 TO PCU-PREV-DATE.
083900     MOVE 0 TO PCU-PREV-DAYS.
084000     PERFORM 5200-CHECK-ONE-BUSDAY THRU 5200-EXIT
084100         VARYING PCU-T FROM 1 BY 1
084200         UNTIL PCU-T > PCU-BUSDAY-COUNT.
084300     IF PCU-CAL-OVERFLOWS > 0
084400         ADD 1 TO PCU-EXCEPTION-COUNT
084500         MOVE "*** CALENDAR TABLE FULL - NOT ALL CHECKED ***"
084600             TO PCU-MSG-TEXT
084700         PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
084800     END-IF.
084900     IF PCU-EXCEPTION-COUNT = 0
085000         MOVE "CALENDAR VALIDATED CLEAN" TO PCU-MSG-TEXT
085100     ELSE
085200         MOVE "*** CALENDAR EXCEPTIONS FOUND - SEE ABOVE ***"
085300             TO PCU-MSG-TEXT
085400         DISPLAY "PASCALCU - PASCALCAL FAILED VALIDATION - SEE "
085500             "THE PASCALCL LISTING"
085600     END-IF.
085700     PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT.
085800 5000-EXIT.
085900     EXIT.
086000
086100 5100-CHECK-CURRENT.
086200     MOVE SPACES TO PCU-DTL-DATE.
086300     MOVE SPACES TO PCU-DTL-DAY.
086400     MOVE SPACES TO PCU-DTL-NOTE.
086500     IF PCU-CURRENT-COUNT = 0
086600         ADD 1 TO PCU-EXCEPTION-COUNT
086700         MOVE "NO C CURRENT-BUSINESS-DATE RECORD"
086800             TO PCU-DTL-TEXT
086900         PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
087000         GO TO 5100-EXIT
087100     END-IF.
087200     MOVE PCU-CURRENT-DATE TO PCU-DTD-DATE.
087300     PERFORM 8300-CHECK-DATE THRU 8300-EXIT.
087400     MOVE PCU-CURRENT-DATE TO PCU-FMT-DATE.
087500     PERFORM 8400-FORMAT-DATE THRU 8400-EXIT.
087600     MOVE PCU-FMT-TEXT TO PCU-DTL-DATE.
087700     IF PCU-CURRENT-COUNT > 1
087800         ADD 1 TO PCU-EXCEPTION-COUNT
087900         MOVE "MORE THAN ONE C RECORD - LAST ONE SHOWN"
088000             TO PCU-DTL-TEXT
088100         PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
088200     END-IF.
088300     IF PCU-DATE-BAD
088400         ADD 1 TO PCU-EXCEPTION-COUNT
088500         MOVE "C RECORD DATE IS NOT A VALID DATE"
088600             TO PCU-DTL-TEXT
088700         PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
088800         GO TO 5100-EXIT
088900     END-IF.
089000     MOVE 0 TO PCU-REMAINING-COUNT.
089100     MOVE "N" TO PCU-HOLIDAY-SWITCH.
089200     PERFORM 5110-MATCH-CURRENT THRU 5110-EXIT
089300         VARYING PCU-T FROM 1 BY 1
089400         UNTIL PCU-T > PCU-BUSDAY-COUNT.
089500     IF NOT PCU-IS-HOLIDAY
089600         ADD 1 TO PCU-EXCEPTION-COUNT
089700         PERFORM 8100-DATE-TO-DAYS THRU 8100-EXIT
089800         PERFORM 8200-DAY-OF-WEEK THRU 8200-EXIT
089900         MOVE PCU-DAY-NAME(PCU-WEEKDAY + 1) TO PCU-DTL-DAY
090000         MOVE "C DATE IS NOT A BUSINESS DAY" TO PCU-DTL-TEXT
090100         PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
090200     END-IF.
090300     IF PCU-REMAINING-COUNT < PCU-LOW-WATER
090400         SET PCU-WARNING TO TRUE
090500         MOVE "CALENDAR RUNNING OUT - RUN GENERATE"
090600             TO PCU-DTL-TEXT
090700         MOVE SPACES TO PCU-DTL-DAY
090800         MOVE PCU-REMAINING-COUNT TO PCU-EDIT-5
090900         STRING PCU-EDIT-5 " BUSINESS DAYS LEFT"
091000             DELIMITED BY SIZE INTO PCU-DTL-NOTE
091100         PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
091200     END-IF.
091300 5100-EXIT.
091400     EXIT.
091500
091600*    THE HOLIDAY SWITCH DOUBLES HERE AS "C DATE FOUND AMONG THE
091700*    D DATES"; THE SAME PASS COUNTS THE DAYS LEFT AFTER IT.
091800 5110-MATCH-CURRENT.
091900     IF PCU-BUSDAY-DATE(PCU-T) = PCU-CURRENT-DATE
092000         SET PCU-IS-HOLIDAY TO TRUE
092100     END-IF.
092200     IF PCU-BUSDAY-DATE(PCU-T) > PCU-CURRENT-DATE
092300         ADD 1 TO PCU-REMAINING-COUNT
092400     END-IF.
092500 5110-EXIT.
092600     EXIT.
092700
092800 5200-CHECK-ONE-BUSDAY.
092900     MOVE PCU-BUSDAY-DATE(PCU-T) TO PCU-DTD-DATE.
093000     MOVE PCU-DTD-DATE TO PCU-FMT-DATE.
093100     PERFORM 8400-FORMAT-DATE THRU 8400-EXIT.
093200     MOVE PCU-FMT-TEXT TO PCU-DTL-DATE.
093300     MOVE SPACES TO PCU-DTL-DAY.
093400     MOVE SPACES TO PCU-DTL-NOTE.
093500     PERFORM 8300-CHECK-DATE THRU 8300-EXIT.
093600     IF PCU-DATE-BAD
093700         ADD 1 TO PCU-EXCEPTION-COUNT
093800         MOVE "D RECORD DATE IS NOT A VALID DATE"
093900             TO PCU-DTL-TEXT
094000         PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
094100         GO TO 5200-EXIT
094200     END-IF.
094300     PERFORM 8100-DATE-TO-DAYS THRU 8100-EXIT.
094400     PERFORM 8200-DAY-OF-WEEK THRU 8200-EXIT.
094500     MOVE PCU-DAY-NAME(PCU-WEEKDAY + 1) TO PCU-DTL-DAY.
094600     MOVE PCU-DTD-DAYS TO PCU-THIS-DAYS.
094700     IF PCU-WEEKDAY > 4
094800         ADD 1 TO PCU-EXCEPTION-COUNT
094900         MOVE "D RECORD ON A WEEKEND" TO PCU-DTL-TEXT
095000         PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
095100     END-IF.
095200     PERFORM 3120-FIND-HOLIDAY THRU 3120-EXIT.
095300     IF PCU-IS-HOLIDAY
095400         ADD 1 TO PCU-EXCEPTION-COUNT
095500         MOVE "D RECORD ON A LISTED HOLIDAY" TO PCU-DTL-TEXT
095600         MOVE PCU-HOL-NAME(PCU-H) TO PCU-DTL-NOTE
095700         PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
095800         MOVE SPACES TO PCU-DTL-NOTE
095900     END-IF.
096000     IF PCU-PREV-DATE = 0
096100         GO TO 5200-REMEMBER
096200     END-IF.
096300     IF PCU-DTD-DATE = PCU-PREV-DATE
096400         ADD 1 TO PCU-EXCEPTION-COUNT
096500         MOVE "DUPLICATE D RECORD" TO PCU-DTL-TEXT
096600         PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
096700         GO TO 5200-EXIT
096800     END-IF.
096900     IF PCU-DTD-DATE < PCU-PREV-DATE
097000         ADD 1 TO PCU-EXCEPTION-COUNT
097100         MOVE "D RECORD OUT OF DATE SEQUENCE" TO PCU-DTL-TEXT
097200         MOVE PCU-PREV-DATE TO PCU-FMT-DATE
097300         PERFORM 8400-FORMAT-DATE THRU 8400-EXIT
097400         STRING "FOLLOWS " PCU-FMT-TEXT DELIMITED BY SIZE
097500             INTO PCU-DTL-NOTE
097600         PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
097700         GO TO 5200-EXIT
097800     END-IF.
097900     MOVE 0 TO PCU-GAP-DAYS.
098000     COMPUTE PCU-SCAN-DAYS = PCU-PREV-DAYS + 1.
098100     PERFORM 5210-CHECK-GAP-DAY THRU 5210-EXIT
098200         UNTIL PCU-SCAN-DAYS NOT < PCU-THIS-DAYS.
098300     IF PCU-GAP-DAYS > 0
098400         ADD 1 TO PCU-EXCEPTION-COUNT
098500         MOVE "GAP - WEEKDAY(S) NOT ON CALENDAR" TO PCU-DTL-TEXT
098600         MOVE PCU-GAP-DAYS TO PCU-EDIT-5
098700         MOVE PCU-PREV-DATE TO PCU-FMT-DATE
098800         PERFORM 8400-FORMAT-DATE THRU 8400-EXIT
098900         STRING PCU-EDIT-5 " MISSING AFTER " PCU-FMT-TEXT
099000             DELIMITED BY SIZE INTO PCU-DTL-NOTE
099100         PERFORM 7100-PRINT-DETAIL THRU 7100-EXIT
099200     END-IF.
099300 5200-REMEMBER.
099400     MOVE PCU-DTD-DATE TO PCU-PREV-DATE.
099500     MOVE PCU-THIS-DAYS TO PCU-PREV-DAYS.
099600 5200-EXIT.
099700     EXIT.
099800
099900*    A DAY BETWEEN TWO CONSECUTIVE "D" RECORDS IS A GAP UNLESS
100000*    IT IS A WEEKEND DAY OR A LISTED HOLIDAY.
100100 5210-CHECK-GAP-DAY.
100200     DIVIDE PCU-SCAN-DAYS BY 7 GIVING PCU-QUOTIENT
100300         REMAINDER PCU-WEEKDAY.
100400     IF PCU-WEEKDAY < 5
100500         MOVE "N" TO PCU-HOLIDAY-SWITCH
100600         PERFORM 5220-SCAN-HOLIDAY-DAYS THRU 5220-EXIT
100700             VARYING PCU-H FROM 1 BY 1
100800             UNTIL PCU-H > PCU-HOL-COUNT OR PCU-IS-HOLIDAY
100900         IF NOT PCU-IS-HOLIDAY
101000             ADD 1 TO PCU-GAP-DAYS
101100         END-IF
101200     END-IF.
101300     ADD 1 TO PCU-SCAN-DAYS.
101400 5210-EXIT.
101500     EXIT.
101600
101700 5220-SCAN-HOLIDAY-DAYS.
101800     IF PCU-HOL-DAYS(PCU-H) = PCU-SCAN-DAYS
101900         SET PCU-IS-HOLIDAY TO TRUE
102000     END-IF.
102100 5220-EXIT.
102200     EXIT.
102300
102400*-----------------------------------------------------------*
102500*  7000-WRITE-CURRENT-RECORD / 7050-WRITE-BUSDAY-RECORD -    *
102600*  EVERY NEW-CALENDAR WRITE IS STATUS-CHECKED; A SHORT NEW   *
102700*  CALENDAR MUST NEVER BE SWAPPED IN.                        *
102800*-----------------------------------------------------------*
102900 7000-WRITE-CURRENT-RECORD.
103000     MOVE SPACES TO PASCAL-CALENDAR-NEW-REC.
103100     MOVE "C" TO PCN-RECORD-TYPE.
103200     MOVE PCU-NEW-CURRENT-DATE TO PCN-CAL-DATE.
103300     PERFORM 7060-WRITE-NEW-RECORD THRU 7060-EXIT.
103400 7000-EXIT.
103500     EXIT.
103600
103700 7050-WRITE-BUSDAY-RECORD.
103800     MOVE "D" TO PCN-RECORD-TYPE.
103900     MOVE SPACES TO PASCAL-CALENDAR-NEW-REC(10:8).
104000     PERFORM 7060-WRITE-NEW-RECORD THRU 7060-EXIT.
104100 7050-EXIT.
104200     EXIT.
104300
104400 7060-WRITE-NEW-RECORD.
104500     WRITE PASCAL-CALENDAR-NEW-REC.
104600     IF PCU-NEW-STATUS = "00"
104700         ADD 1 TO PCU-WRITTEN-COUNT
104800     ELSE
104900         ADD 1 TO PCU-NEW-ERRS
105000         IF PCU-NEW-ERRS = 1
105100             DISPLAY "PASCALCU - PASCALCAN WRITE FAILED - "
105200                 "STATUS: " PCU-NEW-STATUS
105300         END-IF
105400     END-IF.
105500 7060-EXIT.
105600     EXIT.
105700
105800 7100-PRINT-DETAIL.
105900     MOVE PCU-DETAIL-LINE TO PASCAL-REPORT-RECORD.
106000     WRITE PASCAL-REPORT-RECORD.
106100 7100-EXIT.
106200     EXIT.
106300
106400 7200-PRINT-MESSAGE.
106500     MOVE PCU-MSG-LINE TO PASCAL-REPORT-RECORD.
106600     WRITE PASCAL-REPORT-RECORD.
106700 7200-EXIT.
106800     EXIT.
106900
107000*-----------------------------------------------------------*
107100*  8000-PRINT-COUNTS - RUN SUMMARY FOR THE FUNCTION RUN.     *
107200*-----------------------------------------------------------*
107300 8000-PRINT-COUNTS.
107400     MOVE PCU-BLANK-LINE TO PASCAL-REPORT-RECORD.
107500     WRITE PASCAL-REPORT-RECORD.
107600     MOVE "CALENDAR RECORDS READ" TO PCU-COUNT-LABEL.
107700     MOVE PCU-CAL-READ-COUNT TO PCU-COUNT-VALUE.
107800     PERFORM 8500-PRINT-COUNT-LINE THRU 8500-EXIT.
107900     MOVE "BUSINESS DAYS ON CALENDAR" TO PCU-COUNT-LABEL.
108000     MOVE PCU-BUSDAY-COUNT TO PCU-COUNT-VALUE.
108100     PERFORM 8500-PRINT-COUNT-LINE THRU 8500-EXIT.
108200     IF NOT PCU-FUNC-ROLL
108300         MOVE "HOLIDAYS LISTED" TO PCU-COUNT-LABEL
108400         MOVE PCU-HOL-COUNT TO PCU-COUNT-VALUE
108500         PERFORM 8500-PRINT-COUNT-LINE THRU 8500-EXIT
108600     END-IF.
108700     EVALUATE TRUE
108800         WHEN PCU-FUNC-GENERATE
108900             MOVE "WEEKDAYS IN YEAR" TO PCU-COUNT-LABEL
109000             MOVE PCU-WEEKDAY-COUNT TO PCU-COUNT-VALUE
109100             PERFORM 8500-PRINT-COUNT-LINE THRU 8500-EXIT
109200             MOVE "HOLIDAYS SKIPPED" TO PCU-COUNT-LABEL
109300             MOVE PCU-HOL-SKIPPED-COUNT TO PCU-COUNT-VALUE
109400             PERFORM 8500-PRINT-COUNT-LINE THRU 8500-EXIT
109500             MOVE "BUSINESS DAYS GENERATED" TO PCU-COUNT-LABEL
109600             MOVE PCU-GEN-COUNT TO PCU-COUNT-VALUE
109700             PERFORM 8500-PRINT-COUNT-LINE THRU 8500-EXIT
109800         WHEN PCU-FUNC-ROLL
109900             MOVE "BUSINESS DAYS REMAINING" TO PCU-COUNT-LABEL
110000             MOVE PCU-REMAINING-COUNT TO PCU-COUNT-VALUE
110100             PERFORM 8500-PRINT-COUNT-LINE THRU 8500-EXIT
110200         WHEN PCU-FUNC-VALIDATE
110300             MOVE "EXCEPTIONS" TO PCU-COUNT-LABEL
110400             MOVE PCU-EXCEPTION-COUNT TO PCU-COUNT-VALUE
110500             PERFORM 8500-PRINT-COUNT-LINE THRU 8500-EXIT
110600     END-EVALUATE.
110700     IF NOT PCU-FUNC-VALIDATE
110800         MOVE "NEW CALENDAR RECORDS WRITTEN" TO PCU-COUNT-LABEL
110900         MOVE PCU-WRITTEN-COUNT TO PCU-COUNT-VALUE
111000         PERFORM 8500-PRINT-COUNT-LINE THRU 8500-EXIT
111100     END-IF.
111200     IF PCU-NEW-ERRS > 0
111300         MOVE "NEW CALENDAR WRITE ERRORS" TO PCU-COUNT-LABEL
111400         MOVE PCU-NEW-ERRS TO PCU-COUNT-VALUE
111500         PERFORM 8500-PRINT-COUNT-LINE THRU 8500-EXIT
111600         MOVE "*** PASCALCAN IS SHORT - DO NOT SWAP IT IN ***"
111700             TO PCU-MSG-TEXT
111800         PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
111900     END-IF.
112000 8000-EXIT.
112100     EXIT.
112200
112300*-----------------------------------------------------------*
112400*  8100-DATE-TO-DAYS - YYYYMMDD TO A SERIAL DAY NUMBER VIA   *
112500*  JULIAN-DAY ARITHMETIC.  EVERY DIVISION BELOW TRUNCATES,   *
112600*  WHICH IS WHAT THE FORMULA REQUIRES.                       *
112700*-----------------------------------------------------------*
112800 8100-DATE-TO-DAYS.
112900     COMPUTE PCU-DTD-A = (14 - PCU-DTD-MONTH) / 12.
113000     COMPUTE PCU-DTD-Y = PCU-DTD-YEAR + 4800 - PCU-DTD-A.
113100     COMPUTE PCU-DTD-M = PCU-DTD-MONTH + 12 * PCU-DTD-A - 3.
113200     COMPUTE PCU-DTD-T1 = (153 * PCU-DTD-M + 2) / 5.
113300     COMPUTE PCU-DTD-T2 = PCU-DTD-Y / 4.
113400     COMPUTE PCU-DTD-T3 = PCU-DTD-Y / 100.
113500     COMPUTE PCU-DTD-T4 = PCU-DTD-Y / 400.
113600     COMPUTE PCU-DTD-DAYS = PCU-DTD-DAY + PCU-DTD-T1
113700         + 365 * PCU-DTD-Y + PCU-DTD-T2 - PCU-DTD-T3
113800         + PCU-DTD-T4 - 32045.
113900 8100-EXIT.
114000     EXIT.
114100
114200*    THE DAY NUMBER OF A MONDAY IS A MULTIPLE OF 7.
114300 8200-DAY-OF-WEEK.
114400     DIVIDE PCU-DTD-DAYS BY 7 GIVING PCU-QUOTIENT
114500         REMAINDER PCU-WEEKDAY.
114600 8200-EXIT.
114700     EXIT.
114800
114900*    A DATE IS GOOD WHEN ITS MONTH IS 1-12 AND ITS DAY FALLS
115000*    INSIDE THAT MONTH (29 FEBRUARY ONLY IN A LEAP YEAR).
115100 8300-CHECK-DATE.
115200     SET PCU-DATE-OK TO TRUE.
115300     IF PCU-DTD-DATE IS NOT NUMERIC
115400         OR PCU-DTD-YEAR < 1901
115500         OR PCU-DTD-MONTH < 1 OR PCU-DTD-MONTH > 12
115600         OR PCU-DTD-DAY < 1
115700         SET PCU-DATE-BAD TO TRUE
115800         GO TO 8300-EXIT
115900     END-IF.
116000     MOVE PCU-MONTH-LEN(PCU-DTD-MONTH) TO PCU-LAST-DAY.
116100     IF PCU-DTD-MONTH = 2
116200         DIVIDE PCU-DTD-YEAR BY 4 GIVING PCU-QUOTIENT
116300             REMAINDER PCU-REM-4
116400         DIVIDE PCU-DTD-YEAR BY 100 GIVING PCU-QUOTIENT
116500             REMAINDER PCU-REM-100
116600         DIVIDE PCU-DTD-YEAR BY 400 GIVING PCU-QUOTIENT
116700             REMAINDER PCU-REM-400
116800         IF PCU-REM-4 = 0
116900             AND (PCU-REM-100 NOT = 0 OR PCU-REM-400 = 0)
117000             MOVE 29 TO PCU-LAST-DAY
117100         END-IF
117200     END-IF.
117300     IF PCU-DTD-DAY > PCU-LAST-DAY
117400         SET PCU-DATE-BAD TO TRUE
117500     END-IF.
117600 8300-EXIT.
117700     EXIT.
117800
117900 8400-FORMAT-DATE.
118000     MOVE SPACES TO PCU-FMT-TEXT.
118100     STRING PCU-FMT-DATE(1:4) "-" PCU-FMT-DATE(5:2) "-"
118200         PCU-FMT-DATE(7:2) DELIMITED BY SIZE INTO PCU-FMT-TEXT.
118300 8400-EXIT.
118400     EXIT.
118500
118600 8500-PRINT-COUNT-LINE.
118700     MOVE PCU-COUNT-LINE TO PASCAL-REPORT-RECORD.
118800     WRITE PASCAL-REPORT-RECORD.
118900 8500-EXIT.
119000     EXIT.
119100
119200*-----------------------------------------------------------*
119300*  9000-TERMINATE - CLOSE EVERYTHING.                        *
119400*-----------------------------------------------------------*
119500 9000-TERMINATE.
119600     IF PCU-CAL-FILE-OPEN
119700         CLOSE PASCALCAL
119800     END-IF.
119900     IF PCU-HOL-FILE-OPEN
120000         CLOSE PASCALHOL
120100     END-IF.
120200     IF PCU-NEW-FILE-OPEN
120300         CLOSE PASCALCAN
120400     END-IF.
120500     IF PCU-PARM-OK
120600         CLOSE PASCALCLP
120700     END-IF.
120800 9000-EXIT.
120900     EXIT.
121000
121100*-----------------------------------------------------------*
121200*  9900-SET-RETURN-CODE - GRADED CONDITION CODE FOR THE      *
121300*  SCHEDULER.  PASCALCAN MAY BE SWAPPED IN ON 0 OR 4 ONLY.   *
121400*-----------------------------------------------------------*
121500 9900-SET-RETURN-CODE.
121600     EVALUATE TRUE
121700         WHEN PCU-PARM-BAD
121800             MOVE 12 TO RETURN-CODE
121900         WHEN PCU-OPEN-FAILED
122000             MOVE 12 TO RETURN-CODE
122100         WHEN PCU-NEW-ERRS > 0
122200             MOVE 12 TO RETURN-CODE
122300         WHEN PCU-REFUSED
122400             MOVE 8 TO RETURN-CODE
122500         WHEN PCU-EXCEPTION-COUNT > 0
122600             MOVE 8 TO RETURN-CODE
122700         WHEN PCU-WARNING
122800             MOVE 4 TO RETURN-CODE
122900         WHEN PCU-HOL-OVERFLOWS > 0
123000             MOVE 4 TO RETURN-CODE
123100         WHEN OTHER
123200             MOVE 0 TO RETURN-CODE
123300     END-EVALUATE.
123400 9900-EXIT.
123500     EXIT.
