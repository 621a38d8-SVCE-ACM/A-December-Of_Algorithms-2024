000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PascalReqInq.
000300 AUTHOR. KISHORE MURUGANANTHAM.
000400 INSTALLATION. SVCE-ACM DECEMBER-OF-ALGORITHMS.
000500 DATE-WRITTEN. 15-OCT-2026.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*  REQUEST STATUS INQUIRY - "WHERE IS MY REQUEST".  GIVEN A
001000*  REQUEST NUMBER (AND, OPTIONALLY, ITS SOURCE SYSTEM) THIS JOB
001100*  SEARCHES EVERY FILE A REQUEST PASSES THROUGH AND PRINTS ITS
001200*  WHOLE LIFE IN DATE AND TIME ORDER:
001300*      PASCALSTG  - STAGED AS AN AD-HOC REQUEST FOR A CYCLE
001400*      PASCALIN   - RECEIVED IN CYCLE NN (THE DAY'S GENERATIONS,
001500*                   CONCATENATED), WITH ITS RETRY COUNT
001600*      PASCALRSP  - COMPLETED, ERRORED WITH ITS REASON CODE,
001700*                   SKIPPED ON RESTART, REJECTED AS A DUPLICATE,
001800*                   OR EXPIRED (THE DAY'S GENERATIONS)
001900*      PASCALREJ  - REQUEUED FOR A LATER CYCLE, WITH ITS RETRY
002000*                   COUNT
002100*      PASCALHIS  - RECORDED AS COMPLETED ON REQUEST HISTORY
002200*  AN ERROR ON A REQUEST THAT HAD ALREADY USED ITS RETRIES IS
002300*  SHOWN AS PARKED, THE WAY PascalTriangle TREATS IT.  EACH
002400*  REQUEST ENDS WITH ITS CURRENT STATUS.
002500*
002600*  ONLY PASCALRSP CARRIES A TIME OF DAY.  A STAGING, RECEIPT OR
002700*  REQUEUE IS DATED BY ITS FILE'S HEADER AND A HISTORY RECORD BY
002800*  THE RUN THAT WROTE IT; THESE PRINT WITH NO TIME.  WITHIN A
002900*  DAY EVENTS GO BY PASS - THE RETRY COUNT A RECEIPT RAN UNDER -
003000*  SO A SAME-DAY REQUEUE AND RETRY READ RECEIPT, DISPOSITION,
003010*  REQUEUE, THEN THE NEXT RECEIPT.  HISTORY COMES LAST.
003100*
003200*  EVERY INPUT IS OPTIONAL - A FILE NOT SUPPLIED IS REPORTED AS
003300*  NOT SEARCHED, SO THE ANSWER IS NEVER MISTAKEN FOR COMPLETE.
003400*
003500*  RUN PARM:  REQUEST-NUMBER [SOURCE-SYSTEM]
003600*      ONE 5-DIGIT REQUEST NUMBER, FOR A TELEPHONE INQUIRY.  THE
003700*      TIMELINE IS ALSO DISPLAYED ON THE CONSOLE.
003800*  OR:        LIST
003900*      EVERY REQUEST ON THE PASCALIQ LIST FILE, PRINTED ONE TO A
004000*      PAGE SO EACH CAN GO BACK TO THE DEPARTMENT THAT ASKED.
004100*
004200*  RETURN CODE: 0 = EVERY REQUEST FOUND ON EVERY FILE SEARCHED,
004300*  4 = A REQUEST NOT FOUND, A LIST LINE REJECTED, OR A FILE NOT
004400*  SEARCHED, 8 = A TABLE FILLED AND THE REPORT IS INCOMPLETE,
004500*  12 = BAD PARM OR THE LIST FILE WOULD NOT OPEN.
004600*
004700*  MODIFICATION HISTORY
004800*  YYYY-MM-DD  BY   DESCRIPTION
004900*  2026-10-15  KM   ORIGINAL - REQUEST TIMELINE FROM STAGING,
005000*                   INPUT, RESPONSE, REQUEUE AND HISTORY FILES.
005100*****************************************************************
005200
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800*--------------------------------------------------------------*
005900*  REQUEST NUMBERS TO TRACE (LIST MODE ONLY).                   *
006000*--------------------------------------------------------------*
006100     SELECT PASCALIQL ASSIGN TO PASCALIQ
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS PRQ-IQL-STATUS.
006400
006500*--------------------------------------------------------------*
006600*  AD-HOC REQUEST STAGING FILE.                                 *
006700*--------------------------------------------------------------*
006800     SELECT PASCALSTG ASSIGN TO PASCALSG
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS PRQ-STG-STATUS.
007100
007200*--------------------------------------------------------------*
007300*  THE DAY'S BATCH REQUEST GENERATIONS, CONCATENATED.           *
007400*--------------------------------------------------------------*
007500     SELECT PASCALIN ASSIGN TO PASCALIN
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS PRQ-IN-STATUS.
007800
007900*--------------------------------------------------------------*
008000*  THE DAY'S RESPONSE GENERATIONS, CONCATENATED.                *
008100*--------------------------------------------------------------*
008200     SELECT PASCALRSP ASSIGN TO PASCALRS
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS PRQ-RSP-STATUS.
008500
008600*--------------------------------------------------------------*
008700*  REJECT-REQUEUE FILE.                                         *
008800*--------------------------------------------------------------*
008900     SELECT PASCALREJ ASSIGN TO PASCALRJ
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS PRQ-REJ-STATUS.
009200
009300*--------------------------------------------------------------*
009400*  REQUEST HISTORY, KEYED BY REQUEST NUMBER AND SOURCE SYSTEM.  *
009500*--------------------------------------------------------------*
009600     SELECT PASCALHIS ASSIGN TO PASCALRH
009700         ORGANIZATION IS INDEXED
009800         ACCESS MODE IS DYNAMIC
009900         RECORD KEY IS PRH-KEY
010000         FILE STATUS IS PRQ-HIS-STATUS.
010100
010200*--------------------------------------------------------------*
010300*  PRINTED REQUEST STATUS REPORT.                               *
010400*--------------------------------------------------------------*
010500     SELECT PASCALQRP ASSIGN TO PASCALQS
010600         ORGANIZATION IS LINE SEQUENTIAL
010700         FILE STATUS IS PRQ-RPT-STATUS.
010800
010900 DATA DIVISION.
011000 FILE SECTION.
011100
011200 FD  PASCALIQL
011300     RECORDING MODE IS F.
011400 COPY PASCALIQ.
011500
011600 FD  PASCALSTG
011700     RECORDING MODE IS F.
011800 COPY PASCALIN
011900     REPLACING PASCAL-REQUEST-RECORD BY PASCAL-STAGE-RECORD
012000               PASCAL-REQUEST-HEADER BY PASCAL-STAGE-HEADER
012100               PASCAL-REQUEST-TRAILER BY PASCAL-STAGE-TRAILER
012200               LEADING ==PI-== BY ==PG-==
012300               LEADING ==PH-== BY ==PGH-==
012400               LEADING ==PT-== BY ==PGT-==.
012500
012600 FD  PASCALIN
012700     RECORDING MODE IS F.
012800 COPY PASCALIN.
012900
013000 FD  PASCALRSP
013100     RECORDING MODE IS F.
013200 COPY PASCALRS.
013300
013400 FD  PASCALREJ
013500     RECORDING MODE IS F.
013600 COPY PASCALIN
013700     REPLACING PASCAL-REQUEST-RECORD BY PASCAL-REQUEUE-RECORD
013800               PASCAL-REQUEST-HEADER BY PASCAL-REQUEUE-HEADER
013900               PASCAL-REQUEST-TRAILER BY PASCAL-REQUEUE-TRAILER
014000               LEADING ==PI-== BY ==PJ-==
014100               LEADING ==PH-== BY ==PJH-==
014200               LEADING ==PT-== BY ==PJT-==.
014300
014400 FD  PASCALHIS.
014500 COPY PASCALRH.
014600
014700 FD  PASCALQRP
014800     RECORDING MODE IS F.
014900 COPY PASCALRT.
015000
015100 WORKING-STORAGE SECTION.
015200
015300*--------------------------------------------------------------*
015400*  FILE STATUS BYTES.                                           *
015500*--------------------------------------------------------------*
015600 01  PRQ-FILE-STATUSES.
015700     05  PRQ-IQL-STATUS             PIC X(02) VALUE "00".
015800     05  PRQ-STG-STATUS             PIC X(02) VALUE "00".
015900     05  PRQ-IN-STATUS              PIC X(02) VALUE "00".
016000     05  PRQ-RSP-STATUS             PIC X(02) VALUE "00".
016100     05  PRQ-REJ-STATUS             PIC X(02) VALUE "00".
016200     05  PRQ-HIS-STATUS             PIC X(02) VALUE "00".
016300     05  PRQ-RPT-STATUS             PIC X(02) VALUE "00".
016400
016500*--------------------------------------------------------------*
016600*  RUN-CONTROL SWITCHES.                                        *
016700*--------------------------------------------------------------*
016800 01  PRQ-SWITCHES.
016900     05  PRQ-PARM-OK-SWITCH         PIC X(01) VALUE "Y".
017000         88  PRQ-PARM-OK            VALUE "Y".
017100         88  PRQ-PARM-BAD           VALUE "N".
017200     05  PRQ-MODE-SWITCH            PIC X(01) VALUE "S".
017300         88  PRQ-MODE-SINGLE        VALUE "S".
017400         88  PRQ-MODE-LIST          VALUE "L".
017500     05  PRQ-OPEN-FAIL-SWITCH       PIC X(01) VALUE "N".
017600         88  PRQ-OPEN-FAILED        VALUE "Y".
017700     05  PRQ-IQL-OPEN-SWITCH        PIC X(01) VALUE "N".
017800         88  PRQ-IQL-FILE-OPEN      VALUE "Y".
017900     05  PRQ-IQL-EOF-SWITCH         PIC X(01) VALUE "N".
018000         88  PRQ-IQL-EOF            VALUE "Y".
018100     05  PRQ-STG-EOF-SWITCH         PIC X(01) VALUE "N".
018200         88  PRQ-STG-EOF            VALUE "Y".
018300     05  PRQ-IN-EOF-SWITCH          PIC X(01) VALUE "N".
018400         88  PRQ-IN-EOF             VALUE "Y".
018500     05  PRQ-RSP-EOF-SWITCH         PIC X(01) VALUE "N".
018600         88  PRQ-RSP-EOF            VALUE "Y".
018700     05  PRQ-REJ-EOF-SWITCH         PIC X(01) VALUE "N".
018800         88  PRQ-REJ-EOF            VALUE "Y".
018900     05  PRQ-HIS-EOF-SWITCH         PIC X(01) VALUE "N".
019000         88  PRQ-HIS-EOF            VALUE "Y".
019100     05  PRQ-HIS-OPEN-SWITCH        PIC X(01) VALUE "N".
019200         88  PRQ-HIS-FILE-OPEN      VALUE "Y".
019300
019400*--------------------------------------------------------------*
019500*  RUN PARM.                                                    *
019600*--------------------------------------------------------------*
019700 01  PRQ-PARM-LINE                  PIC X(80).
019800 01  PRQ-PARM-FIELDS.
019900     05  PRQ-PARM-REQUEST           PIC X(08).
020000     05  PRQ-PARM-SOURCE            PIC X(08).
020100 77  PRQ-RUN-DATE                   PIC 9(08) VALUE 0.
020200
020300*--------------------------------------------------------------*
020400*  PascalTriangle PARKS A REQUEST THAT ERRORS AGAIN AFTER THIS  *
020500*  MANY RETRIES; KEEP THE TWO IN STEP.                          *
020600*--------------------------------------------------------------*
020700 77  PRQ-MAX-RETRIES                PIC 9(02) VALUE 03.
020800
020900*--------------------------------------------------------------*
021000*  THE REQUESTS BEING TRACED, IN THE ORDER ASKED.  A BLANK      *
021100*  SOURCE SYSTEM MATCHES EVERY SOURCE SYSTEM.                   *
021200*--------------------------------------------------------------*
021300 01  PRQ-INQ-TABLE.
021400     05  PRQ-INQ-COUNT              PIC 9(03) COMP VALUE 0.
021500     05  PRQ-INQ-ENTRY OCCURS 200 TIMES.
021600         10  PRQ-INQ-NUMBER         PIC 9(05).
021700         10  PRQ-INQ-SOURCE         PIC X(08).
021800         10  PRQ-INQ-ASKED-BY       PIC X(20).
021900         10  PRQ-INQ-EVENTS         PIC 9(05) COMP.
022000
022100*--------------------------------------------------------------*
022200*  EVERY EVENT FOUND, KEPT IN KEY ORDER - REQUEST (BY ITS PLACE *
022300*  IN THE INQUIRY TABLE), DATE, PASS, TIME, RANK WITHIN THE      *
022400*  DAY, THEN THE ORDER FOUND - SO EACH REQUEST'S TIMELINE        *
022500*  PRINTS STRAIGHT DOWN THE TABLE.  PRQ-NEW-EVENT AND            *
022510*  PRQ-CUR-EVENT HAVE THE SAME LAYOUT.                           *
022600*--------------------------------------------------------------*
022700 01  PRQ-EVENT-TABLE.
022800     05  PRQ-EV-COUNT               PIC 9(05) COMP VALUE 0.
022900     05  PRQ-EV-ENTRY OCCURS 2000 TIMES.
023000         10  PRQ-EV-KEY.
023100             15  PRQ-EV-INQ         PIC 9(03).
023200             15  PRQ-EV-DATE        PIC 9(08).
023210             15  PRQ-EV-PASS        PIC 9(02).
023300             15  PRQ-EV-TIME        PIC 9(08).
023400             15  PRQ-EV-RANK        PIC 9(01).
023500             15  PRQ-EV-SEQ         PIC 9(05).
023600         10  PRQ-EV-KIND            PIC X(01).
023610             88  PRQ-EV-RECEIVED    VALUE "I".
023620             88  PRQ-EV-DISPOSED    VALUE "R".
023700         10  PRQ-EV-SOURCE          PIC X(08).
023800         10  PRQ-EV-CYCLE           PIC 9(02).
023900         10  PRQ-EV-RETRY           PIC 9(02).
024000         10  PRQ-EV-STATUS          PIC X(01).
024100         10  PRQ-EV-REASON          PIC X(02).
024200 01  PRQ-NEW-EVENT.
024300     05  PRQ-NEW-EV-KEY.
024400         10  PRQ-NEW-EV-INQ         PIC 9(03).
024500         10  PRQ-NEW-EV-DATE        PIC 9(08).
024510         10  PRQ-NEW-EV-PASS        PIC 9(02).
024600         10  PRQ-NEW-EV-TIME        PIC 9(08).
024700         10  PRQ-NEW-EV-RANK        PIC 9(01).
024800         10  PRQ-NEW-EV-SEQ         PIC 9(05).
024900     05  PRQ-NEW-EV-KIND            PIC X(01).
025000         88  PRQ-KIND-STAGED        VALUE "G".
025100         88  PRQ-KIND-RECEIVED      VALUE "I".
025200         88  PRQ-KIND-DISPOSED      VALUE "R".
025300         88  PRQ-KIND-REQUEUED      VALUE "J".
025400         88  PRQ-KIND-HISTORY       VALUE "H".
025500     05  PRQ-NEW-EV-SOURCE          PIC X(08).
025600     05  PRQ-NEW-EV-CYCLE           PIC 9(02).
025700     05  PRQ-NEW-EV-RETRY           PIC 9(02).
025800     05  PRQ-NEW-EV-STATUS          PIC X(01).
025900     05  PRQ-NEW-EV-REASON          PIC X(02).
026000 01  PRQ-CUR-EVENT.
026100     05  PRQ-CUR-EV-KEY.
026200         10  PRQ-CUR-EV-INQ         PIC 9(03).
026300         10  PRQ-CUR-EV-DATE        PIC 9(08).
026310         10  PRQ-CUR-EV-PASS        PIC 9(02).
026400         10  PRQ-CUR-EV-TIME        PIC 9(08).
026500         10  PRQ-CUR-EV-RANK        PIC 9(01).
026600         10  PRQ-CUR-EV-SEQ         PIC 9(05).
026700     05  PRQ-CUR-EV-KIND            PIC X(01).
026800         88  PRQ-CUR-STAGED         VALUE "G".
026900         88  PRQ-CUR-RECEIVED       VALUE "I".
027000         88  PRQ-CUR-DISPOSED       VALUE "R".
027100         88  PRQ-CUR-REQUEUED       VALUE "J".
027200         88  PRQ-CUR-HISTORY        VALUE "H".
027300     05  PRQ-CUR-EV-SOURCE          PIC X(08).
027400     05  PRQ-CUR-EV-CYCLE           PIC 9(02).
027500     05  PRQ-CUR-EV-RETRY           PIC 9(02).
027600     05  PRQ-CUR-EV-STATUS          PIC X(01).
027700         88  PRQ-CUR-COMPLETED      VALUE "C".
027800         88  PRQ-CUR-ERROR          VALUE "E".
027900         88  PRQ-CUR-SKIPPED        VALUE "S".
028000         88  PRQ-CUR-DUPLICATE      VALUE "D".
028100         88  PRQ-CUR-EXPIRED        VALUE "X".
028200     05  PRQ-CUR-EV-REASON          PIC X(02).
028300         88  PRQ-CUR-RSN-NOT-NUMERIC    VALUE "NN".
028400         88  PRQ-CUR-RSN-OUT-OF-RANGE   VALUE "RG".
028500         88  PRQ-CUR-RSN-BAD-TYPE       VALUE "BT".
028600         88  PRQ-CUR-RSN-BAD-COLUMN     VALUE "BC".
028700         88  PRQ-CUR-RSN-BAD-PROB       VALUE "BP".
028800         88  PRQ-CUR-RSN-BAD-PRIORITY   VALUE "PR".
028900         88  PRQ-CUR-RSN-BAD-NEEDED-BY  VALUE "ND".
029000
029100*--------------------------------------------------------------*
029200*  RANK OF EACH KIND OF EVENT WITHIN ITS DAY, THE TIME AN        *
029300*  UNTIMED EVENT SORTS AT, AND THE PASS HISTORY SORTS AT.        *
029400*--------------------------------------------------------------*
029500 77  PRQ-RANK-STAGED                PIC 9(01) VALUE 1.
029600 77  PRQ-RANK-RECEIVED              PIC 9(01) VALUE 2.
029700 77  PRQ-RANK-DISPOSED              PIC 9(01) VALUE 3.
029800 77  PRQ-RANK-REQUEUED              PIC 9(01) VALUE 4.
029900 77  PRQ-RANK-HISTORY               PIC 9(01) VALUE 5.
030000 77  PRQ-START-OF-DAY               PIC 9(08) VALUE 0.
030100 77  PRQ-END-OF-DAY                 PIC 9(08) VALUE 99999999.
030110 77  PRQ-LAST-PASS                  PIC 9(02) VALUE 99.
030200
030300*--------------------------------------------------------------*
030400*  THE HEADER IN FORCE ON EACH PASCALIN-FORMAT FILE.            *
030500*--------------------------------------------------------------*
030600 01  PRQ-HEADER-FIELDS.
030700     05  PRQ-STG-HDR-DATE           PIC 9(08) VALUE 0.
030800     05  PRQ-STG-HDR-SOURCE         PIC X(08) VALUE SPACES.
030900     05  PRQ-STG-HDR-CYCLE          PIC 9(02) VALUE 0.
031000     05  PRQ-IN-HDR-DATE            PIC 9(08) VALUE 0.
031100     05  PRQ-IN-HDR-SOURCE          PIC X(08) VALUE SPACES.
031200     05  PRQ-IN-HDR-CYCLE           PIC 9(02) VALUE 0.
031300     05  PRQ-REJ-HDR-DATE           PIC 9(08) VALUE 0.
031400     05  PRQ-REJ-HDR-SOURCE         PIC X(08) VALUE SPACES.
031500
031600*--------------------------------------------------------------*
031700*  RUN COUNTERS AND WORK AREAS.                                 *
031800*--------------------------------------------------------------*
031900 77  PRQ-IQL-READ-COUNT             PIC 9(07) COMP VALUE 0.
032000 77  PRQ-IQL-REJECT-COUNT           PIC 9(07) COMP VALUE 0.
032100 77  PRQ-STG-READ-COUNT             PIC 9(07) COMP VALUE 0.
032200 77  PRQ-IN-READ-COUNT              PIC 9(07) COMP VALUE 0.
032300 77  PRQ-RSP-READ-COUNT             PIC 9(07) COMP VALUE 0.
032400 77  PRQ-REJ-READ-COUNT             PIC 9(07) COMP VALUE 0.
032500 77  PRQ-HIS-READ-COUNT             PIC 9(07) COMP VALUE 0.
032600 77  PRQ-FOUND-COUNT                PIC 9(07) COMP VALUE 0.
032700 77  PRQ-NOT-FOUND-COUNT            PIC 9(07) COMP VALUE 0.
032800 77  PRQ-NOT-SEARCHED-COUNT         PIC 9(07) COMP VALUE 0.
032900 77  PRQ-INQ-OVERFLOWS              PIC 9(07) COMP VALUE 0.
033000 77  PRQ-EV-OVERFLOWS               PIC 9(07) COMP VALUE 0.
033100 77  PRQ-SEQ-NBR                    PIC 9(05) VALUE 0.
033200 77  PRQ-I                          PIC 9(03) COMP.
033300 77  PRQ-E                          PIC 9(05) COMP.
033400 77  PRQ-E2                         PIC 9(05) COMP.
033410 77  PRQ-E3                         PIC 9(05) COMP.
033500 77  PRQ-CUR-NUMBER                 PIC 9(05) VALUE 0.
033600 77  PRQ-CUR-SOURCE                 PIC X(08) VALUE SPACES.
033610 77  PRQ-CUR-ASKED-BY               PIC X(20) VALUE SPACES.
033710 77  PRQ-DISP-SEEN                  PIC 9(03) COMP VALUE 0.
033720 77  PRQ-RCPT-SEEN                  PIC 9(03) COMP VALUE 0.
033800 77  PRQ-TEXT-PTR                   PIC 9(03) COMP.
033900 77  PRQ-FILE-STATUS                PIC X(02) VALUE SPACES.
034000 77  PRQ-REASON-TEXT                PIC X(24) VALUE SPACES.
034100 77  PRQ-STATE-TEXT                 PIC X(60) VALUE SPACES.
034200 77  PRQ-FMT-DATE                   PIC 9(08) VALUE 0.
034300 77  PRQ-FMT-TEXT                   PIC X(10) VALUE SPACES.
034400 77  PRQ-FMT-TIME                   PIC 9(08) VALUE 0.
034500 77  PRQ-FMT-CLOCK                  PIC X(08) VALUE SPACES.
034600
034700*--------------------------------------------------------------*
034800*  PRINT-LINE MAP FOR THE PASCALQS REPORT.                      *
034900*--------------------------------------------------------------*
035000 01  PRQ-REPORT-LINES.
035100     05  PRQ-TITLE-LINE               PIC X(132) VALUE
035200         "PASCALTRIANGLE REQUEST STATUS INQUIRY".
035300     05  PRQ-DATE-LINE.
035400         10  FILLER                   PIC X(10)
035500                                       VALUE "RUN DATE: ".
035600         10  PRQ-RPT-DATE             PIC X(10).
035700         10  FILLER                   PIC X(08)
035800                                       VALUE "  MODE: ".
035900         10  PRQ-RPT-MODE             PIC X(06).
036000         10  FILLER                   PIC X(98) VALUE SPACES.
036100     05  PRQ-SECTION-LINE             PIC X(132).
036200     05  PRQ-FILE-LINE.
036300         10  FILLER                   PIC X(02) VALUE SPACES.
036400         10  PRQ-FL-NAME              PIC X(10).
036500         10  FILLER                   PIC X(02) VALUE SPACES.
036600         10  PRQ-FL-STATE             PIC X(24).
036700         10  PRQ-FL-COUNT             PIC ZZZZZZ9.
036800         10  PRQ-FL-RECORDS           PIC X(08).
036900         10  FILLER                   PIC X(79) VALUE SPACES.
037000     05  PRQ-REQ-HEAD-LINE.
037100         10  FILLER                   PIC X(08) VALUE "REQUEST ".
037200         10  PRQ-RH-NUMBER            PIC 9(05).
037300         10  FILLER                   PIC X(18)
037400                                 VALUE "   SOURCE SYSTEM: ".
037500         10  PRQ-RH-SOURCE            PIC X(08).
037600         10  FILLER                   PIC X(13)
037700                                       VALUE "   ASKED BY: ".
037800         10  PRQ-RH-ASKED-BY          PIC X(20).
037900         10  FILLER                   PIC X(60) VALUE SPACES.
038000     05  PRQ-EVENT-HEADING.
038100         10  FILLER                   PIC X(39)
038200             VALUE "  DATE        TIME      SOURCE    EVENT".
038300         10  FILLER                   PIC X(93) VALUE SPACES.
038400     05  PRQ-EVENT-LINE.
038500         10  FILLER                   PIC X(02) VALUE SPACES.
038600         10  PRQ-EL-DATE              PIC X(10).
038700         10  FILLER                   PIC X(02) VALUE SPACES.
038800         10  PRQ-EL-TIME              PIC X(08).
038900         10  FILLER                   PIC X(02) VALUE SPACES.
039000         10  PRQ-EL-SOURCE            PIC X(08).
039100         10  FILLER                   PIC X(02) VALUE SPACES.
039200         10  PRQ-EL-TEXT              PIC X(60).
039300         10  FILLER                   PIC X(38) VALUE SPACES.
039400     05  PRQ-STATUS-LINE.
039500         10  FILLER                   PIC X(18)
039600                                 VALUE "  CURRENT STATUS: ".
039700         10  PRQ-SL-TEXT              PIC X(60).
039800         10  FILLER                   PIC X(54) VALUE SPACES.
039900     05  PRQ-COUNT-LINE.
040000         10  FILLER                   PIC X(02) VALUE SPACES.
040100         10  PRQ-COUNT-LABEL          PIC X(30).
040200         10  PRQ-COUNT-VALUE          PIC ZZZZZZ9.
040300         10  FILLER                   PIC X(93) VALUE SPACES.
040400     05  PRQ-MSG-LINE.
040500         10  PRQ-MSG-TEXT             PIC X(60).
040600         10  FILLER                   PIC X(72) VALUE SPACES.
040700     05  PRQ-BLANK-LINE               PIC X(132) VALUE SPACES.
040800
040900*****************************************************************
041000*  PROCEDURE DIVISION
041100*****************************************************************
041200 PROCEDURE DIVISION.
041300
041400*-----------------------------------------------------------*
041500*  0000-MAINLINE                                             *
041600*-----------------------------------------------------------*
041700 0000-MAINLINE.
041800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
041900     IF PRQ-PARM-OK AND NOT PRQ-OPEN-FAILED
042000         PERFORM 2000-SEARCH-STAGING THRU 2000-EXIT
042100         PERFORM 2200-SEARCH-INPUT THRU 2200-EXIT
042200         PERFORM 2400-SEARCH-RESPONSES THRU 2400-EXIT
042300         PERFORM 2600-SEARCH-REQUEUES THRU 2600-EXIT
042400         PERFORM 2800-SEARCH-HISTORY THRU 2800-EXIT
042500         PERFORM 5000-PRINT-FILES THRU 5000-EXIT
042600         PERFORM 6000-PRINT-REQUESTS THRU 6000-EXIT
042700     END-IF.
042800     IF PRQ-PARM-OK
042900         PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT
043000     END-IF.
043100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
043200     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
043300     STOP RUN.
043400
043500*-----------------------------------------------------------*
043600*  1000-INITIALIZE - PARSE THE PARM, OPEN THE REPORT, AND    *
043700*  TABLE THE REQUESTS TO BE TRACED.                          *
043800*-----------------------------------------------------------*
043900 1000-INITIALIZE.
044000     ACCEPT PRQ-PARM-LINE FROM COMMAND-LINE.
044100     ACCEPT PRQ-RUN-DATE FROM DATE YYYYMMDD.
044200     PERFORM 1050-PARSE-PARM THRU 1050-EXIT.
044300     IF PRQ-PARM-BAD
044400         GO TO 1000-EXIT
044500     END-IF.
044600     OPEN EXTEND PASCALQRP.
044700     IF PRQ-RPT-STATUS NOT = "00"
044800         OPEN OUTPUT PASCALQRP
044900         CLOSE PASCALQRP
045000         OPEN EXTEND PASCALQRP
045100     END-IF.
045200     PERFORM 1400-PRINT-HEADER THRU 1400-EXIT.
045300     IF PRQ-MODE-SINGLE
045400         MOVE PRQ-PARM-REQUEST TO PRQ-CUR-NUMBER
045500         MOVE PRQ-PARM-SOURCE TO PRQ-CUR-SOURCE
045600         MOVE SPACES TO PRQ-CUR-ASKED-BY
045700         PERFORM 1300-TABLE-REQUEST THRU 1300-EXIT
045800         GO TO 1000-EXIT
045900     END-IF.
046000     OPEN INPUT PASCALIQL.
046100     IF PRQ-IQL-STATUS = "00"
046200         SET PRQ-IQL-FILE-OPEN TO TRUE
046300     ELSE
046400         SET PRQ-OPEN-FAILED TO TRUE
046500         DISPLAY "PASCALRQ - UNABLE TO OPEN PASCALIQ - "
046600             "STATUS: " PRQ-IQL-STATUS
046700         GO TO 1000-EXIT
046800     END-IF.
046900     PERFORM 1200-READ-LIST THRU 1200-EXIT
047000         UNTIL PRQ-IQL-EOF.
047100 1000-EXIT.
047200     EXIT.
047300
047400*    THE FIRST WORD IS EITHER LIST OR A 5-DIGIT REQUEST NUMBER;
047500*    A SOURCE SYSTEM MAY FOLLOW THE NUMBER.
047600 1050-PARSE-PARM.
047700     MOVE SPACES TO PRQ-PARM-FIELDS.
047800     UNSTRING PRQ-PARM-LINE DELIMITED BY ALL SPACES
047900         INTO PRQ-PARM-REQUEST PRQ-PARM-SOURCE.
048000     IF PRQ-PARM-REQUEST = "LIST"
048100         SET PRQ-MODE-LIST TO TRUE
048200         GO TO 1050-EXIT
048300     END-IF.
048400     IF PRQ-PARM-REQUEST(1:5) IS NOT NUMERIC
048500         OR PRQ-PARM-REQUEST(6:3) NOT = SPACES
048600         SET PRQ-PARM-BAD TO TRUE
048700         DISPLAY "PASCALRQ - PARM MUST BE A 5-DIGIT REQUEST "
048800             "NUMBER (AND OPTIONAL SOURCE SYSTEM) OR LIST - "
048900             "FOUND: " PRQ-PARM-REQUEST
049000     END-IF.
049100 1050-EXIT.
049200     EXIT.
049300
049400*    BLANK LINES ARE PASSED OVER; A LINE WHOSE REQUEST NUMBER IS
049500*    NOT 5 DIGITS IS REJECTED AND LISTED ON THE CONSOLE.
049600 1200-READ-LIST.
049700     READ PASCALIQL
049800         AT END
049900             SET PRQ-IQL-EOF TO TRUE
050000             GO TO 1200-EXIT
050100     END-READ.
050200     IF PASCAL-INQUIRY-RECORD = SPACES
050300         GO TO 1200-EXIT
050400     END-IF.
050500     ADD 1 TO PRQ-IQL-READ-COUNT.
050600     IF PIQ-REQUEST-NUMBER IS NOT NUMERIC
050700         ADD 1 TO PRQ-IQL-REJECT-COUNT
050800         DISPLAY "PASCALRQ - LIST LINE REJECTED - REQUEST "
050900             "NUMBER NOT 5 DIGITS: " PASCAL-INQUIRY-RECORD
051000         GO TO 1200-EXIT
051100     END-IF.
051200     MOVE PIQ-REQUEST-NUMBER-NUM TO PRQ-CUR-NUMBER.
051300     MOVE PIQ-SOURCE-SYSTEM TO PRQ-CUR-SOURCE.
051310     MOVE PIQ-ASKED-BY TO PRQ-CUR-ASKED-BY.
051400     PERFORM 1300-TABLE-REQUEST THRU 1300-EXIT.
051500 1200-EXIT.
051600     EXIT.
051700
051800 1300-TABLE-REQUEST.
051900     IF PRQ-INQ-COUNT NOT < 200
052000         ADD 1 TO PRQ-INQ-OVERFLOWS
052100         GO TO 1300-EXIT
052200     END-IF.
052300     ADD 1 TO PRQ-INQ-COUNT.
052400     MOVE PRQ-CUR-NUMBER TO PRQ-INQ-NUMBER(PRQ-INQ-COUNT).
052500     MOVE PRQ-CUR-SOURCE TO PRQ-INQ-SOURCE(PRQ-INQ-COUNT).
052600     MOVE PRQ-CUR-ASKED-BY TO PRQ-INQ-ASKED-BY(PRQ-INQ-COUNT).
052700     MOVE 0 TO PRQ-INQ-EVENTS(PRQ-INQ-COUNT).
052800 1300-EXIT.
052900     EXIT.
053000
053100 1400-PRINT-HEADER.
053200     MOVE PRQ-TITLE-LINE TO PASCAL-REPORT-RECORD.
053300     WRITE PASCAL-REPORT-RECORD AFTER ADVANCING PAGE.
053400     MOVE PRQ-RUN-DATE TO PRQ-FMT-DATE.
053500     PERFORM 8400-FORMAT-DATE THRU 8400-EXIT.
053600     MOVE PRQ-FMT-TEXT TO PRQ-RPT-DATE.
053700     IF PRQ-MODE-LIST
053800         MOVE "LIST" TO PRQ-RPT-MODE
053900     ELSE
054000         MOVE "SINGLE" TO PRQ-RPT-MODE
054100     END-IF.
054200     MOVE PRQ-DATE-LINE TO PASCAL-REPORT-RECORD.
054300     WRITE PASCAL-REPORT-RECORD.
054400     MOVE PRQ-BLANK-LINE TO PASCAL-REPORT-RECORD.
054500     WRITE PASCAL-REPORT-RECORD.
054600 1400-EXIT.
054700     EXIT.
054800
054900*-----------------------------------------------------------*
055000*  2000-SEARCH-STAGING - EVERY DETAIL ON PASCALSTG IS A      *
055100*  REQUEST STAGED FOR THE CYCLE NAMED ON ITS HEADER.         *
055200*-----------------------------------------------------------*
055300 2000-SEARCH-STAGING.
055400     OPEN INPUT PASCALSTG.
055500     IF PRQ-STG-STATUS NOT = "00"
055600         ADD 1 TO PRQ-NOT-SEARCHED-COUNT
055700         GO TO 2000-EXIT
055800     END-IF.
055900     PERFORM 2100-READ-STAGING THRU 2100-EXIT
056000         UNTIL PRQ-STG-EOF.
056100     CLOSE PASCALSTG.
056200 2000-EXIT.
056300     EXIT.
056400
056500 2100-READ-STAGING.
056600     READ PASCALSTG
056700         AT END
056800             SET PRQ-STG-EOF TO TRUE
056900             GO TO 2100-EXIT
057000     END-READ.
057100     ADD 1 TO PRQ-STG-READ-COUNT.
057200     IF PGH-IS-HEADER
057300         MOVE PGH-CREATE-DATE TO PRQ-STG-HDR-DATE
057400         MOVE PGH-SOURCE-SYSTEM TO PRQ-STG-HDR-SOURCE
057500         MOVE PGH-CYCLE-NUMBER TO PRQ-STG-HDR-CYCLE
057600         GO TO 2100-EXIT
057700     END-IF.
057800     IF PGH-IS-TRAILER
057900         OR PG-REQUEST-NUMBER IS NOT NUMERIC
058000         GO TO 2100-EXIT
058100     END-IF.
058200     MOVE SPACES TO PRQ-NEW-EVENT.
058300     MOVE PG-REQUEST-NUMBER TO PRQ-CUR-NUMBER.
058400     MOVE PRQ-STG-HDR-SOURCE TO PRQ-CUR-SOURCE.
058500     MOVE PRQ-STG-HDR-DATE TO PRQ-NEW-EV-DATE.
058600     MOVE PRQ-START-OF-DAY TO PRQ-NEW-EV-TIME.
058700     MOVE PRQ-RANK-STAGED TO PRQ-NEW-EV-RANK.
058800     SET PRQ-KIND-STAGED TO TRUE.
058900     MOVE PRQ-STG-HDR-CYCLE TO PRQ-NEW-EV-CYCLE.
059000     MOVE 0 TO PRQ-NEW-EV-RETRY.
059100     IF PG-RETRY-COUNT IS NUMERIC
059200         MOVE PG-RETRY-COUNT TO PRQ-NEW-EV-RETRY
059300     END-IF.
059310     MOVE PRQ-NEW-EV-RETRY TO PRQ-NEW-EV-PASS.
059400     PERFORM 4000-MATCH-REQUESTS THRU 4000-EXIT.
059500 2100-EXIT.
059600     EXIT.
059700
059800*-----------------------------------------------------------*
059900*  2200-SEARCH-INPUT - EVERY DETAIL ON PASCALIN IS A REQUEST *
060000*  RECEIVED IN THE CYCLE NAMED ON THE HEADER BEFORE IT.      *
060100*  CYCLE 00 IS THE FLOATING REQUEUE FEED.                    *
060200*-----------------------------------------------------------*
060300 2200-SEARCH-INPUT.
060400     OPEN INPUT PASCALIN.
060500     IF PRQ-IN-STATUS NOT = "00"
060600         ADD 1 TO PRQ-NOT-SEARCHED-COUNT
060700         GO TO 2200-EXIT
060800     END-IF.
060900     PERFORM 2300-READ-INPUT THRU 2300-EXIT
061000         UNTIL PRQ-IN-EOF.
061100     CLOSE PASCALIN.
061200 2200-EXIT.
061300     EXIT.
061400
061500 2300-READ-INPUT.
061600     READ PASCALIN
061700         AT END
061800             SET PRQ-IN-EOF TO TRUE
061900             GO TO 2300-EXIT
062000     END-READ.
062100     ADD 1 TO PRQ-IN-READ-COUNT.
062200     IF PH-IS-HEADER
062300         MOVE PH-CREATE-DATE TO PRQ-IN-HDR-DATE
062400         MOVE PH-SOURCE-SYSTEM TO PRQ-IN-HDR-SOURCE
062500         MOVE PH-CYCLE-NUMBER TO PRQ-IN-HDR-CYCLE
062600         GO TO 2300-EXIT
062700     END-IF.
062800     IF PH-IS-TRAILER
062900         OR PI-REQUEST-NUMBER IS NOT NUMERIC
063000         GO TO 2300-EXIT
063100     END-IF.
063200     MOVE SPACES TO PRQ-NEW-EVENT.
063300     MOVE PI-REQUEST-NUMBER TO PRQ-CUR-NUMBER.
063400     MOVE PRQ-IN-HDR-SOURCE TO PRQ-CUR-SOURCE.
063500     MOVE PRQ-IN-HDR-DATE TO PRQ-NEW-EV-DATE.
063600     MOVE PRQ-START-OF-DAY TO PRQ-NEW-EV-TIME.
063700     MOVE PRQ-RANK-RECEIVED TO PRQ-NEW-EV-RANK.
063800     SET PRQ-KIND-RECEIVED TO TRUE.
063900     MOVE PRQ-IN-HDR-CYCLE TO PRQ-NEW-EV-CYCLE.
064000     MOVE 0 TO PRQ-NEW-EV-RETRY.
064100     IF PI-RETRY-COUNT IS NUMERIC
064200         MOVE PI-RETRY-COUNT TO PRQ-NEW-EV-RETRY
064300     END-IF.
064310     MOVE PRQ-NEW-EV-RETRY TO PRQ-NEW-EV-PASS.
064400     PERFORM 4000-MATCH-REQUESTS THRU 4000-EXIT.
064500 2300-EXIT.
064600     EXIT.
064700
064800*-----------------------------------------------------------*
064900*  2400-SEARCH-RESPONSES - EVERY PASCALRSP RECORD IS ONE     *
065000*  DISPOSITION, STAMPED WITH ITS RUN DATE AND TIME.          *
065100*-----------------------------------------------------------*
065200 2400-SEARCH-RESPONSES.
065300     OPEN INPUT PASCALRSP.
065400     IF PRQ-RSP-STATUS NOT = "00"
065500         ADD 1 TO PRQ-NOT-SEARCHED-COUNT
065600         GO TO 2400-EXIT
065700     END-IF.
065800     PERFORM 2500-READ-RESPONSE THRU 2500-EXIT
065900         UNTIL PRQ-RSP-EOF.
066000     CLOSE PASCALRSP.
066100 2400-EXIT.
066200     EXIT.
066300
066400 2500-READ-RESPONSE.
066500     READ PASCALRSP
066600         AT END
066700             SET PRQ-RSP-EOF TO TRUE
066800             GO TO 2500-EXIT
066900     END-READ.
067000     ADD 1 TO PRQ-RSP-READ-COUNT.
067100     IF PS-REQUEST-NUMBER IS NOT NUMERIC
067200         OR PS-RUN-DATE IS NOT NUMERIC
067300         OR PS-RUN-TIME IS NOT NUMERIC
067400         GO TO 2500-EXIT
067500     END-IF.
067600     MOVE SPACES TO PRQ-NEW-EVENT.
067700     MOVE PS-REQUEST-NUMBER TO PRQ-CUR-NUMBER.
067800     MOVE PS-SOURCE-SYSTEM TO PRQ-CUR-SOURCE.
067900     MOVE PS-RUN-DATE TO PRQ-NEW-EV-DATE.
068000     MOVE PS-RUN-TIME TO PRQ-NEW-EV-TIME.
068100     MOVE PRQ-RANK-DISPOSED TO PRQ-NEW-EV-RANK.
068200     SET PRQ-KIND-DISPOSED TO TRUE.
068300     MOVE 0 TO PRQ-NEW-EV-CYCLE.
068400     MOVE 0 TO PRQ-NEW-EV-RETRY.
068500     MOVE PS-RUN-STATUS TO PRQ-NEW-EV-STATUS.
068600     MOVE PS-REASON-CODE TO PRQ-NEW-EV-REASON.
068700     PERFORM 4000-MATCH-REQUESTS THRU 4000-EXIT.
068800 2500-EXIT.
068900     EXIT.
069000
069100*-----------------------------------------------------------*
069200*  2600-SEARCH-REQUEUES - EVERY DETAIL ON PASCALREJ IS AN    *
069300*  ERRORED REQUEST REQUEUED ON ITS HEADER'S BUSINESS DATE,   *
069400*  CARRYING THE RETRY COUNT IT WILL RUN UNDER NEXT.          *
069500*-----------------------------------------------------------*
069600 2600-SEARCH-REQUEUES.
069700     OPEN INPUT PASCALREJ.
069800     IF PRQ-REJ-STATUS NOT = "00"
069900         ADD 1 TO PRQ-NOT-SEARCHED-COUNT
070000         GO TO 2600-EXIT
070100     END-IF.
070200     PERFORM 2700-READ-REQUEUE THRU 2700-EXIT
070300         UNTIL PRQ-REJ-EOF.
070400     CLOSE PASCALREJ.
070500 2600-EXIT.
070600     EXIT.
070700
070800 2700-READ-REQUEUE.
070900     READ PASCALREJ
071000         AT END
071100             SET PRQ-REJ-EOF TO TRUE
071200             GO TO 2700-EXIT
071300     END-READ.
071400     ADD 1 TO PRQ-REJ-READ-COUNT.
071500     IF PJH-IS-HEADER
071600         MOVE PJH-CREATE-DATE TO PRQ-REJ-HDR-DATE
071700         MOVE PJH-SOURCE-SYSTEM TO PRQ-REJ-HDR-SOURCE
071800         GO TO 2700-EXIT
071900     END-IF.
072000     IF PJH-IS-TRAILER
072100         OR PJ-REQUEST-NUMBER IS NOT NUMERIC
072200         GO TO 2700-EXIT
072300     END-IF.
072400     MOVE SPACES TO PRQ-NEW-EVENT.
072500     MOVE PJ-REQUEST-NUMBER TO PRQ-CUR-NUMBER.
072600     MOVE PRQ-REJ-HDR-SOURCE TO PRQ-CUR-SOURCE.
072700     MOVE PRQ-REJ-HDR-DATE TO PRQ-NEW-EV-DATE.
072800     MOVE PRQ-END-OF-DAY TO PRQ-NEW-EV-TIME.
072900     MOVE PRQ-RANK-REQUEUED TO PRQ-NEW-EV-RANK.
073000     SET PRQ-KIND-REQUEUED TO TRUE.
073100     MOVE 0 TO PRQ-NEW-EV-CYCLE.
073200     MOVE 0 TO PRQ-NEW-EV-RETRY.
073300     IF PJ-RETRY-COUNT IS NUMERIC
073400         MOVE PJ-RETRY-COUNT TO PRQ-NEW-EV-RETRY
073500     END-IF.
073510     IF PRQ-NEW-EV-RETRY > 0
073520         COMPUTE PRQ-NEW-EV-PASS = PRQ-NEW-EV-RETRY - 1
073530     ELSE
073540         MOVE 0 TO PRQ-NEW-EV-PASS
073550     END-IF.
073600     PERFORM 4000-MATCH-REQUESTS THRU 4000-EXIT.
073700 2700-EXIT.
073800     EXIT.
073900
074000*-----------------------------------------------------------*
074100*  2800-SEARCH-HISTORY - LOOK EACH REQUEST UP ON PASCALHIS   *
074200*  BY KEY.  WITH A SOURCE SYSTEM GIVEN THAT IS ONE READ;     *
074300*  WITHOUT ONE, BROWSE EVERY SOURCE SYSTEM'S RECORD FOR THE  *
074400*  REQUEST NUMBER.                                           *
074500*-----------------------------------------------------------*
074600 2800-SEARCH-HISTORY.
074700     OPEN INPUT PASCALHIS.
074800     IF PRQ-HIS-STATUS NOT = "00"
074900         ADD 1 TO PRQ-NOT-SEARCHED-COUNT
075000         GO TO 2800-EXIT
075100     END-IF.
075200     SET PRQ-HIS-FILE-OPEN TO TRUE.
075300     PERFORM 2900-LOOK-UP-HISTORY THRU 2900-EXIT
075400         VARYING PRQ-I FROM 1 BY 1
075500         UNTIL PRQ-I > PRQ-INQ-COUNT.
075600 2800-EXIT.
075700     EXIT.
075800
075900 2900-LOOK-UP-HISTORY.
076000     MOVE PRQ-INQ-NUMBER(PRQ-I) TO PRH-REQUEST-NUMBER.
076100     IF PRQ-INQ-SOURCE(PRQ-I) NOT = SPACES
076200         MOVE PRQ-INQ-SOURCE(PRQ-I) TO PRH-SOURCE-SYSTEM
076300         READ PASCALHIS KEY IS PRH-KEY
076400         IF PRQ-HIS-STATUS = "00"
076500             ADD 1 TO PRQ-HIS-READ-COUNT
076600             PERFORM 2950-TABLE-HISTORY THRU 2950-EXIT
076700         END-IF
076800         GO TO 2900-EXIT
076900     END-IF.
077000     MOVE LOW-VALUES TO PRH-SOURCE-SYSTEM.
077100     MOVE "N" TO PRQ-HIS-EOF-SWITCH.
077200     START PASCALHIS KEY IS NOT LESS THAN PRH-KEY
077300         INVALID KEY
077400             SET PRQ-HIS-EOF TO TRUE
077500     END-START.
077600     PERFORM 2920-READ-NEXT-HISTORY THRU 2920-EXIT.
077700     PERFORM 2940-BROWSE-HISTORY THRU 2940-EXIT
077800         UNTIL PRQ-HIS-EOF.
077900 2900-EXIT.
078000     EXIT.
078100
078200 2920-READ-NEXT-HISTORY.
078300     IF PRQ-HIS-EOF
078400         GO TO 2920-EXIT
078500     END-IF.
078600     READ PASCALHIS NEXT RECORD
078700         AT END
078800             SET PRQ-HIS-EOF TO TRUE
078900             GO TO 2920-EXIT
079000     END-READ.
079100     IF PRH-REQUEST-NUMBER NOT = PRQ-INQ-NUMBER(PRQ-I)
079200         SET PRQ-HIS-EOF TO TRUE
079300         GO TO 2920-EXIT
079400     END-IF.
079500     ADD 1 TO PRQ-HIS-READ-COUNT.
079600 2920-EXIT.
079700     EXIT.
079800
079900 2940-BROWSE-HISTORY.
080000     PERFORM 2950-TABLE-HISTORY THRU 2950-EXIT.
080100     PERFORM 2920-READ-NEXT-HISTORY THRU 2920-EXIT.
080200 2940-EXIT.
080300     EXIT.
080400
080500*    THE HISTORY RECORD IS ALREADY KNOWN TO BE THIS REQUEST'S,
080600*    SO IT IS TABLED DIRECTLY RATHER THAN MATCHED.
080700 2950-TABLE-HISTORY.
080800     MOVE SPACES TO PRQ-NEW-EVENT.
080900     MOVE PRQ-I TO PRQ-NEW-EV-INQ.
081000     MOVE PRH-ORIG-RUN-DATE TO PRQ-NEW-EV-DATE.
081100     MOVE PRQ-END-OF-DAY TO PRQ-NEW-EV-TIME.
081200     MOVE PRQ-RANK-HISTORY TO PRQ-NEW-EV-RANK.
081210     MOVE PRQ-LAST-PASS TO PRQ-NEW-EV-PASS.
081300     SET PRQ-KIND-HISTORY TO TRUE.
081400     MOVE PRH-SOURCE-SYSTEM TO PRQ-NEW-EV-SOURCE.
081500     MOVE PRH-ORIG-CYCLE TO PRQ-NEW-EV-CYCLE.
081600     MOVE 0 TO PRQ-NEW-EV-RETRY.
081700     PERFORM 4500-ADD-EVENT THRU 4500-EXIT.
081800 2950-EXIT.
081900     EXIT.
082000
082100*-----------------------------------------------------------*
082200*  4000-MATCH-REQUESTS - TABLE THE EVENT IN PRQ-NEW-EVENT    *
082300*  FOR EVERY REQUEST BEING TRACED THAT PRQ-CUR-NUMBER AND    *
082400*  PRQ-CUR-SOURCE MATCH.  THE SAME NUMBER MAY BE ASKED AFTER *
082500*  TWICE UNDER DIFFERENT SOURCE SYSTEMS.                     *
082600*-----------------------------------------------------------*
082700 4000-MATCH-REQUESTS.
082800     MOVE PRQ-CUR-SOURCE TO PRQ-NEW-EV-SOURCE.
082900     PERFORM 4100-MATCH-ONE THRU 4100-EXIT
083000         VARYING PRQ-I FROM 1 BY 1
083100         UNTIL PRQ-I > PRQ-INQ-COUNT.
083200 4000-EXIT.
083300     EXIT.
083400
083500 4100-MATCH-ONE.
083600     IF PRQ-INQ-NUMBER(PRQ-I) NOT = PRQ-CUR-NUMBER
083700         GO TO 4100-EXIT
083800     END-IF.
083900     IF PRQ-INQ-SOURCE(PRQ-I) NOT = SPACES
084000         AND PRQ-INQ-SOURCE(PRQ-I) NOT = PRQ-CUR-SOURCE
084100         GO TO 4100-EXIT
084200     END-IF.
084300     MOVE PRQ-I TO PRQ-NEW-EV-INQ.
084310     IF PRQ-KIND-DISPOSED
084320         PERFORM 4200-SET-DISPOSITION-PASS THRU 4200-EXIT
084330     END-IF.
084400     PERFORM 4500-ADD-EVENT THRU 4500-EXIT.
084500 4100-EXIT.
084600     EXIT.
084602
084604*-----------------------------------------------------------*
084606*  4200-SET-DISPOSITION-PASS - PASCALRSP CARRIES NO RETRY    *
084608*  COUNT.  A REQUEST'S DISPOSITIONS ON A DAY ARE WRITTEN IN  *
084610*  TIME ORDER, ONE PER PASS, SO THE NTH OF THEM BELONGS TO   *
084612*  THE NTH RECEIPT THAT DAY.  RECEIPTS ARE ALL TABLED BEFORE *
084614*  PASCALRSP IS SEARCHED.  WITH NO SUCH RECEIPT THE LAST     *
084616*  ONE THAT DAY IS TAKEN, OR PASS 0 IF THERE WAS NONE.       *
084618*-----------------------------------------------------------*
084620 4200-SET-DISPOSITION-PASS.
084622     MOVE 0 TO PRQ-DISP-SEEN.
084624     MOVE 0 TO PRQ-RCPT-SEEN.
084626     MOVE 0 TO PRQ-NEW-EV-PASS.
084628     PERFORM 4210-COUNT-DISPOSITION THRU 4210-EXIT
084630         VARYING PRQ-E3 FROM 1 BY 1
084632         UNTIL PRQ-E3 > PRQ-EV-COUNT.
084634     PERFORM 4220-FIND-RECEIPT THRU 4220-EXIT
084636         VARYING PRQ-E3 FROM 1 BY 1
084638         UNTIL PRQ-E3 > PRQ-EV-COUNT
084640            OR PRQ-RCPT-SEEN > PRQ-DISP-SEEN.
084642 4200-EXIT.
084644     EXIT.
084646
084648 4210-COUNT-DISPOSITION.
084650     IF PRQ-EV-INQ(PRQ-E3) = PRQ-NEW-EV-INQ
084652         AND PRQ-EV-DATE(PRQ-E3) = PRQ-NEW-EV-DATE
084654         AND PRQ-EV-DISPOSED(PRQ-E3)
084656         ADD 1 TO PRQ-DISP-SEEN
084658     END-IF.
084660 4210-EXIT.
084662     EXIT.
084664
084666 4220-FIND-RECEIPT.
084668     IF PRQ-EV-INQ(PRQ-E3) = PRQ-NEW-EV-INQ
084670         AND PRQ-EV-DATE(PRQ-E3) = PRQ-NEW-EV-DATE
084672         AND PRQ-EV-RECEIVED(PRQ-E3)
084674         ADD 1 TO PRQ-RCPT-SEEN
084676         MOVE PRQ-EV-PASS(PRQ-E3) TO PRQ-NEW-EV-PASS
084678     END-IF.
084680 4220-EXIT.
084682     EXIT.
084700
084800*-----------------------------------------------------------*
084900*  4500-ADD-EVENT - INSERT PRQ-NEW-EVENT IN KEY ORDER.  THE  *
085000*  SEQUENCE NUMBER MAKES EVERY KEY UNIQUE, SO TWO EVENTS     *
085100*  WITH THE SAME DATE, PASS, TIME AND RANK KEEP THE ORDER   *
085110*  FOUND.                                                   *
085200*-----------------------------------------------------------*
085300 4500-ADD-EVENT.
085400     IF PRQ-EV-COUNT NOT < 2000
085500         ADD 1 TO PRQ-EV-OVERFLOWS
085600         GO TO 4500-EXIT
085700     END-IF.
085800     ADD 1 TO PRQ-SEQ-NBR.
085900     MOVE PRQ-SEQ-NBR TO PRQ-NEW-EV-SEQ.
086000     MOVE 1 TO PRQ-E.
086100     PERFORM 4510-SCAN-EVENTS THRU 4510-EXIT
086200         UNTIL PRQ-E > PRQ-EV-COUNT
086300            OR PRQ-EV-KEY(PRQ-E) > PRQ-NEW-EV-KEY.
086400     PERFORM 4520-SHIFT-EVENT THRU 4520-EXIT
086500         VARYING PRQ-E2 FROM PRQ-EV-COUNT BY -1
086600         UNTIL PRQ-E2 < PRQ-E.
086700     ADD 1 TO PRQ-EV-COUNT.
086800     MOVE PRQ-NEW-EVENT TO PRQ-EV-ENTRY(PRQ-E).
086900     ADD 1 TO PRQ-INQ-EVENTS(PRQ-NEW-EV-INQ).
087000 4500-EXIT.
087100     EXIT.
087200
087300 4510-SCAN-EVENTS.
087400     ADD 1 TO PRQ-E.
087500 4510-EXIT.
087600     EXIT.
087700
087800 4520-SHIFT-EVENT.
087900     MOVE PRQ-EV-ENTRY(PRQ-E2) TO PRQ-EV-ENTRY(PRQ-E2 + 1).
088000 4520-EXIT.
088100     EXIT.
088200
088300*-----------------------------------------------------------*
088400*  5000-PRINT-FILES - WHICH FILES WERE SEARCHED, SO A        *
088500*  "NOT FOUND" IS READ AGAINST WHAT WAS ACTUALLY LOOKED AT.  *
088600*-----------------------------------------------------------*
088700 5000-PRINT-FILES.
088800     MOVE "FILES SEARCHED" TO PRQ-SECTION-LINE.
088900     PERFORM 7100-PRINT-SECTION THRU 7100-EXIT.
089000     MOVE "PASCALSTG" TO PRQ-FL-NAME.
089100     MOVE PRQ-STG-STATUS TO PRQ-FILE-STATUS.
089200     MOVE PRQ-STG-READ-COUNT TO PRQ-FL-COUNT.
089300     PERFORM 5100-PRINT-FILE-LINE THRU 5100-EXIT.
089400     MOVE "PASCALIN" TO PRQ-FL-NAME.
089500     MOVE PRQ-IN-STATUS TO PRQ-FILE-STATUS.
089600     MOVE PRQ-IN-READ-COUNT TO PRQ-FL-COUNT.
089700     PERFORM 5100-PRINT-FILE-LINE THRU 5100-EXIT.
089800     MOVE "PASCALRSP" TO PRQ-FL-NAME.
089900     MOVE PRQ-RSP-STATUS TO PRQ-FILE-STATUS.
090000     MOVE PRQ-RSP-READ-COUNT TO PRQ-FL-COUNT.
090100     PERFORM 5100-PRINT-FILE-LINE THRU 5100-EXIT.
090200     MOVE "PASCALREJ" TO PRQ-FL-NAME.
090300     MOVE PRQ-REJ-STATUS TO PRQ-FILE-STATUS.
090400     MOVE PRQ-REJ-READ-COUNT TO PRQ-FL-COUNT.
090500     PERFORM 5100-PRINT-FILE-LINE THRU 5100-EXIT.
090600     MOVE "PASCALHIS" TO PRQ-FL-NAME.
090700     IF PRQ-HIS-FILE-OPEN
090800         MOVE "00" TO PRQ-FILE-STATUS
090900     ELSE
091000         MOVE PRQ-HIS-STATUS TO PRQ-FILE-STATUS
091100     END-IF.
091200     MOVE PRQ-HIS-READ-COUNT TO PRQ-FL-COUNT.
091300     PERFORM 5100-PRINT-FILE-LINE THRU 5100-EXIT.
091400 5000-EXIT.
091500     EXIT.
091600
091700*    PRQ-FILE-STATUS CARRIES THE FILE'S LAST STATUS IN.  A FILE
091800*    READ TO END HAS STATUS 10; ONE NEVER OPENED HAS ITS OPEN
091900*    FAILURE.
092000 5100-PRINT-FILE-LINE.
092100     IF PRQ-FILE-STATUS = "00" OR PRQ-FILE-STATUS = "10"
092200         MOVE "SEARCHED" TO PRQ-FL-STATE
092300         MOVE " RECORDS" TO PRQ-FL-RECORDS
092400     ELSE
092500         MOVE SPACES TO PRQ-FL-STATE
092600         STRING "NOT SEARCHED - STATUS " PRQ-FILE-STATUS
092700             DELIMITED BY SIZE INTO PRQ-FL-STATE
092800         MOVE SPACES TO PRQ-FL-RECORDS
092900         MOVE 0 TO PRQ-FL-COUNT
093000     END-IF.
093100     MOVE PRQ-FILE-LINE TO PASCAL-REPORT-RECORD.
093200     WRITE PASCAL-REPORT-RECORD.
093300 5100-EXIT.
093400     EXIT.
093500
093600*-----------------------------------------------------------*
093700*  6000-PRINT-REQUESTS - ONE TIMELINE PER REQUEST TRACED.    *
093800*  THE EVENT TABLE IS IN REQUEST ORDER, SO ONE POINTER WALKS *
093900*  IT ONCE FOR ALL OF THEM.                                  *
094000*-----------------------------------------------------------*
094100 6000-PRINT-REQUESTS.
094200     MOVE 1 TO PRQ-E.
094300     PERFORM 6100-PRINT-ONE-REQUEST THRU 6100-EXIT
094400         VARYING PRQ-I FROM 1 BY 1
094500         UNTIL PRQ-I > PRQ-INQ-COUNT.
094600 6000-EXIT.
094700     EXIT.
094800
094900*    IN LIST MODE EACH REQUEST STARTS A NEW PAGE SO IT CAN BE
095000*    SENT BACK ON ITS OWN.
095100 6100-PRINT-ONE-REQUEST.
095200     MOVE PRQ-INQ-NUMBER(PRQ-I) TO PRQ-RH-NUMBER.
095300     IF PRQ-INQ-SOURCE(PRQ-I) = SPACES
095400         MOVE "(ANY)" TO PRQ-RH-SOURCE
095500     ELSE
095600         MOVE PRQ-INQ-SOURCE(PRQ-I) TO PRQ-RH-SOURCE
095700     END-IF.
095800     MOVE PRQ-INQ-ASKED-BY(PRQ-I) TO PRQ-RH-ASKED-BY.
095900     IF PRQ-MODE-LIST
096000         MOVE PRQ-REQ-HEAD-LINE TO PASCAL-REPORT-RECORD
096100         WRITE PASCAL-REPORT-RECORD AFTER ADVANCING PAGE
096200     ELSE
096300         MOVE PRQ-BLANK-LINE TO PASCAL-REPORT-RECORD
096400         WRITE PASCAL-REPORT-RECORD
096500         MOVE PRQ-REQ-HEAD-LINE TO PASCAL-REPORT-RECORD
096600         WRITE PASCAL-REPORT-RECORD
096700         DISPLAY PRQ-REQ-HEAD-LINE(1:72)
096800     END-IF.
096900     MOVE PRQ-BLANK-LINE TO PASCAL-REPORT-RECORD.
097000     WRITE PASCAL-REPORT-RECORD.
097100     MOVE SPACES TO PRQ-STATE-TEXT.
097300     IF PRQ-INQ-EVENTS(PRQ-I) = 0
097400         ADD 1 TO PRQ-NOT-FOUND-COUNT
097500         MOVE "  NO TRACE OF THIS REQUEST ON ANY FILE SEARCHED"
097600             TO PRQ-MSG-TEXT
097700         PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT
097800         MOVE "NOT FOUND" TO PRQ-STATE-TEXT
097900         GO TO 6100-STATUS
098000     END-IF.
098100     ADD 1 TO PRQ-FOUND-COUNT.
098200     MOVE PRQ-EVENT-HEADING TO PASCAL-REPORT-RECORD.
098300     WRITE PASCAL-REPORT-RECORD.
098400     IF PRQ-MODE-SINGLE
098500         DISPLAY PRQ-EVENT-HEADING(1:39)
098600     END-IF.
098700     PERFORM 6200-PRINT-ONE-EVENT THRU 6200-EXIT
098800         UNTIL PRQ-E > PRQ-EV-COUNT
098900            OR PRQ-EV-INQ(PRQ-E) NOT = PRQ-I.
099000 6100-STATUS.
099100     MOVE PRQ-STATE-TEXT TO PRQ-SL-TEXT.
099200     MOVE PRQ-STATUS-LINE TO PASCAL-REPORT-RECORD.
099300     WRITE PASCAL-REPORT-RECORD.
099400     IF PRQ-MODE-SINGLE
099500         DISPLAY PRQ-STATUS-LINE(1:78)
099600     END-IF.
099700 6100-EXIT.
099800     EXIT.
099900
100000*-----------------------------------------------------------*
100100*  6200-PRINT-ONE-EVENT - DESCRIBE THE EVENT AND CARRY THE   *
100200*  REQUEST'S STATUS FORWARD.  EVENTS COME PASS BY PASS, SO   *
100300*  AN ERROR ON ITS LAST PERMITTED RETRY PASS IS PARKED.      *
100400*-----------------------------------------------------------*
100500 6200-PRINT-ONE-EVENT.
100600     MOVE PRQ-EV-ENTRY(PRQ-E) TO PRQ-CUR-EVENT.
100700     ADD 1 TO PRQ-E.
100800     MOVE PRQ-CUR-EV-DATE TO PRQ-FMT-DATE.
100900     PERFORM 8400-FORMAT-DATE THRU 8400-EXIT.
101000     MOVE PRQ-FMT-TEXT TO PRQ-EL-DATE.
101100     MOVE SPACES TO PRQ-EL-TIME.
101200     IF PRQ-CUR-DISPOSED
101300         MOVE PRQ-CUR-EV-TIME TO PRQ-FMT-TIME
101400         PERFORM 8500-FORMAT-TIME THRU 8500-EXIT
101500         MOVE PRQ-FMT-CLOCK TO PRQ-EL-TIME
101600     END-IF.
101700     MOVE PRQ-CUR-EV-SOURCE TO PRQ-EL-SOURCE.
101800     MOVE SPACES TO PRQ-EL-TEXT.
101900     EVALUATE TRUE
102000         WHEN PRQ-CUR-STAGED
102100             PERFORM 6310-DESCRIBE-STAGED THRU 6310-EXIT
102200         WHEN PRQ-CUR-RECEIVED
102300             PERFORM 6320-DESCRIBE-RECEIVED THRU 6320-EXIT
102400         WHEN PRQ-CUR-DISPOSED
102500             PERFORM 6330-DESCRIBE-DISPOSED THRU 6330-EXIT
102600         WHEN PRQ-CUR-REQUEUED
102700             PERFORM 6340-DESCRIBE-REQUEUED THRU 6340-EXIT
102800         WHEN PRQ-CUR-HISTORY
102900             PERFORM 6350-DESCRIBE-HISTORY THRU 6350-EXIT
103000     END-EVALUATE.
103100     MOVE PRQ-EVENT-LINE TO PASCAL-REPORT-RECORD.
103200     WRITE PASCAL-REPORT-RECORD.
103300     IF PRQ-MODE-SINGLE
103400         DISPLAY PRQ-EVENT-LINE(1:94)
103500     END-IF.
103600 6200-EXIT.
103700     EXIT.
103800
103900 6310-DESCRIBE-STAGED.
104000     IF PRQ-CUR-EV-RETRY > 0
104100         STRING "STAGED FOR CYCLE " PRQ-CUR-EV-CYCLE
104200             " - RETRY " PRQ-CUR-EV-RETRY
104300             DELIMITED BY SIZE INTO PRQ-EL-TEXT
104400     ELSE
104500         STRING "STAGED FOR CYCLE " PRQ-CUR-EV-CYCLE
104600             DELIMITED BY SIZE INTO PRQ-EL-TEXT
104700     END-IF.
104800     MOVE "STAGED - NOT YET PROCESSED" TO PRQ-STATE-TEXT.
104900 6310-EXIT.
105000     EXIT.
105100
105200 6320-DESCRIBE-RECEIVED.
105400     MOVE 1 TO PRQ-TEXT-PTR.
105500     IF PRQ-CUR-EV-CYCLE = 0
105600         STRING "RECEIVED ON THE REQUEUE FEED (CYCLE 00)"
105700             DELIMITED BY SIZE INTO PRQ-EL-TEXT
105800             WITH POINTER PRQ-TEXT-PTR
105900     ELSE
106000         STRING "RECEIVED IN CYCLE " PRQ-CUR-EV-CYCLE
106100             DELIMITED BY SIZE INTO PRQ-EL-TEXT
106200             WITH POINTER PRQ-TEXT-PTR
106300     END-IF.
106400     IF PRQ-CUR-EV-RETRY > 0
106500         STRING " - RETRY " PRQ-CUR-EV-RETRY
106600             DELIMITED BY SIZE INTO PRQ-EL-TEXT
106700             WITH POINTER PRQ-TEXT-PTR
106800     END-IF.
106900     MOVE "RECEIVED - NO DISPOSITION ON FILE YET"
107000         TO PRQ-STATE-TEXT.
107100 6320-EXIT.
107200     EXIT.
107300
107400*    A RESTART SKIP MEANS AN EARLIER RUN ALREADY DISPOSED OF THE
107500*    REQUEST, SO IT LEAVES THE STATUS AS THAT RUN SET IT.
107600 6330-DESCRIBE-DISPOSED.
107700     EVALUATE TRUE
107800         WHEN PRQ-CUR-COMPLETED
107900             MOVE "COMPLETED" TO PRQ-EL-TEXT
108000             MOVE "COMPLETED" TO PRQ-STATE-TEXT
108100         WHEN PRQ-CUR-ERROR
108200             PERFORM 6400-REASON-TEXT THRU 6400-EXIT
108300             IF PRQ-CUR-EV-PASS NOT < PRQ-MAX-RETRIES
108400                 STRING "ERRORED - REASON " PRQ-CUR-EV-REASON
108500                     " - PARKED, RETRIES USED UP"
108600                     DELIMITED BY SIZE INTO PRQ-EL-TEXT
108700                 MOVE SPACES TO PRQ-STATE-TEXT
108800                 STRING "PARKED AFTER " PRQ-CUR-EV-PASS
108900                     " RETRIES - NEEDS CORRECTING AND RESENDING"
109000                     DELIMITED BY SIZE INTO PRQ-STATE-TEXT
109100             ELSE
109200                 STRING "ERRORED - REASON " PRQ-CUR-EV-REASON
109300                     " " PRQ-REASON-TEXT
109400                     DELIMITED BY SIZE INTO PRQ-EL-TEXT
109500                 MOVE SPACES TO PRQ-STATE-TEXT
109600                 STRING "ERRORED - REASON " PRQ-CUR-EV-REASON
109700                     " " PRQ-REASON-TEXT
109800                     DELIMITED BY SIZE INTO PRQ-STATE-TEXT
109900             END-IF
110000         WHEN PRQ-CUR-SKIPPED
110100             MOVE "SKIPPED ON RESTART - ALREADY PROCESSED"
110200                 TO PRQ-EL-TEXT
110300             IF PRQ-STATE-TEXT = SPACES
110400                 MOVE "PROCESSED BEFORE A RESTART"
110500                     TO PRQ-STATE-TEXT
110600             END-IF
110700         WHEN PRQ-CUR-DUPLICATE
110800             MOVE "DUPLICATE - REJECTED, COMPLETED EARLIER"
110900                 TO PRQ-EL-TEXT
111000             MOVE "COMPLETED EARLIER - RESEND REJECTED"
111100                 TO PRQ-STATE-TEXT
111200         WHEN PRQ-CUR-EXPIRED
111300             MOVE "EXPIRED - NEEDED-BY DATE HAD PASSED"
111400                 TO PRQ-EL-TEXT
111500             MOVE "EXPIRED - NOT PROCESSED" TO PRQ-STATE-TEXT
111600         WHEN OTHER
111700             STRING "DISPOSITION " PRQ-CUR-EV-STATUS
111800                 " - REASON " PRQ-CUR-EV-REASON
111900                 DELIMITED BY SIZE INTO PRQ-EL-TEXT
112000     END-EVALUATE.
112100 6330-EXIT.
112200     EXIT.
112300
112400 6340-DESCRIBE-REQUEUED.
112500     STRING "REQUEUED FOR A LATER CYCLE - RETRY "
112600         PRQ-CUR-EV-RETRY
112700         DELIMITED BY SIZE INTO PRQ-EL-TEXT.
112800     MOVE "REQUEUED - WAITING FOR ITS NEXT CYCLE"
112900         TO PRQ-STATE-TEXT.
113000 6340-EXIT.
113100     EXIT.
113200
113300*    THE HISTORY RECORD ONLY EVER CONFIRMS A COMPLETION ALREADY
113400*    SEEN; IT SETS THE STATUS ONLY WHEN NOTHING ELSE WAS FOUND.
113500 6350-DESCRIBE-HISTORY.
113600     STRING "ON REQUEST HISTORY - COMPLETED IN CYCLE "
113700         PRQ-CUR-EV-CYCLE
113800         DELIMITED BY SIZE INTO PRQ-EL-TEXT.
113900     IF PRQ-STATE-TEXT = SPACES
114000         MOVE "COMPLETED" TO PRQ-STATE-TEXT
114100     END-IF.
114200 6350-EXIT.
114300     EXIT.
114400
114500 6400-REASON-TEXT.
114600     EVALUATE TRUE
114700         WHEN PRQ-CUR-RSN-NOT-NUMERIC
114800             MOVE "(ROWS NOT NUMERIC)" TO PRQ-REASON-TEXT
114900         WHEN PRQ-CUR-RSN-OUT-OF-RANGE
115000             MOVE "(ROWS OUT OF RANGE)" TO PRQ-REASON-TEXT
115100         WHEN PRQ-CUR-RSN-BAD-TYPE
115200             MOVE "(BAD REQUEST TYPE)" TO PRQ-REASON-TEXT
115300         WHEN PRQ-CUR-RSN-BAD-COLUMN
115400             MOVE "(BAD COLUMN)" TO PRQ-REASON-TEXT
115500         WHEN PRQ-CUR-RSN-BAD-PROB
115600             MOVE "(BAD PROBABILITY)" TO PRQ-REASON-TEXT
115700         WHEN PRQ-CUR-RSN-BAD-PRIORITY
115800             MOVE "(BAD PRIORITY CLASS)" TO PRQ-REASON-TEXT
115900         WHEN PRQ-CUR-RSN-BAD-NEEDED-BY
116000             MOVE "(BAD NEEDED-BY DATE)" TO PRQ-REASON-TEXT
116100         WHEN OTHER
116200             MOVE SPACES TO PRQ-REASON-TEXT
116300     END-EVALUATE.
116400 6400-EXIT.
116500     EXIT.
116600
116700 7100-PRINT-SECTION.
116800     MOVE PRQ-BLANK-LINE TO PASCAL-REPORT-RECORD.
116900     WRITE PASCAL-REPORT-RECORD.
117000     MOVE PRQ-SECTION-LINE TO PASCAL-REPORT-RECORD.
117100     WRITE PASCAL-REPORT-RECORD.
117200 7100-EXIT.
117300     EXIT.
117400
117500 7200-PRINT-MESSAGE.
117600     MOVE PRQ-MSG-LINE TO PASCAL-REPORT-RECORD.
117700     WRITE PASCAL-REPORT-RECORD.
117800     IF PRQ-MODE-SINGLE
117900         DISPLAY PRQ-MSG-TEXT
118000     END-IF.
118100 7200-EXIT.
118200     EXIT.
118300
118400*-----------------------------------------------------------*
118500*  8000-PRINT-COUNTS - RUN SUMMARY.                          *
118600*-----------------------------------------------------------*
118700 8000-PRINT-COUNTS.
118800     MOVE "RUN SUMMARY" TO PRQ-SECTION-LINE.
118900     IF PRQ-MODE-LIST
119000         MOVE PRQ-SECTION-LINE TO PASCAL-REPORT-RECORD
119100         WRITE PASCAL-REPORT-RECORD AFTER ADVANCING PAGE
119200         MOVE PRQ-BLANK-LINE TO PASCAL-REPORT-RECORD
119300         WRITE PASCAL-REPORT-RECORD
119400     ELSE
119500         PERFORM 7100-PRINT-SECTION THRU 7100-EXIT
119600     END-IF.
119700     IF PRQ-MODE-LIST
119800         MOVE "LIST LINES READ" TO PRQ-COUNT-LABEL
119900         MOVE PRQ-IQL-READ-COUNT TO PRQ-COUNT-VALUE
120000         PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT
120100         MOVE "  REJECTED" TO PRQ-COUNT-LABEL
120200         MOVE PRQ-IQL-REJECT-COUNT TO PRQ-COUNT-VALUE
120300         PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT
120400     END-IF.
120500     MOVE "REQUESTS TRACED" TO PRQ-COUNT-LABEL.
120600     MOVE PRQ-INQ-COUNT TO PRQ-COUNT-VALUE.
120700     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
120800     MOVE "  FOUND" TO PRQ-COUNT-LABEL.
120900     MOVE PRQ-FOUND-COUNT TO PRQ-COUNT-VALUE.
121000     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
121100     MOVE "  NOT FOUND" TO PRQ-COUNT-LABEL.
121200     MOVE PRQ-NOT-FOUND-COUNT TO PRQ-COUNT-VALUE.
121300     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
121400     MOVE "EVENTS LISTED" TO PRQ-COUNT-LABEL.
121500     MOVE PRQ-EV-COUNT TO PRQ-COUNT-VALUE.
121600     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
121700     MOVE "FILES NOT SEARCHED" TO PRQ-COUNT-LABEL.
121800     MOVE PRQ-NOT-SEARCHED-COUNT TO PRQ-COUNT-VALUE.
121900     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
122000     IF PRQ-INQ-OVERFLOWS > 0
122100         MOVE "REQUESTS NOT TRACED (FULL)" TO PRQ-COUNT-LABEL
122200         MOVE PRQ-INQ-OVERFLOWS TO PRQ-COUNT-VALUE
122300         PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT
122400     END-IF.
122500     IF PRQ-EV-OVERFLOWS > 0
122600         MOVE "EVENTS NOT LISTED (FULL)" TO PRQ-COUNT-LABEL
122700         MOVE PRQ-EV-OVERFLOWS TO PRQ-COUNT-VALUE
122800         PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT
122900     END-IF.
123000     EVALUATE TRUE
123100         WHEN PRQ-OPEN-FAILED
123200             MOVE "*** PASCALIQ MISSING - NOTHING TRACED"
123300                 TO PRQ-MSG-TEXT
123400         WHEN PRQ-INQ-OVERFLOWS > 0 OR PRQ-EV-OVERFLOWS > 0
123500             MOVE "*** TABLE FULL - REPORT IS INCOMPLETE ***"
123600                 TO PRQ-MSG-TEXT
123700         WHEN PRQ-NOT-SEARCHED-COUNT > 0
123800             MOVE "*** NOT EVERY FILE SEARCHED - SEE ABOVE ***"
123900                 TO PRQ-MSG-TEXT
124000         WHEN PRQ-NOT-FOUND-COUNT > 0
124100             MOVE "*** REQUESTS NOT FOUND - SEE ABOVE ***"
124200                 TO PRQ-MSG-TEXT
124300         WHEN OTHER
124400             MOVE "EVERY REQUEST FOUND" TO PRQ-MSG-TEXT
124500     END-EVALUATE.
124600     PERFORM 7200-PRINT-MESSAGE THRU 7200-EXIT.
124700 8000-EXIT.
124800     EXIT.
124900
125000 8200-PRINT-COUNT-LINE.
125100     MOVE PRQ-COUNT-LINE TO PASCAL-REPORT-RECORD.
125200     WRITE PASCAL-REPORT-RECORD.
125300 8200-EXIT.
125400     EXIT.
125500
125600 8400-FORMAT-DATE.
125700     MOVE SPACES TO PRQ-FMT-TEXT.
125800     STRING PRQ-FMT-DATE(1:4) "-" PRQ-FMT-DATE(5:2) "-"
125900         PRQ-FMT-DATE(7:2) DELIMITED BY SIZE INTO PRQ-FMT-TEXT.
126000 8400-EXIT.
126100     EXIT.
126200
126300 8500-FORMAT-TIME.
126400     MOVE SPACES TO PRQ-FMT-CLOCK.
126500     STRING PRQ-FMT-TIME(1:2) ":" PRQ-FMT-TIME(3:2) ":"
126600         PRQ-FMT-TIME(5:2) DELIMITED BY SIZE INTO PRQ-FMT-CLOCK.
126700 8500-EXIT.
126800     EXIT.
126900
127000*-----------------------------------------------------------*
127100*  9000-TERMINATE - CLOSE EVERYTHING.  THE SEQUENTIAL INPUTS *
127200*  WERE CLOSED AS EACH WAS SEARCHED.                         *
127300*-----------------------------------------------------------*
127400 9000-TERMINATE.
127500     IF PRQ-IQL-FILE-OPEN
127600         CLOSE PASCALIQL
127700     END-IF.
127800     IF PRQ-HIS-FILE-OPEN
127900         CLOSE PASCALHIS
128000     END-IF.
128100     IF PRQ-PARM-OK
128200         CLOSE PASCALQRP
128300     END-IF.
128400 9000-EXIT.
128500     EXIT.
128600
128700*-----------------------------------------------------------*
128800*  9900-SET-RETURN-CODE - GRADED CONDITION CODE FOR THE      *
128900*  SCHEDULER.                                                *
129000*-----------------------------------------------------------*
129100 9900-SET-RETURN-CODE.
129200     EVALUATE TRUE
129300         WHEN PRQ-PARM-BAD
129400             MOVE 12 TO RETURN-CODE
129500         WHEN PRQ-OPEN-FAILED
129600             MOVE 12 TO RETURN-CODE
129700         WHEN PRQ-INQ-OVERFLOWS > 0
129800             MOVE 8 TO RETURN-CODE
129900         WHEN PRQ-EV-OVERFLOWS > 0
130000             MOVE 8 TO RETURN-CODE
130100         WHEN PRQ-NOT-FOUND-COUNT > 0
130200             MOVE 4 TO RETURN-CODE
130300         WHEN PRQ-IQL-REJECT-COUNT > 0
130400             MOVE 4 TO RETURN-CODE
130500         WHEN PRQ-NOT-SEARCHED-COUNT > 0
130600             MOVE 4 TO RETURN-CODE
130700         WHEN OTHER
130800             MOVE 0 TO RETURN-CODE
130900     END-EVALUATE.
131000 9900-EXIT.
131100     EXIT.
