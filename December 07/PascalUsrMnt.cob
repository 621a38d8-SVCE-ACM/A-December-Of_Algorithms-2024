000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PascalUsrMnt.
000300 AUTHOR. KISHORE MURUGANANTHAM.
000400 INSTALLATION. SVCE-ACM DECEMBER-OF-ALGORITHMS.
000500 DATE-WRITTEN. 15-OCT-2026.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*  MAINTENANCE AND RECERTIFICATION FOR THE KEYED PASCALUSR
001000*  AUTHORIZED-USER FILE THAT GATES EVERY PascalTriangle SIGN-ON.
001100*  THE FILE WAS BEING EDITED BY HAND; EVERY CHANGE NOW GOES
001200*  THROUGH A TRANSACTION AND LEAVES A BEFORE/AFTER RECORD ON THE
001300*  PASCALULG CHANGE LOG SAYING WHO CHANGED WHICH USERID AND WHEN.
001400*
001500*  RUN PARM (BLANK-DELIMITED):  FUNCTION  OPERATOR  JOBNAME
001600*      MAINT  OPERATOR [JOBNAME]
001700*                   - APPLY THE PASCALUTX TRANSACTIONS (ADD,
001800*                     CHANGE, DEACTIVATE, LIST - SEE PASCALUT)
001900*                     TO PASCALUSR.  OPERATOR IS THE USERID OF
002000*                     THE PERSON MAKING THE CHANGES AND IS
002100*                     REQUIRED; IT IS WRITTEN TO EVERY CHANGE-
002200*                     LOG RECORD.  NO OPERATOR MAY ADD, CHANGE,
002300*                     OR DEACTIVATE THE OPERATOR'S OWN USERID.
002400*      RECERT [AS-OF-DATE]
002500*                   - QUARTERLY RECERTIFICATION REPORT: EVERY
002600*                     USERID ON PASCALUSR WITH ITS LAST
002700*                     COMPLETED ("C") RUN FROM PASCALAUD, AND
002800*                     EVERY ACTIVE USERID WITH NO RUN IN THE
002900*                     LAST 90 DAYS FLAGGED FOR SECURITY REVIEW.
003000*                     THE AS-OF DATE DEFAULTS TO THE CURRENT
003100*                     BUSINESS DATE ON PASCALCAL, THEN TO THE
003200*                     MACHINE DATE.
003300*  BOTH FUNCTIONS PRINT TO PASCALUR.
003400*
003500*  RETURN CODE: 0 = CLEAN, 4 = A TRANSACTION WAS REJECTED OR A
003600*  USERID IS FLAGGED FOR REVIEW, 12 = BAD PARM, A FILE COULD NOT
003700*  BE OPENED, OR A CHANGE COULD NOT BE LOGGED.
003800*
003900*  MODIFICATION HISTORY
004000*  YYYY-MM-DD  BY   DESCRIPTION
004100*  2026-10-15  KM   ORIGINAL - USER MAINTENANCE, CHANGE LOG, AND
004200*                   QUARTERLY RECERTIFICATION REPORT.
004300*****************************************************************
004400
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000*--------------------------------------------------------------*
005100*  AUTHORIZED USERS, KEYED BY USERID - THE SAME FILE            *
005200*  PascalTriangle CHECKS AT SIGN-ON.                            *
005300*--------------------------------------------------------------*
005400     SELECT PASCALUSR ASSIGN TO PASCALUS
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS PUS-USERID
005800         FILE STATUS IS PUM-USR-STATUS.
005900
006000*--------------------------------------------------------------*
006100*  MAINTENANCE TRANSACTIONS.                                    *
006200*--------------------------------------------------------------*
006300     SELECT PASCALUTX ASSIGN TO PASCALUT
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS PUM-TRN-STATUS.
006600
006700*--------------------------------------------------------------*
006800*  BEFORE/AFTER CHANGE LOG - APPENDED, NEVER REWRITTEN.         *
006900*--------------------------------------------------------------*
007000     SELECT PASCALULG ASSIGN TO PASCALUL
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS PUM-LOG-STATUS.
007300
007400*--------------------------------------------------------------*
007500*  RUN AUDIT LOG WRITTEN BY PascalTriangle - SOURCE OF EACH     *
007600*  USER'S LAST COMPLETED RUN.                                   *
007700*--------------------------------------------------------------*
007800     SELECT PASCALAUD ASSIGN TO PASCALAU
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS PUM-AUD-STATUS.
008100
008200*--------------------------------------------------------------*
008300*  PROCESSING CALENDAR - CURRENT BUSINESS DATE FOR THE          *
008400*  RECERTIFICATION AS-OF DATE.                                  *
008500*--------------------------------------------------------------*
008600     SELECT PASCALCAL ASSIGN TO PASCALCA
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS PUM-CAL-STATUS.
008900
009000*--------------------------------------------------------------*
009100*  PRINTED MAINTENANCE LISTING / RECERTIFICATION REPORT.        *
009200*--------------------------------------------------------------*
009300     SELECT PASCALURP ASSIGN TO PASCALUR
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS PUM-RPT-STATUS.
009600
009700 DATA DIVISION.
009800 FILE SECTION.
009900
010000 FD  PASCALUSR.
010100 COPY PASCALUS.
010200
010300 FD  PASCALUTX
010400     RECORDING MODE IS F.
010500 COPY PASCALUT.
010600
010700 FD  PASCALULG
010800     RECORDING MODE IS F.
010900 COPY PASCALUL.
011000
011100 FD  PASCALAUD
011200     RECORDING MODE IS F.
011300 COPY PASCALAU.
011400
011500 FD  PASCALCAL
011600     RECORDING MODE IS F.
011700 COPY PASCALCA.
011800
011900 FD  PASCALURP
012000     RECORDING MODE IS F.
012100 COPY PASCALRT.
012200
012300 WORKING-STORAGE SECTION.
012400
012500*--------------------------------------------------------------*
012600*  FILE STATUS BYTES.                                           *
012700*--------------------------------------------------------------*
012800 01  PUM-FILE-STATUSES.
012900     05  PUM-USR-STATUS             PIC X(02) VALUE "00".
013000     05  PUM-TRN-STATUS             PIC X(02) VALUE "00".
013100     05  PUM-LOG-STATUS             PIC X(02) VALUE "00".
013200     05  PUM-AUD-STATUS             PIC X(02) VALUE "00".
013300     05  PUM-CAL-STATUS             PIC X(02) VALUE "00".
013400     05  PUM-RPT-STATUS             PIC X(02) VALUE "00".
013500
013600*--------------------------------------------------------------*
013700*  RUN-CONTROL SWITCHES.                                        *
013800*--------------------------------------------------------------*
013900 01  PUM-SWITCHES.
014000     05  PUM-FUNCTION-SWITCH        PIC X(01) VALUE "M".
014100         88  PUM-FUNC-MAINT         VALUE "M".
014200         88  PUM-FUNC-RECERT        VALUE "R".
014300     05  PUM-PARM-OK-SWITCH         PIC X(01) VALUE "Y".
014400         88  PUM-PARM-OK            VALUE "Y".
014500         88  PUM-PARM-BAD           VALUE "N".
014600     05  PUM-OPEN-FAIL-SWITCH       PIC X(01) VALUE "N".
014700         88  PUM-OPEN-FAILED        VALUE "Y".
014800     05  PUM-USR-OPEN-SWITCH        PIC X(01) VALUE "N".
014900         88  PUM-USR-FILE-OPEN      VALUE "Y".
015000     05  PUM-TRN-OPEN-SWITCH        PIC X(01) VALUE "N".
015100         88  PUM-TRN-FILE-OPEN      VALUE "Y".
015200     05  PUM-LOG-OPEN-SWITCH        PIC X(01) VALUE "N".
015300         88  PUM-LOG-FILE-OPEN      VALUE "Y".
015400     05  PUM-AUD-OPEN-SWITCH        PIC X(01) VALUE "N".
015500         88  PUM-AUD-FILE-OPEN      VALUE "Y".
015600     05  PUM-TRN-EOF-SWITCH         PIC X(01) VALUE "N".
015700         88  PUM-TRN-EOF            VALUE "Y".
015800     05  PUM-USR-EOF-SWITCH         PIC X(01) VALUE "N".
015900         88  PUM-USR-EOF            VALUE "Y".
016000     05  PUM-AUD-EOF-SWITCH         PIC X(01) VALUE "N".
016100         88  PUM-AUD-EOF            VALUE "Y".
016200     05  PUM-CAL-EOF-SWITCH         PIC X(01) VALUE "N".
016300         88  PUM-CAL-EOF            VALUE "Y".
016400
016500*--------------------------------------------------------------*
016600*  RUN PARM WORK AREAS.                                         *
016700*--------------------------------------------------------------*
016800 01  PUM-PARM-LINE                  PIC X(80).
016900 01  PUM-PARM-FIELDS.
017000     05  PUM-PARM-FUNC              PIC X(08).
017100     05  PUM-PARM-TOKEN-2           PIC X(08).
017200     05  PUM-PARM-JOBNAME           PIC X(08).
017300 77  PUM-OPERATOR-ID                PIC X(08) VALUE SPACES.
017400 77  PUM-JOBNAME                    PIC X(08) VALUE "PASCALUM".
017500 77  PUM-RUN-DATE                   PIC 9(08) VALUE 0.
017600 77  PUM-RUN-TIME                   PIC 9(08) VALUE 0.
017700 77  PUM-ASOF-DATE                  PIC 9(08) VALUE 0.
017800 77  PUM-ASOF-DAYS                  PIC 9(07) VALUE 0.
017900
018000*--------------------------------------------------------------*
018100*  TRANSACTION EDIT WORK AREAS.  A USERID'S ALLOWED MODES MUST  *
018200*  BE ONE OF THE COMBINATIONS 1150-VERIFY-USER UNDERSTANDS.     *
018300*--------------------------------------------------------------*
018400 77  PUM-MODES-WORK                 PIC X(02) VALUE SPACES.
018500     88  PUM-MODES-VALID            VALUE "B " "I " "BI" "IB".
018600 77  PUM-FLAG-WORK                  PIC X(01) VALUE SPACE.
018700     88  PUM-FLAG-VALID             VALUE "A" "I".
018800 77  PUM-REJECT-TEXT                PIC X(40) VALUE SPACES.
018900 01  PUM-BEFORE-IMAGE.
019000     05  PUM-BEFORE-MODES           PIC X(02).
019100     05  PUM-BEFORE-FLAG            PIC X(01).
019200
019300*--------------------------------------------------------------*
019400*  RECERTIFICATION TABLE.  ONE ENTRY PER PASCALUSR RECORD, WITH *
019500*  THE LATEST COMPLETED RUN DATE PASCALAUD SHOWS FOR IT.        *
019600*--------------------------------------------------------------*
019700 01  PUM-USER-TABLE.
019800     05  PUM-USER-COUNT             PIC 9(03) COMP VALUE 0.
019900     05  PUM-USER-ENTRY OCCURS 500 TIMES.
020000         10  PUM-TBL-USERID         PIC X(08).
020100         10  PUM-TBL-MODES          PIC X(02).
020200         10  PUM-TBL-FLAG           PIC X(01).
020300         10  PUM-TBL-LAST-RUN       PIC 9(08).
020400 77  PUM-IDLE-LIMIT                 PIC 9(03) VALUE 90.
020500 77  PUM-IDLE-DAYS                  PIC S9(07) VALUE 0.
020600
020700*--------------------------------------------------------------*
020800*  RUN COUNTERS AND WORK AREAS.                                 *
020900*--------------------------------------------------------------*
021000 77  PUM-TRAN-READ-COUNT            PIC 9(07) COMP VALUE 0.
021100 77  PUM-ADDED-COUNT                PIC 9(07) COMP VALUE 0.
021200 77  PUM-CHANGED-COUNT              PIC 9(07) COMP VALUE 0.
021300 77  PUM-DEACTIVATED-COUNT          PIC 9(07) COMP VALUE 0.
021400 77  PUM-LISTED-COUNT               PIC 9(07) COMP VALUE 0.
021500 77  PUM-REJECTED-COUNT             PIC 9(07) COMP VALUE 0.
021600 77  PUM-LOGGED-COUNT               PIC 9(07) COMP VALUE 0.
021700 77  PUM-LOG-ERRS                   PIC 9(05) COMP VALUE 0.
021800 77  PUM-AUD-READ-COUNT             PIC 9(07) COMP VALUE 0.
021900 77  PUM-UNKNOWN-RUN-COUNT          PIC 9(07) COMP VALUE 0.
022000 77  PUM-ACTIVE-COUNT               PIC 9(07) COMP VALUE 0.
022100 77  PUM-INACTIVE-COUNT             PIC 9(07) COMP VALUE 0.
022200 77  PUM-FLAGGED-COUNT              PIC 9(07) COMP VALUE 0.
022300 77  PUM-OVERFLOW-COUNT             PIC 9(07) COMP VALUE 0.
022400 77  PUM-T                          PIC 9(03) COMP.
022500 77  PUM-FOUND-SUB                  PIC 9(03) COMP.
022600 77  PUM-EDIT-5                     PIC ZZZZ9.
022700
022800*--------------------------------------------------------------*
022900*  YYYYMMDD-TO-DAY-NUMBER CONVERSION WORK AREAS (JULIAN DAY     *
023000*  ARITHMETIC; ALL DIVISIONS TRUNCATE).                         *
023100*--------------------------------------------------------------*
023200 01  PUM-DTD-FIELDS.
023300     05  PUM-DTD-DATE               PIC 9(08) VALUE 0.
023400     05  PUM-DTD-DATE-R REDEFINES PUM-DTD-DATE.
023500         10  PUM-DTD-YEAR           PIC 9(04).
023600         10  PUM-DTD-MONTH          PIC 9(02).
023700         10  PUM-DTD-DAY            PIC 9(02).
023800     05  PUM-DTD-DAYS               PIC 9(07) VALUE 0.
023900     05  PUM-DTD-A                  PIC 9(04) COMP.
024000     05  PUM-DTD-Y                  PIC 9(05) COMP.
024100     05  PUM-DTD-M                  PIC 9(02) COMP.
024200     05  PUM-DTD-T1                 PIC 9(05) COMP.
024300     05  PUM-DTD-T2                 PIC 9(05) COMP.
024400     05  PUM-DTD-T3                 PIC 9(05) COMP.
024500     05  PUM-DTD-T4                 PIC 9(05) COMP.
024600
024700*--------------------------------------------------------------*
024800*  PRINT-LINE MAP FOR THE PASCALUR REPORT.                      *
024900*--------------------------------------------------------------*
025000 01  PUM-REPORT-LINES.
025100     05  PUM-TITLE-LINE               PIC X(132) VALUE
025200         "PASCALUSR AUTHORIZED-USER MAINTENANCE".
025300     05  PUM-RECERT-TITLE-LINE        PIC X(132) VALUE
025400         "PASCALUSR QUARTERLY ACCESS RECERTIFICATION".
025500     05  PUM-DATE-LINE.
025600         10  FILLER                   PIC X(10)
025700                                       VALUE "RUN DATE: ".
025800         10  PUM-RPT-DATE             PIC X(10).
025900         10  FILLER                   PIC X(12)
026000                                       VALUE "  OPERATOR: ".
026100         10  PUM-RPT-OPERATOR         PIC X(08).
026200         10  FILLER                   PIC X(11)
026300                                       VALUE "  JOBNAME: ".
026400         10  PUM-RPT-JOBNAME          PIC X(08).
026500         10  FILLER                   PIC X(73) VALUE SPACES.
026600     05  PUM-ASOF-LINE.
026700         10  FILLER                   PIC X(10)
026800                                       VALUE "AS-OF:    ".
026900         10  PUM-RPT-ASOF             PIC X(10).
027000         10  FILLER                   PIC X(20)
027100                              VALUE "  IDLE LIMIT (DAYS) ".
027200         10  PUM-RPT-LIMIT            PIC ZZ9.
027300         10  FILLER                   PIC X(89) VALUE SPACES.
027400     05  PUM-TRAN-LINE.
027500         10  FILLER                   PIC X(02) VALUE SPACES.
027600         10  PUM-TRN-CODE             PIC X(01).
027700         10  FILLER                   PIC X(02) VALUE SPACES.
027800         10  PUM-TRN-USERID           PIC X(08).
027900         10  FILLER                   PIC X(08)
028000                                       VALUE " BEFORE ".
028100         10  PUM-TRN-BEFORE-MODES     PIC X(02).
028200         10  FILLER                   PIC X(01) VALUE SPACE.
028300         10  PUM-TRN-BEFORE-FLAG      PIC X(01).
028400         10  FILLER                   PIC X(07)
028500                                       VALUE " AFTER ".
028600         10  PUM-TRN-AFTER-MODES      PIC X(02).
028700         10  FILLER                   PIC X(01) VALUE SPACE.
028800         10  PUM-TRN-AFTER-FLAG       PIC X(01).
028900         10  FILLER                   PIC X(02) VALUE SPACES.
029000         10  PUM-TRN-RESULT           PIC X(40).
029100         10  FILLER                   PIC X(54) VALUE SPACES.
029200     05  PUM-USER-LINE.
029300         10  FILLER                   PIC X(09)
029400                                       VALUE "  USERID ".
029500         10  PUM-USR-USERID           PIC X(08).
029600         10  FILLER                   PIC X(08)
029700                                       VALUE "  MODES ".
029800         10  PUM-USR-MODES            PIC X(02).
029900         10  FILLER                   PIC X(10)
030000                                       VALUE "  STATUS  ".
030100         10  PUM-USR-STATE            PIC X(08).
030200         10  FILLER                   PIC X(87) VALUE SPACES.
030300     05  PUM-RECERT-HEAD-LINE.
030400         10  FILLER                   PIC X(26) VALUE
030410             "  USERID    MD  STATUS    ".
030420         10  FILLER                   PIC X(30) VALUE
030430             "LAST RUN     IDLE  REVIEW FLAG".
030440         10  FILLER                   PIC X(76) VALUE SPACES.
030500     05  PUM-RECERT-LINE.
030600         10  FILLER                   PIC X(02) VALUE SPACES.
030700         10  PUM-REC-USERID           PIC X(08).
030800         10  FILLER                   PIC X(02) VALUE SPACES.
030900         10  PUM-REC-MODES            PIC X(02).
031000         10  FILLER                   PIC X(02) VALUE SPACES.
031100         10  PUM-REC-STATUS           PIC X(08).
031200         10  FILLER                   PIC X(02) VALUE SPACES.
031300         10  PUM-REC-LAST-RUN         PIC X(10).
031400         10  FILLER                   PIC X(02) VALUE SPACES.
031500         10  PUM-REC-IDLE             PIC X(05).
031600         10  FILLER                   PIC X(02) VALUE SPACES.
031700         10  PUM-REC-FLAG             PIC X(30).
031800         10  FILLER                   PIC X(57) VALUE SPACES.
031900     05  PUM-SIGNOFF-LINE.
032000         10  FILLER                   PIC X(15)
032010                                       VALUE "  REVIEWED BY: ".
032020         10  FILLER                   PIC X(30) VALUE ALL "_".
032030         10  FILLER                   PIC X(09)
032040                                       VALUE "   DATE: ".
032050         10  FILLER                   PIC X(10) VALUE ALL "_".
032100         10  FILLER                   PIC X(68) VALUE SPACES.
032200     05  PUM-COUNT-LINE.
032300         10  FILLER                   PIC X(02) VALUE SPACES.
032400         10  PUM-COUNT-LABEL          PIC X(30).
032500         10  PUM-COUNT-VALUE          PIC ZZZZZZ9.
032600         10  FILLER                   PIC X(93) VALUE SPACES.
032700     05  PUM-MSG-LINE.
032800         10  PUM-MSG-TEXT             PIC X(60).
032900         10  FILLER                   PIC X(72) VALUE SPACES.
033000     05  PUM-BLANK-LINE               PIC X(132) VALUE SPACES.
033100
033200*****************************************************************
033300*  PROCEDURE DIVISION
033400*****************************************************************
033500 PROCEDURE DIVISION.
033600
033700*-----------------------------------------------------------*
033800*  0000-MAINLINE                                             *
033900*-----------------------------------------------------------*
034000 0000-MAINLINE.
034100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034200     IF PUM-PARM-OK AND NOT PUM-OPEN-FAILED
034300         EVALUATE TRUE
034400             WHEN PUM-FUNC-MAINT
034500                 PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
034600             WHEN PUM-FUNC-RECERT
034700                 PERFORM 5000-RECERTIFY THRU 5000-EXIT
034800         END-EVALUATE
034900         PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT
035000     END-IF.
035100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
035200     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
035300     STOP RUN.
035400
035500*-----------------------------------------------------------*
035600*  1000-INITIALIZE - PARSE THE PARM, FIX THE AS-OF DATE,     *
035700*  OPEN THE FILES THE FUNCTION NEEDS, PRINT THE HEADER.      *
035800*-----------------------------------------------------------*
035900 1000-INITIALIZE.
036000     ACCEPT PUM-PARM-LINE FROM COMMAND-LINE.
036100     ACCEPT PUM-RUN-DATE FROM DATE YYYYMMDD.
036200     ACCEPT PUM-RUN-TIME FROM TIME.
036300     PERFORM 1100-PARSE-PARM THRU 1100-EXIT.
036400     IF PUM-PARM-BAD
036500         GO TO 1000-EXIT
036600     END-IF.
036700     IF PUM-FUNC-RECERT
036800         PERFORM 1150-LOAD-BUSINESS-DATE THRU 1150-EXIT
036900     END-IF.
037000     PERFORM 1200-OPEN-FILES THRU 1200-EXIT.
037100     PERFORM 1300-PRINT-HEADER THRU 1300-EXIT.
037200 1000-EXIT.
037300     EXIT.
037400
037500 1100-PARSE-PARM.
037600     MOVE SPACES TO PUM-PARM-FIELDS.
037700     UNSTRING PUM-PARM-LINE DELIMITED BY ALL SPACES
037800         INTO PUM-PARM-FUNC PUM-PARM-TOKEN-2 PUM-PARM-JOBNAME.
037900     EVALUATE PUM-PARM-FUNC
038000         WHEN "MAINT   "
038100             MOVE "M" TO PUM-FUNCTION-SWITCH
038200         WHEN "RECERT  "
038300             MOVE "R" TO PUM-FUNCTION-SWITCH
038400         WHEN OTHER
038500             SET PUM-PARM-BAD TO TRUE
038600             DISPLAY "PASCALUM - INVALID FUNCTION - MUST BE "
038700                 "MAINT OR RECERT: " PUM-PARM-FUNC
038800     END-EVALUATE.
038900     IF PUM-PARM-JOBNAME NOT = SPACES
039000         MOVE PUM-PARM-JOBNAME TO PUM-JOBNAME
039100     END-IF.
039200*    A CHANGE LOG THAT CANNOT SAY WHO MADE THE CHANGE IS NO
039300*    CHANGE LOG, SO MAINTENANCE WITHOUT AN OPERATOR DOES NOT RUN.
039400     IF PUM-PARM-OK AND PUM-FUNC-MAINT
039500         MOVE PUM-PARM-TOKEN-2 TO PUM-OPERATOR-ID
039600         IF PUM-OPERATOR-ID = SPACES
039700             SET PUM-PARM-BAD TO TRUE
039800             DISPLAY "PASCALUM - MAINT REQUIRES THE OPERATOR "
039900                 "USERID ON THE PARM"
040000         END-IF
040100     END-IF.
040200     IF PUM-PARM-OK AND PUM-FUNC-RECERT
040300         AND PUM-PARM-TOKEN-2 IS NUMERIC
040400         MOVE PUM-PARM-TOKEN-2 TO PUM-ASOF-DATE
040500     END-IF.
040600 1100-EXIT.
040700     EXIT.
040800
040900*-----------------------------------------------------------*
041000*  1150-LOAD-BUSINESS-DATE - WITHOUT AN AS-OF DATE ON THE    *
041100*  PARM, RECERTIFY AS OF THE CURRENT BUSINESS DATE ON THE    *
041200*  PASCALCAL CALENDAR, OR THE MACHINE DATE WITHOUT ONE.      *
041300*-----------------------------------------------------------*
041400 1150-LOAD-BUSINESS-DATE.
041500     IF PUM-ASOF-DATE > 0
041600         GO TO 1150-SET-DAYS
041700     END-IF.
041800     OPEN INPUT PASCALCAL.
041900     IF PUM-CAL-STATUS = "00"
042000         PERFORM 1160-READ-CALENDAR THRU 1160-EXIT
042100             UNTIL PUM-CAL-EOF
042200         CLOSE PASCALCAL
042300     END-IF.
042400     IF PUM-ASOF-DATE = 0
042500         DISPLAY "PASCALUM - NO PASCALCAL BUSINESS DATE - "
042600             "RECERTIFYING AS OF THE MACHINE DATE"
042700         MOVE PUM-RUN-DATE TO PUM-ASOF-DATE
042800     END-IF.
042900 1150-SET-DAYS.
043000     MOVE PUM-ASOF-DATE TO PUM-DTD-DATE.
043100     PERFORM 8100-DATE-TO-DAYS THRU 8100-EXIT.
043200     MOVE PUM-DTD-DAYS TO PUM-ASOF-DAYS.
043300 1150-EXIT.
043400     EXIT.
043500
043600 1160-READ-CALENDAR.
043700     READ PASCALCAL
043800         AT END
043900             SET PUM-CAL-EOF TO TRUE
044000             GO TO 1160-EXIT
044100     END-READ.
044200     IF PCA-IS-CURRENT
044300         MOVE PCA-CAL-DATE TO PUM-ASOF-DATE
044400     END-IF.
044500 1160-EXIT.
044600     EXIT.
044700
044800 1200-OPEN-FILES.
044900     IF PUM-FUNC-MAINT
045000         PERFORM 1210-OPEN-MAINT-FILES THRU 1210-EXIT
045100     ELSE
045200         PERFORM 1220-OPEN-RECERT-FILES THRU 1220-EXIT
045300     END-IF.
045400     OPEN EXTEND PASCALURP.
045500     IF PUM-RPT-STATUS NOT = "00"
045600         OPEN OUTPUT PASCALURP
045700         CLOSE PASCALURP
045800         OPEN EXTEND PASCALURP
045900     END-IF.
046000 1200-EXIT.
046100     EXIT.
046200
046300*    THE USER FILE IS CREATED EMPTY THE FIRST TIME, THE WAY
046400*    PascalTriangle CREATES ITS CHECKPOINT FILE, SO THE VERY
046500*    FIRST USERIDS CAN BE LOADED THROUGH THIS PROGRAM TOO.
046600 1210-OPEN-MAINT-FILES.
046700     OPEN I-O PASCALUSR.
046800     IF PUM-USR-STATUS NOT = "00"
046900         OPEN OUTPUT PASCALUSR
047000         CLOSE PASCALUSR
047100         OPEN I-O PASCALUSR
047200     END-IF.
047300     IF PUM-USR-STATUS = "00"
047400         SET PUM-USR-FILE-OPEN TO TRUE
047500     ELSE
047600         SET PUM-OPEN-FAILED TO TRUE
047700         DISPLAY "PASCALUM - UNABLE TO OPEN PASCALUSR - "
047800             "STATUS: " PUM-USR-STATUS
047900     END-IF.
048000     OPEN INPUT PASCALUTX.
048100     IF PUM-TRN-STATUS = "00"
048200         SET PUM-TRN-FILE-OPEN TO TRUE
048300     ELSE
048400         SET PUM-OPEN-FAILED TO TRUE
048500         DISPLAY "PASCALUM - UNABLE TO OPEN PASCALUTX - "
048600             "STATUS: " PUM-TRN-STATUS
048700     END-IF.
048800     OPEN EXTEND PASCALULG.
048900     IF PUM-LOG-STATUS NOT = "00"
049000         OPEN OUTPUT PASCALULG
049100         CLOSE PASCALULG
049200         OPEN EXTEND PASCALULG
049300     END-IF.
049400     IF PUM-LOG-STATUS = "00"
049500         SET PUM-LOG-FILE-OPEN TO TRUE
049600     ELSE
049700         SET PUM-OPEN-FAILED TO TRUE
049800         DISPLAY "PASCALUM - UNABLE TO OPEN PASCALULG - "
049900             "STATUS: " PUM-LOG-STATUS
050000     END-IF.
050100 1210-EXIT.
050200     EXIT.
050300
050400 1220-OPEN-RECERT-FILES.
050500     OPEN INPUT PASCALUSR.
050600     IF PUM-USR-STATUS = "00"
050700         SET PUM-USR-FILE-OPEN TO TRUE
050800     ELSE
050900         SET PUM-OPEN-FAILED TO TRUE
051000         DISPLAY "PASCALUM - UNABLE TO OPEN PASCALUSR - "
051100             "STATUS: " PUM-USR-STATUS
051200     END-IF.
051300     OPEN INPUT PASCALAUD.
051400     IF PUM-AUD-STATUS = "00"
051500         SET PUM-AUD-FILE-OPEN TO TRUE
051600     ELSE
051700         SET PUM-OPEN-FAILED TO TRUE
051800         DISPLAY "PASCALUM - UNABLE TO OPEN PASCALAUD - "
051900             "STATUS: " PUM-AUD-STATUS
052000     END-IF.
052100 1220-EXIT.
052200     EXIT.
052300
052400 1300-PRINT-HEADER.
052500     IF PUM-FUNC-RECERT
052600         MOVE PUM-RECERT-TITLE-LINE TO PASCAL-REPORT-RECORD
052700     ELSE
052800         MOVE PUM-TITLE-LINE TO PASCAL-REPORT-RECORD
052900     END-IF.
053000     WRITE PASCAL-REPORT-RECORD AFTER ADVANCING PAGE.
053100     STRING PUM-RUN-DATE(1:4) "-" PUM-RUN-DATE(5:2) "-"
053200         PUM-RUN-DATE(7:2) DELIMITED BY SIZE INTO PUM-RPT-DATE.
053300     MOVE PUM-OPERATOR-ID TO PUM-RPT-OPERATOR.
053400     MOVE PUM-JOBNAME TO PUM-RPT-JOBNAME.
053500     MOVE PUM-DATE-LINE TO PASCAL-REPORT-RECORD.
053600     WRITE PASCAL-REPORT-RECORD.
053700     IF PUM-FUNC-RECERT
053800         STRING PUM-ASOF-DATE(1:4) "-" PUM-ASOF-DATE(5:2) "-"
053900             PUM-ASOF-DATE(7:2) DELIMITED BY SIZE
054000             INTO PUM-RPT-ASOF
054100         MOVE PUM-IDLE-LIMIT TO PUM-RPT-LIMIT
054200         MOVE PUM-ASOF-LINE TO PASCAL-REPORT-RECORD
054300         WRITE PASCAL-REPORT-RECORD
054400     END-IF.
054500     MOVE PUM-BLANK-LINE TO PASCAL-REPORT-RECORD.
054600     WRITE PASCAL-REPORT-RECORD.
054700 1300-EXIT.
054800     EXIT.
054900
055000*-----------------------------------------------------------*
055100*  2000-APPLY-TRANSACTIONS - ONE PASS OF PASCALUTX.  EVERY   *
055200*  TRANSACTION PRINTS ONE LINE SAYING WHAT WAS DONE OR WHY   *
055300*  IT WAS REJECTED; A REJECT LEAVES PASCALUSR UNTOUCHED.     *
055400*-----------------------------------------------------------*
055500 2000-APPLY-TRANSACTIONS.
055600     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
055700     PERFORM 2200-PROCESS-ONE-TRAN THRU 2200-EXIT
055800         UNTIL PUM-TRN-EOF.
055900 2000-EXIT.
056000     EXIT.
056100
056200 2100-READ-TRANSACTION.
056300     READ PASCALUTX
056400         AT END
056500             SET PUM-TRN-EOF TO TRUE
056600         NOT AT END
056700             ADD 1 TO PUM-TRAN-READ-COUNT
056800     END-READ.
056900 2100-EXIT.
057000     EXIT.
057100
057200 2200-PROCESS-ONE-TRAN.
057300     MOVE SPACES TO PUM-REJECT-TEXT.
057400     MOVE SPACES TO PUM-BEFORE-IMAGE.
057500     IF (PUT-ADD OR PUT-CHANGE OR PUT-DEACTIVATE)
057600         AND PUT-USERID = SPACES
057700         MOVE "REJECTED - USERID MISSING" TO PUM-REJECT-TEXT
057800         GO TO 2200-REJECT
057900     END-IF.
058000*    SEGREGATION OF DUTIES: A SECOND OPERATOR MUST GRANT,
058100*    WIDEN, OR REVOKE ANYONE'S OWN ACCESS.
058200     IF (PUT-ADD OR PUT-CHANGE OR PUT-DEACTIVATE)
058300         AND PUT-USERID = PUM-OPERATOR-ID
058400         MOVE "REJECTED - OPERATOR'S OWN USERID"
058500             TO PUM-REJECT-TEXT
058600         GO TO 2200-REJECT
058700     END-IF.
058800     EVALUATE TRUE
058900         WHEN PUT-ADD
059000             PERFORM 2300-ADD-USER THRU 2300-EXIT
059100         WHEN PUT-CHANGE
059200             PERFORM 2400-CHANGE-USER THRU 2400-EXIT
059300         WHEN PUT-DEACTIVATE
059400             PERFORM 2500-DEACTIVATE-USER THRU 2500-EXIT
059500         WHEN PUT-LIST
059600             PERFORM 2600-LIST-USERS THRU 2600-EXIT
059700         WHEN OTHER
059800             MOVE "REJECTED - INVALID TRANSACTION CODE"
059900                 TO PUM-REJECT-TEXT
060000     END-EVALUATE.
060100     IF PUM-REJECT-TEXT = SPACES
060200         GO TO 2200-NEXT
060300     END-IF.
060400 2200-REJECT.
060500     ADD 1 TO PUM-REJECTED-COUNT.
060600     MOVE PUT-TRAN-CODE TO PUM-TRN-CODE.
060700     MOVE PUT-USERID TO PUM-TRN-USERID.
060800     MOVE PUM-BEFORE-MODES TO PUM-TRN-BEFORE-MODES.
060900     MOVE PUM-BEFORE-FLAG TO PUM-TRN-BEFORE-FLAG.
061000     MOVE PUT-ALLOWED-MODES TO PUM-TRN-AFTER-MODES.
061100     MOVE PUT-ACTIVE-FLAG TO PUM-TRN-AFTER-FLAG.
061200     MOVE PUM-REJECT-TEXT TO PUM-TRN-RESULT.
061300     MOVE PUM-TRAN-LINE TO PASCAL-REPORT-RECORD.
061400     WRITE PASCAL-REPORT-RECORD.
061500 2200-NEXT.
061600     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
061700 2200-EXIT.
061800     EXIT.
061900
062000*-----------------------------------------------------------*
062100*  2300-ADD-USER - A NEW USERID NEEDS VALID ALLOWED MODES    *
062200*  AND MUST NOT ALREADY BE ON FILE.  IT IS ADDED ACTIVE.     *
062300*-----------------------------------------------------------*
062400 2300-ADD-USER.
062500     MOVE PUT-ALLOWED-MODES TO PUM-MODES-WORK.
062600     IF NOT PUM-MODES-VALID
062700         MOVE "REJECTED - ALLOWED MODES MUST BE B, I, BI"
062800             TO PUM-REJECT-TEXT
062900         GO TO 2300-EXIT
063000     END-IF.
063100     MOVE PUT-USERID TO PUS-USERID.
063200     READ PASCALUSR KEY IS PUS-USERID.
063300     IF PUM-USR-STATUS = "00"
063400         MOVE PUS-ALLOWED-MODES TO PUM-BEFORE-MODES
063500         MOVE PUS-ACTIVE-FLAG TO PUM-BEFORE-FLAG
063600         MOVE "REJECTED - USERID ALREADY ON FILE"
063700             TO PUM-REJECT-TEXT
063800         GO TO 2300-EXIT
063900     END-IF.
064000     MOVE SPACES TO PASCAL-USER-RECORD.
064100     MOVE PUT-USERID TO PUS-USERID.
064200     MOVE PUM-MODES-WORK TO PUS-ALLOWED-MODES.
064300     SET PUS-ACTIVE TO TRUE.
064400     WRITE PASCAL-USER-RECORD
064500         INVALID KEY
064600             MOVE "REJECTED - WRITE FAILED" TO PUM-REJECT-TEXT
064700             DISPLAY "PASCALUM - PASCALUSR WRITE FAILED FOR "
064800                 PUT-USERID " - STATUS: " PUM-USR-STATUS
064900             GO TO 2300-EXIT
065000     END-WRITE.
065100     ADD 1 TO PUM-ADDED-COUNT.
065200     MOVE "ADDED" TO PUM-TRN-RESULT.
065300     PERFORM 7000-LOG-CHANGE THRU 7000-EXIT.
065400 2300-EXIT.
065500     EXIT.
065600
065700*-----------------------------------------------------------*
065800*  2400-CHANGE-USER - A BLANK MODES OR FLAG FIELD IS LEFT    *
065900*  AS IT IS; A CHANGE THAT WOULD ALTER NOTHING IS REJECTED   *
066000*  SO THE LOG ONLY EVER RECORDS REAL CHANGES.  A "C" WITH    *
066100*  FLAG "A" IS HOW A DEACTIVATED USERID IS REINSTATED.       *
066200*-----------------------------------------------------------*
066300 2400-CHANGE-USER.
066400     MOVE PUT-USERID TO PUS-USERID.
066500     READ PASCALUSR KEY IS PUS-USERID.
066600     IF PUM-USR-STATUS NOT = "00"
066700         MOVE "REJECTED - USERID NOT ON FILE" TO PUM-REJECT-TEXT
066800         GO TO 2400-EXIT
066900     END-IF.
067000     MOVE PUS-ALLOWED-MODES TO PUM-BEFORE-MODES.
067100     MOVE PUS-ACTIVE-FLAG TO PUM-BEFORE-FLAG.
067200     IF PUT-ALLOWED-MODES = SPACES
067300         MOVE PUS-ALLOWED-MODES TO PUM-MODES-WORK
067400     ELSE
067500         MOVE PUT-ALLOWED-MODES TO PUM-MODES-WORK
067600         IF NOT PUM-MODES-VALID
067700             MOVE "REJECTED - ALLOWED MODES MUST BE B, I, BI"
067800                 TO PUM-REJECT-TEXT
067900             GO TO 2400-EXIT
068000         END-IF
068100     END-IF.
068200     IF PUT-ACTIVE-FLAG = SPACE
068300         MOVE PUS-ACTIVE-FLAG TO PUM-FLAG-WORK
068400     ELSE
068500         MOVE PUT-ACTIVE-FLAG TO PUM-FLAG-WORK
068600         IF NOT PUM-FLAG-VALID
068700             MOVE "REJECTED - ACTIVE FLAG MUST BE A OR I"
068800                 TO PUM-REJECT-TEXT
068900             GO TO 2400-EXIT
069000         END-IF
069100     END-IF.
069200     IF PUM-MODES-WORK = PUS-ALLOWED-MODES
069300         AND PUM-FLAG-WORK = PUS-ACTIVE-FLAG
069400         MOVE "REJECTED - NOTHING TO CHANGE" TO PUM-REJECT-TEXT
069500         GO TO 2400-EXIT
069600     END-IF.
069700     MOVE PUM-MODES-WORK TO PUS-ALLOWED-MODES.
069800     MOVE PUM-FLAG-WORK TO PUS-ACTIVE-FLAG.
069900     REWRITE PASCAL-USER-RECORD
070000         INVALID KEY
070100             MOVE "REJECTED - REWRITE FAILED" TO PUM-REJECT-TEXT
070200             DISPLAY "PASCALUM - PASCALUSR REWRITE FAILED FOR "
070300                 PUT-USERID " - STATUS: " PUM-USR-STATUS
070400             GO TO 2400-EXIT
070500     END-REWRITE.
070600     ADD 1 TO PUM-CHANGED-COUNT.
070700     MOVE "CHANGED" TO PUM-TRN-RESULT.
070800     PERFORM 7000-LOG-CHANGE THRU 7000-EXIT.
070900 2400-EXIT.
071000     EXIT.
071100
071200*-----------------------------------------------------------*
071300*  2500-DEACTIVATE-USER - THE RECORD STAYS ON FILE           *
071400*  FLAGGED "I", SO 1150-VERIFY-USER DENIES IT AND THE        *
071500*  RECERTIFICATION REPORT STILL SHOWS IT.                    *
071600*-----------------------------------------------------------*
071700 2500-DEACTIVATE-USER.
071800     MOVE PUT-USERID TO PUS-USERID.
071900     READ PASCALUSR KEY IS PUS-USERID.
072000     IF PUM-USR-STATUS NOT = "00"
072100         MOVE "REJECTED - USERID NOT ON FILE" TO PUM-REJECT-TEXT
072200         GO TO 2500-EXIT
072300     END-IF.
072400     MOVE PUS-ALLOWED-MODES TO PUM-BEFORE-MODES.
072500     MOVE PUS-ACTIVE-FLAG TO PUM-BEFORE-FLAG.
072600     IF PUS-INACTIVE
072700         MOVE "REJECTED - USERID ALREADY INACTIVE"
072800             TO PUM-REJECT-TEXT
072900         GO TO 2500-EXIT
073000     END-IF.
073100     SET PUS-INACTIVE TO TRUE.
073200     REWRITE PASCAL-USER-RECORD
073300         INVALID KEY
073400             MOVE "REJECTED - REWRITE FAILED" TO PUM-REJECT-TEXT
073500             DISPLAY "PASCALUM - PASCALUSR REWRITE FAILED FOR "
073600                 PUT-USERID " - STATUS: " PUM-USR-STATUS
073700             GO TO 2500-EXIT
073800     END-REWRITE.
073900     ADD 1 TO PUM-DEACTIVATED-COUNT.
074000     MOVE "DEACTIVATED" TO PUM-TRN-RESULT.
074100     PERFORM 7000-LOG-CHANGE THRU 7000-EXIT.
074200 2500-EXIT.
074300     EXIT.
074400
074500*-----------------------------------------------------------*
074600*  2600-LIST-USERS - ONE USERID, OR THE WHOLE FILE IN KEY    *
074700*  ORDER WHEN THE TRANSACTION'S USERID IS BLANK.  A LIST IS  *
074800*  A READ, SO IT IS NOT LOGGED.                              *
074900*-----------------------------------------------------------*
075000 2600-LIST-USERS.
075100     IF PUT-USERID NOT = SPACES
075200         MOVE PUT-USERID TO PUS-USERID
075300         READ PASCALUSR KEY IS PUS-USERID
075400         IF PUM-USR-STATUS NOT = "00"
075500             MOVE "REJECTED - USERID NOT ON FILE"
075600                 TO PUM-REJECT-TEXT
075700         ELSE
075800             PERFORM 2620-PRINT-USER THRU 2620-EXIT
075900         END-IF
076000         GO TO 2600-EXIT
076100     END-IF.
076200     MOVE "N" TO PUM-USR-EOF-SWITCH.
076300     MOVE LOW-VALUES TO PUS-USERID.
076400     START PASCALUSR KEY IS NOT LESS THAN PUS-USERID
076500         INVALID KEY
076600             SET PUM-USR-EOF TO TRUE
076700     END-START.
076800     PERFORM 2610-READ-NEXT-USER THRU 2610-EXIT.
076900     PERFORM 2620-PRINT-USER THRU 2620-EXIT
077000         UNTIL PUM-USR-EOF.
077100 2600-EXIT.
077200     EXIT.
077300
077400 2610-READ-NEXT-USER.
077500     IF PUM-USR-EOF
077600         GO TO 2610-EXIT
077700     END-IF.
077800     READ PASCALUSR NEXT RECORD
077900         AT END
078000             SET PUM-USR-EOF TO TRUE
078100     END-READ.
078200 2610-EXIT.
078300     EXIT.
078400
078500 2620-PRINT-USER.
078600     ADD 1 TO PUM-LISTED-COUNT.
078700     MOVE PUS-USERID TO PUM-USR-USERID.
078800     MOVE PUS-ALLOWED-MODES TO PUM-USR-MODES.
078900     IF PUS-ACTIVE
079000         MOVE "ACTIVE" TO PUM-USR-STATE
079100     ELSE
079200         MOVE "INACTIVE" TO PUM-USR-STATE
079300     END-IF.
079400     MOVE PUM-USER-LINE TO PASCAL-REPORT-RECORD.
079500     WRITE PASCAL-REPORT-RECORD.
079600     PERFORM 2610-READ-NEXT-USER THRU 2610-EXIT.
079700 2620-EXIT.
079800     EXIT.
079900
080000*-----------------------------------------------------------*
080100*  5000-RECERTIFY - TABLE THE USER FILE, FIND EACH USERID'S  *
080200*  LAST COMPLETED RUN ON PASCALAUD, AND PRINT THE SIGN-OFF   *
080300*  REPORT.                                                   *
080400*-----------------------------------------------------------*
080500 5000-RECERTIFY.
080600     PERFORM 5100-LOAD-USERS THRU 5100-EXIT.
080700     PERFORM 5200-SCAN-AUDIT THRU 5200-EXIT.
080800     PERFORM 5300-PRINT-RECERT THRU 5300-EXIT.
080900 5000-EXIT.
081000     EXIT.
081100
081200 5100-LOAD-USERS.
081300     MOVE LOW-VALUES TO PUS-USERID.
081400     START PASCALUSR KEY IS NOT LESS THAN PUS-USERID
081500         INVALID KEY
081600             SET PUM-USR-EOF TO TRUE
081700     END-START.
081800     PERFORM 2610-READ-NEXT-USER THRU 2610-EXIT.
081900     PERFORM 5110-TABLE-ONE-USER THRU 5110-EXIT
082000         UNTIL PUM-USR-EOF.
082100 5100-EXIT.
082200     EXIT.
082300
082400 5110-TABLE-ONE-USER.
082500     IF PUM-USER-COUNT < 500
082600         ADD 1 TO PUM-USER-COUNT
082700         MOVE PUS-USERID TO PUM-TBL-USERID(PUM-USER-COUNT)
082800         MOVE PUS-ALLOWED-MODES TO PUM-TBL-MODES(PUM-USER-COUNT)
082900         MOVE PUS-ACTIVE-FLAG TO PUM-TBL-FLAG(PUM-USER-COUNT)
083000         MOVE 0 TO PUM-TBL-LAST-RUN(PUM-USER-COUNT)
083100     ELSE
083200         ADD 1 TO PUM-OVERFLOW-COUNT
083300     END-IF.
083400     PERFORM 2610-READ-NEXT-USER THRU 2610-EXIT.
083500 5110-EXIT.
083600     EXIT.
083700
083800*    ONLY A COMPLETED RUN COUNTS AS USE OF THE ACCESS: ERRORS,
083900*    SKIPS, AND ABOVE ALL "V" VIOLATIONS DO NOT.  A COMPLETED RUN
084000*    UNDER A USERID NO LONGER ON FILE IS COUNTED FOR SECURITY.
084100 5200-SCAN-AUDIT.
084200     PERFORM 5210-READ-AUDIT THRU 5210-EXIT.
084300     PERFORM 5220-CHECK-ONE-AUDIT THRU 5220-EXIT
084400         UNTIL PUM-AUD-EOF.
084500 5200-EXIT.
084600     EXIT.
084700
084800 5210-READ-AUDIT.
084900     READ PASCALAUD
085000         AT END
085100             SET PUM-AUD-EOF TO TRUE
085200         NOT AT END
085300             ADD 1 TO PUM-AUD-READ-COUNT
085400     END-READ.
085500 5210-EXIT.
085600     EXIT.
085700
085800 5220-CHECK-ONE-AUDIT.
085900     IF NOT PA-STATUS-COMPLETED
086000         OR PA-RUN-DATE > PUM-ASOF-DATE
086100         GO TO 5220-NEXT
086200     END-IF.
086300     MOVE 0 TO PUM-FOUND-SUB.
086400     MOVE 1 TO PUM-T.
086500     PERFORM 5230-SCAN-USERS THRU 5230-EXIT
086600         UNTIL PUM-T > PUM-USER-COUNT OR PUM-FOUND-SUB > 0.
086700     IF PUM-FOUND-SUB = 0
086800         ADD 1 TO PUM-UNKNOWN-RUN-COUNT
086900         GO TO 5220-NEXT
087000     END-IF.
087100     IF PA-RUN-DATE > PUM-TBL-LAST-RUN(PUM-FOUND-SUB)
087200         MOVE PA-RUN-DATE TO PUM-TBL-LAST-RUN(PUM-FOUND-SUB)
087300     END-IF.
087400 5220-NEXT.
087500     PERFORM 5210-READ-AUDIT THRU 5210-EXIT.
087600 5220-EXIT.
087700     EXIT.
087800
087900 5230-SCAN-USERS.
088000     IF PUM-TBL-USERID(PUM-T) = PA-USERID
088100         MOVE PUM-T TO PUM-FOUND-SUB
088200     ELSE
088300         ADD 1 TO PUM-T
088400     END-IF.
088500 5230-EXIT.
088600     EXIT.
088700
088800 5300-PRINT-RECERT.
088900     MOVE PUM-RECERT-HEAD-LINE TO PASCAL-REPORT-RECORD.
089000     WRITE PASCAL-REPORT-RECORD.
089100     PERFORM 5310-PRINT-ONE-USER THRU 5310-EXIT
089200         VARYING PUM-T FROM 1 BY 1
089300         UNTIL PUM-T > PUM-USER-COUNT.
089400 5300-EXIT.
089500     EXIT.
089600
089700*-----------------------------------------------------------*
089800*  5310-PRINT-ONE-USER - IDLE DAYS ARE CALENDAR DAYS FROM    *
089900*  THE LAST COMPLETED RUN TO THE AS-OF DATE.  AN ACTIVE      *
090000*  USERID IDLE PAST THE LIMIT - OR NEVER USED - IS FLAGGED.  *
090100*-----------------------------------------------------------*
090200 5310-PRINT-ONE-USER.
090300     MOVE PUM-TBL-USERID(PUM-T) TO PUM-REC-USERID.
090400     MOVE PUM-TBL-MODES(PUM-T) TO PUM-REC-MODES.
090500     MOVE SPACES TO PUM-REC-FLAG.
090600     IF PUM-TBL-FLAG(PUM-T) = "A"
090700         ADD 1 TO PUM-ACTIVE-COUNT
090800         MOVE "ACTIVE" TO PUM-REC-STATUS
090900     ELSE
091000         ADD 1 TO PUM-INACTIVE-COUNT
091100         MOVE "INACTIVE" TO PUM-REC-STATUS
091200     END-IF.
091300     IF PUM-TBL-LAST-RUN(PUM-T) = 0
091400         MOVE "NEVER" TO PUM-REC-LAST-RUN
091500         MOVE SPACES TO PUM-REC-IDLE
091600         IF PUM-TBL-FLAG(PUM-T) = "A"
091700             ADD 1 TO PUM-FLAGGED-COUNT
091800             MOVE "*** NEVER RUN - REVIEW ***" TO PUM-REC-FLAG
091900         END-IF
092000         GO TO 5310-PRINT
092100     END-IF.
092200     STRING PUM-TBL-LAST-RUN(PUM-T)(1:4) "-"
092300         PUM-TBL-LAST-RUN(PUM-T)(5:2) "-"
092400         PUM-TBL-LAST-RUN(PUM-T)(7:2) DELIMITED BY SIZE
092500         INTO PUM-REC-LAST-RUN.
092600     MOVE PUM-TBL-LAST-RUN(PUM-T) TO PUM-DTD-DATE.
092700     PERFORM 8100-DATE-TO-DAYS THRU 8100-EXIT.
092800     COMPUTE PUM-IDLE-DAYS = PUM-ASOF-DAYS - PUM-DTD-DAYS.
092900     IF PUM-IDLE-DAYS < 0
093000         MOVE 0 TO PUM-IDLE-DAYS
093100     END-IF.
093200     MOVE PUM-IDLE-DAYS TO PUM-EDIT-5.
093300     MOVE PUM-EDIT-5 TO PUM-REC-IDLE.
093400     IF PUM-TBL-FLAG(PUM-T) = "A"
093500         AND PUM-IDLE-DAYS > PUM-IDLE-LIMIT
093600         ADD 1 TO PUM-FLAGGED-COUNT
093700         MOVE "*** NO RUN IN 90 DAYS - REVIEW" TO PUM-REC-FLAG
093800     END-IF.
093900 5310-PRINT.
094000     MOVE PUM-RECERT-LINE TO PASCAL-REPORT-RECORD.
094100     WRITE PASCAL-REPORT-RECORD.
094200 5310-EXIT.
094300     EXIT.
094400
094500*-----------------------------------------------------------*
094600*  7000-LOG-CHANGE - APPEND THE BEFORE/AFTER IMAGE OF AN     *
094700*  APPLIED CHANGE TO PASCALULG AND PRINT ITS LISTING LINE.   *
094800*  THE CALLER HAS ALREADY MOVED THE RESULT TEXT.             *
094900*-----------------------------------------------------------*
095000 7000-LOG-CHANGE.
095100     MOVE SPACES TO PASCAL-USER-CHANGE-RECORD.
095200     MOVE PUM-RUN-DATE TO PUL-CHANGE-DATE.
095300     MOVE PUM-RUN-TIME TO PUL-CHANGE-TIME.
095400     MOVE PUM-OPERATOR-ID TO PUL-CHANGED-BY.
095500     MOVE PUM-JOBNAME TO PUL-JOBNAME.
095600     MOVE PUT-TRAN-CODE TO PUL-TRAN-CODE.
095700     MOVE PUS-USERID TO PUL-USERID.
095800     MOVE PUM-BEFORE-MODES TO PUL-BEFORE-MODES.
095900     MOVE PUM-BEFORE-FLAG TO PUL-BEFORE-FLAG.
096000     MOVE PUS-ALLOWED-MODES TO PUL-AFTER-MODES.
096100     MOVE PUS-ACTIVE-FLAG TO PUL-AFTER-FLAG.
096200     WRITE PASCAL-USER-CHANGE-RECORD.
096300     IF PUM-LOG-STATUS = "00"
096400         ADD 1 TO PUM-LOGGED-COUNT
096500     ELSE
096600         ADD 1 TO PUM-LOG-ERRS
096700         IF PUM-LOG-ERRS = 1
096800             DISPLAY "PASCALUM - PASCALULG WRITE FAILED - "
096900                 "STATUS: " PUM-LOG-STATUS
097000                 " - CHANGE TO " PUS-USERID " NOT LOGGED"
097100         END-IF
097200     END-IF.
097300     MOVE PUT-TRAN-CODE TO PUM-TRN-CODE.
097400     MOVE PUS-USERID TO PUM-TRN-USERID.
097500     MOVE PUM-BEFORE-MODES TO PUM-TRN-BEFORE-MODES.
097600     MOVE PUM-BEFORE-FLAG TO PUM-TRN-BEFORE-FLAG.
097700     MOVE PUS-ALLOWED-MODES TO PUM-TRN-AFTER-MODES.
097800     MOVE PUS-ACTIVE-FLAG TO PUM-TRN-AFTER-FLAG.
097900     MOVE PUM-TRAN-LINE TO PASCAL-REPORT-RECORD.
098000     WRITE PASCAL-REPORT-RECORD.
098100 7000-EXIT.
098200     EXIT.
098300
098400*-----------------------------------------------------------*
098500*  8000-PRINT-COUNTS - RUN SUMMARY FOR THE FUNCTION RUN.     *
098600*-----------------------------------------------------------*
098700 8000-PRINT-COUNTS.
098800     MOVE PUM-BLANK-LINE TO PASCAL-REPORT-RECORD.
098900     WRITE PASCAL-REPORT-RECORD.
099000     IF PUM-FUNC-RECERT
099100         PERFORM 8050-PRINT-RECERT-COUNTS THRU 8050-EXIT
099200         GO TO 8000-EXIT
099300     END-IF.
099400     MOVE "TRANSACTIONS READ" TO PUM-COUNT-LABEL.
099500     MOVE PUM-TRAN-READ-COUNT TO PUM-COUNT-VALUE.
099600     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
099700     MOVE "USERIDS ADDED" TO PUM-COUNT-LABEL.
099800     MOVE PUM-ADDED-COUNT TO PUM-COUNT-VALUE.
099900     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
100000     MOVE "USERIDS CHANGED" TO PUM-COUNT-LABEL.
100100     MOVE PUM-CHANGED-COUNT TO PUM-COUNT-VALUE.
100200     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
100300     MOVE "USERIDS DEACTIVATED" TO PUM-COUNT-LABEL.
100400     MOVE PUM-DEACTIVATED-COUNT TO PUM-COUNT-VALUE.
100500     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
100600     MOVE "USERIDS LISTED" TO PUM-COUNT-LABEL.
100700     MOVE PUM-LISTED-COUNT TO PUM-COUNT-VALUE.
100800     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
100900     MOVE "TRANSACTIONS REJECTED" TO PUM-COUNT-LABEL.
101000     MOVE PUM-REJECTED-COUNT TO PUM-COUNT-VALUE.
101100     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
101200     MOVE "CHANGE-LOG RECORDS WRITTEN" TO PUM-COUNT-LABEL.
101300     MOVE PUM-LOGGED-COUNT TO PUM-COUNT-VALUE.
101400     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
101500     IF PUM-LOG-ERRS > 0
101600         MOVE "CHANGE-LOG WRITE ERRORS" TO PUM-COUNT-LABEL
101700         MOVE PUM-LOG-ERRS TO PUM-COUNT-VALUE
101800         PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT
101900         MOVE "*** CHANGES APPLIED BUT NOT LOGGED ***"
102000             TO PUM-MSG-TEXT
102100         MOVE PUM-MSG-LINE TO PASCAL-REPORT-RECORD
102200         WRITE PASCAL-REPORT-RECORD
102300     END-IF.
102400 8000-EXIT.
102500     EXIT.
102600
102700 8050-PRINT-RECERT-COUNTS.
102800     MOVE "USERIDS ON FILE" TO PUM-COUNT-LABEL.
102900     MOVE PUM-USER-COUNT TO PUM-COUNT-VALUE.
103000     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
103100     MOVE "ACTIVE" TO PUM-COUNT-LABEL.
103200     MOVE PUM-ACTIVE-COUNT TO PUM-COUNT-VALUE.
103300     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
103400     MOVE "INACTIVE" TO PUM-COUNT-LABEL.
103500     MOVE PUM-INACTIVE-COUNT TO PUM-COUNT-VALUE.
103600     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
103700     MOVE "ACTIVE USERIDS FLAGGED" TO PUM-COUNT-LABEL.
103800     MOVE PUM-FLAGGED-COUNT TO PUM-COUNT-VALUE.
103900     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
104000     MOVE "AUDIT RECORDS READ" TO PUM-COUNT-LABEL.
104100     MOVE PUM-AUD-READ-COUNT TO PUM-COUNT-VALUE.
104200     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
104300     MOVE "RUNS BY USERIDS NOT ON FILE" TO PUM-COUNT-LABEL.
104400     MOVE PUM-UNKNOWN-RUN-COUNT TO PUM-COUNT-VALUE.
104500     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
104600     IF PUM-OVERFLOW-COUNT > 0
104700         MOVE "USERIDS NOT REVIEWED (TABLE FULL)"
104800             TO PUM-COUNT-LABEL
104900         MOVE PUM-OVERFLOW-COUNT TO PUM-COUNT-VALUE
105000         PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT
105100     END-IF.
105200     MOVE PUM-BLANK-LINE TO PASCAL-REPORT-RECORD.
105300     WRITE PASCAL-REPORT-RECORD.
105400     MOVE PUM-SIGNOFF-LINE TO PASCAL-REPORT-RECORD.
105500     WRITE PASCAL-REPORT-RECORD.
105600 8050-EXIT.
105700     EXIT.
105800
105900*-----------------------------------------------------------*
106000*  8100-DATE-TO-DAYS - YYYYMMDD TO A SERIAL DAY NUMBER VIA   *
106100*  JULIAN-DAY ARITHMETIC.  EVERY DIVISION BELOW TRUNCATES,   *
106200*  WHICH IS WHAT THE FORMULA REQUIRES.                       *
106300*-----------------------------------------------------------*
106400 8100-DATE-TO-DAYS.
106500     COMPUTE PUM-DTD-A = (14 - PUM-DTD-MONTH) / 12.
106600     COMPUTE PUM-DTD-Y = PUM-DTD-YEAR + 4800 - PUM-DTD-A.
106700     COMPUTE PUM-DTD-M = PUM-DTD-MONTH + 12 * PUM-DTD-A - 3.
106800     COMPUTE PUM-DTD-T1 = (153 * PUM-DTD-M + 2) / 5.
106900     COMPUTE PUM-DTD-T2 = PUM-DTD-Y / 4.
107000     COMPUTE PUM-DTD-T3 = PUM-DTD-Y / 100.
107100     COMPUTE PUM-DTD-T4 = PUM-DTD-Y / 400.
107200     COMPUTE PUM-DTD-DAYS = PUM-DTD-DAY + PUM-DTD-T1
107300         + 365 * PUM-DTD-Y + PUM-DTD-T2 - PUM-DTD-T3
107400         + PUM-DTD-T4 - 32045.
107500 8100-EXIT.
107600     EXIT.
107700
107800 8200-PRINT-COUNT-LINE.
107900     MOVE PUM-COUNT-LINE TO PASCAL-REPORT-RECORD.
108000     WRITE PASCAL-REPORT-RECORD.
108100 8200-EXIT.
108200     EXIT.
108300
108400*-----------------------------------------------------------*
108500*  9000-TERMINATE - CLOSE EVERYTHING.                        *
108600*-----------------------------------------------------------*
108700 9000-TERMINATE.
108800     IF PUM-USR-FILE-OPEN
108900         CLOSE PASCALUSR
109000     END-IF.
109100     IF PUM-TRN-FILE-OPEN
109200         CLOSE PASCALUTX
109300     END-IF.
109400     IF PUM-LOG-FILE-OPEN
109500         CLOSE PASCALULG
109600     END-IF.
109700     IF PUM-AUD-FILE-OPEN
109800         CLOSE PASCALAUD
109900     END-IF.
110000     IF PUM-PARM-OK
110100         CLOSE PASCALURP
110200     END-IF.
110300 9000-EXIT.
110400     EXIT.
110500
110600*-----------------------------------------------------------*
110700*  9900-SET-RETURN-CODE - GRADED CONDITION CODE FOR THE      *
110800*  SCHEDULER: 0 = CLEAN, 4 = A REJECTED TRANSACTION OR A     *
110900*  USERID FLAGGED FOR REVIEW, 12 = NOTHING COULD BE TRUSTED  *
111000*  (BAD PARM, UNOPENED FILE, OR AN UNLOGGED CHANGE).         *
111100*-----------------------------------------------------------*
111200 9900-SET-RETURN-CODE.
111300     EVALUATE TRUE
111400         WHEN PUM-PARM-BAD
111500             MOVE 12 TO RETURN-CODE
111600         WHEN PUM-OPEN-FAILED
111700             MOVE 12 TO RETURN-CODE
111800         WHEN PUM-LOG-ERRS > 0
111900             MOVE 12 TO RETURN-CODE
112000         WHEN PUM-REJECTED-COUNT > 0
112100             MOVE 4 TO RETURN-CODE
112200         WHEN PUM-FLAGGED-COUNT > 0
112300             MOVE 4 TO RETURN-CODE
112400         WHEN PUM-OVERFLOW-COUNT > 0
112500             MOVE 4 TO RETURN-CODE
112600         WHEN OTHER
112700             MOVE 0 TO RETURN-CODE
112800     END-EVALUATE.
112900 9900-EXIT.
113000     EXIT.
