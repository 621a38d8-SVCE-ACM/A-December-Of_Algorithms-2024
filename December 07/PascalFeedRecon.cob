000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PascalFeedRecon.
000300 AUTHOR. KISHORE MURUGANANTHAM.
000400 INSTALLATION. SVCE-ACM DECEMBER-OF-ALGORITHMS.
000500 DATE-WRITTEN. 15-OCT-2026.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*  CROSS-FEED RECONCILIATION OF A PascalTriangle RUN.  THE
001000*  ACTUARIAL FEED (PASCALEXT, ONE RECORD PER COEFFICIENT) AND
001100*  THE RISK-MODELING FEED (PASCALSUM, ONE RECORD PER ROW) COME
001200*  OUT OF THE SAME RUN BUT GO TO DIFFERENT GROUPS, AND NOTHING
001300*  PROVED THEY AGREED WITH EACH OTHER OR WITH THE PERSISTED
001400*  VALUES IN PASCALIDX.  THIS JOB READS A RUN DATE'S EXTRACT
001500*  AND SUMMARY GENERATIONS TOGETHER AND PRINTS EVERY BREAK TO
001600*  PASCALFR:
001700*      - AN EXTRACT VALUE THAT IS NOT THE PASCALIDX VALUE FOR
001800*        ITS (ROW, COLUMN), OR WHOSE KEY IS NOT ON PASCALIDX
001900*      - AN EXTRACT VALUE THAT CHANGES BETWEEN REQUESTS OF THE
002000*        SAME RUN
002100*      - A SUMMARY ROW WHOSE EXTRACT ROW IS MISSING OR SHORT
002200*      - A SUMMARY ROW SUM (PM-ROW-SUM) THAT IS NOT THE SUM OF
002300*        THE EXTRACT VALUES OF THAT ROW
002400*      - A SUMMARY CENTER VALUE (PM-CENTER-1/PM-CENTER-2) THAT IS
002500*        NOT THE MIDDLE EXTRACT COLUMN(S) OF THAT ROW
002600*      - AN EXTRACT ROW WRITTEN WHOLE (COLUMNS 1 TO N AS
002610*        CONSECUTIVE RECORDS) WITH NO SUMMARY RECORD
002700*      - A RECORD ON EITHER FEED FOR ANOTHER RUN DATE
002800*  A TYPE-C REQUEST EXTRACTS ONE COEFFICIENT AND NO SUMMARY, SO
002900*  A ROW PIECED TOGETHER FROM COEFFICIENTS IS NOT A BREAK; ITS
003000*  VALUES ARE STILL CHECKED AGAINST PASCALIDX.  THE SCHEDULER
003100*  RUNS THIS STEP AFTER PascalTriangle AND RELEASES NEITHER
003200*  FEED TO ITS DOWNSTREAM SYSTEM UNLESS IT ENDS WITH 0:
003300*  0 = FEEDS AGREE, 8 = BREAKS FOUND, 12 = A FILE COULD NOT BE
003400*  READ, SO NOTHING WAS PROVED EITHER WAY.
003500*
003600*  RUN PARM (OPTIONAL):  RUN-DATE (YYYYMMDD, DEFAULT TODAY).
003700*  THE SCHEDULER POINTS PASCALEX AND PASCALSM AT THAT RUN
003800*  DATE'S GENERATIONS (CONCATENATED ACROSS CYCLES FOR A
003900*  WHOLE-DAY RECONCILIATION).
004000*
004100*  MODIFICATION HISTORY
004200*  YYYY-MM-DD  BY   DESCRIPTION
004300*  2026-10-15  KM   ORIGINAL - EXTRACT/SUMMARY/PASCALIDX
004400*                   CROSS-FEED RECONCILIATION.
004500*****************************************************************
004600
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200*--------------------------------------------------------------*
005300*  THE RUN DATE'S ACTUARIAL EXTRACT AND ROW-SUMMARY FEEDS.      *
005400*--------------------------------------------------------------*
005500     SELECT PASCALEXT ASSIGN TO PASCALEX
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS PFR-EXT-STATUS.
005800
005900     SELECT PASCALSUM ASSIGN TO PASCALSM
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS PFR-SUM-STATUS.
006200
006300*--------------------------------------------------------------*
006400*  PERSISTED TRIANGLE VALUES, KEYED BY ROW/COLUMN.              *
006500*--------------------------------------------------------------*
006600     SELECT PASCALIDX ASSIGN TO PASCALIX
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS PIX-KEY
007000         FILE STATUS IS PFR-IDX-STATUS.
007100
007200*--------------------------------------------------------------*
007300*  PRINTED BREAKS REPORT.                                       *
007400*--------------------------------------------------------------*
007500     SELECT PASCALFRP ASSIGN TO PASCALFR
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS PFR-RPT-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100
008200 FD  PASCALEXT
008300     RECORDING MODE IS F.
008400 COPY PASCALEX.
008500
008600 FD  PASCALSUM
008700     RECORDING MODE IS F.
008800 COPY PASCALSM.
008900
009000 FD  PASCALIDX.
009100 COPY PASCALIX.
009200
009300 FD  PASCALFRP
009400     RECORDING MODE IS F.
009500 COPY PASCALRT.
009600
009700 WORKING-STORAGE SECTION.
009800
009900*--------------------------------------------------------------*
010000*  FILE STATUS BYTES.                                           *
010100*--------------------------------------------------------------*
010200 01  PFR-FILE-STATUSES.
010300     05  PFR-EXT-STATUS             PIC X(02) VALUE "00".
010400     05  PFR-SUM-STATUS             PIC X(02) VALUE "00".
010500     05  PFR-IDX-STATUS             PIC X(02) VALUE "00".
010600     05  PFR-RPT-STATUS             PIC X(02) VALUE "00".
010700
010800*--------------------------------------------------------------*
010900*  RUN-CONTROL SWITCHES.                                        *
011000*--------------------------------------------------------------*
011100 01  PFR-SWITCHES.
011200     05  PFR-EXT-EOF-SWITCH         PIC X(01) VALUE "N".
011300         88  PFR-EXT-EOF            VALUE "Y".
011400     05  PFR-SUM-EOF-SWITCH         PIC X(01) VALUE "N".
011500         88  PFR-SUM-EOF            VALUE "Y".
011600     05  PFR-EXT-OPEN-SWITCH        PIC X(01) VALUE "N".
011700         88  PFR-EXT-FILE-OPEN      VALUE "Y".
011800     05  PFR-SUM-OPEN-SWITCH        PIC X(01) VALUE "N".
011900         88  PFR-SUM-FILE-OPEN      VALUE "Y".
012000     05  PFR-IDX-OPEN-SWITCH        PIC X(01) VALUE "N".
012100         88  PFR-IDX-FILE-OPEN      VALUE "Y".
012200     05  PFR-OPEN-FAIL-SWITCH       PIC X(01) VALUE "N".
012300         88  PFR-OPEN-FAILED        VALUE "Y".
012400     05  PFR-ROW-SHORT-SWITCH       PIC X(01) VALUE "N".
012500         88  PFR-ROW-SHORT          VALUE "Y".
012600
012700*--------------------------------------------------------------*
012800*  RUN PARM WORK AREAS.                                         *
012900*--------------------------------------------------------------*
013000 01  PFR-PARM-LINE                  PIC X(80).
013100 01  PFR-PARM-FIELDS.
013200     05  PFR-PARM-RUN-DATE          PIC X(08).
013300 77  PFR-RUN-DATE                   PIC 9(08) VALUE 0.
013400
013500*--------------------------------------------------------------*
013600*  EXTRACT VALUE TABLE, ONE CELL PER (ROW, COLUMN), SIZED LIKE  *
013700*  THE PASCALTB RESULT TABLE THE RUN BUILDS FROM.  A RUN WRITES *
013800*  THE SAME ROW ONCE PER REQUEST, SO THE FIRST VALUE SEEN IS    *
013900*  KEPT AND EVERY LATER ONE MUST EQUAL IT.  THE SUMMARY COUNT   *
014000*  AND THE IN-ORDER SWITCH PER ROW FIND ROWS A TRIANGLE OR ROW  *
014010*  REQUEST WROTE THAT NO SUMMARY COVERED.                       *
014100*--------------------------------------------------------------*
014200 77  PFR-MAX-ROWS                   PIC 9(02) VALUE 10.
014300 01  PFR-CELL-TABLE.
014400     05  PFR-CELL-ROW OCCURS 10 TIMES.
014500         10  PFR-ROW-SUMMARIES      PIC 9(05) COMP.
014510         10  PFR-ROW-ORDER-SWITCH   PIC X(01).
014520             88  PFR-ROW-IN-ORDER   VALUE "Y".
014600         10  PFR-CELL OCCURS 10 TIMES.
014700             15  PFR-CELL-SEEN      PIC X(01).
014800                 88  PFR-CELL-PRESENT VALUE "Y".
014900             15  PFR-CELL-VALUE     PIC 9(05).
015000
015100*--------------------------------------------------------------*
015200*  RUN COUNTERS AND WORK AREAS.                                 *
015300*--------------------------------------------------------------*
015400 77  PFR-EXT-READ-COUNT             PIC 9(07) COMP VALUE 0.
015500 77  PFR-SUM-READ-COUNT             PIC 9(07) COMP VALUE 0.
015600 77  PFR-CELL-COUNT                 PIC 9(07) COMP VALUE 0.
015700 77  PFR-IDX-CHECKED-COUNT          PIC 9(07) COMP VALUE 0.
015800 77  PFR-ROWS-CHECKED-COUNT         PIC 9(07) COMP VALUE 0.
015900 77  PFR-PARTIAL-ROW-COUNT          PIC 9(07) COMP VALUE 0.
016000 77  PFR-BREAK-COUNT                PIC 9(07) COMP VALUE 0.
016100 77  PFR-R                          PIC 9(02) COMP.
016200 77  PFR-C                          PIC 9(02) COMP.
016300 77  PFR-HALF                       PIC 9(02) VALUE 0.
016400 77  PFR-REM                        PIC 9(01) VALUE 0.
016500 77  PFR-CENTER-COUNT               PIC 9(01) VALUE 0.
016600 77  PFR-CENTER-1                   PIC 9(02) VALUE 0.
016700 77  PFR-CENTER-2                   PIC 9(02) VALUE 0.
016800 77  PFR-MISSING-COL                PIC 9(02) VALUE 0.
016900 77  PFR-ROW-SUM                    PIC 9(07) VALUE 0.
016910 77  PFR-RUN-ROW                    PIC 9(02) COMP VALUE 0.
016920 77  PFR-RUN-COL                    PIC 9(02) COMP VALUE 0.
017000
017100*--------------------------------------------------------------*
017200*  PRINT-LINE MAP FOR THE PASCALFR BREAKS REPORT.               *
017300*--------------------------------------------------------------*
017400 01  PFR-REPORT-LINES.
017500     05  PFR-TITLE-LINE               PIC X(132) VALUE
017600         "PASCALEXT / PASCALSUM / PASCALIDX FEED RECONCILIATION".
017700     05  PFR-DATE-LINE.
017800         10  FILLER                   PIC X(10)
017900                                       VALUE "RUN DATE: ".
018000         10  PFR-RPT-DATE             PIC 9(08).
018100         10  FILLER                   PIC X(114) VALUE SPACES.
018200     05  PFR-BREAK-LINE.
018300         10  FILLER                   PIC X(02) VALUE SPACES.
018400         10  PFR-BRK-TEXT             PIC X(34).
018500         10  FILLER                   PIC X(05) VALUE " ROW ".
018600         10  PFR-BRK-ROW              PIC Z9.
018700         10  FILLER                   PIC X(05) VALUE " COL ".
018800         10  PFR-BRK-COL              PIC ZZ.
018900         10  FILLER                   PIC X(10)
019000                                       VALUE "  EXTRACT ".
019100         10  PFR-BRK-EXT-VALUE        PIC ZZZZZZ9.
019200         10  FILLER                   PIC X(02) VALUE SPACES.
019300         10  PFR-BRK-OTHER-NAME       PIC X(10).
019400         10  PFR-BRK-OTHER-VALUE      PIC ZZZZZZ9.
019500         10  FILLER                   PIC X(46) VALUE SPACES.
019600     05  PFR-COUNT-LINE.
019700         10  FILLER                   PIC X(02) VALUE SPACES.
019800         10  PFR-COUNT-LABEL          PIC X(34).
019900         10  PFR-COUNT-VALUE          PIC ZZZZZZ9.
020000         10  FILLER                   PIC X(89) VALUE SPACES.
020100     05  PFR-MSG-LINE.
020200         10  PFR-MSG-TEXT             PIC X(60).
020300         10  FILLER                   PIC X(72) VALUE SPACES.
020400     05  PFR-BLANK-LINE               PIC X(132) VALUE SPACES.
020500
020600*****************************************************************
020700*  PROCEDURE DIVISION
020800*****************************************************************
020900 PROCEDURE DIVISION.
021000
021100*-----------------------------------------------------------*
021200*  0000-MAINLINE                                             *
021300*-----------------------------------------------------------*
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021600     IF PFR-EXT-FILE-OPEN
021700         PERFORM 2000-LOAD-EXTRACT THRU 2000-EXIT
021800     END-IF.
021900     IF PFR-SUM-FILE-OPEN
022000         PERFORM 3000-CHECK-SUMMARIES THRU 3000-EXIT
022100         PERFORM 4000-CHECK-UNSUMMARIZED THRU 4000-EXIT
022200     END-IF.
022300     PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT.
022400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022500     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
022600     STOP RUN.
022700
022800*-----------------------------------------------------------*
022900*  1000-INITIALIZE - PARSE THE PARM, OPEN EVERYTHING, PRINT  *
023000*  THE REPORT HEADER.                                        *
023100*-----------------------------------------------------------*
023200 1000-INITIALIZE.
023300     ACCEPT PFR-PARM-LINE FROM COMMAND-LINE.
023400     MOVE SPACES TO PFR-PARM-FIELDS.
023500     UNSTRING PFR-PARM-LINE DELIMITED BY ALL SPACES
023600         INTO PFR-PARM-RUN-DATE.
023700     IF PFR-PARM-RUN-DATE IS NUMERIC
023800         MOVE PFR-PARM-RUN-DATE TO PFR-RUN-DATE
023900     ELSE
024000         ACCEPT PFR-RUN-DATE FROM DATE YYYYMMDD
024100     END-IF.
024200     INITIALIZE PFR-CELL-TABLE.
024300     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
024400     PERFORM 1200-PRINT-HEADER THRU 1200-EXIT.
024500 1000-EXIT.
024600     EXIT.
024700
024800 1100-OPEN-FILES.
024900     OPEN INPUT PASCALEXT.
025000     IF PFR-EXT-STATUS = "00"
025100         SET PFR-EXT-FILE-OPEN TO TRUE
025200     ELSE
025300         SET PFR-OPEN-FAILED TO TRUE
025400         DISPLAY "PASCALFR - UNABLE TO OPEN PASCALEXT - "
025500             "STATUS: " PFR-EXT-STATUS
025600     END-IF.
025700     OPEN INPUT PASCALSUM.
025800     IF PFR-SUM-STATUS = "00"
025900         SET PFR-SUM-FILE-OPEN TO TRUE
026000     ELSE
026100         SET PFR-OPEN-FAILED TO TRUE
026200         DISPLAY "PASCALFR - UNABLE TO OPEN PASCALSUM - "
026300             "STATUS: " PFR-SUM-STATUS
026400     END-IF.
026500     OPEN INPUT PASCALIDX.
026600     IF PFR-IDX-STATUS = "00"
026700         SET PFR-IDX-FILE-OPEN TO TRUE
026800     ELSE
026900         SET PFR-OPEN-FAILED TO TRUE
027000         DISPLAY "PASCALFR - UNABLE TO OPEN PASCALIDX - "
027100             "STATUS: " PFR-IDX-STATUS
027200     END-IF.
027300     OPEN EXTEND PASCALFRP.
027400     IF PFR-RPT-STATUS NOT = "00"
027500         OPEN OUTPUT PASCALFRP
027600         CLOSE PASCALFRP
027700         OPEN EXTEND PASCALFRP
027800     END-IF.
027900 1100-EXIT.
028000     EXIT.
028100
028200 1200-PRINT-HEADER.
028300     MOVE PFR-TITLE-LINE TO PASCAL-REPORT-RECORD.
028400     WRITE PASCAL-REPORT-RECORD AFTER ADVANCING PAGE.
028500     MOVE PFR-RUN-DATE TO PFR-RPT-DATE.
028600     MOVE PFR-DATE-LINE TO PASCAL-REPORT-RECORD.
028700     WRITE PASCAL-REPORT-RECORD.
028800     MOVE PFR-BLANK-LINE TO PASCAL-REPORT-RECORD.
028900     WRITE PASCAL-REPORT-RECORD.
029000 1200-EXIT.
029100     EXIT.
029200
029300*-----------------------------------------------------------*
029400*  2000-LOAD-EXTRACT - TABLE EVERY EXTRACT VALUE BY (ROW,    *
029500*  COLUMN).  THE FIRST TIME A CELL IS SEEN ITS VALUE IS      *
029600*  CHECKED AGAINST PASCALIDX; A LATER RECORD FOR THE SAME    *
029700*  CELL MUST CARRY THE SAME VALUE.                           *
029800*-----------------------------------------------------------*
029900 2000-LOAD-EXTRACT.
030000     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
030100     PERFORM 2200-TABLE-ONE-EXTRACT THRU 2200-EXIT
030200         UNTIL PFR-EXT-EOF.
030300 2000-EXIT.
030400     EXIT.
030500
030600 2100-READ-EXTRACT.
030700     READ PASCALEXT
030800         AT END
030900             SET PFR-EXT-EOF TO TRUE
031000         NOT AT END
031100             ADD 1 TO PFR-EXT-READ-COUNT
031200     END-READ.
031300 2100-EXIT.
031400     EXIT.
031500
031600 2200-TABLE-ONE-EXTRACT.
031700     MOVE PX-ROW-NUMBER TO PFR-BRK-ROW.
031800     MOVE PX-COLUMN-NUMBER TO PFR-BRK-COL.
031900     MOVE PX-VALUE TO PFR-BRK-EXT-VALUE.
032000     IF PX-RUN-DATE NOT = PFR-RUN-DATE
032100         MOVE "EXTRACT RECORD OF OTHER RUN DATE"
032200             TO PFR-BRK-TEXT
032300         MOVE SPACES TO PFR-BRK-OTHER-NAME
032400         MOVE 0 TO PFR-BRK-OTHER-VALUE
032500         PERFORM 7100-PRINT-BREAK THRU 7100-EXIT
032510         MOVE 0 TO PFR-RUN-ROW
032600         GO TO 2200-NEXT
032700     END-IF.
032800     IF PX-ROW-NUMBER < 1 OR PX-ROW-NUMBER > PFR-MAX-ROWS
032900         OR PX-COLUMN-NUMBER < 1
033000         OR PX-COLUMN-NUMBER > PX-ROW-NUMBER
033100         MOVE "EXTRACT ROW/COLUMN OUT OF RANGE" TO PFR-BRK-TEXT
033200         MOVE SPACES TO PFR-BRK-OTHER-NAME
033300         MOVE 0 TO PFR-BRK-OTHER-VALUE
033400         PERFORM 7100-PRINT-BREAK THRU 7100-EXIT
033410         MOVE 0 TO PFR-RUN-ROW
033500         GO TO 2200-NEXT
033600     END-IF.
033700     MOVE PX-ROW-NUMBER TO PFR-R.
033800     MOVE PX-COLUMN-NUMBER TO PFR-C.
033810     PERFORM 2250-TRACK-ROW-ORDER THRU 2250-EXIT.
033900     IF PFR-CELL-PRESENT(PFR-R, PFR-C)
034000         IF PX-VALUE NOT = PFR-CELL-VALUE(PFR-R, PFR-C)
034100             MOVE "EXTRACT VALUE CHANGED WITHIN RUN"
034200                 TO PFR-BRK-TEXT
034300             MOVE "  EARLIER " TO PFR-BRK-OTHER-NAME
034400             MOVE PFR-CELL-VALUE(PFR-R, PFR-C)
034500                 TO PFR-BRK-OTHER-VALUE
034600             PERFORM 7100-PRINT-BREAK THRU 7100-EXIT
034700         END-IF
034800         GO TO 2200-NEXT
034900     END-IF.
035000     MOVE "Y" TO PFR-CELL-SEEN(PFR-R, PFR-C).
035100     MOVE PX-VALUE TO PFR-CELL-VALUE(PFR-R, PFR-C).
035200     ADD 1 TO PFR-CELL-COUNT.
035300     IF PFR-IDX-FILE-OPEN
035400         PERFORM 2300-CHECK-AGAINST-IDX THRU 2300-EXIT
035500     END-IF.
035600 2200-NEXT.
035700     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
035800 2200-EXIT.
035900     EXIT.
035903
035906*-----------------------------------------------------------*
035909*  2250-TRACK-ROW-ORDER - A TRIANGLE OR ROW REQUEST WRITES   *
035912*  EACH ROW AS COLUMNS 1 TO N IN CONSECUTIVE RECORDS; MARK   *
035915*  THE ROW WHEN THAT RUN COMPLETES.  ROW 1 IS ONE RECORD,    *
035918*  SO A COEFFICIENT REQUEST LOOKS THE SAME AND IT IS NEVER   *
035921*  MARKED.  A RESEND IS A SINGLE RECORD AND BREAKS THE RUN.  *
035924*-----------------------------------------------------------*
035927 2250-TRACK-ROW-ORDER.
035930     IF PX-RESEND
035933         MOVE 0 TO PFR-RUN-ROW
035936         GO TO 2250-EXIT
035939     END-IF.
035942     IF PFR-C = 1
035945         MOVE PFR-R TO PFR-RUN-ROW
035948         MOVE 1 TO PFR-RUN-COL
035951     ELSE
035954         IF PFR-R NOT = PFR-RUN-ROW
035957             OR PFR-C NOT = PFR-RUN-COL + 1
035960             MOVE 0 TO PFR-RUN-ROW
035963             GO TO 2250-EXIT
035966         END-IF
035969         MOVE PFR-C TO PFR-RUN-COL
035972     END-IF.
035975     IF PFR-RUN-COL = PFR-R AND PFR-R > 1
035978         SET PFR-ROW-IN-ORDER(PFR-R) TO TRUE
035981     END-IF.
035984 2250-EXIT.
035987     EXIT.
036000
036100*-----------------------------------------------------------*
036200*  2300-CHECK-AGAINST-IDX - THE EXTRACTED VALUE MUST BE THE  *
036300*  VALUE PERSISTED FOR ITS KEY.                              *
036400*-----------------------------------------------------------*
036500 2300-CHECK-AGAINST-IDX.
036600     ADD 1 TO PFR-IDX-CHECKED-COUNT.
036700     MOVE PX-ROW-NUMBER TO PIX-ROW.
036800     MOVE PX-COLUMN-NUMBER TO PIX-COL.
036900     READ PASCALIDX KEY IS PIX-KEY.
037000     MOVE "PASCALIDX " TO PFR-BRK-OTHER-NAME.
037100     IF PFR-IDX-STATUS = "23"
037200         MOVE "EXTRACT KEY NOT ON PASCALIDX" TO PFR-BRK-TEXT
037300         MOVE 0 TO PFR-BRK-OTHER-VALUE
037400         PERFORM 7100-PRINT-BREAK THRU 7100-EXIT
037500         GO TO 2300-EXIT
037600     END-IF.
037700     IF PFR-IDX-STATUS NOT = "00"
037800         MOVE "PASCALIDX READ FAILED" TO PFR-BRK-TEXT
037900         MOVE 0 TO PFR-BRK-OTHER-VALUE
038000         PERFORM 7100-PRINT-BREAK THRU 7100-EXIT
038100         DISPLAY "PASCALFR - PASCALIDX READ FAILED - "
038200             "STATUS: " PFR-IDX-STATUS
038300         GO TO 2300-EXIT
038400     END-IF.
038500     IF PIX-VALUE NOT = PX-VALUE
038600         MOVE "EXTRACT VALUE NOT = PASCALIDX" TO PFR-BRK-TEXT
038700         MOVE PIX-VALUE TO PFR-BRK-OTHER-VALUE
038800         PERFORM 7100-PRINT-BREAK THRU 7100-EXIT
038900     END-IF.
039000 2300-EXIT.
039100     EXIT.
039200
039300*-----------------------------------------------------------*
039400*  3000-CHECK-SUMMARIES - EACH SUMMARY ROW MUST HAVE ITS     *
039500*  WHOLE EXTRACT ROW, THE SUM OF THAT ROW, AND ITS MIDDLE    *
039600*  COLUMN(S) AS THE CENTER VALUE(S).                         *
039700*-----------------------------------------------------------*
039800 3000-CHECK-SUMMARIES.
039900     PERFORM 3100-READ-SUMMARY THRU 3100-EXIT.
040000     PERFORM 3200-CHECK-ONE-SUMMARY THRU 3200-EXIT
040100         UNTIL PFR-SUM-EOF.
040200 3000-EXIT.
040300     EXIT.
040400
040500 3100-READ-SUMMARY.
040600     READ PASCALSUM
040700         AT END
040800             SET PFR-SUM-EOF TO TRUE
040900         NOT AT END
041000             ADD 1 TO PFR-SUM-READ-COUNT
041100     END-READ.
041200 3100-EXIT.
041300     EXIT.
041400
041500 3200-CHECK-ONE-SUMMARY.
041600     MOVE PM-ROW-NUMBER TO PFR-BRK-ROW.
041700     MOVE 0 TO PFR-BRK-COL.
041800     MOVE "  SUMMARY " TO PFR-BRK-OTHER-NAME.
041900     IF PM-RUN-DATE NOT = PFR-RUN-DATE
042000         MOVE "SUMMARY RECORD OF OTHER RUN DATE"
042100             TO PFR-BRK-TEXT
042200         MOVE 0 TO PFR-BRK-EXT-VALUE
042300         MOVE PM-ROW-SUM TO PFR-BRK-OTHER-VALUE
042400         PERFORM 7100-PRINT-BREAK THRU 7100-EXIT
042500         GO TO 3200-NEXT
042600     END-IF.
042700     IF PM-ROW-NUMBER < 1 OR PM-ROW-NUMBER > PFR-MAX-ROWS
042800         MOVE "SUMMARY ROW OUT OF RANGE" TO PFR-BRK-TEXT
042900         MOVE 0 TO PFR-BRK-EXT-VALUE
043000         MOVE PM-ROW-SUM TO PFR-BRK-OTHER-VALUE
043100         PERFORM 7100-PRINT-BREAK THRU 7100-EXIT
043200         GO TO 3200-NEXT
043300     END-IF.
043400     MOVE PM-ROW-NUMBER TO PFR-R.
043500     ADD 1 TO PFR-ROW-SUMMARIES(PFR-R).
043600     ADD 1 TO PFR-ROWS-CHECKED-COUNT.
043700     PERFORM 3300-SUM-EXTRACT-ROW THRU 3300-EXIT.
043800     IF PFR-ROW-SHORT
043900         MOVE "SUMMARY ROW NOT FULLY EXTRACTED" TO PFR-BRK-TEXT
044000         MOVE PFR-MISSING-COL TO PFR-BRK-COL
044100         MOVE 0 TO PFR-BRK-EXT-VALUE
044200         MOVE PM-ROW-SUM TO PFR-BRK-OTHER-VALUE
044300         PERFORM 7100-PRINT-BREAK THRU 7100-EXIT
044400         GO TO 3200-NEXT
044500     END-IF.
044600     IF PFR-ROW-SUM NOT = PM-ROW-SUM
044700         MOVE "EXTRACT ROW SUM NOT = PM-ROW-SUM" TO PFR-BRK-TEXT
044800         MOVE PFR-ROW-SUM TO PFR-BRK-EXT-VALUE
044900         MOVE PM-ROW-SUM TO PFR-BRK-OTHER-VALUE
045000         PERFORM 7100-PRINT-BREAK THRU 7100-EXIT
045100     END-IF.
045200     PERFORM 3400-CHECK-CENTERS THRU 3400-EXIT.
045300 3200-NEXT.
045400     PERFORM 3100-READ-SUMMARY THRU 3100-EXIT.
045500 3200-EXIT.
045600     EXIT.
045700
045800*-----------------------------------------------------------*
045900*  3300-SUM-EXTRACT-ROW - ADD UP EXTRACT ROW PFR-R, NOTING   *
046000*  THE FIRST COLUMN MISSING FROM IT, IF ANY.                 *
046100*-----------------------------------------------------------*
046200 3300-SUM-EXTRACT-ROW.
046300     MOVE 0 TO PFR-ROW-SUM.
046400     MOVE 0 TO PFR-MISSING-COL.
046500     MOVE "N" TO PFR-ROW-SHORT-SWITCH.
046600     PERFORM 3310-ADD-ONE-CELL THRU 3310-EXIT
046700         VARYING PFR-C FROM 1 BY 1 UNTIL PFR-C > PFR-R.
046800 3300-EXIT.
046900     EXIT.
047000
047100 3310-ADD-ONE-CELL.
047200     IF PFR-CELL-PRESENT(PFR-R, PFR-C)
047300         ADD PFR-CELL-VALUE(PFR-R, PFR-C) TO PFR-ROW-SUM
047400     ELSE
047500         IF NOT PFR-ROW-SHORT
047600             SET PFR-ROW-SHORT TO TRUE
047700             MOVE PFR-C TO PFR-MISSING-COL
047800         END-IF
047900     END-IF.
048000 3310-EXIT.
048100     EXIT.
048200
048300*-----------------------------------------------------------*
048400*  3400-CHECK-CENTERS - AN ODD-LENGTH ROW HAS ONE CENTER,    *
048500*  COLUMN (ROW + 1) / 2, AND A ZERO SECOND CENTER; AN EVEN-  *
048600*  LENGTH ROW HAS TWO, COLUMNS ROW / 2 AND ROW / 2 + 1 - THE *
048700*  SAME RULE PascalTriangle USES TO BUILD THE RECORD.        *
048800*-----------------------------------------------------------*
048900 3400-CHECK-CENTERS.
049000     DIVIDE PFR-R BY 2 GIVING PFR-HALF REMAINDER PFR-REM.
049100     IF PFR-REM = 0
049200         MOVE 2 TO PFR-CENTER-COUNT
049300         MOVE PFR-HALF TO PFR-CENTER-1
049400         COMPUTE PFR-CENTER-2 = PFR-HALF + 1
049500     ELSE
049600         MOVE 1 TO PFR-CENTER-COUNT
049700         COMPUTE PFR-CENTER-1 = PFR-HALF + 1
049800         MOVE 0 TO PFR-CENTER-2
049900     END-IF.
050000     IF PM-CENTER-COUNT NOT = PFR-CENTER-COUNT
050100         MOVE "PM-CENTER-COUNT WRONG FOR ROW" TO PFR-BRK-TEXT
050200         MOVE 0 TO PFR-BRK-COL
050300         MOVE PFR-CENTER-COUNT TO PFR-BRK-EXT-VALUE
050400         MOVE PM-CENTER-COUNT TO PFR-BRK-OTHER-VALUE
050500         PERFORM 7100-PRINT-BREAK THRU 7100-EXIT
050600     END-IF.
050700     IF PM-CENTER-1 NOT = PFR-CELL-VALUE(PFR-R, PFR-CENTER-1)
050800         MOVE "PM-CENTER-1 NOT = EXTRACT" TO PFR-BRK-TEXT
050900         MOVE PFR-CENTER-1 TO PFR-BRK-COL
051000         MOVE PFR-CELL-VALUE(PFR-R, PFR-CENTER-1)
051100             TO PFR-BRK-EXT-VALUE
051200         MOVE PM-CENTER-1 TO PFR-BRK-OTHER-VALUE
051300         PERFORM 7100-PRINT-BREAK THRU 7100-EXIT
051400     END-IF.
051500     IF PFR-CENTER-2 = 0
051600         IF PM-CENTER-2 NOT = 0
051700             MOVE "PM-CENTER-2 NOT ZERO FOR ODD ROW"
051800                 TO PFR-BRK-TEXT
051900             MOVE 0 TO PFR-BRK-COL
052000             MOVE 0 TO PFR-BRK-EXT-VALUE
052100             MOVE PM-CENTER-2 TO PFR-BRK-OTHER-VALUE
052200             PERFORM 7100-PRINT-BREAK THRU 7100-EXIT
052300         END-IF
052400         GO TO 3400-EXIT
052500     END-IF.
052600     IF PM-CENTER-2 NOT = PFR-CELL-VALUE(PFR-R, PFR-CENTER-2)
052700         MOVE "PM-CENTER-2 NOT = EXTRACT" TO PFR-BRK-TEXT
052800         MOVE PFR-CENTER-2 TO PFR-BRK-COL
052900         MOVE PFR-CELL-VALUE(PFR-R, PFR-CENTER-2)
053000             TO PFR-BRK-EXT-VALUE
053100         MOVE PM-CENTER-2 TO PFR-BRK-OTHER-VALUE
053200         PERFORM 7100-PRINT-BREAK THRU 7100-EXIT
053300     END-IF.
053400 3400-EXIT.
053500     EXIT.
053600
053700*-----------------------------------------------------------*
053800*  4000-CHECK-UNSUMMARIZED - A ROW WRITTEN WHOLE, COLUMNS 1 *
053900*  TO N IN CONSECUTIVE RECORDS, CAME FROM A TRIANGLE OR ROW *
054000*  REQUEST, WHICH ALSO WRITES A SUMMARY RECORD; IF NONE     *
054100*  ARRIVED, THE RISK-MODELING FEED IS SHORT.  ANY OTHER ROW *
054200*  IS MADE OF COEFFICIENT REQUESTS AND IS ONLY COUNTED.     *
054300*-----------------------------------------------------------*
054400 4000-CHECK-UNSUMMARIZED.
054500     PERFORM 4100-CHECK-ONE-ROW THRU 4100-EXIT
054600         VARYING PFR-R FROM 1 BY 1 UNTIL PFR-R > PFR-MAX-ROWS.
054700 4000-EXIT.
054800     EXIT.
054900
055000 4100-CHECK-ONE-ROW.
055100     IF PFR-ROW-SUMMARIES(PFR-R) > 0
055200         GO TO 4100-EXIT
055300     END-IF.
055400     PERFORM 3300-SUM-EXTRACT-ROW THRU 3300-EXIT.
055500     IF PFR-ROW-SHORT
055600         IF PFR-MISSING-COL > 1 OR PFR-ROW-SUM > 0
055700             ADD 1 TO PFR-PARTIAL-ROW-COUNT
055800         END-IF
055900         GO TO 4100-EXIT
056000     END-IF.
056010     IF NOT PFR-ROW-IN-ORDER(PFR-R)
056020         ADD 1 TO PFR-PARTIAL-ROW-COUNT
056030         GO TO 4100-EXIT
056040     END-IF.
056100     MOVE "EXTRACT ROW WITH NO SUMMARY RECORD" TO PFR-BRK-TEXT.
056200     MOVE PFR-R TO PFR-BRK-ROW.
056300     MOVE 0 TO PFR-BRK-COL.
056400     MOVE PFR-ROW-SUM TO PFR-BRK-EXT-VALUE.
056500     MOVE "  SUMMARY " TO PFR-BRK-OTHER-NAME.
056600     MOVE 0 TO PFR-BRK-OTHER-VALUE.
056700     PERFORM 7100-PRINT-BREAK THRU 7100-EXIT.
056800 4100-EXIT.
056900     EXIT.
057000
057100*-----------------------------------------------------------*
057200*  7100-PRINT-BREAK - COUNT AND PRINT THE BREAK LINE THE     *
057300*  CALLER HAS FILLED IN.                                     *
057400*-----------------------------------------------------------*
057500 7100-PRINT-BREAK.
057600     ADD 1 TO PFR-BREAK-COUNT.
057700     MOVE PFR-BREAK-LINE TO PASCAL-REPORT-RECORD.
057800     WRITE PASCAL-REPORT-RECORD.
057900 7100-EXIT.
058000     EXIT.
058100
058200*-----------------------------------------------------------*
058300*  8000-PRINT-COUNTS - RECONCILIATION SUMMARY AND VERDICT.   *
058400*-----------------------------------------------------------*
058500 8000-PRINT-COUNTS.
058600     MOVE PFR-BLANK-LINE TO PASCAL-REPORT-RECORD.
058700     WRITE PASCAL-REPORT-RECORD.
058800     MOVE "EXTRACT RECORDS READ" TO PFR-COUNT-LABEL.
058900     MOVE PFR-EXT-READ-COUNT TO PFR-COUNT-VALUE.
059000     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
059100     MOVE "DISTINCT EXTRACT KEYS" TO PFR-COUNT-LABEL.
059200     MOVE PFR-CELL-COUNT TO PFR-COUNT-VALUE.
059300     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
059400     MOVE "KEYS CHECKED AGAINST PASCALIDX" TO PFR-COUNT-LABEL.
059500     MOVE PFR-IDX-CHECKED-COUNT TO PFR-COUNT-VALUE.
059600     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
059700     MOVE "SUMMARY RECORDS READ" TO PFR-COUNT-LABEL.
059800     MOVE PFR-SUM-READ-COUNT TO PFR-COUNT-VALUE.
059900     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
060000     MOVE "SUMMARY ROWS CHECKED" TO PFR-COUNT-LABEL.
060100     MOVE PFR-ROWS-CHECKED-COUNT TO PFR-COUNT-VALUE.
060200     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
060300     MOVE "PARTIAL ROWS (COEFFICIENT ONLY)" TO PFR-COUNT-LABEL.
060400     MOVE PFR-PARTIAL-ROW-COUNT TO PFR-COUNT-VALUE.
060500     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
060600     MOVE "BREAKS" TO PFR-COUNT-LABEL.
060700     MOVE PFR-BREAK-COUNT TO PFR-COUNT-VALUE.
060800     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
060900     IF PFR-BREAK-COUNT = 0 AND NOT PFR-OPEN-FAILED
061000         MOVE "FEEDS AGREE - CLEAR TO RELEASE" TO PFR-MSG-TEXT
061100     ELSE
061200         MOVE "*** FEEDS DO NOT AGREE - HOLD BOTH FEEDS ***"
061300             TO PFR-MSG-TEXT
061400         DISPLAY "PASCALFR - FEEDS DO NOT AGREE - SEE THE "
061500             "PASCALFR BREAKS REPORT"
061600     END-IF.
061700     MOVE PFR-MSG-LINE TO PASCAL-REPORT-RECORD.
061800     WRITE PASCAL-REPORT-RECORD.
061900 8000-EXIT.
062000     EXIT.
062100
062200 8200-PRINT-COUNT-LINE.
062300     MOVE PFR-COUNT-LINE TO PASCAL-REPORT-RECORD.
062400     WRITE PASCAL-REPORT-RECORD.
062500 8200-EXIT.
062600     EXIT.
062700
062800*-----------------------------------------------------------*
062900*  9000-TERMINATE - CLOSE EVERYTHING.                        *
063000*-----------------------------------------------------------*
063100 9000-TERMINATE.
063200     IF PFR-EXT-FILE-OPEN
063300         CLOSE PASCALEXT
063400     END-IF.
063500     IF PFR-SUM-FILE-OPEN
063600         CLOSE PASCALSUM
063700     END-IF.
063800     IF PFR-IDX-FILE-OPEN
063900         CLOSE PASCALIDX
064000     END-IF.
064100     CLOSE PASCALFRP.
064200 9000-EXIT.
064300     EXIT.
064400
064500*-----------------------------------------------------------*
064600*  9900-SET-RETURN-CODE - GRADED CONDITION CODE FOR THE      *
064700*  SCHEDULER: 0 = THE FEEDS AGREE, 8 = BREAKS FOUND, 12 = A  *
064800*  FILE COULD NOT BE READ, SO NOTHING WAS PROVED EITHER WAY. *
064900*-----------------------------------------------------------*
065000 9900-SET-RETURN-CODE.
065100     EVALUATE TRUE
065200         WHEN PFR-OPEN-FAILED
065300             MOVE 12 TO RETURN-CODE
065400         WHEN PFR-BREAK-COUNT > 0
065500             MOVE 8 TO RETURN-CODE
065600         WHEN OTHER
065700             MOVE 0 TO RETURN-CODE
065800     END-EVALUATE.
065900 9900-EXIT.
066000     EXIT.
