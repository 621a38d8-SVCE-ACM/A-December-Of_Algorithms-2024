000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PascalAudVfy.
000300 AUTHOR. KISHORE MURUGANANTHAM.
000400 INSTALLATION. SVCE-ACM DECEMBER-OF-ALGORITHMS.
000500 DATE-WRITTEN. 15-OCT-2026.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*  AUDIT-CHAIN VERIFICATION.  EVERY RECORD PascalTriangle WRITES
001000*  TO PASCALAUD CARRIES A PERMANENT AUDIT SEQUENCE NUMBER AND A
001100*  CHAIN VALUE FOLDED FROM THE RECORD BEFORE IT (PascalChain).
001200*  THIS JOB WALKS THE WHOLE LOG IN THE ORDER IT WAS WRITTEN -
001300*  THE PASCALAUH HISTORY FIRST, THEN THE LIVE PASCALAUD - AS ONE
001400*  CHAIN, SO THE SEAM PascalHousekeep LEAVES BETWEEN THE TWO IS
001500*  CHECKED LIKE ANY OTHER LINK, AND REPORTS TO PASCALAV:
001600*      - GAPS (SEQUENCE NUMBERS MISSING)
001700*      - DUPLICATE SEQUENCE NUMBERS
001800*      - RECORDS OUT OF ORDER
001900*      - CHAIN BREAKS (A RECORD WHOSE CHAIN VALUE DOES NOT
002000*        RECOMPUTE - IT OR ITS PREDECESSOR WAS ALTERED)
002100*      - AN UNSEQUENCED RECORD INSIDE THE CHAIN
002200*      - A LOG THAT DOES NOT END WHERE THE PASCALCKP AUDIT-CHAIN
002300*        CONTROL RECORD SAYS IT SHOULD (RECORDS CUT FROM THE END)
002400*  RECORDS WRITTEN BEFORE SEQUENCING BEGAN CARRY NO NUMBER; THEY
002500*  ARE COUNTED, NOT FLAGGED, AS LONG AS THEY ALL COME FIRST.
002600*
002700*  RETURN CODE FOR THE SCHEDULER TO ALARM ON:  0 = CHAIN
002800*  INTACT,  4 = INTACT BUT THE CONTROL RECORD COULD NOT BE READ,
002900*  SO THE END OF THE LOG WAS NOT CHECKED,  8 = ANY EXCEPTION
003000*  ABOVE,  12 = PASCALAUD COULD NOT BE READ.  A MISSING HISTORY
003100*  FILE IS NOT AN ERROR - NOTHING HAS BEEN ROLLED YET.
003200*
003300*  MODIFICATION HISTORY
003400*  YYYY-MM-DD  BY   DESCRIPTION
003500*  2026-10-15  KM   ORIGINAL - AUDIT SEQUENCE AND CHAIN CHECK.
003600*****************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300*--------------------------------------------------------------*
004400*  SEVEN-YEAR HISTORY FILE AND LIVE AUDIT LOG.                  *
004500*--------------------------------------------------------------*
004600     SELECT PASCALAUH ASSIGN TO PASCALAH
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS PAV-AUH-STATUS.
004900
005000     SELECT PASCALAUD ASSIGN TO PASCALAU
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS PAV-AUD-STATUS.
005300
005400*--------------------------------------------------------------*
005500*  CHECKPOINT FILE - HOLDS THE AUDIT-CHAIN CONTROL RECORD.      *
005600*--------------------------------------------------------------*
005700     SELECT PASCALCKP ASSIGN TO PASCALCK
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS PCK-KEY
006100         FILE STATUS IS PAV-CKP-STATUS.
006200
006300*--------------------------------------------------------------*
006400*  PRINTED VERIFICATION REPORT.                                 *
006500*--------------------------------------------------------------*
006600     SELECT PASCALAVR ASSIGN TO PASCALAV
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS PAV-RPT-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200
007300 FD  PASCALAUH
007400     RECORDING MODE IS F.
007500 COPY PASCALAU
007600     REPLACING PASCAL-AUDIT-RECORD BY PASCAL-AUDIT-HIST-RECORD
007700               LEADING ==PA-== BY ==PAH-==.
007800
007900 FD  PASCALAUD
008000     RECORDING MODE IS F.
008100 COPY PASCALAU.
008200
008300 FD  PASCALCKP.
008400 COPY PASCALCK.
008500
008600 FD  PASCALAVR
008700     RECORDING MODE IS F.
008800 COPY PASCALRT.
008900
009000 WORKING-STORAGE SECTION.
009100
009200*--------------------------------------------------------------*
009300*  FILE STATUS BYTES.                                           *
009400*--------------------------------------------------------------*
009500 01  PAV-FILE-STATUSES.
009600     05  PAV-AUH-STATUS             PIC X(02) VALUE "00".
009700     05  PAV-AUD-STATUS             PIC X(02) VALUE "00".
009800     05  PAV-CKP-STATUS             PIC X(02) VALUE "00".
009900     05  PAV-RPT-STATUS             PIC X(02) VALUE "00".
010000
010100*--------------------------------------------------------------*
010200*  RUN-CONTROL SWITCHES.                                        *
010300*--------------------------------------------------------------*
010400 01  PAV-SWITCHES.
010500     05  PAV-AUH-EOF-SWITCH         PIC X(01) VALUE "N".
010600         88  PAV-AUH-EOF            VALUE "Y".
010700     05  PAV-AUD-EOF-SWITCH         PIC X(01) VALUE "N".
010800         88  PAV-AUD-EOF            VALUE "Y".
010900     05  PAV-AUH-OPEN-SWITCH        PIC X(01) VALUE "N".
011000         88  PAV-AUH-FILE-OPEN      VALUE "Y".
011100     05  PAV-AUD-OPEN-SWITCH        PIC X(01) VALUE "N".
011200         88  PAV-AUD-FILE-OPEN      VALUE "Y".
011300     05  PAV-CKP-OPEN-SWITCH        PIC X(01) VALUE "N".
011400         88  PAV-CKP-FILE-OPEN      VALUE "Y".
011500     05  PAV-OPEN-FAIL-SWITCH       PIC X(01) VALUE "N".
011600         88  PAV-OPEN-FAILED        VALUE "Y".
011700     05  PAV-CHAIN-SWITCH           PIC X(01) VALUE "N".
011800         88  PAV-CHAIN-STARTED      VALUE "Y".
011900     05  PAV-TAIL-SWITCH            PIC X(01) VALUE "N".
012000         88  PAV-TAIL-UNCHECKED     VALUE "Y".
012100
012200*--------------------------------------------------------------*
012300*  THE RECORD BEING CHECKED, FROM EITHER FILE, AND WHICH FILE   *
012400*  IT CAME FROM.                                                *
012500*--------------------------------------------------------------*
012600 COPY PASCALAU
012700     REPLACING PASCAL-AUDIT-RECORD BY PAV-WORK-RECORD
012800               LEADING ==PA-== BY ==PAVW-==.
012900 77  PAV-CURRENT-FILE               PIC X(08) VALUE SPACES.
013000 77  PAV-LAST-FILE                  PIC X(08) VALUE SPACES.
013100 77  PAV-AUDIT-CHAIN-JOB-ID         PIC X(08) VALUE "PASCALAU".
013200
013300*--------------------------------------------------------------*
013400*  CHAIN STATE - THE LAST RECORD ACCEPTED INTO THE CHAIN.       *
013500*--------------------------------------------------------------*
013600 77  PAV-LAST-SEQ                   PIC 9(09) VALUE 0.
013700 77  PAV-LAST-CHAIN                 PIC 9(09) VALUE 0.
013800 77  PAV-EXPECTED-SEQ               PIC 9(09) VALUE 0.
013900 77  PAV-COMPUTED-CHAIN             PIC 9(09) VALUE 0.
014000 77  PAV-MISSING                    PIC 9(09) VALUE 0.
014100 77  PAV-LAST-HIST-SEQ              PIC 9(09) VALUE 0.
014200 77  PAV-FIRST-LIVE-SEQ             PIC 9(09) VALUE 0.
014300
014400*--------------------------------------------------------------*
014500*  RUN COUNTERS.                                                *
014600*--------------------------------------------------------------*
014700 77  PAV-AUH-READ-COUNT             PIC 9(09) COMP VALUE 0.
014800 77  PAV-AUD-READ-COUNT             PIC 9(09) COMP VALUE 0.
014900 77  PAV-LEGACY-COUNT               PIC 9(09) COMP VALUE 0.
015000 77  PAV-SEQUENCED-COUNT            PIC 9(09) COMP VALUE 0.
015100 77  PAV-GAP-COUNT                  PIC 9(09) COMP VALUE 0.
015200 77  PAV-MISSING-COUNT              PIC 9(09) COMP VALUE 0.
015300 77  PAV-DUP-COUNT                  PIC 9(09) COMP VALUE 0.
015400 77  PAV-ORDER-COUNT                PIC 9(09) COMP VALUE 0.
015500 77  PAV-BREAK-COUNT                PIC 9(09) COMP VALUE 0.
015600 77  PAV-UNSEQ-COUNT                PIC 9(09) COMP VALUE 0.
015700 77  PAV-TAIL-COUNT                 PIC 9(09) COMP VALUE 0.
015800 77  PAV-EXCEPTION-COUNT            PIC 9(09) COMP VALUE 0.
015900 77  PAV-RUN-DATE                   PIC 9(08) VALUE 0.
016000
016100*--------------------------------------------------------------*
016200*  PRINT-LINE MAP FOR THE PASCALAV REPORT.                      *
016300*--------------------------------------------------------------*
016400 01  PAV-REPORT-LINES.
016500     05  PAV-TITLE-LINE               PIC X(132) VALUE
016600         "PASCAL AUDIT SEQUENCE AND CHAIN VERIFICATION".
016700     05  PAV-DATE-LINE.
016800         10  FILLER                   PIC X(10)
016900                                       VALUE "RUN DATE: ".
017000         10  PAV-RPT-DATE             PIC 9(08).
017100         10  FILLER                   PIC X(114) VALUE SPACES.
017200     05  PAV-HEAD-LINE.
017300         10  FILLER                   PIC X(30)
017400                        VALUE "  FILE      SEQUENCE  EXPECTED".
017500         10  FILLER                   PIC X(33)
017600                        VALUE " RUN DATE TIME     REQ  STATUS  ".
017700         10  FILLER                   PIC X(69)
017800                        VALUE "EXCEPTION".
017900     05  PAV-EXCEPT-LINE.
018000         10  FILLER                   PIC X(02) VALUE SPACES.
018100         10  PAV-EXC-FILE             PIC X(08).
018200         10  FILLER                   PIC X(01) VALUE SPACES.
018300         10  PAV-EXC-SEQ              PIC ZZZZZZZZ9.
018400         10  FILLER                   PIC X(01) VALUE SPACES.
018500         10  PAV-EXC-EXPECTED         PIC ZZZZZZZZ9.
018600         10  FILLER                   PIC X(01) VALUE SPACES.
018700         10  PAV-EXC-DATE             PIC X(08).
018800         10  FILLER                   PIC X(01) VALUE SPACES.
018900         10  PAV-EXC-TIME             PIC X(06).
019000         10  FILLER                   PIC X(01) VALUE SPACES.
019100         10  PAV-EXC-REQ-NBR          PIC X(05).
019200         10  FILLER                   PIC X(04) VALUE SPACES.
019300         10  PAV-EXC-STATUS           PIC X(01).
019400         10  FILLER                   PIC X(04) VALUE SPACES.
019500         10  PAV-EXC-TEXT             PIC X(40).
019600         10  FILLER                   PIC X(01) VALUE SPACES.
019700         10  PAV-EXC-NOTE             PIC X(21).
019800         10  FILLER                   PIC X(09) VALUE SPACES.
019900     05  PAV-COUNT-LINE.
020000         10  FILLER                   PIC X(02) VALUE SPACES.
020100         10  PAV-COUNT-LABEL          PIC X(34).
020200         10  PAV-COUNT-VALUE          PIC ZZZZZZZZ9.
020300         10  FILLER                   PIC X(87) VALUE SPACES.
020400     05  PAV-RESULT-LINE.
020500         10  FILLER                   PIC X(02) VALUE SPACES.
020600         10  PAV-RESULT-TEXT          PIC X(60).
020700         10  FILLER                   PIC X(70) VALUE SPACES.
020800     05  PAV-BLANK-LINE               PIC X(132) VALUE SPACES.
020900
021000*****************************************************************
021100*  PROCEDURE DIVISION
021200*****************************************************************
021300 PROCEDURE DIVISION.
021400
021500*-----------------------------------------------------------*
021600*  0000-MAINLINE                                             *
021700*-----------------------------------------------------------*
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022000     IF PAV-AUH-FILE-OPEN
022100         PERFORM 2000-WALK-HISTORY THRU 2000-EXIT
022200     END-IF.
022300     MOVE PAV-LAST-SEQ TO PAV-LAST-HIST-SEQ.
022400     IF PAV-AUD-FILE-OPEN
022500         PERFORM 3000-WALK-LIVE-LOG THRU 3000-EXIT
022600         PERFORM 7000-CHECK-TAIL THRU 7000-EXIT
022700     END-IF.
022800     PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT.
022900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023000     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
023100     STOP RUN.
023200
023300*-----------------------------------------------------------*
023400*  1000-INITIALIZE - OPEN THE FILES AND PRINT THE HEADER.    *
023500*  ONLY AN UNREADABLE LIVE LOG STOPS THE CHECK.              *
023600*-----------------------------------------------------------*
023700 1000-INITIALIZE.
023800     ACCEPT PAV-RUN-DATE FROM DATE YYYYMMDD.
023900     OPEN INPUT PASCALAUH.
024000     IF PAV-AUH-STATUS = "00"
024100         SET PAV-AUH-FILE-OPEN TO TRUE
024200     ELSE
024300         DISPLAY "PASCALAV - NO PASCALAUH HISTORY FILE - "
024400             "LIVE LOG ONLY - STATUS: " PAV-AUH-STATUS
024500     END-IF.
024600     OPEN INPUT PASCALAUD.
024700     IF PAV-AUD-STATUS = "00"
024800         SET PAV-AUD-FILE-OPEN TO TRUE
024900     ELSE
025000         SET PAV-OPEN-FAILED TO TRUE
025100         DISPLAY "PASCALAV - UNABLE TO OPEN PASCALAUD - "
025200             "STATUS: " PAV-AUD-STATUS
025300     END-IF.
025400     OPEN INPUT PASCALCKP.
025500     IF PAV-CKP-STATUS = "00"
025600         SET PAV-CKP-FILE-OPEN TO TRUE
025700     ELSE
025800         DISPLAY "PASCALAV - UNABLE TO OPEN PASCALCKP - "
025900             "STATUS: " PAV-CKP-STATUS
026000     END-IF.
026100     OPEN EXTEND PASCALAVR.
026200     IF PAV-RPT-STATUS NOT = "00"
026300         OPEN OUTPUT PASCALAVR
026400         CLOSE PASCALAVR
026500         OPEN EXTEND PASCALAVR
026600     END-IF.
026700     PERFORM 1200-PRINT-HEADER THRU 1200-EXIT.
026800 1000-EXIT.
026900     EXIT.
027000
027100 1200-PRINT-HEADER.
027200     MOVE PAV-TITLE-LINE TO PASCAL-REPORT-RECORD.
027300     WRITE PASCAL-REPORT-RECORD AFTER ADVANCING PAGE.
027400     MOVE PAV-RUN-DATE TO PAV-RPT-DATE.
027500     MOVE PAV-DATE-LINE TO PASCAL-REPORT-RECORD.
027600     WRITE PASCAL-REPORT-RECORD.
027700     MOVE PAV-BLANK-LINE TO PASCAL-REPORT-RECORD.
027800     WRITE PASCAL-REPORT-RECORD.
027900     MOVE PAV-HEAD-LINE TO PASCAL-REPORT-RECORD.
028000     WRITE PASCAL-REPORT-RECORD.
028100 1200-EXIT.
028200     EXIT.
028300
028400*-----------------------------------------------------------*
028500*  2000-WALK-HISTORY - THE OLDEST PART OF THE CHAIN FIRST.   *
028600*-----------------------------------------------------------*
028700 2000-WALK-HISTORY.
028800     MOVE "PASCALAH" TO PAV-CURRENT-FILE.
028900     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
029000     PERFORM 2200-CHECK-ONE-HIST THRU 2200-EXIT
029100         UNTIL PAV-AUH-EOF.
029200 2000-EXIT.
029300     EXIT.
029400
029500 2100-READ-HISTORY.
029600     READ PASCALAUH
029700         AT END
029800             SET PAV-AUH-EOF TO TRUE
029900         NOT AT END
030000             ADD 1 TO PAV-AUH-READ-COUNT
030100     END-READ.
030200 2100-EXIT.
030300     EXIT.
030400
030500 2200-CHECK-ONE-HIST.
030600     MOVE PASCAL-AUDIT-HIST-RECORD TO PAV-WORK-RECORD.
030700     PERFORM 5000-CHECK-RECORD THRU 5000-EXIT.
030800     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
030900 2200-EXIT.
031000     EXIT.
031100
031200*-----------------------------------------------------------*
031300*  3000-WALK-LIVE-LOG - THE LIVE LOG PICKS UP WHERE THE      *
031400*  HISTORY FILE LEFT OFF.                                    *
031500*-----------------------------------------------------------*
031600 3000-WALK-LIVE-LOG.
031700     MOVE "PASCALAU" TO PAV-CURRENT-FILE.
031800     PERFORM 3100-READ-LIVE THRU 3100-EXIT.
031900     PERFORM 3200-CHECK-ONE-LIVE THRU 3200-EXIT
032000         UNTIL PAV-AUD-EOF.
032100 3000-EXIT.
032200     EXIT.
032300
032400 3100-READ-LIVE.
032500     READ PASCALAUD
032600         AT END
032700             SET PAV-AUD-EOF TO TRUE
032800         NOT AT END
032900             ADD 1 TO PAV-AUD-READ-COUNT
033000     END-READ.
033100 3100-EXIT.
033200     EXIT.
033300
033400 3200-CHECK-ONE-LIVE.
033500     MOVE PASCAL-AUDIT-RECORD TO PAV-WORK-RECORD.
033600     IF PAV-FIRST-LIVE-SEQ = 0
033700         AND PAVW-AUDIT-SEQ-NBR IS NUMERIC
033800         MOVE PAVW-AUDIT-SEQ-NBR TO PAV-FIRST-LIVE-SEQ
033900     END-IF.
034000     PERFORM 5000-CHECK-RECORD THRU 5000-EXIT.
034100     PERFORM 3100-READ-LIVE THRU 3100-EXIT.
034200 3200-EXIT.
034300     EXIT.
034400
034500*-----------------------------------------------------------*
034600*  5000-CHECK-RECORD - ONE RECORD AGAINST THE CHAIN SO FAR.  *
034700*  THE NEXT NUMBER IS THE ONLY ONE EXPECTED; ITS CHAIN VALUE *
034800*  MUST RECOMPUTE FROM THE LAST RECORD ACCEPTED.  A RECORD   *
034900*  PAST A GAP IS ACCEPTED AND THE CHAIN PICKS UP FROM IT, SO *
035000*  ONE MISSING RECORD IS ONE EXCEPTION, NOT A CASCADE.  A    *
035100*  DUPLICATE OR BACKWARD NUMBER IS REPORTED AND SET ASIDE.   *
035200*-----------------------------------------------------------*
035300 5000-CHECK-RECORD.
035400     IF PAVW-AUDIT-SEQ-NBR NOT NUMERIC
035500         IF PAV-CHAIN-STARTED
035600             ADD 1 TO PAV-UNSEQ-COUNT
035700             MOVE 0 TO PAV-EXPECTED-SEQ
035800             MOVE "UNSEQUENCED RECORD INSIDE THE CHAIN"
035900                 TO PAV-EXC-TEXT
036000             PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
036100         ELSE
036200             ADD 1 TO PAV-LEGACY-COUNT
036300         END-IF
036400         GO TO 5000-EXIT
036500     END-IF.
036600     ADD 1 TO PAV-SEQUENCED-COUNT.
036700     IF PAV-CHAIN-STARTED
036800         COMPUTE PAV-EXPECTED-SEQ = PAV-LAST-SEQ + 1
036900     ELSE
037000         MOVE 1 TO PAV-EXPECTED-SEQ
037100         MOVE 0 TO PAV-LAST-CHAIN
037200     END-IF.
037300     EVALUATE TRUE
037400         WHEN PAVW-AUDIT-SEQ-NBR = PAV-EXPECTED-SEQ
037500             PERFORM 5100-CHECK-LINK THRU 5100-EXIT
037600             PERFORM 5200-ACCEPT-RECORD THRU 5200-EXIT
037700         WHEN PAVW-AUDIT-SEQ-NBR > PAV-EXPECTED-SEQ
037800             COMPUTE PAV-MISSING =
037900                 PAVW-AUDIT-SEQ-NBR - PAV-EXPECTED-SEQ
038000             ADD 1 TO PAV-GAP-COUNT
038100             ADD PAV-MISSING TO PAV-MISSING-COUNT
038200             MOVE "GAP - RECORDS MISSING AHEAD OF THIS ONE"
038300                 TO PAV-EXC-TEXT
038400             PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
038500             PERFORM 5200-ACCEPT-RECORD THRU 5200-EXIT
038600         WHEN PAV-CHAIN-STARTED
038700             AND PAVW-AUDIT-SEQ-NBR = PAV-LAST-SEQ
038800             ADD 1 TO PAV-DUP-COUNT
038900             MOVE "DUPLICATE SEQUENCE NUMBER" TO PAV-EXC-TEXT
039000             PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
039100         WHEN OTHER
039200             ADD 1 TO PAV-ORDER-COUNT
039300             MOVE "OUT OF ORDER - NUMBER ALREADY PASSED"
039400                 TO PAV-EXC-TEXT
039500             PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
039600     END-EVALUATE.
039700 5000-EXIT.
039800     EXIT.
039900
040000 5100-CHECK-LINK.
040100     CALL "PascalChain" USING PAV-LAST-CHAIN PAV-WORK-RECORD
040200         PAV-COMPUTED-CHAIN.
040300     IF PAVW-CHAIN-VALUE NOT NUMERIC
040400         OR PAVW-CHAIN-VALUE NOT = PAV-COMPUTED-CHAIN
040500         ADD 1 TO PAV-BREAK-COUNT
040600         MOVE "CHAIN BREAK - VALUE DOES NOT RECOMPUTE"
040700             TO PAV-EXC-TEXT
040800         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
040900     END-IF.
041000 5100-EXIT.
041100     EXIT.
041200
041300*    THE CHAIN CARRIES ON FROM THE VALUE ON THE RECORD, NOT THE
041400*    RECOMPUTED ONE, SO AN ALTERED RECORD BREAKS ONE LINK ONLY.
041500 5200-ACCEPT-RECORD.
041600     MOVE PAVW-AUDIT-SEQ-NBR TO PAV-LAST-SEQ.
041700     IF PAVW-CHAIN-VALUE IS NUMERIC
041800         MOVE PAVW-CHAIN-VALUE TO PAV-LAST-CHAIN
041900     ELSE
042000         MOVE PAV-COMPUTED-CHAIN TO PAV-LAST-CHAIN
042100     END-IF.
042200     MOVE PAV-CURRENT-FILE TO PAV-LAST-FILE.
042300     SET PAV-CHAIN-STARTED TO TRUE.
042400 5200-EXIT.
042500     EXIT.
042600
042700*-----------------------------------------------------------*
042800*  6000-WRITE-EXCEPTION - ONE LINE PER EXCEPTION.  THE FIRST *
042900*  LIVE RECORD AFTER THE LAST HISTORY RECORD IS FLAGGED AS   *
043000*  THE HOUSEKEEPING BOUNDARY, WHERE A ROLL THAT LOST OR      *
043100*  DOUBLED RECORDS WOULD SHOW.                               *
043200*-----------------------------------------------------------*
043300 6000-WRITE-EXCEPTION.
043400     ADD 1 TO PAV-EXCEPTION-COUNT.
043500     MOVE PAV-CURRENT-FILE TO PAV-EXC-FILE.
043600     IF PAVW-AUDIT-SEQ-NBR IS NUMERIC
043700         MOVE PAVW-AUDIT-SEQ-NBR TO PAV-EXC-SEQ
043800     ELSE
043900         MOVE 0 TO PAV-EXC-SEQ
044000     END-IF.
044100     MOVE PAV-EXPECTED-SEQ TO PAV-EXC-EXPECTED.
044200     MOVE PAVW-RUN-DATE TO PAV-EXC-DATE.
044300     MOVE PAVW-RUN-TIME(1:6) TO PAV-EXC-TIME.
044400     MOVE PAVW-REQUEST-NUMBER TO PAV-EXC-REQ-NBR.
044500     MOVE PAVW-RUN-STATUS TO PAV-EXC-STATUS.
044600     IF PAV-CURRENT-FILE = "PASCALAU"
044700         AND PAV-LAST-FILE = "PASCALAH"
044800         MOVE "HOUSEKEEPING BOUNDARY" TO PAV-EXC-NOTE
044900     ELSE
045000         MOVE SPACES TO PAV-EXC-NOTE
045100     END-IF.
045200     MOVE PAV-EXCEPT-LINE TO PASCAL-REPORT-RECORD.
045300     WRITE PASCAL-REPORT-RECORD.
045400 6000-EXIT.
045500     EXIT.
045600
045700*-----------------------------------------------------------*
045800*  7000-CHECK-TAIL - THE LAST RECORD ON THE LOG MUST BE THE  *
045900*  ONE THE PASCALCKP AUDIT-CHAIN CONTROL RECORD NAMES, OR    *
046000*  RECORDS HAVE BEEN CUT FROM (OR ADDED TO) THE END, WHERE   *
046100*  NO LATER LINK WOULD EVER SHOW IT.                         *
046200*-----------------------------------------------------------*
046300 7000-CHECK-TAIL.
046400     IF NOT PAV-CKP-FILE-OPEN
046500         SET PAV-TAIL-UNCHECKED TO TRUE
046600         GO TO 7000-EXIT
046700     END-IF.
046800     MOVE PAV-AUDIT-CHAIN-JOB-ID TO PCK-JOB-ID.
046900     MOVE 00 TO PCK-CYCLE-NBR.
047000     READ PASCALCKP KEY IS PCK-KEY.
047100     IF PAV-CKP-STATUS NOT = "00"
047200         IF PAV-CHAIN-STARTED
047300             SET PAV-TAIL-UNCHECKED TO TRUE
047400             DISPLAY "PASCALAV - NO AUDIT-CHAIN CONTROL RECORD "
047500                 "ON PASCALCKP - END OF LOG NOT CHECKED"
047600         END-IF
047700         GO TO 7000-EXIT
047800     END-IF.
047900     IF PCC-LAST-AUDIT-SEQ = PAV-LAST-SEQ
048000         AND PCC-LAST-CHAIN-VALUE = PAV-LAST-CHAIN
048100         GO TO 7000-EXIT
048200     END-IF.
048300     ADD 1 TO PAV-TAIL-COUNT.
048400     EVALUATE TRUE
048500         WHEN PCC-LAST-AUDIT-SEQ > PAV-LAST-SEQ
048600             MOVE "RECORDS MISSING FROM THE END OF THE LOG"
048700                 TO PAV-EXC-TEXT
048800         WHEN PCC-LAST-AUDIT-SEQ < PAV-LAST-SEQ
048900             MOVE "LOG RUNS PAST THE CHAIN CONTROL RECORD"
049000                 TO PAV-EXC-TEXT
049100         WHEN OTHER
049200             MOVE "LAST RECORD DIFFERS FROM CONTROL RECORD"
049300                 TO PAV-EXC-TEXT
049400     END-EVALUATE.
049500     MOVE SPACES TO PAV-WORK-RECORD.
049600     MOVE PAV-LAST-SEQ TO PAVW-AUDIT-SEQ-NBR.
049700     MOVE PCC-LAST-AUDIT-SEQ TO PAV-EXPECTED-SEQ.
049800     MOVE "PASCALCK" TO PAV-CURRENT-FILE.
049900     PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT.
050000 7000-EXIT.
050100     EXIT.
050200
050300*-----------------------------------------------------------*
050400*  8000-PRINT-COUNTS - VERIFICATION SUMMARY.                 *
050500*-----------------------------------------------------------*
050600 8000-PRINT-COUNTS.
050700     MOVE PAV-BLANK-LINE TO PASCAL-REPORT-RECORD.
050800     WRITE PASCAL-REPORT-RECORD.
050900     MOVE "HISTORY RECORDS READ" TO PAV-COUNT-LABEL.
051000     MOVE PAV-AUH-READ-COUNT TO PAV-COUNT-VALUE.
051100     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
051200     MOVE "LIVE AUDIT RECORDS READ" TO PAV-COUNT-LABEL.
051300     MOVE PAV-AUD-READ-COUNT TO PAV-COUNT-VALUE.
051400     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
051500     MOVE "  UNSEQUENCED (BEFORE THE CHAIN)" TO PAV-COUNT-LABEL.
051600     MOVE PAV-LEGACY-COUNT TO PAV-COUNT-VALUE.
051700     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
051800     MOVE "  SEQUENCED" TO PAV-COUNT-LABEL.
051900     MOVE PAV-SEQUENCED-COUNT TO PAV-COUNT-VALUE.
052000     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
052100     MOVE "LAST HISTORY SEQUENCE NUMBER" TO PAV-COUNT-LABEL.
052200     MOVE PAV-LAST-HIST-SEQ TO PAV-COUNT-VALUE.
052300     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
052400     MOVE "FIRST LIVE SEQUENCE NUMBER" TO PAV-COUNT-LABEL.
052500     MOVE PAV-FIRST-LIVE-SEQ TO PAV-COUNT-VALUE.
052600     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
052700     MOVE "LAST SEQUENCE NUMBER IN CHAIN" TO PAV-COUNT-LABEL.
052800     MOVE PAV-LAST-SEQ TO PAV-COUNT-VALUE.
052900     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
053000     MOVE "GAPS" TO PAV-COUNT-LABEL.
053100     MOVE PAV-GAP-COUNT TO PAV-COUNT-VALUE.
053200     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
053300     MOVE "  RECORDS MISSING IN GAPS" TO PAV-COUNT-LABEL.
053400     MOVE PAV-MISSING-COUNT TO PAV-COUNT-VALUE.
053500     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
053600     MOVE "DUPLICATE SEQUENCE NUMBERS" TO PAV-COUNT-LABEL.
053700     MOVE PAV-DUP-COUNT TO PAV-COUNT-VALUE.
053800     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
053900     MOVE "OUT-OF-ORDER RECORDS" TO PAV-COUNT-LABEL.
054000     MOVE PAV-ORDER-COUNT TO PAV-COUNT-VALUE.
054100     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
054200     MOVE "CHAIN BREAKS" TO PAV-COUNT-LABEL.
054300     MOVE PAV-BREAK-COUNT TO PAV-COUNT-VALUE.
054400     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
054500     MOVE "UNSEQUENCED RECORDS IN THE CHAIN" TO PAV-COUNT-LABEL.
054600     MOVE PAV-UNSEQ-COUNT TO PAV-COUNT-VALUE.
054700     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
054800     MOVE "END-OF-LOG MISMATCHES" TO PAV-COUNT-LABEL.
054900     MOVE PAV-TAIL-COUNT TO PAV-COUNT-VALUE.
055000     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
055100     MOVE PAV-BLANK-LINE TO PASCAL-REPORT-RECORD.
055200     WRITE PASCAL-REPORT-RECORD.
055300     EVALUATE TRUE
055400         WHEN PAV-OPEN-FAILED
055500             MOVE "PASCALAUD COULD NOT BE READ - NOT VERIFIED"
055600                 TO PAV-RESULT-TEXT
055700         WHEN PAV-EXCEPTION-COUNT > 0
055800             MOVE "AUDIT CHAIN BROKEN - SEE EXCEPTIONS ABOVE"
055900                 TO PAV-RESULT-TEXT
056000         WHEN PAV-TAIL-UNCHECKED
056100             MOVE "AUDIT CHAIN INTACT - END OF LOG NOT CHECKED"
056200                 TO PAV-RESULT-TEXT
056300         WHEN OTHER
056400             MOVE "AUDIT CHAIN INTACT" TO PAV-RESULT-TEXT
056500     END-EVALUATE.
056600     MOVE PAV-RESULT-LINE TO PASCAL-REPORT-RECORD.
056700     WRITE PASCAL-REPORT-RECORD.
056800 8000-EXIT.
056900     EXIT.
057000
057100 8200-PRINT-COUNT-LINE.
057200     MOVE PAV-COUNT-LINE TO PASCAL-REPORT-RECORD.
057300     WRITE PASCAL-REPORT-RECORD.
057400 8200-EXIT.
057500     EXIT.
057600
057700*-----------------------------------------------------------*
057800*  9000-TERMINATE - CLOSE EVERYTHING.                        *
057900*-----------------------------------------------------------*
058000 9000-TERMINATE.
058100     IF PAV-AUH-FILE-OPEN
058200         CLOSE PASCALAUH
058300     END-IF.
058400     IF PAV-AUD-FILE-OPEN
058500         CLOSE PASCALAUD
058600     END-IF.
058700     IF PAV-CKP-FILE-OPEN
058800         CLOSE PASCALCKP
058900     END-IF.
059000     CLOSE PASCALAVR.
059100 9000-EXIT.
059200     EXIT.
059300
059400*-----------------------------------------------------------*
059500*  9900-SET-RETURN-CODE - GRADED CONDITION CODE FOR THE      *
059600*  SCHEDULER (SEE THE PROGRAM HEADER).                       *
059700*-----------------------------------------------------------*
059800 9900-SET-RETURN-CODE.
059900     EVALUATE TRUE
060000         WHEN PAV-OPEN-FAILED
060100             MOVE 12 TO RETURN-CODE
060200         WHEN PAV-EXCEPTION-COUNT > 0
060300             MOVE 8 TO RETURN-CODE
060400         WHEN PAV-TAIL-UNCHECKED
060500             MOVE 4 TO RETURN-CODE
060600         WHEN OTHER
060700             MOVE 0 TO RETURN-CODE
060800     END-EVALUATE.
060900 9900-EXIT.
061000     EXIT.
