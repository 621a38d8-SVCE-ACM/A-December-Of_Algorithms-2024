000700
000800*****************************************************************
000900*  MODIFICATION HISTORY
000910*  YYYY-MM-DD  BY   DESCRIPTION
000918*  2026-10-15  KM   EVERY RUN NOW APPENDS ONE RUN-STATISTICS
000926*                   RECORD TO PASCALRUN - JOB, CYCLE, BUSINESS
000934*                   DATE, START/END TIME AND ELAPSED SECONDS, THE
000942*                   REQUEST COUNTS FROM THE CONTROL-TOTALS PAGE,
000950*                   RECORDS WRITTEN TO EACH OUTPUT FILE, AND THE
000958*                   FINAL RETURN CODE - FOR PascalRunRpt'S
000966*                   BATCH-WINDOW TRENDS.
000971*  2026-10-15  KM   EVERY PASCALAUD RECORD NOW CARRIES A
000972*                   PERMANENT AUDIT SEQUENCE NUMBER AND A CHAIN
000973*                   VALUE FOLDED FROM THE PRIOR RECORD'S (CALLED
000974*                   PascalChain).  THE LAST NUMBER AND CHAIN
000975*                   VALUE WRITTEN ARE KEPT ON PASCALCKP UNDER
000976*                   JOB ID PASCALAU SO THE NEXT RUN - BATCH,
000977*                   TERMINAL, OR A REJECTED SIGN-ON - CONTINUES
000978*                   THE CHAIN.  PascalAudVfy CHECKS IT.
000979*  2026-10-15  KM   PRIORITY CLASS AND NEEDED-BY DATE ON EACH
000980*                   DETAIL.  A CYCLE'S DETAILS ARE NOW LOADED
000981*                   INTO A STORAGE QUEUE AND WORKED IN PRIORITY,
000982*                   THEN NEEDED-BY, THEN REQUEST-NUMBER ORDER;
000983*                   THE CHECKPOINT CARRIES THE QUEUE POSITION SO
000984*                   A RESTART SKIPS BY POSITION.  A REQUEST WHOSE
000985*                   NEEDED-BY DATE IS BEFORE THE BUSINESS DATE
000986*                   AUDITS "X" (REASON EX) AND IS NOT WORKED; A
000987*                   BAD CLASS OR DATE EDITS AS PR OR ND.  THE
000988*                   STAGE ACTION TAKES BOTH FIELDS, AND THE
000989*                   CONTROL-TOTALS PAGE COUNTS EACH CLASS.
000990*  2026-10-15  KM   NEW REQUEST TYPE B - BINOMIAL DISTRIBUTION.
000991*                   THE ROW COUNT IS THE NUMBER OF TRIALS (1-9)
000992*                   AND THE DETAIL CARRIES A SUCCESS
000993*                   PROBABILITY, EDITED UNDER ITS OWN "BP"
000994*                   REASON CODE.  THE RUN PRINTS P(X=K) AND
000995*                   P(X<=K) FOR K = 0..N WITH THE MEAN AND
000996*                   VARIANCE, WRITES THE NEW PASCALPRB
000997*                   PROBABILITY INTERFACE FILE, AND BALANCES
000998*                   EACH DISTRIBUTION TO 1 ON THE CONTROL-
000999*                   TOTALS PAGE.  THE STAGE ACTION TAKES TYPE B.
001001*  2026-09-02  KM   NEW MENU ACTION 5 - STAGE AN AD-HOC
001002*                   REQUEST.  THE SESSION CAPTURES ROWS, TYPE,
001003*                   AND COLUMN (TYPE C), RUNS THE SAME EDITS
011750         ORGANIZATION IS LINE SEQUENTIAL
011760         FILE STATUS IS PASCAL-SUM-STATUS.
011770
011772*--------------------------------------------------------------*
011774*  FIXED-WIDTH PROBABILITY INTERFACE FOR THE ACTUARIAL SYSTEM - *
011776*  BINOMIAL-DISTRIBUTION (TYPE B) REQUESTS ONLY.                *
011778*--------------------------------------------------------------*
011780     SELECT PASCALPRB ASSIGN TO PASCALPB
011782         ORGANIZATION IS LINE SEQUENTIAL
011784         FILE STATUS IS PASCAL-PRB-STATUS.
011786
011800*--------------------------------------------------------------*
011900*  DISPOSITION RESPONSE FILE RETURNED TO THE ACTUARIAL QUEUE.   *
012000*--------------------------------------------------------------*
013100         RECORD KEY IS PCK-KEY
013200         FILE STATUS IS PASCAL-CKP-STATUS.
013300
013310*--------------------------------------------------------------*
013320*  RUN-STATISTICS HISTORY, ONE RECORD APPENDED PER RUN.         *
013330*--------------------------------------------------------------*
013340     SELECT PASCALRUN ASSIGN TO PASCALRN
013350         ORGANIZATION IS LINE SEQUENTIAL
013360         FILE STATUS IS PASCAL-RUN-STATUS.
013370
013400 DATA DIVISION.
013500 FILE SECTION.
013600
015520     RECORDING MODE IS F.
015530 COPY PASCALSM.
015540
015542 FD  PASCALPRB
015544     RECORDING MODE IS F.
015546 COPY PASCALPB.
015548
015600 FD  PASCALRSP
015700     RECORDING MODE IS F.
015800 COPY PASCALRS.
016000 FD  PASCALCKP.
016100 COPY PASCALCK.
016200
016210 FD  PASCALRUN
016220     RECORDING MODE IS F.
016230 COPY PASCALRN.
016240
016300 WORKING-STORAGE SECTION.
016400
016500*--------------------------------------------------------------*
018200     05  PASCAL-IDX-STATUS          PIC X(02) VALUE "00".
018300     05  PASCAL-EXT-STATUS          PIC X(02) VALUE "00".
018350     05  PASCAL-SUM-STATUS          PIC X(02) VALUE "00".
018360     05  PASCAL-PRB-STATUS          PIC X(02) VALUE "00".
018400     05  PASCAL-RSP-STATUS          PIC X(02) VALUE "00".
018450     05  PASCAL-REJ-STATUS          PIC X(02) VALUE "00".
018455     05  PASCAL-STG-STATUS          PIC X(02) VALUE "00".
018460     05  PASCAL-HIS-STATUS          PIC X(02) VALUE "00".
018470     05  PASCAL-RUN-STATUS          PIC X(02) VALUE "00".
018500     05  PASCAL-CKP-STATUS          PIC X(02) VALUE "00".
018600
018700*--------------------------------------------------------------*
021478         88  PASCAL-CYCLE-OK        VALUE "Y".
021480     05  PASCAL-CAL-EOF-SWITCH      PIC X(01) VALUE "N".
021482         88  PASCAL-CAL-EOF         VALUE "Y".
021486     05  PASCAL-EXPIRED-SWITCH      PIC X(01) VALUE "N".
021490         88  PASCAL-REQUEST-EXPIRED VALUE "Y".
021494     05  PASCAL-SLOT-SWITCH         PIC X(01) VALUE "N".
021498         88  PASCAL-SLOT-FOUND      VALUE "Y".
021500
021600*--------------------------------------------------------------*
021700*  RUN IDENTIFICATION (FROM THE COMMAND-LINE PARM).             *
022750     05  PASCAL-PARM-CYCLE          PIC X(02).
022800 77  PASCAL-RESTART-PARM-NUM        PIC 9(05) VALUE 0.
022900 77  PASCAL-RESTART-POINT           PIC 9(05) VALUE 0.
022910 77  PASCAL-RESTART-NBR             PIC 9(05) VALUE 0.
023000 77  PASCAL-RUN-USERID              PIC X(08) VALUE SPACES.
023100 77  PASCAL-RUN-JOBNAME             PIC X(08) VALUE SPACES.
023150 77  PASCAL-RUN-CYCLE               PIC 9(02) VALUE 01.
025500 77  PASCAL-CENTER-1                PIC 9(02) VALUE 0.
025600 77  PASCAL-CENTER-2                PIC 9(02) VALUE 0.
025700
025703*--------------------------------------------------------------*
025706*  BINOMIAL-DISTRIBUTION WORK AREAS.  N TRIALS USE TRIANGLE ROW *
025709*  N+1, WHOSE COLUMN K HOLDS C(N,K-1).  ENTRY K OF THE TABLE    *
025712*  CARRIES P**(K-1) AND Q**(K-1), SO P(X=K-1) IS COLUMN K TIMES *
025715*  P-POWER(K) TIMES Q-POWER(N+2-K).  THE POWERS AND THE RUNNING *
025718*  CUMULATIVE ARE HELD TO 14 PLACES AND ONLY THE PRINTED AND    *
025721*  INTERFACE FIGURES ARE ROUNDED TO 6.                          *
025724*--------------------------------------------------------------*
025727 01  PASCAL-PROB-AREA.
025730     05  PASCAL-PROB-TEXT           PIC X(07) VALUE SPACES.
025733     05  PASCAL-PROB-NUM REDEFINES PASCAL-PROB-TEXT
025736                                    PIC 9V9(06).
025739 01  PASCAL-BINOMIAL-TABLE.
025742     05  PASCAL-BIN-ENTRY OCCURS 10 TIMES.
025745         10  PASCAL-P-POWER         PIC 9V9(14).
025748         10  PASCAL-Q-POWER         PIC 9V9(14).
025751         10  PASCAL-BIN-POINT       PIC 9V9(06).
025754         10  PASCAL-BIN-CUM         PIC 9V9(06).
025757 77  PASCAL-BIN-TRIALS              PIC 9(02) VALUE 0.
025760 77  PASCAL-SUCCESS-PROB            PIC 9V9(06) VALUE 0.
025763 77  PASCAL-FAIL-PROB               PIC 9V9(06) VALUE 0.
025766 77  PASCAL-BIN-K                   PIC 9(02) COMP.
025769 77  PASCAL-BIN-Q-SUB               PIC 9(02) COMP.
025772 77  PASCAL-BIN-WORK                PIC 9V9(14) VALUE 0.
025775 77  PASCAL-BIN-CUM-WORK            PIC 9(02)V9(14) VALUE 0.
025778 77  PASCAL-BIN-DIFF                PIC 9(02)V9(14) VALUE 0.
025781 77  PASCAL-BIN-TOLERANCE           PIC 9V9(06) VALUE 0.000001.
025784 77  PASCAL-BIN-MEAN                PIC 9(02)V9(06) VALUE 0.
025787 77  PASCAL-BIN-VARIANCE            PIC 9(02)V9(06) VALUE 0.
025790
025800*--------------------------------------------------------------*
025900*  REPORT PAGINATION.                                           *
026000*--------------------------------------------------------------*
026900 77  PASCAL-ERRORED-COUNT           PIC 9(05) COMP VALUE 0.
027000 77  PASCAL-SKIPPED-COUNT           PIC 9(05) COMP VALUE 0.
027050 77  PASCAL-DUP-COUNT               PIC 9(05) COMP VALUE 0.
027059 77  PASCAL-EXPIRED-COUNT           PIC 9(05) COMP VALUE 0.
027060 77  PASCAL-VIOLATION-COUNT         PIC 9(05) COMP VALUE 0.
027070 77  PASCAL-MODE-CHAR               PIC X(01) VALUE SPACE.
027100 77  PASCAL-RPT-LINE-COUNT          PIC 9(05) COMP VALUE 0.
027200 77  PASCAL-EXT-REC-COUNT           PIC 9(05) COMP VALUE 0.
027250 77  PASCAL-SUM-REC-COUNT           PIC 9(05) COMP VALUE 0.
027260 77  PASCAL-PRB-REC-COUNT           PIC 9(05) COMP VALUE 0.
027269 77  PASCAL-AUD-REC-COUNT           PIC 9(05) COMP VALUE 0.
027278 77  PASCAL-RSP-REC-COUNT           PIC 9(05) COMP VALUE 0.
027287 77  PASCAL-REJ-REC-COUNT           PIC 9(05) COMP VALUE 0.
027296 77  PASCAL-HIS-REC-COUNT           PIC 9(05) COMP VALUE 0.
027300 77  PASCAL-SUM-CHECK-ERRORS        PIC 9(05) COMP VALUE 0.
027350 77  PASCAL-PROB-CHECK-ERRORS       PIC 9(05) COMP VALUE 0.
027400 77  PASCAL-EXPECTED-SUM            PIC 9(05) VALUE 0.
027500 77  PASCAL-CROSSFOOT-TOTAL         PIC 9(05) VALUE 0.
027600 77  PASCAL-POWER-CTR               PIC 9(02) COMP.
028600 77  PASCAL-AUD-ERRS                PIC 9(05) COMP VALUE 0.
028700 77  PASCAL-EXT-ERRS                PIC 9(05) COMP VALUE 0.
028750 77  PASCAL-SUM-ERRS                PIC 9(05) COMP VALUE 0.
028760 77  PASCAL-PRB-ERRS                PIC 9(05) COMP VALUE 0.
028800 77  PASCAL-RSP-ERRS                PIC 9(05) COMP VALUE 0.
028850 77  PASCAL-REJ-ERRS                PIC 9(05) COMP VALUE 0.
028855 77  PASCAL-STG-ERRS                PIC 9(05) COMP VALUE 0.
030822         10  PASCAL-STG-NBR         PIC 9(05).
030824         10  PASCAL-STG-ROWS        PIC X(02).
030826         10  PASCAL-STG-TYPE        PIC X(01).
030827         10  PASCAL-STG-PROB        PIC X(07).
030828         10  PASCAL-STG-COLUMN      PIC X(02).
030829         10  PASCAL-STG-PRIORITY    PIC X(01).
030830         10  PASCAL-STG-RETRY       PIC X(02).
030831         10  PASCAL-STG-NEEDED-BY   PIC X(08).
030832 77  PASCAL-STG-HASH                PIC 9(07) VALUE 0.
030834 77  PASCAL-STG-HI-NBR              PIC 9(05) VALUE 0.
030835 77  PASCAL-STG-HDR-DATE            PIC 9(08) VALUE 0.
032100 77  PASCAL-MENU-CHOICE             PIC X(01) VALUE SPACES.
032200 77  PASCAL-T                       PIC 9(03) COMP.
032300
032302*--------------------------------------------------------------*
032304*  CYCLE PROCESSING QUEUE.  2070 LOADS EVERY DETAIL OF THE      *
032306*  CYCLE'S FILE HERE IN PRIORITY CLASS, THEN NEEDED-BY DATE,    *
032308*  THEN REQUEST-NUMBER ORDER (THE LOAD SEQUENCE BREAKS TIES,    *
032310*  SO EQUAL KEYS KEEP THEIR FILE ORDER), AND 2200 WORKS THEM    *
032312*  BY POSITION.  A BLANK OR UNRECOGNIZED CLASS QUEUES AS 3      *
032314*  AND A MISSING NEEDED-BY DATE QUEUES LAST WITHIN ITS CLASS.   *
032316*  THE CHECKPOINT RECORDS THE POSITION OF THE LAST COMPLETION.  *
032318*--------------------------------------------------------------*
032320 01  PASCAL-QUEUE-TABLE.
032322     05  PASCAL-QUEUE-COUNT         PIC 9(04) COMP VALUE 0.
032324     05  PASCAL-QUE-ENTRY OCCURS 2000 TIMES.
032326         10  PASCAL-QUE-KEY.
032328             15  PASCAL-QUE-PRIORITY    PIC X(01).
032330             15  PASCAL-QUE-NEEDED-BY   PIC 9(08).
032332             15  PASCAL-QUE-REQ-NBR     PIC X(05).
032334             15  PASCAL-QUE-LOAD-SEQ    PIC 9(04).
032336         10  PASCAL-QUE-DETAIL      PIC X(28).
032338 01  PASCAL-NEW-QUEUE-ENTRY.
032340     05  PASCAL-NQ-KEY.
032342         10  PASCAL-NQ-PRIORITY     PIC X(01).
032344         10  PASCAL-NQ-NEEDED-BY    PIC 9(08).
032346         10  PASCAL-NQ-REQ-NBR      PIC X(05).
032348         10  PASCAL-NQ-LOAD-SEQ     PIC 9(04).
032350     05  PASCAL-NQ-DETAIL           PIC X(28).
032352 01  PASCAL-SCHEDULE-AREA.
032354     05  PASCAL-PRIORITY-TEXT       PIC X(01).
032356     05  PASCAL-NEEDED-BY-TEXT      PIC X(08).
032358     05  PASCAL-NEEDED-BY-NUM REDEFINES PASCAL-NEEDED-BY-TEXT
032360                                    PIC 9(08).
032362     05  PASCAL-NEEDED-BY-PARTS REDEFINES PASCAL-NEEDED-BY-TEXT.
032364         10  PASCAL-NEEDED-BY-YYYY  PIC 9(04).
032366         10  PASCAL-NEEDED-BY-MM    PIC 9(02).
032368         10  PASCAL-NEEDED-BY-DD    PIC 9(02).
032370 77  PASCAL-QUEUE-MAX               PIC 9(04) VALUE 2000.
032372 77  PASCAL-QUEUE-POS               PIC 9(04) COMP VALUE 0.
032374 77  PASCAL-Q                       PIC 9(04) COMP.
032376 77  PASCAL-LOAD-SEQ                PIC 9(04) COMP VALUE 0.
032378 77  PASCAL-LAST-COMPLETED-SEQ      PIC 9(05) VALUE 0.
032380 77  PASCAL-PRI-URGENT-COUNT        PIC 9(05) COMP VALUE 0.
032382 77  PASCAL-PRI-HIGH-COUNT          PIC 9(05) COMP VALUE 0.
032384 77  PASCAL-PRI-ROUTINE-COUNT       PIC 9(05) COMP VALUE 0.
032386 77  PASCAL-PRI-BAD-COUNT           PIC 9(05) COMP VALUE 0.
032388
032400*--------------------------------------------------------------*
032500*  THIS SESSION'S AUDIT ENTRIES, KEPT IN STORAGE SO THE MENU'S  *
032600*  REVIEW ACTION CAN REPLAY THEM WHILE PASCALAUD IS STILL OPEN  *
034000     88  PASCAL-REASON-BAD-TYPE     VALUE "BT".
034100     88  PASCAL-REASON-BAD-COLUMN   VALUE "BC".
034150     88  PASCAL-REASON-DUPLICATE    VALUE "DP".
034160     88  PASCAL-REASON-BAD-PROBABILITY VALUE "BP".
034170     88  PASCAL-REASON-EXPIRED      VALUE "EX".
034180     88  PASCAL-REASON-BAD-PRIORITY VALUE "PR".
034190     88  PASCAL-REASON-BAD-NEEDED-BY VALUE "ND".
034200 01  PASCAL-JOB-ID                  PIC X(08) VALUE "PASCALTR".
034210*    THE AD-HOC STAGING HIGH-WATER NUMBER IS CHECKPOINTED ON
034220*    PASCALCKP UNDER ITS OWN JOB ID (CYCLE 00) - SEE 2584/2589.
034230 01  PASCAL-STAGE-JOB-ID            PIC X(08) VALUE "PASCALSG".
034240*    THE AUDIT LOG'S LAST SEQUENCE NUMBER AND CHAIN VALUE ARE
034250*    KEPT ON PASCALCKP UNDER THEIR OWN JOB ID (CYCLE 00) TOO -
034260*    SEE 7050/7060.
034270 01  PASCAL-CHAIN-JOB-ID            PIC X(08) VALUE "PASCALAU".
034300
034400*--------------------------------------------------------------*
034500*  PascalCalc CALL INTERFACE.                                   *
034800 77  PASCAL-CALC-R                  PIC 9(02) VALUE 0.
034900 77  PASCAL-CALC-VALUE              PIC 9(05) VALUE 0.
035000 77  PASCAL-CALC-RETURN-CODE        PIC 9(02) VALUE 0.
035010
035020*--------------------------------------------------------------*
035030*  PascalChain CALL INTERFACE.                                  *
035040*--------------------------------------------------------------*
035050 77  PASCAL-AUDIT-SEQ               PIC 9(09) VALUE 0.
035060 77  PASCAL-PRIOR-CHAIN             PIC 9(09) VALUE 0.
035070 77  PASCAL-NEW-CHAIN               PIC 9(09) VALUE 0.
035071
035072*--------------------------------------------------------------*
035073*  RUN-STATISTICS TIMING.  A RUN STARTS AT PASCAL-RUN-DATE      *
035074*  AND PASCAL-RUN-TIME (1000) AND ENDS WHEN 9950 WRITES         *
035075*  PASCALRUN.  TIMES ARE HHMMSSHH; ELAPSED IS IN HUNDREDTHS.    *
035076*--------------------------------------------------------------*
035077 01  PASCAL-CLOCK-AREA.
035078     05  PASCAL-CLOCK-TIME          PIC 9(08).
035079     05  PASCAL-CLOCK-PARTS REDEFINES PASCAL-CLOCK-TIME.
035080         10  PASCAL-CLOCK-HH        PIC 9(02).
035081         10  PASCAL-CLOCK-MM        PIC 9(02).
035082         10  PASCAL-CLOCK-SS        PIC 9(02).
035083         10  PASCAL-CLOCK-HS        PIC 9(02).
035084 77  PASCAL-END-DATE                PIC 9(08) VALUE 0.
035085 77  PASCAL-END-TIME                PIC 9(08) VALUE 0.
035086 77  PASCAL-START-HSEC              PIC 9(08) VALUE 0.
035087 77  PASCAL-END-HSEC                PIC 9(08) VALUE 0.
035088 77  PASCAL-ELAPSED-SECS            PIC 9(05)V99 VALUE 0.
035100
035200*****************************************************************
035300*  PROCEDURE DIVISION
036100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036150*    A SIGN-ON THE AUTHORIZED-USER CHECK REJECTED GETS NO
036160*    PROCESSING AND NO TERMINATION PASS - THE VIOLATION WAS
036170*    AUDITED IN 1150 (WITH ITS AUDIT-CHAIN ENTRY ON PASCALCKP)
036180*    AND THE ONLY OTHER RECORD WRITTEN IS THE PASCALRUN
036190*    RUN-STATISTICS RECORD FROM 9950 BELOW.
036200     IF PASCAL-USER-OK
036250         IF PASCAL-BATCH-MODE
036300             PERFORM 2000-PROCESS-BATCH THRU 2000-EXIT
036600         PERFORM 9000-TERMINATE THRU 9000-EXIT
036700     END-IF.
036800     PERFORM 9900-SET-RETURN-CODE THRU 9900-EXIT.
036810     PERFORM 9950-WRITE-RUN-STATISTICS THRU 9950-EXIT.
036900     STOP RUN.
037000
037100*-----------------------------------------------------------*
041594 1150-EXIT.
041596     EXIT.
041598
041599*    APART FROM THE PASCALRUN RECORD EVERY RUN GETS (9950),
041600*    THE VIOLATION IS THE ONLY THING THIS RUN WRITES: THE
041602*    AUDIT LOG IS OPENED (WITH PASCALCKP, WHICH CARRIES THE
041604*    AUDIT CHAIN), THE "V" RECORD APPENDED, AND BOTH CLOSED
041606*    AGAIN, SO A REJECTED SIGN-ON LEAVES ONE AUDIT RECORD.
041608 1160-AUDIT-VIOLATION.
041610     SET PASCAL-USER-DENIED TO TRUE.
041611     PERFORM 1200-OPEN-CHECKPOINT-FILE THRU 1200-EXIT.
041612     PERFORM 1410-OPEN-AUDIT-FILE THRU 1410-EXIT.
041614     MOVE SPACES TO PASCAL-AUDIT-ROWS-TEXT.
041616     MOVE SPACE TO PASCAL-REQUEST-TYPE.
041618     MOVE "V" TO PASCAL-AUDIT-STATUS-CHAR.
041620     PERFORM 7000-LOG-AUDIT THRU 7000-EXIT.
041622     CLOSE PASCALAUD.
041623     CLOSE PASCALCKP.
041624 1160-EXIT.
041626     EXIT.
041628
042500     EXIT.
042600
042700*    NOTE: THE CHECKPOINT IS A SINGLE HIGH-WATER MARK PER JOB
042800*    AND CYCLE, NOT A PER-REQUEST COMPLETION LIST.  IT HOLDS
042900*    THE QUEUE POSITION (SEE 2070) OF THE LAST COMPLETED
043000*    REQUEST, SO A RESTART SKIPS EVERY POSITION UP TO IT.  A
043100*    REQUEST THAT FAILS VALIDATION DOES NOT ADVANCE IT, BUT A
043200*    LATER ONE THAT SUCCEEDS DOES.  THAT IS FINE: EVERY REQUEST
043300*    THAT AUDITS "E" IS REQUEUED ON PASCALREJ (SEE 7300).
043310*    A RESTART PARM, OR A MARK WRITTEN BEFORE THE POSITION WAS
043320*    CARRIED, NAMES A REQUEST NUMBER INSTEAD; 2090 TURNS IT
043330*    INTO A POSITION ONCE THE QUEUE IS LOADED.
043400 1300-DETERMINE-RESTART-POINT.
043500     MOVE 0 TO PASCAL-RESTART-POINT.
043510     MOVE 0 TO PASCAL-RESTART-NBR.
043600     MOVE PASCAL-JOB-ID TO PCK-JOB-ID.
043650     MOVE PASCAL-RUN-CYCLE TO PCK-CYCLE-NBR.
043700     READ PASCALCKP KEY IS PCK-KEY.
043740*    TODAY'S REQUESTS.
043800     IF PASCAL-CKP-STATUS = "00"
043850         AND PCK-CHECKPOINT-DATE = PASCAL-RUN-DATE
043900         IF PCK-LAST-SEQUENCE-NBR IS NUMERIC
043910             MOVE PCK-LAST-SEQUENCE-NBR TO PASCAL-RESTART-POINT
043920         ELSE
043930             MOVE PCK-LAST-REQUEST-NBR TO PASCAL-RESTART-NBR
043940         END-IF
044000     END-IF.
044100     IF PASCAL-RESTART-PARM-NUM > 0
044200         MOVE 0 TO PASCAL-RESTART-POINT
044210         MOVE PASCAL-RESTART-PARM-NUM TO PASCAL-RESTART-NBR
044300     END-IF.
044400 1300-EXIT.
044500     EXIT.
046100     PERFORM 1410-OPEN-AUDIT-FILE THRU 1410-EXIT.
046200     PERFORM 1420-OPEN-EXTRACT-FILE THRU 1420-EXIT.
046250     PERFORM 1425-OPEN-SUMMARY-FILE THRU 1425-EXIT.
046260     PERFORM 1427-OPEN-PROBABILITY-FILE THRU 1427-EXIT.
046300     IF PASCAL-BATCH-MODE
046400         PERFORM 1430-OPEN-RESPONSE-FILE THRU 1430-EXIT
046450         PERFORM 1435-OPEN-REQUEUE-FILE THRU 1435-EXIT
052895 1425-EXIT.
052897     EXIT.
052900
052905 1427-OPEN-PROBABILITY-FILE.
052910     IF PASCAL-RESTART-PARM-NUM > 0
052915         OPEN EXTEND PASCALPRB
052920         IF PASCAL-PRB-STATUS NOT = "00"
052925             OPEN OUTPUT PASCALPRB
052930             CLOSE PASCALPRB
052935             OPEN EXTEND PASCALPRB
052940         END-IF
052945     ELSE
052950         OPEN OUTPUT PASCALPRB
052955     END-IF.
052960     IF PASCAL-PRB-STATUS NOT = "00"
052965         ADD 1 TO PASCAL-PRB-ERRS
052970         DISPLAY "PASCALTR - UNABLE TO OPEN PASCALPRB - "
052975             "STATUS: " PASCAL-PRB-STATUS
052980     END-IF.
052985 1427-EXIT.
052990     EXIT.
052995
053000 1430-OPEN-RESPONSE-FILE.
053100     IF PASCAL-RESTART-PARM-NUM > 0
053200         OPEN EXTEND PASCALRSP
056000*-----------------------------------------------------------*
056100*  2000-PROCESS-BATCH - VERIFY THE REQUEST FILE'S HEADER AND *
056200*  TRAILER FIRST; ONLY A FILE THAT BALANCES IS PROCESSED.    *
056300*  THEN LOAD THE CYCLE'S DETAILS INTO THE PROCESSING QUEUE   *
056400*  AND WORK THEM IN ORDER, SKIPPING THOSE ALREADY COMPLETED  *
056410*  ON A PRIOR RUN.                                           *
056500*-----------------------------------------------------------*
056600 2000-PROCESS-BATCH.
056700     IF PASCAL-REQ-FILE-OPEN
056800         PERFORM 2050-VERIFY-REQUEST-FILE THRU 2050-EXIT
056900     END-IF.
057000     IF PASCAL-REQ-FILE-OPEN AND PASCAL-REQ-FILE-GOOD
057010         PERFORM 2070-LOAD-QUEUE THRU 2070-EXIT
057020         PERFORM 2090-RESOLVE-RESTART THRU 2090-EXIT
057200         PERFORM 2200-PROCESS-ONE-REQUEST THRU 2200-EXIT
057310             VARYING PASCAL-QUEUE-POS FROM 1 BY 1
057320             UNTIL PASCAL-QUEUE-POS > PASCAL-QUEUE-COUNT
057400     END-IF.
057500 2000-EXIT.
057600     EXIT.
061500                 " BUT ROW-COUNT HASH IS " PASCAL-VERIFY-HASH
061600         END-IF
061700     END-IF.
061710     IF PASCAL-VERIFY-COUNT > PASCAL-QUEUE-MAX
061720         SET PASCAL-REQ-FILE-BAD TO TRUE
061730         DISPLAY "PASCALTR - REQUEST FILE HAS "
061740             PASCAL-VERIFY-COUNT " DETAILS - A CYCLE CAN QUEUE "
061750             "AT MOST "
061760             PASCAL-QUEUE-MAX
061770     END-IF.
061800     IF PASCAL-REQ-FILE-BAD
061900         DISPLAY "PASCALTR - BATCH RUN TERMINATED - REQUEST "
062000             "FILE FAILED INTEGRITY CHECK"
065600     END-EVALUATE.
065700 2060-EXIT.
065800     EXIT.
065801
065802*-----------------------------------------------------------*
065803*  2070-LOAD-QUEUE - READ THE VERIFIED FILE ONCE, FILING     *
065804*  EACH DETAIL INTO THE PROCESSING QUEUE IN ORDER OF         *
065805*  PRIORITY CLASS, NEEDED-BY DATE, AND REQUEST NUMBER.       *
065806*  EACH CLASS IS COUNTED FOR THE CONTROL-TOTALS PAGE.        *
065807*-----------------------------------------------------------*
065808 2070-LOAD-QUEUE.
065809     MOVE 0 TO PASCAL-QUEUE-COUNT.
065810     MOVE 0 TO PASCAL-LOAD-SEQ.
065811     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
065812     PERFORM 2075-LOAD-ONE-RECORD THRU 2075-EXIT
065813         UNTIL PASCAL-EOF.
065814 2070-EXIT.
065815     EXIT.
065816
065817 2075-LOAD-ONE-RECORD.
065818     IF NOT PH-IS-HEADER AND NOT PH-IS-TRAILER
065819         PERFORM 2080-QUEUE-ONE-REQUEST THRU 2080-EXIT
065820     END-IF.
065821     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
065822 2075-EXIT.
065823     EXIT.
065824
065825*    2080 BUILDS THE NEW ENTRY'S KEY, THEN 2085 WALKS BACK FROM
065826*    THE END OF THE QUEUE, SHIFTING EACH LATER ENTRY UP ONE,
065827*    UNTIL IT FINDS WHERE THE NEW ENTRY BELONGS.
065828 2080-QUEUE-ONE-REQUEST.
065829     ADD 1 TO PASCAL-LOAD-SEQ.
065830     EVALUATE TRUE
065831         WHEN PI-PRIORITY-URGENT
065832             ADD 1 TO PASCAL-PRI-URGENT-COUNT
065833             MOVE "1" TO PASCAL-NQ-PRIORITY
065834         WHEN PI-PRIORITY-HIGH
065835             ADD 1 TO PASCAL-PRI-HIGH-COUNT
065836             MOVE "2" TO PASCAL-NQ-PRIORITY
065837         WHEN PI-PRIORITY-ROUTINE
065838             ADD 1 TO PASCAL-PRI-ROUTINE-COUNT
065839             MOVE "3" TO PASCAL-NQ-PRIORITY
065840         WHEN OTHER
065841             ADD 1 TO PASCAL-PRI-BAD-COUNT
065842             MOVE "3" TO PASCAL-NQ-PRIORITY
065843     END-EVALUATE.
065844     IF PI-NEEDED-BY-DATE IS NUMERIC
065845         MOVE PI-NEEDED-BY-NUM TO PASCAL-NQ-NEEDED-BY
065846     ELSE
065847         MOVE 99999999 TO PASCAL-NQ-NEEDED-BY
065848     END-IF.
065849     MOVE PI-REQUEST-NUMBER TO PASCAL-NQ-REQ-NBR.
065850     MOVE PASCAL-LOAD-SEQ TO PASCAL-NQ-LOAD-SEQ.
065851     MOVE PASCAL-REQUEST-RECORD TO PASCAL-NQ-DETAIL.
065852     MOVE PASCAL-QUEUE-COUNT TO PASCAL-Q.
065853     ADD 1 TO PASCAL-QUEUE-COUNT.
065854     MOVE "N" TO PASCAL-SLOT-SWITCH.
065855     PERFORM 2085-FIND-SLOT THRU 2085-EXIT
065856         UNTIL PASCAL-SLOT-FOUND.
065857     MOVE PASCAL-NEW-QUEUE-ENTRY
065858         TO PASCAL-QUE-ENTRY(PASCAL-Q + 1).
065859 2080-EXIT.
065860     EXIT.
065861
065862 2085-FIND-SLOT.
065863     IF PASCAL-Q = 0
065864         SET PASCAL-SLOT-FOUND TO TRUE
065865         GO TO 2085-EXIT
065866     END-IF.
065867     IF PASCAL-QUE-KEY(PASCAL-Q) NOT > PASCAL-NQ-KEY
065868         SET PASCAL-SLOT-FOUND TO TRUE
065869         GO TO 2085-EXIT
065870     END-IF.
065871     MOVE PASCAL-QUE-ENTRY(PASCAL-Q)
065872         TO PASCAL-QUE-ENTRY(PASCAL-Q + 1).
065873     SUBTRACT 1 FROM PASCAL-Q.
065874 2085-EXIT.
065875     EXIT.
065900
066000 2100-READ-REQUEST.
066100     READ PASCALIN
066800     END-READ.
066900 2100-EXIT.
067000     EXIT.
067003
067006*    2090 - A RESTART NAMED BY REQUEST NUMBER (THE PARM, OR AN
067009*    OLDER CHECKPOINT) RESUMES AFTER THAT REQUEST'S POSITION IN
067012*    THE QUEUE.  A NUMBER NOT IN THE FILE SKIPS NOTHING; THE
067015*    PASCALHIS DUPLICATE CHECK STILL CATCHES ANY REPEAT.
067018 2090-RESOLVE-RESTART.
067021     IF PASCAL-RESTART-NBR = 0
067024         GO TO 2090-EXIT
067027     END-IF.
067030     MOVE 0 TO PASCAL-RESTART-POINT.
067033     PERFORM 2095-FIND-RESTART-NBR THRU 2095-EXIT
067036         VARYING PASCAL-Q FROM 1 BY 1
067039         UNTIL PASCAL-Q > PASCAL-QUEUE-COUNT
067042            OR PASCAL-RESTART-POINT > 0.
067045     IF PASCAL-RESTART-POINT = 0
067048         DISPLAY "PASCALTR - RESTART REQUEST " PASCAL-RESTART-NBR
067051             " NOT IN THIS FILE - NO REQUESTS SKIPPED"
067054     ELSE
067057         DISPLAY "PASCALTR - RESTARTING AFTER REQUEST "
067060             PASCAL-RESTART-NBR " - QUEUE POSITION "
067063             PASCAL-RESTART-POINT
067066     END-IF.
067069 2090-EXIT.
067072     EXIT.
067075
067078 2095-FIND-RESTART-NBR.
067081     IF PASCAL-QUE-REQ-NBR(PASCAL-Q) = PASCAL-RESTART-NBR
067084         MOVE PASCAL-Q TO PASCAL-RESTART-POINT
067087     END-IF.
067090 2095-EXIT.
067093     EXIT.
067100
067200 2200-PROCESS-ONE-REQUEST.
067300*    THE QUEUED DETAIL IS MOVED BACK INTO THE PASCALIN RECORD
067400*    AREA SO EVERY EDIT AND WRITER BELOW SEES THE PI- FIELDS.
067500     MOVE PASCAL-QUE-DETAIL(PASCAL-QUEUE-POS)
067600         TO PASCAL-REQUEST-RECORD.
067700     MOVE PI-REQUEST-NUMBER TO PASCAL-REQUEST-NBR-NUM.
067800     MOVE PI-REQUEST-ROWS TO PASCAL-AUDIT-ROWS-TEXT.
067900     IF PI-TYPE-FULL-TRIANGLE
068100     ELSE
068200         MOVE PI-REQUEST-TYPE TO PASCAL-REQUEST-TYPE
068300     END-IF.
068400     IF PASCAL-QUEUE-POS NOT > PASCAL-RESTART-POINT
068500         MOVE "S" TO PASCAL-AUDIT-STATUS-CHAR
068600         SET PASCAL-REASON-RESTART-SKIP TO TRUE
068700         PERFORM 7000-LOG-AUDIT THRU 7000-EXIT
068940             SET PASCAL-REASON-DUPLICATE TO TRUE
068950             PERFORM 7000-LOG-AUDIT THRU 7000-EXIT
068960             PERFORM 7200-WRITE-RESPONSE THRU 7200-EXIT
068970             GO TO 2200-EXIT
068980         END-IF
068981         MOVE PI-PRIORITY-CLASS TO PASCAL-PRIORITY-TEXT
068982         MOVE PI-NEEDED-BY-DATE TO PASCAL-NEEDED-BY-TEXT
068983         SET PASCAL-REQUEST-VALID TO TRUE
068984         PERFORM 3500-VALIDATE-SCHEDULE THRU 3500-EXIT
068985         IF PASCAL-REQUEST-VALID AND PASCAL-REQUEST-EXPIRED
068986             DISPLAY "PASCALTR - REQUEST " PASCAL-REQUEST-NBR-NUM
068987                 " EXPIRED - NEEDED BY " PASCAL-NEEDED-BY-TEXT
068988             MOVE "X" TO PASCAL-AUDIT-STATUS-CHAR
068989             SET PASCAL-REASON-EXPIRED TO TRUE
068990             PERFORM 7000-LOG-AUDIT THRU 7000-EXIT
068991             PERFORM 7200-WRITE-RESPONSE THRU 7200-EXIT
068992             GO TO 2200-EXIT
068993         END-IF
069000         IF PASCAL-REQUEST-VALID
069100             MOVE PI-REQUEST-ROWS TO PASCAL-ROWS-TEXT
069110             PERFORM 3100-VALIDATE-ROWS-TEXT THRU 3100-EXIT
069120         END-IF
069200         IF PASCAL-REQUEST-VALID
069300             PERFORM 3200-VALIDATE-REQUEST-TYPE THRU 3200-EXIT
069400         END-IF
069800             PERFORM 7000-LOG-AUDIT THRU 7000-EXIT
069900             PERFORM 7200-WRITE-RESPONSE THRU 7200-EXIT
070000             PERFORM 7400-RECORD-HISTORY THRU 7400-EXIT
070010             IF PASCAL-HIS-STATUS = "00"
070020                 ADD 1 TO PASCAL-HIS-REC-COUNT
070030             END-IF
070050             PERFORM 7500-CHECKPOINT THRU 7500-EXIT
070100         ELSE
070200             MOVE "E" TO PASCAL-AUDIT-STATUS-CHAR
070450             PERFORM 7300-WRITE-REQUEUE THRU 7300-EXIT
070500         END-IF
070600     END-IF.
070800 2200-EXIT.
070900     EXIT.
070910
072200             PERFORM 4000-BUILD-TRIANGLE THRU 4000-EXIT
072300             PERFORM 5400-WRITE-ROW-REPORT THRU 5400-EXIT
072400             PERFORM 6200-WRITE-EXTRACT-ROW-ONLY THRU 6200-EXIT
072410         WHEN PI-TYPE-BINOMIAL
072420             COMPUTE PASCAL-NUM-ROWS = PASCAL-BIN-TRIALS + 1
072430             PERFORM 4000-BUILD-TRIANGLE THRU 4000-EXIT
072440             PERFORM 4600-COMPUTE-BINOMIAL THRU 4600-EXIT
072450             PERFORM 5600-WRITE-BINOMIAL-REPORT THRU 5600-EXIT
072460             PERFORM 6600-WRITE-PROBABILITY-FILE THRU 6600-EXIT
072500         WHEN OTHER
072600             PERFORM 4000-BUILD-TRIANGLE THRU 4000-EXIT
072700             PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
091028         DISPLAY "Staging cancelled."
091037         GO TO 2570-EXIT
091046     END-IF.
091055     DISPLAY "Type (F=full, R=row, C=coefficient, "
091060         "B=binomial, blank=F): "
091064         WITH NO ADVANCING.
091073     ACCEPT PASCAL-TERM-INPUT.
091082     MOVE PASCAL-TERM-INPUT(1:1) TO PASCAL-REQUEST-TYPE.
091118     IF PASCAL-REQUEST-TYPE NOT = "F"
091127         AND PASCAL-REQUEST-TYPE NOT = "R"
091136         AND PASCAL-REQUEST-TYPE NOT = "C"
091140         AND PASCAL-REQUEST-TYPE NOT = "B"
091145         DISPLAY "PASCALTR - INVALID REQUEST TYPE - MUST "
091154             "BE F, R, C, OR B: " PASCAL-REQUEST-TYPE
091163         MOVE PASCAL-ROWS-TEXT TO PASCAL-AUDIT-ROWS-TEXT
091172         MOVE "E" TO PASCAL-AUDIT-STATUS-CHAR
091181         PERFORM 7000-LOG-AUDIT THRU 7000-EXIT
091190         GO TO 2570-EXIT
091199     END-IF.
091208     MOVE SPACES TO PASCAL-COL-TEXT.
091210     MOVE SPACES TO PASCAL-PROB-TEXT.
091217     IF PASCAL-REQUEST-TYPE = "C"
091226         DISPLAY "Enter the column (1-" PASCAL-NUM-ROWS "): "
091235             WITH NO ADVANCING
091460             GO TO 2570-EXIT
091469         END-IF
091478     END-IF.
091479     IF PASCAL-REQUEST-TYPE = "B"
091480         PERFORM 2610-STAGE-PROBABILITY THRU 2610-EXIT
091481         IF PASCAL-REQUEST-INVALID
091482             GO TO 2570-EXIT
091483         END-IF
091484     END-IF.
091487     PERFORM 2580-LOAD-STAGING THRU 2580-EXIT.
091496     IF NOT PASCAL-STAGE-OK
091505         GO TO 2570-EXIT
091514     END-IF.
091516     PERFORM 2620-STAGE-SCHEDULE THRU 2620-EXIT.
091518     IF PASCAL-REQUEST-INVALID
091520         GO TO 2570-EXIT
091522     END-IF.
091523     IF PASCAL-STG-COUNT NOT < 100
091532         DISPLAY "PASCALTR - STAGING FILE FULL - RELEASE IT "
091541             "TO ITS CYCLE BEFORE STAGING MORE"
091667     MOVE PASCAL-COL-TEXT
091676         TO PASCAL-STG-COLUMN(PASCAL-STG-COUNT).
091685     MOVE "00" TO PASCAL-STG-RETRY(PASCAL-STG-COUNT).
091686     MOVE PASCAL-PROB-TEXT
091687         TO PASCAL-STG-PROB(PASCAL-STG-COUNT).
091688     MOVE PASCAL-PRIORITY-TEXT
091689         TO PASCAL-STG-PRIORITY(PASCAL-STG-COUNT).
091690     MOVE PASCAL-NEEDED-BY-TEXT
091691         TO PASCAL-STG-NEEDED-BY(PASCAL-STG-COUNT).
091694     MOVE PASCAL-ROWS-TEXT TO PASCAL-STG-ROWS-NUM.
091703     ADD PASCAL-STG-ROWS-NUM TO PASCAL-STG-HASH.
091712     MOVE PASCAL-STG-ERRS TO PASCAL-STG-ERRS-SAVE.
092468                     TO PASCAL-STG-COLUMN(PASCAL-STG-COUNT)
092477                 MOVE PG-RETRY-COUNT
092486                     TO PASCAL-STG-RETRY(PASCAL-STG-COUNT)
092488                 MOVE PG-SUCCESS-PROB
092490                     TO PASCAL-STG-PROB(PASCAL-STG-COUNT)
092491                 MOVE PG-PRIORITY-CLASS
092492                     TO PASCAL-STG-PRIORITY(PASCAL-STG-COUNT)
092493                 MOVE PG-NEEDED-BY-DATE
092494                     TO PASCAL-STG-NEEDED-BY(PASCAL-STG-COUNT)
092495                 IF PG-REQUEST-ROWS IS NUMERIC
092504                     MOVE PG-REQUEST-ROWS
092513                         TO PASCAL-STG-ROWS-NUM
093098     MOVE PASCAL-STAGE-JOB-ID TO PCK-JOB-ID.
093107     MOVE 00 TO PCK-CYCLE-NBR.
093116     MOVE PASCAL-STG-HI-NBR TO PCK-LAST-REQUEST-NBR.
093124     MOVE 0 TO PCK-LAST-SEQUENCE-NBR.
093125     MOVE PASCAL-RUN-DATE TO PCK-CHECKPOINT-DATE.
093134     MOVE PASCAL-RUN-TIME TO PCK-CHECKPOINT-TIME.
093143     IF PASCAL-CKP-STATUS = "00"
093620     MOVE PASCAL-STG-TYPE(PASCAL-S) TO PG-REQUEST-TYPE.
093629     MOVE PASCAL-STG-COLUMN(PASCAL-S) TO PG-REQUEST-COLUMN.
093638     MOVE PASCAL-STG-RETRY(PASCAL-S) TO PG-RETRY-COUNT.
093640     MOVE PASCAL-STG-PROB(PASCAL-S) TO PG-SUCCESS-PROB.
093643     MOVE PASCAL-STG-PRIORITY(PASCAL-S) TO PG-PRIORITY-CLASS.
093646     MOVE PASCAL-STG-NEEDED-BY(PASCAL-S) TO PG-NEEDED-BY-DATE.
093647     WRITE PASCAL-STAGE-RECORD.
093656     PERFORM 2595-CHECK-STAGING-STATUS THRU 2595-EXIT.
093665 2592-EXIT.
094061     END-IF.
094070 2600-EXIT.
094079     EXIT.
094080
094085*    2610-STAGE-PROBABILITY - TYPE B ONLY.  THE SUCCESS
094090*    PROBABILITY GOES THROUGH THE SAME 3400 EDIT BATCH USES;
094095*    A REJECTED ENTRY IS AUDITED "E" AND NOT STAGED.
094100 2610-STAGE-PROBABILITY.
094105     DISPLAY "Success probability (7 digits, implied "
094110         "9V999999 - e.g. 0250000 for 0.25): "
094115         WITH NO ADVANCING.
094120     ACCEPT PASCAL-PROB-TEXT.
094125     SET PASCAL-REQUEST-VALID TO TRUE.
094130     PERFORM 3400-VALIDATE-PROBABILITY THRU 3400-EXIT.
094135     IF PASCAL-REQUEST-INVALID
094140         MOVE PASCAL-ROWS-TEXT TO PASCAL-AUDIT-ROWS-TEXT
094145         MOVE "E" TO PASCAL-AUDIT-STATUS-CHAR
094150         PERFORM 7000-LOG-AUDIT THRU 7000-EXIT
094155     END-IF.
094160 2610-EXIT.
094165     EXIT.
094170
094175*    2620-STAGE-SCHEDULE - EVERY TYPE.  THE PRIORITY CLASS AND
094180*    NEEDED-BY DATE GO THROUGH THE SAME 3500 EDIT BATCH USES;
094185*    A BAD ENTRY, OR A DATE ALREADY PAST, IS AUDITED "E" AND
094190*    NOT STAGED.
094195 2620-STAGE-SCHEDULE.
094200     DISPLAY "Priority class (1=urgent, 2=high, 3=routine, "
094205         "blank=3): " WITH NO ADVANCING.
094210     ACCEPT PASCAL-PRIORITY-TEXT.
094215     DISPLAY "Needed-by date (YYYYMMDD, blank=none): "
094220         WITH NO ADVANCING.
094225     ACCEPT PASCAL-NEEDED-BY-TEXT.
094230     SET PASCAL-REQUEST-VALID TO TRUE.
094235     PERFORM 3500-VALIDATE-SCHEDULE THRU 3500-EXIT.
094240     IF PASCAL-REQUEST-VALID AND PASCAL-REQUEST-EXPIRED
094245         SET PASCAL-REQUEST-INVALID TO TRUE
094250         SET PASCAL-REASON-BAD-NEEDED-BY TO TRUE
094255         DISPLAY "PASCALTR - NEEDED-BY DATE "
094260             PASCAL-NEEDED-BY-TEXT
094265             " IS BEFORE BUSINESS DATE " PASCAL-BUSINESS-DATE
094270     END-IF.
094275     IF PASCAL-REQUEST-INVALID
094280         MOVE PASCAL-ROWS-TEXT TO PASCAL-AUDIT-ROWS-TEXT
094285         MOVE "E" TO PASCAL-AUDIT-STATUS-CHAR
094290         PERFORM 7000-LOG-AUDIT THRU 7000-EXIT
094295     END-IF.
094300 2620-EXIT.
094305     EXIT.
094400
094500*-----------------------------------------------------------*
094600*  3100-VALIDATE-ROWS-TEXT - SHARED BY BATCH AND INTERACTIVE *
096900
097000*-----------------------------------------------------------*
097100*  3200-VALIDATE-REQUEST-TYPE - BATCH ONLY.  THE TYPE CODE   *
097200*  MUST BE F (OR BLANK), R, C, OR B; A TYPE-C REQUEST MUST   *
097300*  ALSO CARRY A NUMERIC COLUMN OPERAND INSIDE ROW N, AND A   *
097310*  TYPE-B REQUEST A SUCCESS PROBABILITY FROM 0 THROUGH 1.    *
097400*-----------------------------------------------------------*
097500 3200-VALIDATE-REQUEST-TYPE.
097600     EVALUATE TRUE
098000             CONTINUE
098100         WHEN PI-TYPE-SINGLE-ROW
098200             CONTINUE
098210         WHEN PI-TYPE-BINOMIAL
098220             MOVE PI-SUCCESS-PROB TO PASCAL-PROB-TEXT
098230             PERFORM 3400-VALIDATE-PROBABILITY THRU 3400-EXIT
098300         WHEN OTHER
098400             SET PASCAL-REQUEST-INVALID TO TRUE
098500             SET PASCAL-REASON-BAD-TYPE TO TRUE
098600             DISPLAY "PASCALTR - INVALID REQUEST TYPE - MUST "
098700                 "BE F, R, C, OR B: " PI-REQUEST-TYPE
098800     END-EVALUATE.
098900 3200-EXIT.
099000     EXIT.
100700     END-IF.
100800 3300-EXIT.
100900     EXIT.
100901
100902*-----------------------------------------------------------*
100903*  3400-VALIDATE-PROBABILITY - TYPE B, SHARED BY BATCH AND   *
100904*  THE STAGE ACTION.  THE ROW COUNT IS THE NUMBER OF TRIALS, *
100905*  WHICH NEEDS TRIANGLE ROW N+1, SO IT IS CAPPED AT 9 (AN    *
100906*  OUT-OF-RANGE "RG" LIKE ANY OTHER ROW COUNT).  THE SUCCESS *
100907*  PROBABILITY IN PASCAL-PROB-TEXT MUST BE SEVEN DIGITS,     *
100908*  IMPLIED 9V9(6), NO GREATER THAN 1 - ANYTHING ELSE IS A    *
100909*  "BP" BAD PROBABILITY.                                     *
100910*-----------------------------------------------------------*
100911 3400-VALIDATE-PROBABILITY.
100912     MOVE PASCAL-NUM-ROWS TO PASCAL-BIN-TRIALS.
100913     IF PASCAL-BIN-TRIALS > 9
100914         SET PASCAL-REQUEST-INVALID TO TRUE
100915         SET PASCAL-REASON-OUT-OF-RANGE TO TRUE
100916         DISPLAY "PASCALTR - INVALID TRIALS - MUST BE 1 THRU "
100917             "9: " PASCAL-ROWS-TEXT
100918         GO TO 3400-EXIT
100919     END-IF.
100920     IF PASCAL-PROB-TEXT NOT NUMERIC
100921         SET PASCAL-REQUEST-INVALID TO TRUE
100922         SET PASCAL-REASON-BAD-PROBABILITY TO TRUE
100923         DISPLAY "PASCALTR - INVALID PROBABILITY - NOT "
100924             "NUMERIC: " PASCAL-PROB-TEXT
100925         GO TO 3400-EXIT
100926     END-IF.
100927     IF PASCAL-PROB-NUM > 1
100928         SET PASCAL-REQUEST-INVALID TO TRUE
100929         SET PASCAL-REASON-BAD-PROBABILITY TO TRUE
100930         DISPLAY "PASCALTR - INVALID PROBABILITY - MUST BE "
100931             "0 THRU 1: " PASCAL-PROB-TEXT
100932         GO TO 3400-EXIT
100933     END-IF.
100934     MOVE PASCAL-PROB-NUM TO PASCAL-SUCCESS-PROB.
100935     COMPUTE PASCAL-FAIL-PROB = 1 - PASCAL-SUCCESS-PROB.
100936 3400-EXIT.
100937     EXIT.
100938
100939*-----------------------------------------------------------*
100940*  3500-VALIDATE-SCHEDULE - EDIT THE PRIORITY CLASS AND      *
100941*  NEEDED-BY DATE IN PASCAL-SCHEDULE-AREA.  THE CLASS MUST   *
100942*  BE 1, 2, 3, OR BLANK (PR); A NEEDED-BY DATE, IF GIVEN,    *
100943*  MUST BE A YYYYMMDD DATE (ND).  A GOOD DATE BEFORE THE     *
100944*  BUSINESS DATE SETS PASCAL-REQUEST-EXPIRED - THE CALLER    *
100945*  DECIDES WHAT AN EXPIRED REQUEST MEANS.                    *
100946*-----------------------------------------------------------*
100947 3500-VALIDATE-SCHEDULE.
100948     MOVE "N" TO PASCAL-EXPIRED-SWITCH.
100949     IF PASCAL-PRIORITY-TEXT NOT = "1" AND NOT = "2"
100950         AND NOT = "3" AND NOT = SPACE
100951         SET PASCAL-REQUEST-INVALID TO TRUE
100952         SET PASCAL-REASON-BAD-PRIORITY TO TRUE
100953         DISPLAY "PASCALTR - INVALID PRIORITY CLASS - MUST BE "
100954             "1, 2, 3, OR BLANK: " PASCAL-PRIORITY-TEXT
100955         GO TO 3500-EXIT
100956     END-IF.
100957     IF PASCAL-NEEDED-BY-TEXT = SPACES
100958         GO TO 3500-EXIT
100959     END-IF.
100960     IF PASCAL-NEEDED-BY-TEXT NOT NUMERIC
100961         SET PASCAL-REQUEST-INVALID TO TRUE
100962         SET PASCAL-REASON-BAD-NEEDED-BY TO TRUE
100963         DISPLAY "PASCALTR - INVALID NEEDED-BY DATE - NOT "
100964             "NUMERIC: " PASCAL-NEEDED-BY-TEXT
100965         GO TO 3500-EXIT
100966     END-IF.
100967     IF PASCAL-NEEDED-BY-MM < 1 OR PASCAL-NEEDED-BY-MM > 12
100968         OR PASCAL-NEEDED-BY-DD < 1 OR PASCAL-NEEDED-BY-DD > 31
100969         SET PASCAL-REQUEST-INVALID TO TRUE
100970         SET PASCAL-REASON-BAD-NEEDED-BY TO TRUE
100971         DISPLAY "PASCALTR - INVALID NEEDED-BY DATE - MUST BE "
100972             "YYYYMMDD: " PASCAL-NEEDED-BY-TEXT
100973         GO TO 3500-EXIT
100974     END-IF.
100975     IF PASCAL-NEEDED-BY-NUM < PASCAL-BUSINESS-DATE
100976         SET PASCAL-REQUEST-EXPIRED TO TRUE
100977     END-IF.
100978 3500-EXIT.
100979     EXIT.
101000
101100
101200*-----------------------------------------------------------*
111600     END-IF.
111700 4500-EXIT.
111800     EXIT.
111801
111802
111803*-----------------------------------------------------------*
111804*  4600-COMPUTE-BINOMIAL - TYPE-B REQUESTS.  4000 HAS BUILT  *
111805*  (OR LOADED) ROW N+1, WHOSE COLUMN K IS C(N,K-1).  BUILD   *
111806*  THE POWERS OF P AND Q, THEN P(X=K-1) AND THE RUNNING      *
111807*  CUMULATIVE FOR EVERY K, THE MEAN NP AND VARIANCE NPQ.     *
111808*  THE UNROUNDED DISTRIBUTION MUST SUM TO 1: ONE THAT DOES   *
111809*  NOT IS FLAGGED AND COUNTED FOR THE BALANCING PAGE, THE    *
111810*  SAME AS A ROW THAT FAILS THE ROW-SUM CHECK.               *
111811*-----------------------------------------------------------*
111812 4600-COMPUTE-BINOMIAL.
111813     MOVE 1 TO PASCAL-P-POWER(1).
111814     MOVE 1 TO PASCAL-Q-POWER(1).
111815     PERFORM 4610-BUILD-POWERS THRU 4610-EXIT
111816         VARYING PASCAL-BIN-K FROM 2 BY 1
111817         UNTIL PASCAL-BIN-K > PASCAL-NUM-ROWS.
111818     MOVE 0 TO PASCAL-BIN-CUM-WORK.
111819     PERFORM 4620-COMPUTE-ONE-POINT THRU 4620-EXIT
111820         VARYING PASCAL-BIN-K FROM 1 BY 1
111821         UNTIL PASCAL-BIN-K > PASCAL-NUM-ROWS.
111822     COMPUTE PASCAL-BIN-MEAN ROUNDED =
111823         PASCAL-BIN-TRIALS * PASCAL-SUCCESS-PROB.
111824     COMPUTE PASCAL-BIN-VARIANCE ROUNDED =
111825         PASCAL-BIN-TRIALS * PASCAL-SUCCESS-PROB
111826         * PASCAL-FAIL-PROB.
111827     PERFORM 4630-CHECK-DISTRIBUTION THRU 4630-EXIT.
111828 4600-EXIT.
111829     EXIT.
111830
111831 4610-BUILD-POWERS.
111832     COMPUTE PASCAL-P-POWER(PASCAL-BIN-K) ROUNDED =
111833         PASCAL-P-POWER(PASCAL-BIN-K - 1) * PASCAL-SUCCESS-PROB.
111834     COMPUTE PASCAL-Q-POWER(PASCAL-BIN-K) ROUNDED =
111835         PASCAL-Q-POWER(PASCAL-BIN-K - 1) * PASCAL-FAIL-PROB.
111836 4610-EXIT.
111837     EXIT.
111838
111839 4620-COMPUTE-ONE-POINT.
111840     COMPUTE PASCAL-BIN-Q-SUB =
111841         PASCAL-NUM-ROWS + 1 - PASCAL-BIN-K.
111842     COMPUTE PASCAL-BIN-WORK ROUNDED =
111843         PASCAL-RESULT-COL(PASCAL-NUM-ROWS, PASCAL-BIN-K)
111844         * PASCAL-P-POWER(PASCAL-BIN-K)
111845         * PASCAL-Q-POWER(PASCAL-BIN-Q-SUB).
111846     ADD PASCAL-BIN-WORK TO PASCAL-BIN-CUM-WORK.
111847     COMPUTE PASCAL-BIN-POINT(PASCAL-BIN-K) ROUNDED =
111848         PASCAL-BIN-WORK.
111849     COMPUTE PASCAL-BIN-CUM(PASCAL-BIN-K) ROUNDED =
111850         PASCAL-BIN-CUM-WORK.
111851 4620-EXIT.
111852     EXIT.
111853
111854 4630-CHECK-DISTRIBUTION.
111855     IF PASCAL-BIN-CUM-WORK > 1
111856         COMPUTE PASCAL-BIN-DIFF = PASCAL-BIN-CUM-WORK - 1
111857     ELSE
111858         COMPUTE PASCAL-BIN-DIFF = 1 - PASCAL-BIN-CUM-WORK
111859     END-IF.
111860     IF PASCAL-BIN-DIFF > PASCAL-BIN-TOLERANCE
111861         MOVE "  *OUT OF BALANCE*" TO PR-BINOM-FLAG
111862         ADD 1 TO PASCAL-PROB-CHECK-ERRORS
111863         DISPLAY "PASCALTR - PROBABILITIES DO NOT SUM TO 1 - "
111864             "REQUEST " PASCAL-REQUEST-NBR-NUM
111865     ELSE
111866         MOVE SPACES TO PR-BINOM-FLAG
111867     END-IF.
111868 4630-EXIT.
111869     EXIT.
111900
112000
112100*-----------------------------------------------------------*
131300         ") = ", PASCAL-CALC-VALUE.
131400 5500-EXIT.
131500     EXIT.
131501
131502
131503*-----------------------------------------------------------*
131504*  5600-WRITE-BINOMIAL-REPORT - TYPE-B REQUEST: THE REQUEST  *
131505*  LINE (ROWS REQ IS THE NUMBER OF TRIALS), THE TRIALS AND   *
131506*  SUCCESS PROBABILITY, ONE P(X=K)/P(X<=K) LINE PER K, AND   *
131507*  THE MEAN/VARIANCE LINE.                                   *
131508*-----------------------------------------------------------*
131509 5600-WRITE-BINOMIAL-REPORT.
131510     MOVE PASCAL-REQUEST-NBR-NUM TO PR-REQUEST-NBR.
131511     MOVE PASCAL-BIN-TRIALS TO PR-ROWS-REQ.
131512     MOVE PASCAL-REQUEST-TYPE TO PR-REQ-TYPE.
131513     PERFORM 5250-CHECK-PAGE-BREAK THRU 5250-EXIT.
131514     MOVE PR-REQUEST-LINE TO PASCAL-REPORT-RECORD.
131515     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
131516     MOVE PASCAL-BIN-TRIALS TO PR-BINOM-TRIALS.
131517     MOVE PASCAL-SUCCESS-PROB TO PR-BINOM-PROB.
131518     MOVE PR-BINOM-PARM-LINE TO PASCAL-REPORT-RECORD.
131519     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
131520     MOVE PR-BINOM-HEAD-LINE TO PASCAL-REPORT-RECORD.
131521     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
131522     ADD 3 TO PASCAL-LINE-COUNT.
131523     DISPLAY "Binomial n=" PASCAL-BIN-TRIALS " p="
131524         PR-BINOM-PROB.
131525     PERFORM 5610-WRITE-BINOMIAL-POINT THRU 5610-EXIT
131526         VARYING PASCAL-BIN-K FROM 1 BY 1
131527         UNTIL PASCAL-BIN-K > PASCAL-NUM-ROWS.
131528     PERFORM 5250-CHECK-PAGE-BREAK THRU 5250-EXIT.
131529     MOVE PASCAL-BIN-MEAN TO PR-BINOM-MEAN.
131530     MOVE PASCAL-BIN-VARIANCE TO PR-BINOM-VARIANCE.
131531     MOVE PR-BINOM-STATS-LINE TO PASCAL-REPORT-RECORD.
131532     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
131533     MOVE PR-BLANK-LINE TO PASCAL-REPORT-RECORD.
131534     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
131535     ADD 2 TO PASCAL-LINE-COUNT.
131536     DISPLAY "  Mean=" PR-BINOM-MEAN " Variance="
131537         PR-BINOM-VARIANCE.
131538 5600-EXIT.
131539     EXIT.
131540
131541 5610-WRITE-BINOMIAL-POINT.
131542     PERFORM 5250-CHECK-PAGE-BREAK THRU 5250-EXIT.
131543     COMPUTE PR-BINOM-K = PASCAL-BIN-K - 1.
131544     MOVE PASCAL-BIN-POINT(PASCAL-BIN-K) TO PR-BINOM-POINT.
131545     MOVE PASCAL-BIN-CUM(PASCAL-BIN-K) TO PR-BINOM-CUM.
131546     MOVE PR-BINOM-POINT-LINE TO PASCAL-REPORT-RECORD.
131547     PERFORM 5900-WRITE-REPORT-LINE THRU 5900-EXIT.
131548     ADD 1 TO PASCAL-LINE-COUNT.
131549     DISPLAY "  P(X=" PR-BINOM-K ")=" PR-BINOM-POINT
131550         "  P(X<=" PR-BINOM-K ")=" PR-BINOM-CUM.
131551 5610-EXIT.
131552     EXIT.
131600
131700*-----------------------------------------------------------*
131800*  5900-WRITE-REPORT-LINE / 5910-WRITE-REPORT-PAGE - EVERY   *
141374 6500-EXIT.
141376     EXIT.
141400
141401
141402*-----------------------------------------------------------*
141403*  6600-WRITE-PROBABILITY-FILE - TYPE-B REQUESTS: ONE "P"    *
141404*  POINT RECORD PER K = 0..N ON THE PASCALPRB INTERFACE,     *
141405*  THEN ONE "M" MOMENTS RECORD WITH THE MEAN AND VARIANCE.   *
141406*-----------------------------------------------------------*
141407 6600-WRITE-PROBABILITY-FILE.
141408     PERFORM 6610-WRITE-PROB-POINT THRU 6610-EXIT
141409         VARYING PASCAL-BIN-K FROM 1 BY 1
141410         UNTIL PASCAL-BIN-K > PASCAL-NUM-ROWS.
141411     MOVE SPACES TO PASCAL-PROB-MOMENTS.
141412     MOVE "M" TO PPM-RECORD-TYPE.
141413     MOVE PASCAL-REQUEST-NBR-NUM TO PPM-REQUEST-NUMBER.
141414     MOVE PASCAL-BIN-TRIALS TO PPM-TRIALS.
141415     MOVE PASCAL-SUCCESS-PROB TO PPM-SUCCESS-PROB.
141416     MOVE PASCAL-BIN-MEAN TO PPM-MEAN.
141417     MOVE PASCAL-BIN-VARIANCE TO PPM-VARIANCE.
141418     MOVE PASCAL-RUN-DATE TO PPM-RUN-DATE.
141419     WRITE PASCAL-PROB-MOMENTS.
141420     PERFORM 6650-CHECK-PROB-STATUS THRU 6650-EXIT.
141421     ADD 1 TO PASCAL-PRB-REC-COUNT.
141422 6600-EXIT.
141423     EXIT.
141424
141425 6610-WRITE-PROB-POINT.
141426     MOVE SPACES TO PASCAL-PROB-RECORD.
141427     SET PP-IS-POINT TO TRUE.
141428     MOVE PASCAL-REQUEST-NBR-NUM TO PP-REQUEST-NUMBER.
141429     MOVE PASCAL-BIN-TRIALS TO PP-TRIALS.
141430     MOVE PASCAL-SUCCESS-PROB TO PP-SUCCESS-PROB.
141431     COMPUTE PP-SUCCESS-COUNT = PASCAL-BIN-K - 1.
141432     MOVE PASCAL-BIN-POINT(PASCAL-BIN-K) TO PP-POINT-PROB.
141433     MOVE PASCAL-BIN-CUM(PASCAL-BIN-K) TO PP-CUM-PROB.
141434     MOVE PASCAL-RUN-DATE TO PP-RUN-DATE.
141435     WRITE PASCAL-PROB-RECORD.
141436     PERFORM 6650-CHECK-PROB-STATUS THRU 6650-EXIT.
141437     ADD 1 TO PASCAL-PRB-REC-COUNT.
141438 6610-EXIT.
141439     EXIT.
141440
141441 6650-CHECK-PROB-STATUS.
141442     IF PASCAL-PRB-STATUS NOT = "00"
141443         ADD 1 TO PASCAL-PRB-ERRS
141444         IF PASCAL-PRB-ERRS = 1
141445             DISPLAY "PASCALTR - PASCALPRB WRITE FAILED - "
141446                 "STATUS: " PASCAL-PRB-STATUS
141447         END-IF
141448     END-IF.
141449 6650-EXIT.
141450     EXIT.
141460
141500*-----------------------------------------------------------*
141600*  7000-LOG-AUDIT - APPENDS ONE COMPLIANCE AUDIT RECORD.     *
141700*  CALLER SETS PASCAL-AUDIT-ROWS-TEXT AND                    *
143240         MOVE "TERMINAL" TO PA-SOURCE-SYSTEM
143250     END-IF.
143260     MOVE PASCAL-REQUEST-TYPE TO PA-REQUEST-TYPE.
143270     PERFORM 7050-NEXT-AUDIT-LINK THRU 7050-EXIT.
143300     WRITE PASCAL-AUDIT-RECORD.
143310     ADD 1 TO PASCAL-AUD-REC-COUNT.
143400     IF PASCAL-AUD-STATUS NOT = "00"
143500         ADD 1 TO PASCAL-AUD-ERRS
143600         IF PASCAL-AUD-ERRS = 1
143700             DISPLAY "PASCALTR - PASCALAUD WRITE FAILED - "
143800                 "STATUS: " PASCAL-AUD-STATUS
143900         END-IF
143910     ELSE
143920         PERFORM 7060-SAVE-AUDIT-LINK THRU 7060-EXIT
144000     END-IF.
144100     EVALUATE PASCAL-AUDIT-STATUS-CHAR
144200         WHEN "C"
144760             ADD 1 TO PASCAL-DUP-COUNT
144770         WHEN "V"
144780             ADD 1 TO PASCAL-VIOLATION-COUNT
144789         WHEN "X"
144798             ADD 1 TO PASCAL-EXPIRED-COUNT
144800     END-EVALUATE.
144900     IF PASCAL-INTERACTIVE-MODE
145000         AND PASCAL-SESSION-AUD-COUNT < 50
145900 7000-EXIT.
146000     EXIT.
146100
146101*-----------------------------------------------------------*
146102*  7050-NEXT-AUDIT-LINK - NUMBER THE AUDIT RECORD BEING      *
146103*  BUILT AND CHAIN IT TO THE LAST ONE WRITTEN.  THE LAST     *
146104*  NUMBER AND CHAIN VALUE ARE RE-READ FROM PASCALCKP EACH    *
146105*  TIME, SO A TERMINAL SESSION AND A BATCH CYCLE WRITING     *
146106*  THE SAME DAY'S LOG STILL SHARE ONE CHAIN.  NO CONTROL     *
146107*  RECORD YET MEANS THE FIRST RECORD EVER: NUMBER 1, PRIOR   *
146108*  CHAIN ZERO.  IF THE READ FAILS, THIS RUN'S OWN LAST       *
146109*  VALUES ARE USED.                                          *
146110*-----------------------------------------------------------*
146111 7050-NEXT-AUDIT-LINK.
146112     MOVE PASCAL-CHAIN-JOB-ID TO PCK-JOB-ID.
146113     MOVE 00 TO PCK-CYCLE-NBR.
146114     READ PASCALCKP KEY IS PCK-KEY.
146115     IF PASCAL-CKP-STATUS = "00"
146116         AND PCC-LAST-AUDIT-SEQ IS NUMERIC
146117         AND PCC-LAST-CHAIN-VALUE IS NUMERIC
146118         MOVE PCC-LAST-AUDIT-SEQ TO PASCAL-AUDIT-SEQ
146119         MOVE PCC-LAST-CHAIN-VALUE TO PASCAL-PRIOR-CHAIN
146120     END-IF.
146121     ADD 1 TO PASCAL-AUDIT-SEQ.
146122     MOVE PASCAL-AUDIT-SEQ TO PA-AUDIT-SEQ-NBR.
146123     CALL "PascalChain" USING PASCAL-PRIOR-CHAIN
146124         PASCAL-AUDIT-RECORD PASCAL-NEW-CHAIN.
146125     MOVE PASCAL-NEW-CHAIN TO PA-CHAIN-VALUE.
146126 7050-EXIT.
146127     EXIT.
146128
146129*    7060 - THE RECORD IS ON THE LOG; ONLY NOW DOES THE CONTROL
146130*    RECORD MOVE FORWARD.  A FAILED WRITE LEAVES IT WHERE IT WAS.
146131 7060-SAVE-AUDIT-LINK.
146132     MOVE PASCAL-NEW-CHAIN TO PASCAL-PRIOR-CHAIN.
146133     MOVE PASCAL-CHAIN-JOB-ID TO PCK-JOB-ID.
146134     MOVE 00 TO PCK-CYCLE-NBR.
146135     READ PASCALCKP KEY IS PCK-KEY.
146136     MOVE PASCAL-CHAIN-JOB-ID TO PCC-JOB-ID.
146137     MOVE 00 TO PCC-CYCLE-NBR.
146138     MOVE PASCAL-AUDIT-SEQ TO PCC-LAST-AUDIT-SEQ.
146139     MOVE PASCAL-NEW-CHAIN TO PCC-LAST-CHAIN-VALUE.
146140     MOVE PASCAL-RUN-DATE TO PCC-CHECKPOINT-DATE.
146141     IF PASCAL-CKP-STATUS = "00"
146142         REWRITE PASCAL-CHAIN-CHECKPOINT-RECORD
146143     ELSE
146144         WRITE PASCAL-CHAIN-CHECKPOINT-RECORD
146145     END-IF.
146146     IF PASCAL-CKP-STATUS NOT = "00"
146147         ADD 1 TO PASCAL-CKP-ERRS
146148         IF PASCAL-CKP-ERRS = 1
146149             DISPLAY "PASCALTR - PASCALCKP WRITE FAILED - "
146150                 "STATUS: " PASCAL-CKP-STATUS
146151         END-IF
146152     END-IF.
146153 7060-EXIT.
146154     EXIT.
146155
146200*-----------------------------------------------------------*
146300*  7200-WRITE-RESPONSE - RETURNS THE DISPOSITION OF ONE      *
146400*  BATCH REQUEST TO THE ACTUARIAL QUEUE.  CALLER SETS        *
147500     MOVE PASCAL-REASON-CODE TO PS-REASON-CODE.
147550     MOVE PASCAL-HDR-SOURCE TO PS-SOURCE-SYSTEM.
147600     WRITE PASCAL-RESPONSE-RECORD.
147610     ADD 1 TO PASCAL-RSP-REC-COUNT.
147700     IF PASCAL-RSP-STATUS NOT = "00"
147800         ADD 1 TO PASCAL-RSP-ERRS
147900         IF PASCAL-RSP-ERRS = 1
148558     MOVE PI-REQUEST-NUMBER TO PJ-REQUEST-NUMBER.
148560     MOVE PI-REQUEST-ROWS TO PJ-REQUEST-ROWS.
148562     MOVE PI-REQUEST-TYPE TO PJ-REQUEST-TYPE.
148563     MOVE PI-SUCCESS-PROB TO PJ-SUCCESS-PROB.
148564     MOVE PI-REQUEST-COLUMN TO PJ-REQUEST-COLUMN.
148565     MOVE PI-PRIORITY-CLASS TO PJ-PRIORITY-CLASS.
148566     ADD 1 TO PASCAL-RETRY-NUM.
148568     MOVE PASCAL-RETRY-NUM TO PJ-RETRY-COUNT.
148569     MOVE PI-NEEDED-BY-DATE TO PJ-NEEDED-BY-DATE.
148570     WRITE PASCAL-REQUEUE-RECORD.
148571     ADD 1 TO PASCAL-REJ-REC-COUNT.
148572     PERFORM 7320-CHECK-REQUEUE-STATUS THRU 7320-EXIT.
148574     ADD 1 TO PASCAL-REQUEUE-COUNT.
148576     IF PI-REQUEST-ROWS IS NUMERIC
148606     MOVE PASCAL-HDR-SOURCE TO PJH-SOURCE-SYSTEM.
148610     MOVE 00 TO PJH-CYCLE-NUMBER.
148612     WRITE PASCAL-REQUEUE-HEADER.
148613     ADD 1 TO PASCAL-REJ-REC-COUNT.
148614     PERFORM 7320-CHECK-REQUEUE-STATUS THRU 7320-EXIT.
148616     SET PASCAL-REJ-HDR-WRITTEN TO TRUE.
148618 7310-EXIT.
148630     MOVE PASCAL-REQUEUE-COUNT TO PJT-RECORD-COUNT.
148632     MOVE PASCAL-REJ-HASH TO PJT-HASH-TOTAL.
148634     WRITE PASCAL-REQUEUE-TRAILER.
148635     ADD 1 TO PASCAL-REJ-REC-COUNT.
148636     PERFORM 7320-CHECK-REQUEUE-STATUS THRU 7320-EXIT.
148638 7315-EXIT.
148640     EXIT.
149200*-----------------------------------------------------------*
149300 7500-CHECKPOINT.
149400     MOVE PASCAL-REQUEST-NBR-NUM TO PASCAL-LAST-COMPLETED-NBR.
149410     MOVE PASCAL-QUEUE-POS TO PASCAL-LAST-COMPLETED-SEQ.
149500     ADD 1 TO PASCAL-REQ-COUNT.
149600     DIVIDE PASCAL-REQ-COUNT BY PASCAL-CKPT-INTERVAL
149700         GIVING PASCAL-CKPT-QUOT REMAINDER PASCAL-CKPT-REM.
150700     MOVE PASCAL-JOB-ID TO PCK-JOB-ID.
150750     MOVE PASCAL-RUN-CYCLE TO PCK-CYCLE-NBR.
150800     MOVE PASCAL-LAST-COMPLETED-NBR TO PCK-LAST-REQUEST-NBR.
150810     MOVE PASCAL-LAST-COMPLETED-SEQ TO PCK-LAST-SEQUENCE-NBR.
150900     MOVE PASCAL-RUN-DATE TO PCK-CHECKPOINT-DATE.
151000     MOVE PASCAL-RUN-TIME TO PCK-CHECKPOINT-TIME.
151100     IF PASCAL-CKP-STATUS = "00"
153900     CLOSE PASCALAUD.
154000     CLOSE PASCALEXT.
154050     CLOSE PASCALSUM.
154060     CLOSE PASCALPRB.
154100     IF PASCAL-BATCH-MODE
154200         CLOSE PASCALRSP
154210         IF PASCAL-REJ-HDR-WRITTEN
156400     MOVE "REQUESTS READ" TO PR-CTL-LABEL.
156500     MOVE PASCAL-READ-COUNT TO PR-CTL-COUNT.
156600     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
156607     MOVE "  PRIORITY 1 - URGENT" TO PR-CTL-LABEL.
156614     MOVE PASCAL-PRI-URGENT-COUNT TO PR-CTL-COUNT.
156621     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
156628     MOVE "  PRIORITY 2 - HIGH" TO PR-CTL-LABEL.
156635     MOVE PASCAL-PRI-HIGH-COUNT TO PR-CTL-COUNT.
156642     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
156649     MOVE "  PRIORITY 3 - ROUTINE" TO PR-CTL-LABEL.
156656     MOVE PASCAL-PRI-ROUTINE-COUNT TO PR-CTL-COUNT.
156663     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
156670     IF PASCAL-PRI-BAD-COUNT > 0
156677         MOVE "  PRIORITY CLASS INVALID" TO PR-CTL-LABEL
156684         MOVE PASCAL-PRI-BAD-COUNT TO PR-CTL-COUNT
156691         PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT
156698     END-IF.
156700     MOVE "REQUESTS COMPLETED" TO PR-CTL-LABEL.
156800     MOVE PASCAL-COMPLETED-COUNT TO PR-CTL-COUNT.
156900     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
157502     MOVE "REQUESTS DUPLICATE (SKIPPED)" TO PR-CTL-LABEL.
157504     MOVE PASCAL-DUP-COUNT TO PR-CTL-COUNT.
157506     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
157507     MOVE "REQUESTS EXPIRED (NEEDED-BY)" TO PR-CTL-LABEL.
157508     MOVE PASCAL-EXPIRED-COUNT TO PR-CTL-COUNT.
157509     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
157510     MOVE "REQUESTS REQUEUED (PASCALREJ)" TO PR-CTL-LABEL.
157520     MOVE PASCAL-REQUEUE-COUNT TO PR-CTL-COUNT.
157530     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
157810     MOVE "ROW SUMMARY RECORDS WRITTEN" TO PR-CTL-LABEL.
157820     MOVE PASCAL-SUM-REC-COUNT TO PR-CTL-COUNT.
157830     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
157840     MOVE "PROBABILITY RECORDS WRITTEN" TO PR-CTL-LABEL.
157850     MOVE PASCAL-PRB-REC-COUNT TO PR-CTL-COUNT.
157860     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
157900     MOVE "ROW-SUM CHECK ERRORS" TO PR-CTL-LABEL.
158000     MOVE PASCAL-SUM-CHECK-ERRORS TO PR-CTL-COUNT.
158100     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
158110     MOVE "PROBABILITY-SUM CHECK ERRORS" TO PR-CTL-LABEL.
158120     MOVE PASCAL-PROB-CHECK-ERRORS TO PR-CTL-COUNT.
158130     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
158200     MOVE "REPORT LINES WRITTEN" TO PR-CTL-LABEL.
158300     MOVE PASCAL-RPT-LINE-COUNT TO PR-CTL-COUNT.
158400     PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT.
158500     PERFORM 9120-WRITE-FILE-ERRORS THRU 9120-EXIT.
158600     COMPUTE PASCAL-CROSSFOOT-TOTAL = PASCAL-COMPLETED-COUNT
158700         + PASCAL-ERRORED-COUNT + PASCAL-SKIPPED-COUNT
158710         + PASCAL-DUP-COUNT + PASCAL-EXPIRED-COUNT.
158800     IF (PASCAL-BATCH-MODE
158900             AND PASCAL-CROSSFOOT-TOTAL NOT = PASCAL-READ-COUNT)
159000         OR PASCAL-REQ-FILE-BAD
159100         OR PASCAL-SUM-CHECK-ERRORS > 0
159110         OR PASCAL-PROB-CHECK-ERRORS > 0
159200         OR PASCAL-TOTAL-FILE-ERRS > 0
159300         MOVE "*** RUN OUT OF BALANCE ***" TO PR-CTL-VERDICT
159400         DISPLAY "PASCALTR - RUN OUT OF BALANCE - SEE THE "
161700 9120-WRITE-FILE-ERRORS.
161800     COMPUTE PASCAL-TOTAL-FILE-ERRS = PASCAL-REQ-ERRS
161900         + PASCAL-RPT-ERRS + PASCAL-AUD-ERRS + PASCAL-EXT-ERRS
161950         + PASCAL-SUM-ERRS + PASCAL-PRB-ERRS + PASCAL-STG-ERRS
162000         + PASCAL-RSP-ERRS + PASCAL-REJ-ERRS + PASCAL-HIS-ERRS
162010         + PASCAL-IDX-ERRS + PASCAL-CKP-ERRS.
162100     MOVE "FILE WRITE ERRORS" TO PR-CTL-LABEL.
164356         MOVE PASCAL-STG-ERRS TO PR-CTL-COUNT
164358         PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT
164360     END-IF.
164367     IF PASCAL-PRB-ERRS > 0
164374         MOVE "  PASCALPRB ERRORS" TO PR-CTL-LABEL
164381         MOVE PASCAL-PRB-ERRS TO PR-CTL-COUNT
164388         PERFORM 9110-WRITE-COUNT-LINE THRU 9110-EXIT
164395     END-IF.
164400     IF PASCAL-RSP-ERRS > 0
164500         MOVE "  PASCALRSP ERRORS" TO PR-CTL-LABEL
164600         MOVE PASCAL-RSP-ERRS TO PR-CTL-COUNT
166300*  9900-SET-RETURN-CODE - GRADED CONDITION CODE FOR THE      *
166350*  SCHEDULER:  16 = SIGN-ON DENIED BY THE AUTHORIZED-USER    *
166360*  CHECK - NOTHING RAN,                                      *
166400*  0 = CLEAN,  4 = A REQUEST AUDITED "E", WAS SKIPPED, OR    *
166500*  EXPIRED,  8 = THE RUN IS OUT OF BALANCE (REQUEST-FILE     *
166600*  INTEGRITY FAILURE, A ROW-SUM OR PROBABILITY-SUM SELF-     *
166605*  CHECK ERROR, OR A BATCH CROSSFOOT MISMATCH - THE SAME     *
166610*  CONDITIONS THE CONTROL-TOTALS PAGE FLAGS),  12 = A FILE   *
166620*  ERROR - DOWNSTREAM JOBS MUST NOT TRUST THIS RUN'S OUTPUT. *
166800*-----------------------------------------------------------*
166900 9900-SET-RETURN-CODE.
167000     COMPUTE PASCAL-TOTAL-FILE-ERRS = PASCAL-REQ-ERRS
167100         + PASCAL-RPT-ERRS + PASCAL-AUD-ERRS + PASCAL-EXT-ERRS
167150         + PASCAL-SUM-ERRS + PASCAL-PRB-ERRS + PASCAL-STG-ERRS
167200         + PASCAL-RSP-ERRS + PASCAL-REJ-ERRS + PASCAL-HIS-ERRS
167205         + PASCAL-IDX-ERRS + PASCAL-CKP-ERRS.
167210     COMPUTE PASCAL-CROSSFOOT-TOTAL = PASCAL-COMPLETED-COUNT
167220         + PASCAL-ERRORED-COUNT + PASCAL-SKIPPED-COUNT
167230         + PASCAL-DUP-COUNT + PASCAL-EXPIRED-COUNT.
167300     EVALUATE TRUE
167350         WHEN PASCAL-USER-DENIED
167360             MOVE 16 TO RETURN-CODE
167700             MOVE 8 TO RETURN-CODE
167710         WHEN PASCAL-SUM-CHECK-ERRORS > 0
167720             MOVE 8 TO RETURN-CODE
167724         WHEN PASCAL-PROB-CHECK-ERRORS > 0
167728             MOVE 8 TO RETURN-CODE
167730         WHEN PASCAL-BATCH-MODE
167740             AND PASCAL-CROSSFOOT-TOTAL NOT = PASCAL-READ-COUNT
167750             MOVE 8 TO RETURN-CODE
168100             MOVE 4 TO RETURN-CODE
168110         WHEN PASCAL-DUP-COUNT > 0
168120             MOVE 4 TO RETURN-CODE
168130         WHEN PASCAL-EXPIRED-COUNT > 0
168140             MOVE 4 TO RETURN-CODE
168200         WHEN OTHER
168300             MOVE 0 TO RETURN-CODE
168400     END-EVALUATE.
168500 9900-EXIT.
168600     EXIT.
168601
168602*-----------------------------------------------------------*
168603*  9950-WRITE-RUN-STATISTICS - APPEND THIS RUN'S FIGURES     *
168604*  TO PASCALRUN FOR PascalRunRpt.  IT RUNS AFTER 9900 SO     *
168605*  THE RECORD CARRIES THE FINAL RETURN CODE, AND FOR EVERY   *
168606*  RUN, A REFUSED SIGN-ON INCLUDED.  A STATISTICS-FILE       *
168607*  PROBLEM IS REPORTED ON THE CONSOLE ONLY - IT CHANGES      *
168608*  NEITHER THE RETURN CODE NOR ANYTHING THE RUN PRODUCED.    *
168609*-----------------------------------------------------------*
168610 9950-WRITE-RUN-STATISTICS.
168611     ACCEPT PASCAL-END-DATE FROM DATE YYYYMMDD.
168612     ACCEPT PASCAL-END-TIME FROM TIME.
168613     PERFORM 9960-COMPUTE-ELAPSED THRU 9960-EXIT.
168614     OPEN EXTEND PASCALRUN.
168615     IF PASCAL-RUN-STATUS NOT = "00"
168616         OPEN OUTPUT PASCALRUN
168617         CLOSE PASCALRUN
168618         OPEN EXTEND PASCALRUN
168619     END-IF.
168620     IF PASCAL-RUN-STATUS NOT = "00"
168621         DISPLAY "PASCALTR - UNABLE TO OPEN PASCALRUN - "
168622             "STATUS: " PASCAL-RUN-STATUS
168623         GO TO 9950-EXIT
168624     END-IF.
168625     MOVE SPACES TO PASCAL-RUN-STATS-RECORD.
168626     MOVE PASCAL-JOB-ID TO PRN-JOB-ID.
168627     MOVE PASCAL-RUN-JOBNAME TO PRN-JOBNAME.
168628     MOVE PASCAL-MODE-SWITCH TO PRN-RUN-MODE.
168629     MOVE PASCAL-RUN-CYCLE TO PRN-CYCLE-NBR.
168630     MOVE PASCAL-BUSINESS-DATE TO PRN-BUSINESS-DATE.
168631     MOVE PASCAL-RUN-USERID TO PRN-USERID.
168632     MOVE PASCAL-RUN-DATE TO PRN-START-DATE.
168633     MOVE PASCAL-RUN-TIME TO PRN-START-TIME.
168634     MOVE PASCAL-END-DATE TO PRN-END-DATE.
168635     MOVE PASCAL-END-TIME TO PRN-END-TIME.
168636     MOVE PASCAL-ELAPSED-SECS TO PRN-ELAPSED-SECS.
168637     MOVE PASCAL-READ-COUNT TO PRN-REQ-READ.
168638     MOVE PASCAL-COMPLETED-COUNT TO PRN-REQ-COMPLETED.
168639     MOVE PASCAL-ERRORED-COUNT TO PRN-REQ-ERRORED.
168640     MOVE PASCAL-SKIPPED-COUNT TO PRN-REQ-SKIPPED.
168641     MOVE PASCAL-DUP-COUNT TO PRN-REQ-DUPLICATE.
168642     MOVE PASCAL-PARKED-COUNT TO PRN-REQ-PARKED.
168643     MOVE PASCAL-EXPIRED-COUNT TO PRN-REQ-EXPIRED.
168644     MOVE PASCAL-REQUEUE-COUNT TO PRN-REQ-REQUEUED.
168645     MOVE PASCAL-RPT-LINE-COUNT TO PRN-RPT-LINES.
168646     MOVE PASCAL-AUD-REC-COUNT TO PRN-AUD-RECS.
168647     MOVE PASCAL-EXT-REC-COUNT TO PRN-EXT-RECS.
168648     MOVE PASCAL-SUM-REC-COUNT TO PRN-SUM-RECS.
168649     MOVE PASCAL-PRB-REC-COUNT TO PRN-PRB-RECS.
168650     MOVE PASCAL-RSP-REC-COUNT TO PRN-RSP-RECS.
168651     MOVE PASCAL-REJ-REC-COUNT TO PRN-REJ-RECS.
168652     MOVE PASCAL-HIS-REC-COUNT TO PRN-HIS-RECS.
168653     MOVE PASCAL-TOTAL-FILE-ERRS TO PRN-FILE-ERRORS.
168654     MOVE RETURN-CODE TO PRN-RETURN-CODE.
168655     WRITE PASCAL-RUN-STATS-RECORD.
168656     IF PASCAL-RUN-STATUS NOT = "00"
168657         DISPLAY "PASCALTR - PASCALRUN WRITE FAILED - "
168658             "STATUS: " PASCAL-RUN-STATUS
168659     END-IF.
168660     CLOSE PASCALRUN.
168661 9950-EXIT.
168662     EXIT.
168663
168664*    A RUN THAT CROSSES MIDNIGHT ENDS ON THE NEXT DAY'S CLOCK, SO
168665*    THAT DAY IS ADDED BACK; A CLOCK SET BACK MID-RUN GIVES ZERO.
168666 9960-COMPUTE-ELAPSED.
168667     MOVE PASCAL-RUN-TIME TO PASCAL-CLOCK-TIME.
168668     COMPUTE PASCAL-START-HSEC = PASCAL-CLOCK-HH * 360000
168669         + PASCAL-CLOCK-MM * 6000 + PASCAL-CLOCK-SS * 100
168670         + PASCAL-CLOCK-HS.
168671     MOVE PASCAL-END-TIME TO PASCAL-CLOCK-TIME.
168672     COMPUTE PASCAL-END-HSEC = PASCAL-CLOCK-HH * 360000
168673         + PASCAL-CLOCK-MM * 6000 + PASCAL-CLOCK-SS * 100
168674         + PASCAL-CLOCK-HS.
168675     IF PASCAL-END-DATE > PASCAL-RUN-DATE
168676         ADD 8640000 TO PASCAL-END-HSEC
168677     END-IF.
168678     IF PASCAL-END-HSEC < PASCAL-START-HSEC
168679         MOVE 0 TO PASCAL-ELAPSED-SECS
168680     ELSE
168681         COMPUTE PASCAL-ELAPSED-SECS =
168682             (PASCAL-END-HSEC - PASCAL-START-HSEC) / 100
168683     END-IF.
168684 9960-EXIT.
168685     EXIT.
168700
