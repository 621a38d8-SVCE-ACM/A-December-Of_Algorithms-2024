000900*  THREE-WAY BALANCING OF A PascalTriangle RUN.  PASCALIN SAYS
001000*  HOW MANY DETAIL REQUESTS WERE SENT, PASCALAUD SHOULD HOLD ONE
001100*  AUDIT ENTRY PER REQUEST, PASCALRSP ONE DISPOSITION PER
001200*  REQUEST, AND THE PASCALCKP HIGH-WATER MARK SHOULD NAME THE
001300*  LAST AUDITED COMPLETION.  UNTIL NOW THAT TIE-OUT WAS DONE
001400*  BY HAND WHEN COMPLIANCE ASKED.  THIS JOB READS ALL FOUR AFTER
001500*  THE RUN, MATCHES THEM REQUEST NUMBER BY REQUEST NUMBER, AND
001600*  PRINTS AN EXCEPTIONS REPORT TO PASCALBR:
001700*      - REQUESTS WITH NO AUDIT ENTRY (OR TOO MANY)
001800*      - AUDIT ENTRIES WITH NO DISPOSITION (OR TOO MANY)
001900*      - AUDITS OR DISPOSITIONS FOR REQUESTS NEVER SENT
002000*      - A CHECKPOINT THAT DOES NOT NAME THE LAST COMPLETION
002100*  AND ENDS WITH A RETURN CODE THE SCHEDULER CAN ALARM ON:
002200*  0 = IN BALANCE, 8 = OUT OF BALANCE, 12 = A FILE COULD NOT BE
002300*  READ.
003300*
003400*  MODIFICATION HISTORY
003500*  YYYY-MM-DD  BY   DESCRIPTION
003510*  2026-10-15  KM   PascalTriangle NOW WORKS A CYCLE IN
003520*                   PRIORITY ORDER, SO ITS CHECKPOINT NAMES THE
003530*                   LAST REQUEST COMPLETED, NOT THE HIGHEST
003540*                   NUMBER.  COMPARE IT WITH THE LAST "C" IN
003550*                   AUDIT ORDER.
003600*  2026-09-02  KM   ORIGINAL - REQUEST/AUDIT/DISPOSITION AND
003700*                   CHECKPOINT BALANCING REPORT.
003800*****************************************************************
016200 77  PBL-RSP-READ-COUNT             PIC 9(07) COMP VALUE 0.
016300 77  PBL-EXCEPTION-COUNT            PIC 9(07) COMP VALUE 0.
016400 77  PBL-OVERFLOW-COUNT             PIC 9(07) COMP VALUE 0.
016500 77  PBL-LAST-COMPLETED-NBR         PIC 9(05) VALUE 0.
016600 77  PBL-CKP-HWM-NBR                PIC 9(05) VALUE 0.
016700 77  PBL-T                          PIC 9(05) COMP.
016800 77  PBL-FOUND-SUB                  PIC 9(05) COMP.
020500                                       VALUE " CHECKPOINT ".
020600         10  PBL-CKP-VALUE            PIC ZZZZ9.
020700         10  FILLER                   PIC X(17)
020800                              VALUE "  LAST COMPLETED ".
020900         10  PBL-CKP-HIGH             PIC ZZZZ9.
021000         10  FILLER                   PIC X(51) VALUE SPACES.
021100     05  PBL-COUNT-LINE.
039700     IF PBL-FOUND-SUB > 0
039800         ADD 1 TO PBL-ENTRY-AUD-CTR(PBL-FOUND-SUB)
039900     END-IF.
039910*    THE RUN WORKS ITS QUEUE IN PRIORITY ORDER, SO THE LAST
039920*    COMPLETION LOGGED - NOT THE HIGHEST NUMBER - IS THE ONE
039930*    ITS CHECKPOINT SHOULD NAME.
040000     IF PA-STATUS-COMPLETED
040010         MOVE PA-REQUEST-NUMBER TO PBL-LAST-COMPLETED-NBR
040300     END-IF.
040400 3200-NEXT.
040500     PERFORM 3100-READ-AUDIT THRU 3100-EXIT.
048300
048400*-----------------------------------------------------------*
048500*  6000-CHECK-CHECKPOINT - THE PASCALCKP HIGH-WATER MARK FOR *
048600*  THIS JOB AND CYCLE SHOULD EQUAL THE REQUEST NUMBER OF THE *
048700*  LAST COMPLETION THE AUDIT LOG SHOWS FOR THE AS-OF DATE.   *
048800*-----------------------------------------------------------*
048900 6000-CHECK-CHECKPOINT.
049000     IF NOT PBL-CKP-FILE-OPEN
050200             MOVE 0 TO PBL-CKP-HWM-NBR
050300         END-IF
050400     END-IF.
050500     IF PBL-CKP-HWM-NBR = PBL-LAST-COMPLETED-NBR
050600         GO TO 6000-EXIT
050700     END-IF.
050800     ADD 1 TO PBL-EXCEPTION-COUNT.
050900     MOVE "CHECKPOINT NOT AT LAST COMPLETION" TO PBL-CKP-TEXT.
051600     MOVE PBL-CKP-HWM-NBR TO PBL-CKP-VALUE.
051700     MOVE PBL-LAST-COMPLETED-NBR TO PBL-CKP-HIGH.
051800     MOVE PBL-CKP-LINE TO PASCAL-REPORT-RECORD.
051900     WRITE PASCAL-REPORT-RECORD.
052000 6000-EXIT.
