000100*****************************************************************
000200*  PASCALRN.CPY
000300*  RUN-STATISTICS RECORD.  PascalTriangle APPENDS ONE RECORD TO
000400*  PASCALRUN AT THE END OF EVERY RUN - BATCH CYCLE, TERMINAL
000500*  SESSION, OR A SIGN-ON THE AUTHORIZED-USER CHECK REFUSED - SO
000600*  THE CONTROL TOTALS OUTLIVE THE DAY'S PASCALRPT PRINT AND
000700*  PascalRunRpt CAN TREND THE BATCH WINDOW.  THE RECORD CARRIES
000800*  THE SAME FIGURES AS THE CONTROL-TOTALS PAGE, THE WALL-CLOCK
000900*  START AND END OF THE RUN, AND THE RETURN CODE IT ENDED WITH.
001000*  ELAPSED TIME IS IN SECONDS AND HUNDREDTHS.
001100*
001200*  MODIFICATION HISTORY
001300*  YYYY-MM-DD  BY   DESCRIPTION
001400*  2026-10-15  KM   ORIGINAL - RUN-STATISTICS LAYOUT.
001500*****************************************************************
001600 01  PASCAL-RUN-STATS-RECORD.
001700     05  PRN-JOB-ID                 PIC X(08).
001800     05  PRN-JOBNAME                PIC X(08).
001900     05  PRN-RUN-MODE               PIC X(01).
002000         88  PRN-BATCH-RUN          VALUE "B".
002100         88  PRN-TERMINAL-RUN       VALUE "I".
002200     05  PRN-CYCLE-NBR              PIC 9(02).
002300     05  PRN-BUSINESS-DATE          PIC 9(08).
002400     05  PRN-USERID                 PIC X(08).
002500     05  PRN-START-STAMP.
002600         10  PRN-START-DATE         PIC 9(08).
002700         10  PRN-START-TIME         PIC 9(08).
002800     05  PRN-END-STAMP.
002900         10  PRN-END-DATE           PIC 9(08).
003000         10  PRN-END-TIME           PIC 9(08).
003100     05  PRN-ELAPSED-SECS           PIC 9(05)V99.
003200     05  PRN-REQUEST-COUNTS.
003300         10  PRN-REQ-READ           PIC 9(05).
003400         10  PRN-REQ-COMPLETED      PIC 9(05).
003500         10  PRN-REQ-ERRORED        PIC 9(05).
003600         10  PRN-REQ-SKIPPED        PIC 9(05).
003700         10  PRN-REQ-DUPLICATE      PIC 9(05).
003800         10  PRN-REQ-PARKED         PIC 9(05).
003900         10  PRN-REQ-EXPIRED        PIC 9(05).
004000         10  PRN-REQ-REQUEUED       PIC 9(05).
004100     05  PRN-OUTPUT-COUNTS.
004200         10  PRN-RPT-LINES          PIC 9(05).
004300         10  PRN-AUD-RECS           PIC 9(05).
004400         10  PRN-EXT-RECS           PIC 9(05).
004500         10  PRN-SUM-RECS           PIC 9(05).
004600         10  PRN-PRB-RECS           PIC 9(05).
004700         10  PRN-RSP-RECS           PIC 9(05).
004800         10  PRN-REJ-RECS           PIC 9(05).
004900         10  PRN-HIS-RECS           PIC 9(05).
005000     05  PRN-FILE-ERRORS            PIC 9(05).
005100     05  PRN-RETURN-CODE            PIC 9(02).
005200     05  FILLER                     PIC X(19).
