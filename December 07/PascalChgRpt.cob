001100*  THIS JOB TOTALS COMPLETED REQUESTS BY SOURCE SYSTEM (AS
001200*  CARRIED ON EACH AUDIT RECORD FROM THE PASCALIN HEADER -
001300*  "TERMINAL" FOR INTERACTIVE WORK) AND BY REQUEST TYPE: FULL
001400*  TRIANGLE (F), SINGLE ROW (R), SINGLE COEFFICIENT (C),
001450*  BINOMIAL DISTRIBUTION (B).  ONLY
001500*  COMPLETED REQUESTS ARE BILLED - ERRORED, SKIPPED, AND
001600*  DUPLICATE REQUESTS DID NO CHARGEABLE WORK.  THE REPORT
001700*  PRINTS TO PASCALCR.
002300*  MODIFICATION HISTORY
002400*  YYYY-MM-DD  BY   DESCRIPTION
002500*  2026-09-02  KM   ORIGINAL - SOURCE-SYSTEM/TYPE CHARGEBACK.
002550*  2026-10-15  KM   BINOMIAL (TYPE B) REQUESTS BILLED IN THEIR
002560*                   OWN BINOM COLUMN.
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
009500         10  PCG-FULL-TALLY         PIC 9(07) COMP.
009600         10  PCG-ROW-TALLY          PIC 9(07) COMP.
009700         10  PCG-COEF-TALLY         PIC 9(07) COMP.
009750         10  PCG-BINOM-TALLY        PIC 9(07) COMP.
009800
009900*--------------------------------------------------------------*
010000*  RUN COUNTERS AND WORK AREAS.                                 *
010900 77  PCG-GRAND-FULL                 PIC 9(07) COMP VALUE 0.
011000 77  PCG-GRAND-ROW                  PIC 9(07) COMP VALUE 0.
011100 77  PCG-GRAND-COEF                 PIC 9(07) COMP VALUE 0.
011150 77  PCG-GRAND-BINOM                PIC 9(07) COMP VALUE 0.
011200
011300*--------------------------------------------------------------*
011400*  PRINT-LINE MAP FOR THE PASCALCR REPORT.                      *
012700         10  FILLER                   PIC X(02) VALUE SPACES.
012800         10  FILLER                   PIC X(10)
012900                                       VALUE "SOURCE    ".
013000         10  FILLER                   PIC X(44) VALUE
013100         "    FULL     ROW    COEF   BINOM   BILLED".
013200         10  FILLER                   PIC X(76) VALUE SPACES.
013300     05  PCG-DETAIL-LINE.
013400         10  FILLER                   PIC X(02) VALUE SPACES.
013500         10  PCG-DET-SOURCE           PIC X(08).
014000         10  FILLER                   PIC X(01) VALUE SPACES.
014100         10  PCG-DET-COEF             PIC ZZZZZZ9.
014200         10  FILLER                   PIC X(01) VALUE SPACES.
014210         10  PCG-DET-BINOM            PIC ZZZZZZ9.
014220         10  FILLER                   PIC X(01) VALUE SPACES.
014300         10  PCG-DET-TOTAL            PIC ZZZZZZ9.
014400         10  FILLER                   PIC X(88) VALUE SPACES.
014500     05  PCG-COUNT-LINE.
014600         10  FILLER                   PIC X(02) VALUE SPACES.
014700         10  PCG-COUNT-LABEL          PIC X(30).
024100             MOVE 0 TO PCG-FULL-TALLY(PCG-SOURCE-COUNT)
024200             MOVE 0 TO PCG-ROW-TALLY(PCG-SOURCE-COUNT)
024300             MOVE 0 TO PCG-COEF-TALLY(PCG-SOURCE-COUNT)
024350             MOVE 0 TO PCG-BINOM-TALLY(PCG-SOURCE-COUNT)
024400             MOVE PCG-SOURCE-COUNT TO PCG-FOUND-SUB
024500         ELSE
024600             ADD 1 TO PCG-TABLE-OVERFLOWS
025800             ADD 1 TO PCG-ROW-TALLY(PCG-FOUND-SUB)
025900         WHEN "C"
026000             ADD 1 TO PCG-COEF-TALLY(PCG-FOUND-SUB)
026050         WHEN "B"
026060             ADD 1 TO PCG-BINOM-TALLY(PCG-FOUND-SUB)
026100         WHEN OTHER
026200             ADD 1 TO PCG-FULL-TALLY(PCG-FOUND-SUB)
026300     END-EVALUATE.
029800     MOVE PCG-GRAND-FULL TO PCG-DET-FULL.
029900     MOVE PCG-GRAND-ROW TO PCG-DET-ROW.
030000     MOVE PCG-GRAND-COEF TO PCG-DET-COEF.
030050     MOVE PCG-GRAND-BINOM TO PCG-DET-BINOM.
030100     MOVE PCG-BILLED-COUNT TO PCG-DET-TOTAL.
030200     MOVE PCG-DETAIL-LINE TO PASCAL-REPORT-RECORD.
030300     WRITE PASCAL-REPORT-RECORD.
032000     MOVE PCG-FULL-TALLY(PCG-T) TO PCG-DET-FULL.
032100     MOVE PCG-ROW-TALLY(PCG-T) TO PCG-DET-ROW.
032200     MOVE PCG-COEF-TALLY(PCG-T) TO PCG-DET-COEF.
032250     MOVE PCG-BINOM-TALLY(PCG-T) TO PCG-DET-BINOM.
032300     COMPUTE PCG-ENTRY-TOTAL = PCG-FULL-TALLY(PCG-T)
032400         + PCG-ROW-TALLY(PCG-T) + PCG-COEF-TALLY(PCG-T)
032450         + PCG-BINOM-TALLY(PCG-T).
032500     MOVE PCG-ENTRY-TOTAL TO PCG-DET-TOTAL.
032600     MOVE PCG-DETAIL-LINE TO PASCAL-REPORT-RECORD.
032700     WRITE PASCAL-REPORT-RECORD.
032800     ADD PCG-FULL-TALLY(PCG-T) TO PCG-GRAND-FULL.
032900     ADD PCG-ROW-TALLY(PCG-T) TO PCG-GRAND-ROW.
033000     ADD PCG-COEF-TALLY(PCG-T) TO PCG-GRAND-COEF.
033050     ADD PCG-BINOM-TALLY(PCG-T) TO PCG-GRAND-BINOM.
033100 3100-EXIT.
033200     EXIT.
033300
