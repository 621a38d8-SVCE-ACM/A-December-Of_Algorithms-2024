001700*
001800*  MODIFICATION HISTORY
001900*  YYYY-MM-DD  BY   DESCRIPTION
001901*  2026-10-15  KM   TALLY THE NEW "X" (EXPIRED - NEEDED-BY
001902*                   DATE PASSED) STATUS SO THE SECTION STILL
001903*                   CROSSFOOTS TO THE IN-RANGE COUNT.
001910*  2026-09-02  KM   THE RUN-STATUS SECTION NOW TALLIES THE
001920*                   "D" (DUPLICATE) AND "V" (VIOLATION)
001930*                   STATUSES THE LOG CARRIES, SO THE SECTION
008900 77  PAR-SKIPPED-COUNT              PIC 9(07) COMP VALUE 0.
008910 77  PAR-DUPLICATE-COUNT            PIC 9(07) COMP VALUE 0.
008920 77  PAR-VIOLATION-COUNT            PIC 9(07) COMP VALUE 0.
008930 77  PAR-EXPIRED-COUNT              PIC 9(07) COMP VALUE 0.
009000 77  PAR-TABLE-OVERFLOWS            PIC 9(05) COMP VALUE 0.
009100
009200*--------------------------------------------------------------*
022820             ADD 1 TO PAR-DUPLICATE-COUNT
022830         WHEN PA-STATUS-VIOLATION
022840             ADD 1 TO PAR-VIOLATION-COUNT
022850         WHEN PA-STATUS-EXPIRED
022860             ADD 1 TO PAR-EXPIRED-COUNT
022900     END-EVALUATE.
023000     PERFORM 2210-TALLY-USERID THRU 2210-EXIT.
023100     PERFORM 2220-TALLY-JOBNAME THRU 2220-EXIT.
036040     MOVE "VIOLATION" TO PAR-TALLY-KEY.
036050     MOVE PAR-VIOLATION-COUNT TO PAR-TALLY-VALUE.
036060     PERFORM 3200-PRINT-TALLY-LINE THRU 3200-EXIT.
036070     MOVE "EXPIRED" TO PAR-TALLY-KEY.
036080     MOVE PAR-EXPIRED-COUNT TO PAR-TALLY-VALUE.
036090     PERFORM 3200-PRINT-TALLY-LINE THRU 3200-EXIT.
036100     MOVE "IN RANGE" TO PAR-TALLY-KEY.
036200     MOVE PAR-RECORDS-IN-RANGE TO PAR-TALLY-VALUE.
036300     PERFORM 3200-PRINT-TALLY-LINE THRU 3200-EXIT.
