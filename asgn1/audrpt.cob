      * and which columns refilled after the iteration - each
      * cross-totalled against that iteration's ITERATION/SCORE
      * line. this replaces an hour with two printouts and a
      * highlighter whenever a designer disputes a score. a dead
      * wall crushing reshuffled is reported where it happened, by
      * its SHUFFLE line - the shuffle scores nothing, so its
      * before/after walls are no part of any iteration's deltas.

      * condition codes:
      *   0   every trail read and every iteration cross-totalled
      *   4   a trail was missing, or an iteration's cells did not
      *       match its score delta - both named on audreport.txt
      *   16  audrpt.txt could not be opened - nothing analyzed

       environment division.
       input-output section.
       01 audit-name pic x(80).

       01 file-count pic 9(3) value 0.
       01 missing-count pic 9(3) value 0.
       01 mismatch-count pic 9(5) value 0.

      * the run's condition code - raised as findings turn up and
      * handed back in RETURN-CODE when the run ends
       01 cond-code pic 9(2) value 0.

      * which snapshot the lines now arriving belong to: 1 = WALL A,
      * 2 = WALL B, 3 = WALL C, 0 = a section the deltas do not need
       01 cell-b pic X.
          88 cell-b-locked values 'a' thru 'i'.
       01 cell-c pic X.
          88 cell-c-special values '#', '@', '&'.
          88 cell-c-hole values '|', '-', 'O', '0'.
       01 cell-p pic X.
          88 cell-p-candy values '1' thru '9', '#', '@', '&'.
       01 cell-n pic X.
          88 cell-n-candy values '1' thru '9', '#', '@', '&'.

       01 r pic 9(3).
       01 c pic 9(3).
           open input control-file
           if control-status not = 0
               display 'error: cannot open audrpt.txt'
               move 16 to return-code
               stop run
           end-if
           open output report-file.
           close report-file
           close control-file
           display 'audrpt: ' file-count ' audit files analyzed'
           if (missing-count > 0 or mismatch-count > 0)
               move 4 to cond-code
           end-if
           move cond-code to return-code
           goback.


       analyze-file.
           open input audit-file
           if audit-status not = 0
               add 1 to missing-count
               move spaces to report-line
               string 'FILE ' delimited by size
                      audit-name delimited by space
               move 0 to snap-section
               go to loop-analyze
           end-if
           if (audit-line(1:8) = 'SHUFFLE ')
               move spaces to report-line
               string '  ' delimited by size
                      audit-line delimited by size into report-line
               write report-line
               move 0 to snap-section
               go to loop-analyze
           end-if
           if (audit-line(1:15) = 'BEFORE SHUFFLE ' or
               audit-line(1:14) = 'AFTER SHUFFLE ')
               move 0 to snap-section
               go to loop-analyze
           end-if
           if (snap-section = 0) go to loop-analyze end-if
           add 1 to snap-row
           if (snap-row > 100) go to loop-analyze end-if
                      cell-b delimited by size into report-line
               write report-line
           end-if
      * between B and C: a new '#'/'@'/'&' is a special generated,
      * a locked cell giving up its candy is an unlock (a match just
      * resolved next to it), and any other change is a cell a
      * special's firing cleared - a colour bomb's whole colour
      * among them
           if (cell-b not = cell-c)
               if (cell-c-special)
                   add 1 to spec-count
           if (r <= aud-rows) go to loop-iter-row end-if
           move 'MATCH' to check-verdict
           if (check-count not = iter-delta)
               add 1 to mismatch-count
               move 'MISMATCH' to check-verdict
           end-if
           move spaces to report-line
