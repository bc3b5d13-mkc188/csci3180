      * crushing applies when it plays one, and writes an exception
      * report (sweeprpt.txt) naming the offending line of each bad
      * level. run nightly before the batch, it catches bad levels
      * on the maintenance side instead of in the play window. the
      * report ends with a trailer carrying the totals and the date
      * of the sweep:
      *   SWEEP TOTAL n LEVELS n BAD n EXCEPTIONS DATE yyyymmdd
      * so a level changed after the sweep (its master-change-date
      * later than the DATE) is known not to have been swept.

      * condition codes:
      *   0   every level swept clean
      *   4   bad levels found - named on sweeprpt.txt
      *   16  levels.dat could not be opened - nothing swept

       environment division.
       input-output section.
       01 level-count pic 9(5) value 0.
       01 bad-level-count pic 9(5) value 0.
       01 exception-count pic 9(5) value 0.
       01 sweep-date pic 9(8).

      * the run's condition code - raised as findings turn up and
      * handed back in RETURN-CODE when the run ends
       01 cond-code pic 9(2) value 0.

      * named level-file header fields - see lvlhdr.cpy - parsed
      * back out of the stored lines so the sweep applies the same

      * roof and layout cells allowed by crushing's own readers:
      * the roof refills candies (and may preplace specials), the
      * layout adds colour bombs, blockers, locked cells and
      * explicit empties
       01 cell-char pic X.
          88 roof-cell-ok values '1' thru '9', '#', '@'.
          88 layout-cell-ok values '1' thru '9', '#', '@', '&', '*',
             'a' thru 'i', '.', '0', space.

       01 row-width pic 9(3).
           if master-status not = 0
               display 'error: cannot open levels.dat, status '
                  master-status
               move 16 to return-code
               stop run
           end-if
           open output report-file
           accept sweep-date from date yyyymmdd.
       loop-main.
           read level-master next
               at end go to main-done
                  bad-level-count delimited by size
                  ' BAD ' delimited by size
                  exception-count delimited by size
                  ' EXCEPTIONS DATE ' delimited by size
                  sweep-date delimited by size into report-line
           write report-line
           close report-file
           close level-master
           display 'lvlsweep: ' level-count ' levels swept '
              bad-level-count ' bad'
           if (bad-level-count > 0) move 4 to cond-code end-if
           move cond-code to return-code
           goback.


