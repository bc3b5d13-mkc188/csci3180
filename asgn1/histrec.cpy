      * results history record layout

      * one record per completed level run, written by crushing's
      * HISTORY-APPEND to the run's history file (historyJOB.dat,
      * history.dat for the single stream) and merged by histmerge
      * into history.dat, which lvlreport, soakrpt and housekeep's
      * HISTKEEP read; HISTKEEP rolls the old records out to the
      * year's histYYYY.dat in the same layout. histconv converted
      * the space-delimited text history once, field for field.

      * keyed by level-id first, so one level's runs are read by
      * starting on its level-id and browsing forward - entry date
      * order within it - instead of reading the whole file. the
      * entry date, job-id and batch sequence are the same per-entry
      * key the timing log carries, which is what dayend balances
      * a run on; the entry's start time behind them keeps a batch
      * rerun on the same day from colliding with the first run.
      * a record converted from the text history has no job-id or
      * start time - its position in the file it came from stands
      * in for the time, so its runs keep their order.
       01 history-record.
          03 hist-key.
             05 hist-level-id pic x(10).
             05 hist-entry-date pic 9(8).
             05 hist-job-id pic x(8).
             05 hist-batch-seq pic 9(3).
             05 hist-entry-time pic 9(8).
      * when the run was entered, as its own alternate key (with
      * duplicates) - the order HISTKEEP retires records in, oldest
      * first, whatever level they belong to
          03 hist-run-stamp.
             05 hist-run-date pic 9(8).
             05 hist-run-time pic 9(8).
          03 hist-difficulty pic 9(2).
          03 hist-run-id pic 9(5).
          03 hist-win pic 9.
          03 hist-score pic 9(5).
          03 hist-iterations pic 9(5).
          03 hist-total-score pic 9(5).
      * the score breakdown by match type, colour bombs last
          03 hist-row-clears pic 9(5).
          03 hist-col-clears pic 9(5).
          03 hist-lt-specials pic 9(5).
          03 hist-wrap-candies pic 9(5).
          03 hist-bomb-candies pic 9(5).
      * star tier the final score reached - 0 for a level without
      * star thresholds (and for every converted record, since the
      * text history never carried it)
          03 hist-stars pic 9.
      * the generator seed actually played - 0 for a grid roof
          03 hist-seed pic 9(10).
      * the master version played - 0 for a loose level file
          03 hist-version pic 9(5).
      * dead-wall reshuffles the session needed
          03 hist-shuffles pic 9(3).
