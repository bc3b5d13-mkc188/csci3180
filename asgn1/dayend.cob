      * places the final score lands - the TOTAL= line RESULT
      * writes in cobNNN-N.txt, the last ITERATION/SCORE line of
      * audNNN-N.txt, and the score field HISTORY-APPEND wrote to
      * history.dat - checks the audit trail reached its TRAIL END
      * trailer, and checks history holds exactly one record for
      * the entry. balreport.txt ends with the control totals: runs
      * expected vs result files present vs history records matched
      * vs audit trails closed, and every discrepancy named - so
      * "which file do we believe" has an automated answer.

      * condition codes:
      *   0   every completed run balanced
      *   8   discrepancies found - named on balreport.txt
      *   16  the timing log could not be opened - nothing balanced

       environment division.
       input-output section.
       file-control.
           select audit-file assign to dynamic audit-name
               organization is line sequential
               status is audit-status.
      * the stream's history, browsed from each entry's key (see
      * histrec.cpy)
           select history-file assign to dynamic history-file-name
               organization is indexed
               access mode is dynamic
               record key is hist-key
               alternate record key is hist-run-stamp
                  with duplicates
               status is history-status.
           select report-file assign to dynamic balreport-name
               organization is line sequential.

       fd history-file.

      * the history record - see histrec.cpy
           copy histrec.

       fd report-file.

       01 ent-outcome pic x(12).
       01 bal-diag pic x(14).

      * the history is read by key, not held: each entry's records
      * are the ones under its level-id, entry date, job-id and
      * batch sequence - run-id alone repeats for every play of the
      * same level, soak siblings and last night's records
      * included
       01 history-open-bool pic x value 'N'.
          88 history-open value 'Y'.

      * what each of the three sources said for the run in hand
       01 result-present-bool pic x.
       01 matched-count pic 9(5) value 0.
       01 discrepancy-count pic 9(5) value 0.

      * the run's condition code - raised as findings turn up and
      * handed back in RETURN-CODE when the run ends
       01 cond-code pic 9(2) value 0.

       procedure division.

           move spaces to history-file-name
           string 'history' delimited by size
                  job-id delimited by space
                  '.dat' delimited by size into history-file-name
           move spaces to balreport-name
           string 'balreport' delimited by size
                  job-id delimited by space
                  '.txt' delimited by size into balreport-name
           open input history-file
           if (history-status = 0) move 'Y' to history-open-bool
           end-if
           open input timing-file
           if timing-status not = 0
               display 'error: cannot open ' timing-file-name
               move 16 to return-code
               stop run
           end-if
           open output report-file
           move 'DAY-END BALANCE' to report-line
           write report-line.
       loop-main.
           read timing-file
               at end go to main-done
           go to loop-main.
       main-done.
           close timing-file
           if (history-open) close history-file end-if
           move spaces to report-line
           string 'TOTAL EXPECTED ' delimited by size
                  expected-count delimited by size
           close report-file
           display 'dayend: ' expected-count ' runs balanced '
              discrepancy-count ' discrepancies'
           if (discrepancy-count > 0) move 8 to cond-code end-if
           move cond-code to return-code
           goback.


       balance-run.
      * the three sources for this entry, gathered then compared
           move 'Y' to run-clean-bool


       match-history.
      * the entry is matched on its full key - level-id, entry
      * date, job-id and batch sequence, the same fields the timing
      * record carries, plus run-id - and the rule is exactly one
      * record per completed entry. the records under that key are
      * browsed from its start, so a second one - a rerun of the
      * entry that added its own record - is counted, not missed.
           move 0 to history-match-count history-score
           if (not history-open) go to match-history-exit end-if
           if (ent-date is not numeric) go to match-history-exit
           end-if
           move ent-level to hist-level-id
           move ent-date to hist-entry-date
           move job-id to hist-job-id
           move ent-seq to hist-batch-seq
           move 0 to hist-entry-time
           start history-file key is not less than hist-key
               invalid key go to match-history-exit
           end-start.
       loop-match-history.
           read history-file next record
               at end go to match-history-exit
           end-read
           if (hist-level-id not = ent-level or
               hist-entry-date not = ent-date or
               hist-job-id not = job-id or
               hist-batch-seq not = ent-seq)
               go to match-history-exit
           end-if
           if (hist-run-id = ent-run-id)
               add 1 to history-match-count
               move hist-score to history-score
           end-if
           go to loop-match-history.
       match-history-exit.
