      * per-job history merge.

      * job-id qualification gives every parallel batch stream its
      * own historyJOB.dat and exceptionsJOB.txt, which keeps
      * simultaneous writes apart but leaves lvlreport and
      * soakrpt looking at fragments. this reads histmerge.txt -
      * one source file per line, either a bare per-job history
      * file name or a classed line:
      *   HISTORY <file>      add into history.dat
      *   EXCEPTIONS <file>   append into exceptions.txt (the
      *                       OVERBUDGET records soakrpt mines for
      *                       budget-blowing seeds)
      * - and carries every record into the single merged file
      * those reports roll up, truncating each source once its
      * records are safely across. a history record is keyed on
      * its job-id and entry (see histrec.cpy), so one already on
      * history.dat - a source merged once but not truncated - is
      * skipped and counted, never merged twice.

      * condition codes:
      *   0   every source merged
      *   4   a source was missing or its control line unknown -
      *       the merged files are short of it - or history
      *       records were already on history.dat and skipped
      *   16  histmerge.txt or history.dat could not be opened -
      *       nothing merged

       environment division.
       input-output section.
           select source-file assign to dynamic source-name
               organization is line sequential
               status is source-status.
      * a per-job history file, read front to back
           select hist-source assign to dynamic source-name
               organization is indexed
               access mode is sequential
               record key is src-key
               alternate record key is src-run-stamp
                  with duplicates
               status is hist-source-status.
      * OPTIONAL so the first merge creates it
           select optional history-file assign to 'history.dat'
               organization is indexed
               access mode is random
               record key is hist-key
               alternate record key is hist-run-stamp
                  with duplicates
               status is history-status.
           select optional merged-exceptions assign to
               'exceptions.txt'
               organization is line sequential.

       01 source-line pic x(120).

       fd hist-source.

      * the per-job history record - histrec.cpy under src- names
           copy histrec replacing ==history-record== by
              ==source-record== leading ==hist-== by ==src-==.

       fd history-file.

      * the merged history record - see histrec.cpy
           copy histrec.

       fd merged-exceptions.

       01 merged-exc-line pic x(120).

       working-storage section.

       01 control-status pic 9(2).
       01 source-status pic 9(2).
       01 hist-source-status pic 9(2).
       01 history-status pic 9(2).
       01 source-name pic x(80).

      * which merged stream this source feeds - a bare file name
       01 missing-count pic 9(3) value 0.
       01 source-records pic 9(5).
       01 merged-records pic 9(7) value 0.
       01 unknown-count pic 9(3) value 0.
       01 duplicate-records pic 9(7) value 0.

      * the run's condition code - raised as findings turn up and
      * handed back in RETURN-CODE when the run ends
       01 cond-code pic 9(2) value 0.

       procedure division.

           open input control-file
           if control-status not = 0
               display 'error: cannot open histmerge.txt'
               move 16 to return-code
               stop run
           end-if
           open i-o history-file
           if (history-status not = 0 and history-status not = 05)
               display 'error: cannot open history.dat, status '
                  history-status
               close control-file
               move 16 to return-code
               stop run
           end-if
           open extend merged-exceptions.
       loop-main.
           read control-file
           if (merge-class not = 'HISTORY' and
               merge-class not = 'EXCEPTIONS')
               display 'unknown class ' merge-class
               add 1 to unknown-count
               go to loop-main
           end-if
           if (merge-class = 'HISTORY')
               perform merge-history thru merge-history-exit
           else
               perform merge-source thru merge-source-exit
           end-if
           go to loop-main.
       main-done.
           close history-file
           close control-file
           display 'histmerge: ' file-count ' files '
              merged-records ' records merged ' missing-count
              ' missing ' duplicate-records ' already merged'
           if (missing-count > 0 or unknown-count > 0 or
               duplicate-records > 0)
               move 4 to cond-code
           end-if
           move cond-code to return-code
           goback.


       merge-history.
      * add one per-job history file's records to the merged file,
      * then truncate it - moved, not copied, so the next merge run
      * starts from whatever the stream writes next
           open input hist-source
           if hist-source-status not = 0
               add 1 to missing-count
               display 'missing ' source-name
               go to merge-history-exit
           end-if
           move 0 to source-records.
       loop-merge-history.
           read hist-source next record
               at end go to merge-history-close
           end-read
           move source-record to history-record
           write history-record
               invalid key
                   add 1 to duplicate-records
                   go to loop-merge-history
           end-write
           add 1 to source-records
           add 1 to merged-records
           go to loop-merge-history.
       merge-history-close.
           close hist-source
           open output hist-source
           close hist-source
           add 1 to file-count
           display 'merged ' source-records ' from ' source-name.
       merge-history-exit.


       merge-source.
      * copy one per-job exceptions file onto the end of the merged
      * stream, then truncate it - moved, not copied, so the next
      * merge run starts from whatever the stream appends next
           open input source-file
               at end go to merge-source-close
           end-read
           if (source-line = spaces) go to loop-merge-source end-if
           move source-line to merged-exc-line
           write merged-exc-line
           add 1 to source-records
           add 1 to merged-records
           go to loop-merge-source.
