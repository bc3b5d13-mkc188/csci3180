       identification division.
       program-id. histconv.

      * CSCI3180 Principles of Programming Languages

      * results history conversion.

      * the results history used to be a space-delimited text line
      * per run (history.txt, historyJOB.txt, and HISTKEEP's yearly
      * histYYYY.txt archives), unstrung positionally by every
      * reader. this carries such a file into the keyed history
      * layout (see histrec.cpy), once. histconv.txt names the
      * files, one per line:
      *   <text file> <keyed file> [<job-id>]
      * e.g. history.txt history.dat, or hist2025.txt hist2025.dat
      * - the job-id, for a per-job file not yet merged, goes into
      * every record's key the way crushing now writes it. the text
      * record's fields, in the order they were appended over the
      * years:
      *   level-id difficulty run-id win score iterations target
      *   row col lt wrap seed batch-seq entry-date version bomb
      *   shuffles
      * a record written before a field was carried converts with
      * that field at 0. the text file has no start time, so each
      * record's position in its file stands in for it - the
      * records of one entry keep their order, and none collide.
      * the text files are left as they are; a record already on
      * the keyed file (a file converted twice) is skipped and
      * counted.

      * condition codes:
      *   0   every named file converted
      *   4   a text file was missing, or records were already on
      *       the keyed file and skipped
      *   8   a keyed file could not be opened - its text file was
      *       not converted
      *   16  histconv.txt could not be opened - nothing converted

       environment division.
       input-output section.
       file-control.
           select control-file assign to 'histconv.txt'
               organization is line sequential
               status is control-status.
           select text-file assign to dynamic text-name
               organization is line sequential
               status is text-status.
      * OPTIONAL so the conversion creates it
           select optional history-file assign to dynamic
               history-name
               organization is indexed
               access mode is random
               record key is hist-key
               alternate record key is hist-run-stamp
                  with duplicates
               status is history-status.

       data division.
       file section.

       fd control-file.

       01 control-line pic x(120).

       fd text-file.

       01 text-line pic x(120).

       fd history-file.

      * the keyed history record - see histrec.cpy
           copy histrec.

       working-storage section.

       01 control-status pic 9(2).
       01 text-status pic 9(2).
       01 history-status pic 9(2).
       01 text-name pic x(40).
       01 history-name pic x(40).
       01 conv-job-id pic x(8).

      * one text record, pulled apart in the old field order
       01 text-level-id pic x(10).
       01 text-seq pic 9(3).
       01 text-date pic 9(8).

       01 file-count pic 9(3) value 0.
       01 missing-count pic 9(3) value 0.
       01 failed-count pic 9(3) value 0.
       01 file-records pic 9(7).
       01 file-converted pic 9(7).
       01 file-duplicates pic 9(7).
       01 converted-records pic 9(7) value 0.
       01 duplicate-records pic 9(7) value 0.

      * the run's condition code - raised as findings turn up and
      * handed back in RETURN-CODE when the run ends
       01 cond-code pic 9(2) value 0.

       procedure division.

       main-paragraph.
           open input control-file
           if control-status not = 0
               display 'error: cannot open histconv.txt'
               move 16 to return-code
               stop run
           end-if.
       loop-main.
           read control-file
               at end go to main-done
           end-read
           if (control-line = spaces) go to loop-main end-if
           move spaces to text-name history-name conv-job-id
           unstring control-line delimited by space
               into text-name history-name conv-job-id
           end-unstring
           if (history-name = spaces)
               display 'error: no keyed file named for ' text-name
               add 1 to failed-count
               go to loop-main
           end-if
           perform convert-file thru convert-file-exit
           go to loop-main.
       main-done.
           close control-file
           display 'histconv: ' file-count ' files '
              converted-records ' records converted '
              duplicate-records ' already on file ' missing-count
              ' missing'
           if (missing-count > 0 or duplicate-records > 0)
               move 4 to cond-code
           end-if
           if (failed-count > 0) move 8 to cond-code end-if
           move cond-code to return-code
           goback.


       convert-file.
      * one text history into its keyed file, record by record
           open input text-file
           if text-status not = 0
               add 1 to missing-count
               display 'missing ' text-name
               go to convert-file-exit
           end-if
           open i-o history-file
           if (history-status not = 0 and history-status not = 05)
               display 'error: cannot open ' history-name
                  ' status ' history-status
               add 1 to failed-count
               close text-file
               go to convert-file-exit
           end-if
           move 0 to file-records file-converted file-duplicates.
       loop-convert-file.
           read text-file
               at end go to convert-file-close
           end-read
           add 1 to file-records
           if (text-line = spaces) go to loop-convert-file end-if
           perform convert-record thru convert-record-exit
           write history-record
               invalid key
                   add 1 to file-duplicates
                   go to loop-convert-file
           end-write
           add 1 to file-converted
           go to loop-convert-file.
       convert-file-close.
           close history-file
           close text-file
           add 1 to file-count
           add file-converted to converted-records
           add file-duplicates to duplicate-records
           display 'converted ' file-converted ' of ' file-records
              ' from ' text-name ' to ' history-name ' '
              file-duplicates ' already on file'.
       convert-file-exit.


       convert-record.
      * the text record's tokens straight into the record's
      * fields; the key is built from the level-id, the entry date
      * and batch sequence it carried, this file's job-id, and its
      * line number in place of the start time
           move spaces to text-level-id
           move 0 to text-seq text-date
           move 0 to hist-difficulty hist-run-id hist-win hist-score
              hist-iterations hist-total-score hist-row-clears
              hist-col-clears hist-lt-specials hist-wrap-candies
              hist-bomb-candies hist-stars hist-seed hist-version
              hist-shuffles
           unstring text-line delimited by space
               into text-level-id hist-difficulty hist-run-id
                  hist-win hist-score hist-iterations
                  hist-total-score hist-row-clears hist-col-clears
                  hist-lt-specials hist-wrap-candies hist-seed
                  text-seq text-date hist-version hist-bomb-candies
                  hist-shuffles
           end-unstring
           move text-level-id to hist-level-id
           move text-date to hist-entry-date
           move conv-job-id to hist-job-id
           move text-seq to hist-batch-seq
           move file-records to hist-entry-time
           move text-date to hist-run-date
           move file-records to hist-run-time.
       convert-record-exit.
