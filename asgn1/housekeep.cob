      * run-output retention and archival housekeeping.

      * every batch leaves cobNNN-N.txt, audNNN-N.txt, advNNN-N.txt
      * and chkNNN-N.txt behind, and history.dat grows forever -
      * after a quarter of nightly runs the run directory is
      * thousands of loose files nobody dares delete. this applies
      * a retention control file (housekeep.txt), one command per
      *   ROLL <file>        copy the file into the archive behind
      *                      a manifest header line, then purge the
      *                      original
      *   HISTKEEP <n>       trim history.dat to its most recent n
      *                      records, rolling the older ones into
      *                      this year's histYYYY.dat archive
      * and writes hskreport.txt saying exactly what was kept,
      * archived and purged - replacing a human with a wildcard
      * delete and crossed fingers.

      * condition codes:
      *   0   every command carried out
      *   4   a member was missing, or a command was refused or
      *       not understood
      *   8   a purge failed or the history trim was stopped short -
      *       files or records the retention policy says should be
      *       gone are still there
      *   16  housekeep.txt could not be opened - nothing done

       environment division.
       input-output section.
       file-control.
               status is member-status.
           select optional archive-file assign to dynamic archive-name
               organization is line sequential.
      * the history and its yearly archive share the record (see
      * histrec.cpy); the trim browses the history oldest first by
      * its entry-stamp alternate key
           select optional history-file assign to 'history.dat'
               organization is indexed
               access mode is dynamic
               record key is hist-key
               alternate record key is hist-run-stamp
                  with duplicates
               status is history-status.
           select optional hist-archive assign to dynamic
               hist-archive-name
               organization is indexed
               access mode is random
               record key is arc-key
               alternate record key is arc-run-stamp
                  with duplicates
               status is hist-archive-status.
           select report-file assign to 'hskreport.txt'
               organization is line sequential.


       fd history-file.

      * the history record - see histrec.cpy
           copy histrec.

       fd hist-archive.

      * the archived history record - histrec.cpy under arc- names
           copy histrec replacing ==history-record== by
              ==archive-record== leading ==hist-== by ==arc-==.

       fd report-file.

       01 control-status pic 9(2).
       01 member-status pic 9(2).
       01 history-status pic 9(2).
       01 hist-archive-status pic 9(2).

       01 member-name pic x(80).
       01 archive-name pic x(80).

       01 hsk-action pic x(12).
       01 hsk-operand pic x(80).
       01 token-len pic 9(2).

       01 today-date pic 9(8).
       01 today-year pic 9(4).
       01 member-lines pic 9(7).
       01 lines-archived pic 9(7) value 0.
       01 delete-status pic 9(4) value 0.
       01 refused-count pic 9(5) value 0.
       01 failed-count pic 9(5) value 0.

      * the run's condition code - raised as findings turn up and
      * handed back in RETURN-CODE when the run ends
       01 cond-code pic 9(2) value 0.

      * history trim: the records are counted, then the oldest
      * are rolled to the yearly archive and deleted one at a time,
      * so the survivors are never rewritten and the file can grow
      * past any table the trim might hold
       01 histkeep-count pic 9(7) value 0.
       01 histkeep-given-bool pic x value 'N'.
          88 histkeep-given value 'Y'.
       01 hist-total pic 9(7).
       01 hist-cut pic 9(7).
       01 hist-kept pic 9(7).
       01 hist-rolled pic 9(7).

       procedure division.

           open input control-file
           if control-status not = 0
               display 'error: cannot open housekeep.txt'
               move 16 to return-code
               stop run
           end-if
           open output report-file.
      * in the file already open, so the command is refused where
      * the audit trail can see it
                   if (archive-open)
                       add 1 to refused-count
                       move spaces to report-line
                       move 'ARCHIVE-TO IGNORED - ALREADY OPEN'
                          to report-line
               when 'ROLL'
                   perform roll-member thru roll-member-exit
               when 'HISTKEEP'
      * a count that is not a number would trim the history to
      * nothing - it is refused instead
                   move 0 to token-len
                   inspect hsk-operand tallying token-len
                       for characters before initial space
                   if (token-len > 0 and token-len < 8 and
                       hsk-operand(1:token-len) is numeric)
                       move hsk-operand(1:token-len) to histkeep-count
                       move 'Y' to histkeep-given-bool
                   else
                       add 1 to refused-count
                       move spaces to report-line
                       string 'HISTKEEP IGNORED - NOT A COUNT '
                              delimited by size
                              hsk-operand delimited by space
                              into report-line
                       write report-line
                   end-if
               when other
                   add 1 to refused-count
                   move spaces to report-line
                   string 'UNKNOWN ACTION ' delimited by size
                          hsk-action delimited by size
           close report-file
           display 'housekeep: ' kept-count ' kept ' archived-count
              ' archived ' purged-count ' purged'
           if (missing-count > 0 or refused-count > 0)
               move 4 to cond-code
           end-if
           if (failed-count > 0) move 8 to cond-code end-if
           move cond-code to return-code
           goback.


                      into report-line
               write report-line
           else
               add 1 to failed-count
               move spaces to report-line
               string 'PURGE FAILED ' delimited by size
                      member-name delimited by space


       trim-history.
      * count the history, then roll everything past the retention
      * horizon into this year's archive and delete it - oldest
      * first, by the entry stamp, whatever level it belongs to. a
      * record is only deleted once it is in the archive; one the
      * archive already holds (a trim that died between the two)
      * is simply deleted
      * looked for first with an input open - opening an absent
      * OPTIONAL file for update would create an empty one
           open input history-file
           if (history-status not = 0)
               if (history-status = 05) close history-file end-if
               move spaces to report-line
               move 'HISTORY ABSENT' to report-line
               write report-line
               go to trim-history-exit
           end-if
           close history-file
           open i-o history-file
           if (history-status not = 0)
               add 1 to failed-count
               move spaces to report-line
               string 'HISTORY TRIM ABORTED - CANNOT UPDATE, STATUS '
                      delimited by size
                      history-status delimited by size
                      into report-line
               write report-line
               go to trim-history-exit
           end-if
           move 0 to hist-total
           move low-values to hist-run-stamp
           start history-file key is not less than hist-run-stamp
               invalid key go to trim-history-cut
           end-start.
       loop-count-hist.
           read history-file next record
               at end go to trim-history-cut
           end-read
           add 1 to hist-total
           go to loop-count-hist.
       trim-history-cut.
           move 0 to hist-cut
           if (hist-total > histkeep-count)
               compute hist-cut = hist-total - histkeep-count
           end-if
           compute hist-kept = hist-total - hist-cut
           move 0 to hist-rolled
           move spaces to hist-archive-name
           string 'hist' delimited by size
                  today-year delimited by size
                  '.dat' delimited by size into hist-archive-name
           if (hist-cut = 0) go to trim-history-close end-if
           open i-o hist-archive
           if (hist-archive-status not = 0 and
               hist-archive-status not = 05)
               add 1 to failed-count
               move spaces to report-line
               string 'HISTORY TRIM ABORTED - CANNOT OPEN '
                      delimited by size
                      hist-archive-name delimited by space
                      into report-line
               write report-line
               close history-file
               go to trim-history-exit
           end-if
           move low-values to hist-run-stamp
           start history-file key is not less than hist-run-stamp
               invalid key go to trim-history-rolled
           end-start.
       loop-roll-hist.
           if (hist-rolled >= hist-cut) go to trim-history-rolled
           end-if
           read history-file next record
               at end go to trim-history-rolled
           end-read
           move history-record to archive-record
           write archive-record
               invalid key continue
           end-write
           delete history-file record
               invalid key
                   add 1 to failed-count
                   move spaces to report-line
                   string 'HISTORY TRIM STOPPED - CANNOT DELETE '
                          delimited by size
                          hist-level-id delimited by space
                          into report-line
                   write report-line
                   go to trim-history-rolled
           end-delete
           add 1 to hist-rolled
           go to loop-roll-hist.
       trim-history-rolled.
           close hist-archive
           compute hist-kept = hist-total - hist-rolled.
       trim-history-close.
           close history-file.
       trim-history-report.
