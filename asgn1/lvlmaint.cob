      *                         - so the calibration loop's rerate
      *                         transactions (lvlreport's rerate.txt)
      *                         can be applied directly
      *   ROLLBACK <level-id> <version>
      *                         put back the body the level had at
      *                         an earlier version, fetched from the
      *                         change journal - stored as a new
      *                         version, so no version number is
      *                         ever reused
      * a level only reaches the master after passing the same
      * checks crushing applies before playing one - the table
      * dimension limits of validate-dimensions and the swap bounds
      * of validate-swapping - so a batch run never again trips
      * over a half-edited loose file.

      * every transaction that changes the master also appends a
      * before image and an after image of the record to the change
      * journal (lvljrnl.txt, see lvljrn.cpy) and bumps the
      * version the record carries - so a replaced level that
      * starts losing every night can be diffed against the board
      * it replaced, and put back with one ROLLBACK.

      * condition codes:
      *   0   every transaction applied
      *   8   a transaction was in error - the master is short of
      *       a change someone asked for
      *   16  lvlmaint.txt or levels.dat could not be opened -
      *       nothing applied

       environment division.
       input-output section.
       file-control.
               access mode is random
               record key is master-level-id
               status is master-status.
      * the change journal is appended to, never rewritten - and
      * read back by ROLLBACK and by the version numbering, which
      * continues past a level that was retired and added again
           select optional journal-file assign to 'lvljrnl.txt'
               organization is line sequential
               status is journal-status.

       data division.
       file section.
      * the stored level - see lvlmst.cpy
           copy lvlmst.

       fd journal-file.

       01 journal-line pic x(140).

       working-storage section.

       01 tran-status pic 9(2).
       01 levin-status pic 9(2).
       01 master-status pic 9(2).
       01 journal-status pic 9(2).
       01 levin-name pic x(80).

       01 tran-action pic x(8).
       01 replace-count pic 9(3) value 0.
       01 retire-count pic 9(3) value 0.
       01 rerate-count pic 9(3) value 0.
       01 rollback-count pic 9(3) value 0.
       01 error-count pic 9(3) value 0.

      * the run's condition code - raised as findings turn up and
      * handed back in RETURN-CODE when the run ends
       01 cond-code pic 9(2) value 0.

      * rerate scratch: the new difficulty once its token has been
      * checked numeric, and the first header line's tokens pulled
      * apart so the line can be rebuilt with only the difficulty
       01 rerate-mode-token pic x(4).
       01 token-len pic 9(2).

      * change journal scratch: the image header being read or
      * written (see lvljrn.cpy), the level a journal scan is
      * looking for, the highest version the journal knows for it,
      * and - for a ROLLBACK - the version wanted and whether its
      * body was found
           copy lvljrn.
       01 scan-level-id pic x(10).
       01 scan-high-version pic 9(5).
       01 rollback-version pic 9(5).
       01 capture-version pic 9(5).
       01 rollback-found-bool pic x.
          88 rollback-found value 'Y'.
       01 capture-bool pic x.
          88 capturing value 'Y'.
       01 tran-date pic 9(8).
       01 tran-time pic 9(8).
       01 tran-type pic x(8).
       01 tran-source pic x(80).
       01 new-version pic 9(5).

      * the record as it stood before the transaction, written to
      * the journal as the BEFORE image once the master is updated
      * (a line count of 0 when there was no record - an ADD)
       01 before-image.
          03 before-version pic 9(5).
          03 before-line-count pic 9(3).
          03 before-line-table.
             05 before-line occurs 230 pic x(80).

      * a freshly loaded body parked while the record it replaces
      * is read back for its before image - and, for a ROLLBACK,
      * the old body captured from the journal
       01 load-image.
          03 load-line-count pic 9(3).
          03 load-line-table.
             05 load-line occurs 230 pic x(80).

      * a RETIRE leaves no record behind - its AFTER image is
      * journalled empty
       01 after-absent-bool pic x.
          88 after-absent value 'Y'.

      * set when the level on hand failed a check and must not
      * reach the master
       01 level-bad-bool pic x.
           open input tran-file
           if tran-status not = 0
               display 'error: cannot open lvlmaint.txt'
               move 16 to return-code
               stop run
           end-if
           open i-o level-master
               display 'error: cannot open levels.dat, status '
                  master-status
               close tran-file
               move 16 to return-code
               stop run
           end-if.
       loop-main.
                   perform tran-retire thru tran-retire-exit
               when 'RERATE'
                   perform tran-rerate thru tran-rerate-exit
               when 'ROLLBACK'
                   perform tran-rollback thru tran-rollback-exit
               when other
                   display 'error: unknown action ' tran-action
                   add 1 to error-count
           close tran-file
           display 'lvlmaint: ' add-count ' added ' replace-count
              ' replaced ' retire-count ' retired ' rerate-count
              ' rerated ' rollback-count ' rolled back '
              error-count ' in error'
           if (error-count > 0) move 8 to cond-code end-if
           move cond-code to return-code
           goback.


               add 1 to error-count
               go to tran-add-exit
           end-if
      * a level-id that was retired and is now added again carries
      * on from the last version the journal knows (see
      * next-version), so its old history records can never be
      * mistaken for the new board
           move level-id to master-level-id
           move 0 to before-version before-line-count
           perform next-version thru next-version-exit
           perform stamp-transaction
           write master-record
               invalid key
                   display 'error: ' level-id
                      ' already on master - use REPLACE'
                   add 1 to error-count
                   go to tran-add-exit
           end-write
           display 'added ' level-id ' version ' master-version
           add 1 to add-count
           move 'ADD' to tran-type
           move tran-operand to tran-source
           move 'N' to after-absent-bool
           perform journal-pair thru journal-pair-exit.
       tran-add-exit.


       tran-replace.
      * the new body is loaded and checked first, then parked
      * while the stored record is read back for its before image
           perform load-level thru load-level-exit
           if (level-bad)
               add 1 to error-count
               go to tran-replace-exit
           end-if
           move master-line-count to load-line-count
           move master-line-table to load-line-table
           move level-id to master-level-id
           read level-master
               invalid key
                   display 'error: ' level-id
                      ' not on master - use ADD'
                   add 1 to error-count
                   go to tran-replace-exit
           end-read
           perform hold-before-image
           move load-line-count to master-line-count
           move load-line-table to master-line-table
           perform next-version thru next-version-exit
           perform stamp-transaction
           rewrite master-record
               invalid key
                   display 'error: replace of ' level-id ' failed'
                   add 1 to error-count
                   go to tran-replace-exit
           end-rewrite
           display 'replaced ' level-id ' version ' master-version
           add 1 to replace-count
           move 'REPLACE' to tran-type
           move tran-operand to tran-source
           move 'N' to after-absent-bool
           perform journal-pair thru journal-pair-exit.
       tran-replace-exit.


       tran-retire.
      * the record is read before it is deleted - its body is the
      * BEFORE image, and the only copy left once it is gone
           move spaces to master-record
           move tran-operand(1:10) to master-level-id
           read level-master
               invalid key
                   display 'error: ' tran-operand(1:10)
                      ' not on master'
                   add 1 to error-count
                   go to tran-retire-exit
           end-read
           perform hold-before-image
           delete level-master
               invalid key
                   display 'error: retire of ' tran-operand(1:10)
                      ' failed'
                   add 1 to error-count
                   go to tran-retire-exit
           end-delete
           display 'retired ' tran-operand(1:10)
           add 1 to retire-count
           perform stamp-transaction
           move 'RETIRE' to tran-type
           move 'lvlmaint.txt' to tran-source
           move 'Y' to after-absent-bool
           perform journal-pair thru journal-pair-exit.
       tran-retire-exit.


                   add 1 to error-count
                   go to tran-rerate-exit
           end-read
           perform hold-before-image
           move spaces to rerate-mode-token
           unstring master-line(1) delimited by space
               into level-id level-difficulty rerate-mode-token
                      rerate-difficulty delimited by size
                      into master-line(1)
           end-if
           perform next-version thru next-version-exit
           perform stamp-transaction
           rewrite master-record
               invalid key
                   display 'error: rerate of ' tran-operand(1:10)
                      ' failed'
                   add 1 to error-count
                   go to tran-rerate-exit
           end-rewrite
           display 'rerated ' tran-operand(1:10) ' to '
              rerate-difficulty ' version ' master-version
           add 1 to rerate-count
           move 'RERATE' to tran-type
           move 'lvlmaint.txt' to tran-source
           move 'N' to after-absent-bool
           perform journal-pair thru journal-pair-exit.
       tran-rerate-exit.


       tran-rollback.
      * put back the body a level had at an earlier version. the
      * journal holds every body the level ever had - the AFTER
      * image of the transaction that made the version, and the
      * BEFORE image of the one that replaced it - so the version
      * is found there, checked like any loaded level, and stored
      * as a new version. a retired level can be rolled back too:
      * it simply goes back on the master.
           move spaces to tran-operand2
           unstring tran-line delimited by space
               into tran-action tran-operand tran-operand2
           end-unstring
           move 0 to token-len
           inspect tran-operand2 tallying token-len
               for characters before initial space
           if (token-len = 0 or
               not tran-operand2(1:token-len) is numeric)
               display 'error: ROLLBACK ' tran-operand(1:10)
                  ' needs a numeric version'
               add 1 to error-count
               go to tran-rollback-exit
           end-if
           move tran-operand2(1:token-len) to rollback-version
           move tran-operand(1:10) to scan-level-id
           move rollback-version to capture-version
           perform journal-scan thru journal-scan-exit
           if (not rollback-found)
               display 'error: ' tran-operand(1:10) ' version '
                  rollback-version ' not in journal'
               add 1 to error-count
               go to tran-rollback-exit
           end-if
           move 'N' to after-absent-bool
           move tran-operand(1:10) to master-level-id
           read level-master
               invalid key move 'Y' to after-absent-bool
           end-read
      * after-absent doubles, for this one paragraph, as "no record
      * on the master to replace" - there is no before image then
           if (after-absent)
               move 0 to before-version before-line-count
               move 0 to master-version
           else
               perform hold-before-image
           end-if
           move tran-operand(1:10) to master-level-id
           move load-line-count to master-line-count
           move load-line-table to master-line-table
           perform check-level thru check-level-exit
           if (level-bad)
               add 1 to error-count
               go to tran-rollback-exit
           end-if
           perform next-version thru next-version-exit
           perform stamp-transaction
           if (after-absent)
               write master-record
                   invalid key
                       display 'error: rollback of '
                          tran-operand(1:10) ' failed'
                       add 1 to error-count
                       go to tran-rollback-exit
               end-write
           else
               rewrite master-record
                   invalid key
                       display 'error: rollback of '
                          tran-operand(1:10) ' failed'
                       add 1 to error-count
                       go to tran-rollback-exit
               end-rewrite
           end-if
           display 'rolled back ' tran-operand(1:10) ' to version '
              rollback-version ' as version ' master-version
           add 1 to rollback-count
           move 'ROLLBACK' to tran-type
           move spaces to tran-source
           string 'VERSION-' delimited by size
                  rollback-version delimited by size
                  into tran-source
           move 'N' to after-absent-bool
           perform journal-pair thru journal-pair-exit.
       tran-rollback-exit.


       hold-before-image.
      * the stored record, as read, kept for the BEFORE image
           move master-version to before-version
           move master-line-count to before-line-count
           move master-line-table to before-line-table.


       next-version.
      * one past both the record's own version and the highest the
      * journal has seen for the level - the journal wins when a
      * record was ever retired and added back at a lower number
           move master-level-id to scan-level-id
           move 0 to capture-version
           perform journal-scan thru journal-scan-exit
           if (before-version > scan-high-version)
               move before-version to scan-high-version
           end-if
           compute new-version = scan-high-version + 1
           move new-version to master-version.
       next-version-exit.


       stamp-transaction.
      * one date and time per transaction: on the record and on
      * both of its journal images
           accept tran-date from date yyyymmdd
           accept tran-time from time
           move tran-date to master-change-date.


       journal-scan.
      * one pass over the change journal for scan-level-id: the
      * highest version any of its images carries and, when
      * capture-version is set, the body of that version - every
      * non-empty image of it holds the same lines, so the last
      * one read is as good as any
           move 0 to scan-high-version
           move 'N' to rollback-found-bool capture-bool
           open input journal-file
           if (journal-status not = 0 and journal-status not = 05)
               go to journal-scan-exit
           end-if.
       loop-journal-scan.
           read journal-file
               at end go to journal-scan-close
           end-read
           if (journal-line(1:6) = 'IMAGE ')
               move 'N' to capture-bool
               move 0 to jrn-version jrn-line-count
               unstring journal-line delimited by space
                   into jrn-marker jrn-level-id jrn-version jrn-date
                      jrn-time jrn-tran jrn-side jrn-line-count
                      jrn-source
               end-unstring
               if (jrn-level-id not = scan-level-id)
                   go to loop-journal-scan
               end-if
               if (jrn-version > scan-high-version)
                   move jrn-version to scan-high-version
               end-if
               if (capture-version > 0 and
                   jrn-version = capture-version and
                   jrn-line-count > 0)
                   move 'Y' to capture-bool rollback-found-bool
                   move 0 to load-line-count
                   move spaces to load-line-table
               end-if
               go to loop-journal-scan
           end-if
           if (capturing and journal-line(1:5) = 'LINE ' and
               load-line-count < 230)
               add 1 to load-line-count
               move journal-line(6:80) to load-line(load-line-count)
           end-if
           go to loop-journal-scan.
       journal-scan-close.
           close journal-file.
       journal-scan-exit.


       journal-pair.
      * the transaction's two images, appended in one go: the
      * record before (empty for an ADD) and after (empty for a
      * RETIRE), each stamped with the version it carries
           open extend journal-file
           move spaces to journal-line
           string 'IMAGE ' delimited by size
                  master-level-id delimited by space
                  ' ' delimited by size
                  before-version delimited by size
                  ' ' delimited by size
                  tran-date delimited by size
                  ' ' delimited by size
                  tran-time delimited by size
                  ' ' delimited by size
                  tran-type delimited by space
                  ' BEFORE ' delimited by size
                  before-line-count delimited by size
                  ' ' delimited by size
                  tran-source delimited by space
                  into journal-line
           write journal-line
           move 1 to line-idx.
       loop-journal-before.
           if (line-idx > before-line-count)
               go to journal-pair-after
           end-if
           move spaces to journal-line
           string 'LINE ' delimited by size
                  before-line(line-idx) delimited by size
                  into journal-line
           write journal-line
           add 1 to line-idx
           go to loop-journal-before.
       journal-pair-after.
           if (after-absent)
               move before-version to master-version
               move 0 to master-line-count
           end-if
           move spaces to journal-line
           string 'IMAGE ' delimited by size
                  master-level-id delimited by space
                  ' ' delimited by size
                  master-version delimited by size
                  ' ' delimited by size
                  tran-date delimited by size
                  ' ' delimited by size
                  tran-time delimited by size
                  ' ' delimited by size
                  tran-type delimited by space
                  ' AFTER ' delimited by size
                  master-line-count delimited by size
                  ' ' delimited by size
                  tran-source delimited by space
                  into journal-line
           write journal-line
           move 1 to line-idx.
       loop-journal-after.
           if (line-idx > master-line-count)
               go to journal-pair-close
           end-if
           move spaces to journal-line
           string 'LINE ' delimited by size
                  master-line(line-idx) delimited by size
                  into journal-line
           write journal-line
           add 1 to line-idx
           go to loop-journal-after.
       journal-pair-close.
           close journal-file.
       journal-pair-exit.


       load-level.
      * read the whole loose level file into the record body, lines
      * stored verbatim, then parse and check the header before it
