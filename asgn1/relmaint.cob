       identification division.
       program-id. relmaint.

      * CSCI3180 Principles of Programming Languages

      * release calendar maintenance.

      * applies a transaction file (relmaint.txt), one command per
      * line, against the release calendar (release.dat, see
      * relcal.cpy):
      *   SCHEDULE <yyyymmdd> <slot> <level-id> [<version>]
      *                         put a level in a free slot. the
      *                         level must be on the master; the
      *                         version defaults to the one stored
      *                         there, and one given must match it -
      *                         only the stored board can go live
      *   SWAP <yyyymmdd> <slot> <level-id> [<version>]
      *                         put a different level in a slot that
      *                         is already scheduled - the way a
      *                         slot relready flagged is swapped out
      *   CANCEL <yyyymmdd> <slot>
      *                         free the slot
      * every change is displayed, and every transaction refused
      * says why.

      * condition codes:
      *   0   every transaction applied
      *   8   a transaction was in error - the calendar is short of
      *       a change someone asked for
      *   16  relmaint.txt, release.dat or levels.dat could not be
      *       opened - nothing applied

       environment division.
       input-output section.
       file-control.
           select tran-file assign to 'relmaint.txt'
               organization is line sequential
               status is tran-status.
      * OPTIONAL so the first SCHEDULE creates the calendar
           select optional release-file assign to 'release.dat'
               organization is indexed
               access mode is random
               record key is rel-key
               status is release-status.
           select level-master assign to 'levels.dat'
               organization is indexed
               access mode is random
               record key is master-level-id
               status is master-status.

       data division.
       file section.

       fd tran-file.

       01 tran-line pic x(80).

       fd release-file.

      * the release slot - see relcal.cpy
           copy relcal.

       fd level-master.

      * the stored level - see lvlmst.cpy
           copy lvlmst.

       working-storage section.

       01 tran-status pic 9(2).
       01 release-status pic 9(2).
       01 master-status pic 9(2).

      * one transaction, pulled apart - the date, slot and version
      * are checked numeric before they are moved to the key
       01 tran-action pic x(8).
       01 tran-date-token pic x(10).
       01 tran-slot-token pic x(4).
       01 tran-level-id pic x(10).
       01 tran-version-token pic x(8).
       01 token-len pic 9(2).
       01 tran-version pic 9(5).
       01 tran-bad-bool pic x.
          88 tran-bad value 'Y'.
       01 today-date pic 9(8).

       01 schedule-count pic 9(3) value 0.
       01 swap-count pic 9(3) value 0.
       01 cancel-count pic 9(3) value 0.
       01 error-count pic 9(3) value 0.

      * the run's condition code - raised as findings turn up and
      * handed back in RETURN-CODE when the run ends
       01 cond-code pic 9(2) value 0.

       procedure division.

       main-paragraph.
           accept today-date from date yyyymmdd
           open input tran-file
           if tran-status not = 0
               display 'error: cannot open relmaint.txt'
               move 16 to return-code
               stop run
           end-if
           open i-o release-file
           if (release-status not = 0 and release-status not = 05)
               display 'error: cannot open release.dat, status '
                  release-status
               close tran-file
               move 16 to return-code
               stop run
           end-if
           open input level-master
           if master-status not = 0
               display 'error: cannot open levels.dat, status '
                  master-status
               close release-file
               close tran-file
               move 16 to return-code
               stop run
           end-if.
       loop-main.
           read tran-file
               at end go to main-done
           end-read
           if (tran-line = spaces) go to loop-main end-if
           perform parse-tran thru parse-tran-exit
           if (tran-bad)
               add 1 to error-count
               go to loop-main
           end-if
           evaluate tran-action
               when 'SCHEDULE'
                   perform tran-schedule thru tran-schedule-exit
               when 'SWAP'
                   perform tran-swap thru tran-swap-exit
               when 'CANCEL'
                   perform tran-cancel thru tran-cancel-exit
               when other
                   display 'error: unknown action ' tran-action
                   add 1 to error-count
           end-evaluate
           go to loop-main.
       main-done.
           close level-master
           close release-file
           close tran-file
           display 'relmaint: ' schedule-count ' scheduled '
              swap-count ' swapped ' cancel-count ' cancelled '
              error-count ' in error'
           if (error-count > 0) move 8 to cond-code end-if
           move cond-code to return-code
           goback.


       parse-tran.
      * every transaction names a slot by date and number; the
      * level and version follow for SCHEDULE and SWAP
           move 'N' to tran-bad-bool
           move spaces to tran-action tran-date-token tran-slot-token
              tran-level-id tran-version-token
           unstring tran-line delimited by space
               into tran-action tran-date-token tran-slot-token
                  tran-level-id tran-version-token
           end-unstring
           if (not tran-date-token(1:8) is numeric or
               tran-date-token(9:2) not = spaces)
               display 'error: ' tran-action ' needs a yyyymmdd date'
               move 'Y' to tran-bad-bool
               go to parse-tran-exit
           end-if
           move tran-date-token(1:8) to rel-date
           move 0 to token-len
           inspect tran-slot-token tallying token-len
               for characters before initial space
           if (token-len = 0 or token-len > 2 or
               not tran-slot-token(1:token-len) is numeric)
               display 'error: ' tran-action ' needs a slot number'
               move 'Y' to tran-bad-bool
               go to parse-tran-exit
           end-if
           move tran-slot-token(1:token-len) to rel-slot
           move 0 to tran-version
           move 0 to token-len
           inspect tran-version-token tallying token-len
               for characters before initial space
           if (token-len = 0) go to parse-tran-exit end-if
           if (token-len > 5 or
               not tran-version-token(1:token-len) is numeric)
               display 'error: ' tran-action ' version '
                  tran-version-token ' is not a number'
               move 'Y' to tran-bad-bool
               go to parse-tran-exit
           end-if
           move tran-version-token(1:token-len) to tran-version.
       parse-tran-exit.


       tran-schedule.
           perform check-level thru check-level-exit
           if (tran-bad)
               add 1 to error-count
               go to tran-schedule-exit
           end-if
           move tran-level-id to rel-level-id
           move master-version to rel-version
           move today-date to rel-change-date
           move 'SCHEDULE' to rel-tran
           write release-record
               invalid key
                   display 'error: slot ' rel-date ' ' rel-slot
                      ' is already scheduled - SWAP it'
                   add 1 to error-count
                   go to tran-schedule-exit
           end-write
           display 'scheduled ' rel-level-id ' version ' rel-version
              ' on ' rel-date ' slot ' rel-slot
           add 1 to schedule-count.
       tran-schedule-exit.


       tran-swap.
           perform check-level thru check-level-exit
           if (tran-bad)
               add 1 to error-count
               go to tran-swap-exit
           end-if
           read release-file
               invalid key
                   display 'error: slot ' rel-date ' ' rel-slot
                      ' is not scheduled - SCHEDULE it'
                   add 1 to error-count
                   go to tran-swap-exit
           end-read
           display 'swapping out ' rel-level-id ' version '
              rel-version
           move tran-level-id to rel-level-id
           move master-version to rel-version
           move today-date to rel-change-date
           move 'SWAP' to rel-tran
           rewrite release-record
               invalid key
                   display 'error: swap of ' rel-date ' ' rel-slot
                      ' failed'
                   add 1 to error-count
                   go to tran-swap-exit
           end-rewrite
           display 'swapped in ' rel-level-id ' version ' rel-version
              ' on ' rel-date ' slot ' rel-slot
           add 1 to swap-count.
       tran-swap-exit.


       tran-cancel.
           delete release-file
               invalid key
                   display 'error: slot ' rel-date ' ' rel-slot
                      ' is not scheduled'
                   add 1 to error-count
                   go to tran-cancel-exit
           end-delete
           display 'cancelled ' rel-date ' slot ' rel-slot
           add 1 to cancel-count.
       tran-cancel-exit.


       check-level.
      * the level has to be on the master - a retired or never
      * added level cannot go live - and a version named on the
      * transaction has to be the one stored there
           if (tran-level-id = spaces)
               display 'error: ' tran-action ' needs a level-id'
               move 'Y' to tran-bad-bool
               go to check-level-exit
           end-if
           move tran-level-id to master-level-id
           read level-master
               invalid key
                   display 'error: ' tran-level-id ' not on master'
                   move 'Y' to tran-bad-bool
                   go to check-level-exit
           end-read
           if (tran-version not = 0 and
               tran-version not = master-version)
               display 'error: ' tran-level-id ' is at version '
                  master-version ' not ' tran-version
               move 'Y' to tran-bad-bool
           end-if.
       check-level-exit.
