       identification division.
       program-id. relready.

      * CSCI3180 Principles of Programming Languages

      * release readiness report.

      * walks the release calendar (release.dat, see relcal.cpy) in
      * date and slot order and, for every scheduled level, pulls
      * its standing across the system together into one report
      * (relready.txt) - the "what goes live next week and is it
      * safe" question that used to mean opening six files. a slot
      * is READY only when its level is:
      *   on levels.dat (a RETIREd level is not), still at the
      *   version that was scheduled (a REPLACE since is a board
      *   nobody signed off) - or moved on from it only by RERATEs,
      *   which change the rating and not the board: every version
      *   since has a RERATE image on the change journal
      *   (lvljrnl.txt, see lvljrn.cpy)
      *   swept clean - not named on sweeprpt.txt, which lists only
      *   the bad levels, by a sweep dated (the DATE of its SWEEP
      *   TOTAL trailer) no earlier than the level's last change on
      *   the master; a sweep older than the change, or without a
      *   date, did not see the board and is STALE
      *   PASS on the last recon line that names it
      *   free of OVERBUDGET records against the board going live -
      *   the scheduled version and any RERATEs of it - in
      *   exceptions.txt
      *   rated within its band on calreport.txt - the LEVEL line
      *   for the latest rated version of that board recommends a
      *   difficulty less than a band (10) from the one the master
      *   carries now - and not pending a RERATE in rerate.txt
      * a level with no sweep report, recon line or calibration line
      * at all has not been signed off, and is not ready either.
      * every reason a slot is not ready is listed under it, so it
      * can be swapped out (relmaint SWAP) in time.

      * the command line gives the window and the job:
      *   relready [<from-date> [<to-date> [<job-id>]]]
      * from-date defaults to today and to-date to the end of the
      * calendar; a job-id reads that job's recon and exceptions
      * files, the way crushing names them.

      * condition codes:
      *   0   every slot in the window is ready
      *   4   a slot in the window is not ready
      *   16  release.dat or levels.dat could not be opened - no
      *       report

       environment division.
       input-output section.
       file-control.
           select release-file assign to 'release.dat'
               organization is indexed
               access mode is dynamic
               record key is rel-key
               status is release-status.
           select level-master assign to 'levels.dat'
               organization is indexed
               access mode is random
               record key is master-level-id
               status is master-status.
           select report-file assign to 'relready.txt'
               organization is line sequential
               status is report-status.
           select sweep-file assign to 'sweeprpt.txt'
               organization is line sequential
               status is sweep-status.
           select recon-file assign to dynamic recon-file-name
               organization is line sequential
               status is recon-status.
           select exception-file assign to dynamic exception-file-name
               organization is line sequential
               status is exception-status.
           select calib-file assign to 'calreport.txt'
               organization is line sequential
               status is calib-status.
           select rerate-file assign to 'rerate.txt'
               organization is line sequential
               status is rerate-status.
           select optional journal-file assign to 'lvljrnl.txt'
               organization is line sequential
               status is journal-status.

       data division.
       file section.

       fd release-file.

      * the release slot - see relcal.cpy
           copy relcal.

       fd level-master.

      * the stored level - see lvlmst.cpy
           copy lvlmst.

       fd report-file.

       01 report-line pic x(100).

       fd sweep-file.

       01 sweep-line pic x(100).

       fd recon-file.

       01 recon-line pic x(100).

       fd exception-file.

       01 exception-line pic x(120).

       fd calib-file.

       01 calib-line pic x(120).

       fd rerate-file.

       01 rerate-line pic x(80).

       fd journal-file.

       01 journal-line pic x(140).

       working-storage section.

       01 release-status pic 9(2).
       01 master-status pic 9(2).
       01 report-status pic 9(2).
       01 sweep-status pic 9(2).
       01 recon-status pic 9(2).
       01 exception-status pic 9(2).
       01 calib-status pic 9(2).
       01 rerate-status pic 9(2).
       01 journal-status pic 9(2).

       01 args pic x(80).
       01 from-token pic x(10).
       01 to-token pic x(10).
       01 job-id pic x(8).
       01 from-date pic 9(8).
       01 to-date pic 9(8) value 99999999.
       01 recon-file-name pic x(40).
       01 exception-file-name pic x(40).

       01 slot-count pic 9(3) value 0.
       01 ready-count pic 9(3) value 0.
       01 not-ready-count pic 9(3) value 0.

      * the run's condition code - raised as findings turn up and
      * handed back in RETURN-CODE when the run ends
       01 cond-code pic 9(2) value 0.

      * one slot's findings - ready-bool is cleared when any check
      * turns up a reason, and each reason gets its own line
       01 ready-bool pic x.
          88 slot-ready value 'Y'.
       01 on-master-bool pic x.
          88 on-master value 'Y'.
      * the board going live: the scheduled version when the master
      * is still at it or has only been rerated since, the master's
      * own version otherwise - its results run from board-version
      * up to master-version
       01 version-ok-bool pic x.
          88 version-ok value 'Y'.
       01 board-version pic 9(5).
       01 version-rerates pic 9(5).
       01 version-others pic 9(5).
       01 version-span pic 9(5).
       01 slot-verdict pic x(9).
       01 sweep-verdict pic x(5).
       01 recon-verdict pic x(4).
       01 recon-diffs pic x(12).
       01 recon-detail pic x(12).
       01 sweep-date pic 9(8).
       01 overbudget-count pic 9(3).
       01 calib-found-bool pic x.
          88 calib-found value 'Y'.
       01 calib-version pic 9(5).
       01 calib-recommend pic 9(2).
       01 calib-delta pic s9(3).
       01 rerate-found-bool pic x.
          88 rerate-found value 'Y'.
       01 rerate-to pic 9(2).
       01 master-difficulty pic 9(2).

      * report line scratch: the first tokens of a line, and the
      * numeric fields of the calreport and OVERBUDGET lines pulled
      * out of them
       01 line-marker pic x(10).
       01 line-level-id pic x(10).
       01 line-tokens.
          03 line-token occurs 12 pic x(10).
       01 line-version pic 9(5).
       01 token-len pic 9(2).

      * change journal scratch, as lvlmaint keeps it - see
      * lvljrn.cpy
           copy lvljrn.

       procedure division.

       main-paragraph.
           perform read-args thru read-args-exit
           open input release-file
           if release-status not = 0
               display 'error: cannot open release.dat, status '
                  release-status
               move 16 to return-code
               stop run
           end-if
           open input level-master
           if master-status not = 0
               display 'error: cannot open levels.dat, status '
                  master-status
               close release-file
               move 16 to return-code
               stop run
           end-if
           open output report-file
           move spaces to report-line
           string 'RELEASE READINESS FROM ' delimited by size
                  from-date delimited by size
                  ' TO ' delimited by size
                  to-date delimited by size into report-line
           write report-line
      * position on the first slot of the window
           move from-date to rel-date
           move 0 to rel-slot
           start release-file key is not less than rel-key
               invalid key go to main-done
           end-start.
       loop-main.
           read release-file next record
               at end go to main-done
           end-read
           if (rel-date > to-date) go to main-done end-if
           add 1 to slot-count
           perform check-slot thru check-slot-exit
           go to loop-main.
       main-done.
           move spaces to report-line
           string 'SLOTS ' delimited by size
                  slot-count delimited by size
                  ' READY ' delimited by size
                  ready-count delimited by size
                  ' NOT-READY ' delimited by size
                  not-ready-count delimited by size into report-line
           write report-line
           close report-file
           close level-master
           close release-file
           display 'relready: ' slot-count ' slots ' ready-count
              ' ready ' not-ready-count ' not ready'
           if (not-ready-count > 0) move 4 to cond-code end-if
           move cond-code to return-code
           goback.


       read-args.
           accept from-date from date yyyymmdd
           move spaces to args from-token to-token job-id
           accept args from command-line
           unstring args delimited by all space
               into from-token to-token job-id
           end-unstring
           if (from-token(1:8) is numeric)
               move from-token(1:8) to from-date
           end-if
           if (to-token(1:8) is numeric)
               move to-token(1:8) to to-date
           end-if
           move spaces to recon-file-name
           string 'recon' delimited by size
                  job-id delimited by space
                  '.txt' delimited by size into recon-file-name
           move spaces to exception-file-name
           string 'exceptions' delimited by size
                  job-id delimited by space
                  '.txt' delimited by size into exception-file-name.
       read-args-exit.


       check-slot.
      * every check runs before anything is written, so the slot
      * line carries its verdict and the reasons follow under it
           move 'Y' to ready-bool
           move 'Y' to on-master-bool
           move rel-level-id to master-level-id
           read level-master
               invalid key move 'N' to on-master-bool
           end-read
           move 'N' to version-ok-bool
           move 0 to master-difficulty
           if (on-master)
               move spaces to line-marker
               unstring master-line(1) delimited by space
                   into line-marker master-difficulty
               end-unstring
               perform check-version thru check-version-exit
           end-if
           perform check-sweep thru check-sweep-exit
           perform check-recon thru check-recon-exit
           if (on-master)
               perform check-exceptions thru check-exceptions-exit
               perform check-calib thru check-calib-exit
               perform check-rerate thru check-rerate-exit
           end-if
           if (not on-master or not version-ok or
               sweep-verdict not = 'CLEAN' or recon-verdict not = 'PASS'
               or overbudget-count > 0 or not calib-found or
               calib-delta >= 10 or calib-delta <= -10 or rerate-found)
               move 'N' to ready-bool
           end-if
           move 'READY' to slot-verdict
           if (slot-ready)
               add 1 to ready-count
           else
               move 'NOT-READY' to slot-verdict
               add 1 to not-ready-count
           end-if
           move spaces to report-line
           string 'SLOT ' delimited by size
                  rel-date delimited by size
                  ' ' delimited by size
                  rel-slot delimited by size
                  ' ' delimited by size
                  rel-level-id delimited by space
                  ' V ' delimited by size
                  rel-version delimited by size
                  ' ' delimited by size
                  slot-verdict delimited by space into report-line
           write report-line
           if (not slot-ready)
               perform write-reasons thru write-reasons-exit
           end-if.
       check-slot-exit.


       write-reasons.
      * one indented line per reason the slot is not ready
           if (not on-master)
               move '    NOT ON LEVELS.DAT - RETIRED OR NEVER ADDED'
                  to report-line
               write report-line
           end-if
           if (on-master and not version-ok)
               move spaces to report-line
               string '    VERSION CHANGED - MASTER NOW AT V '
                      delimited by size
                      master-version delimited by size into report-line
               write report-line
           end-if
           if (sweep-verdict not = 'CLEAN')
               move spaces to report-line
               string '    SWEEP ' delimited by size
                      sweep-verdict delimited by space into report-line
               write report-line
           end-if
           if (recon-verdict not = 'PASS')
               move spaces to report-line
               string '    RECON ' delimited by size
                      recon-verdict delimited by space
                      ' ' delimited by size
                      recon-diffs delimited by space into report-line
               write report-line
           end-if
           if (not on-master) go to write-reasons-exit end-if
           if (overbudget-count > 0)
               move spaces to report-line
               string '    OVERBUDGET ' delimited by size
                      overbudget-count delimited by size
                      ' OPEN AGAINST V ' delimited by size
                      board-version delimited by size into report-line
               write report-line
           end-if
           if (not calib-found)
               move '    CALIBRATION UNRATED' to report-line
               write report-line
           end-if
           if (calib-found and
               (calib-delta >= 10 or calib-delta <= -10))
               move spaces to report-line
               string '    CALIBRATION OUT OF BAND DIFF '
                      delimited by size
                      master-difficulty delimited by size
                      ' RECOMMEND ' delimited by size
                      calib-recommend delimited by size into report-line
               write report-line
           end-if
           if (rerate-found)
               move spaces to report-line
               string '    RERATE PENDING TO ' delimited by size
                      rerate-to delimited by size into report-line
               write report-line
           end-if.
       write-reasons-exit.


       check-version.
      * a version change is accepted when the journal shows a
      * RERATE for every version since the scheduled one and
      * nothing else - the same board under a new rating
           move master-version to board-version
           if (master-version = rel-version)
               move 'Y' to version-ok-bool
               move rel-version to board-version
               go to check-version-exit
           end-if
           if (master-version < rel-version)
               go to check-version-exit
           end-if
           compute version-span = master-version - rel-version
           move 0 to version-rerates version-others
           open input journal-file
           if (journal-status not = 0 and journal-status not = 05)
               go to check-version-exit
           end-if.
       loop-check-version.
           read journal-file
               at end go to check-version-close
           end-read
           if (journal-line(1:6) not = 'IMAGE ')
               go to loop-check-version
           end-if
           move spaces to journal-image
           move 0 to jrn-version jrn-line-count
           unstring journal-line delimited by space
               into jrn-marker jrn-level-id jrn-version jrn-date
                  jrn-time jrn-tran jrn-side jrn-line-count
                  jrn-source
           end-unstring
           if (jrn-level-id not = rel-level-id or not jrn-after or
               jrn-version <= rel-version or
               jrn-version > master-version)
               go to loop-check-version
           end-if
           if (jrn-tran = 'RERATE')
               add 1 to version-rerates
           else
               add 1 to version-others
           end-if
           go to loop-check-version.
       check-version-close.
           close journal-file
           if (version-rerates = version-span and version-others = 0)
               move 'Y' to version-ok-bool
               move rel-version to board-version
           end-if.
       check-version-exit.


       check-sweep.
      * any LEVEL line naming it in the sweep report marks it BAD;
      * no sweep report at all is NONE. the report names only the
      * bad levels, so a level it does not name is CLEAN only if
      * the sweep - the DATE on its SWEEP TOTAL trailer - came no
      * earlier than the level's last change on the master
           move 'NONE' to sweep-verdict
           move 0 to sweep-date
           open input sweep-file
           if sweep-status not = 0
               go to check-sweep-exit
           end-if
           move 'CLEAN' to sweep-verdict.
       loop-check-sweep.
           read sweep-file
               at end go to check-sweep-close
           end-read
           move spaces to line-marker line-level-id
           move spaces to line-tokens
           unstring sweep-line delimited by space
               into line-marker line-level-id
                  line-token(1) line-token(2) line-token(3)
                  line-token(4) line-token(5) line-token(6)
                  line-token(7) line-token(8)
           end-unstring
           if (line-marker = 'LEVEL' and
               line-level-id = rel-level-id)
               move 'BAD' to sweep-verdict
           end-if
           if (line-marker = 'SWEEP' and line-level-id = 'TOTAL' and
               line-token(7) = 'DATE' and
               line-token(8)(1:8) is numeric)
               move line-token(8)(1:8) to sweep-date
           end-if
           go to loop-check-sweep.
       check-sweep-close.
           close sweep-file
           if (on-master and
               (sweep-date = 0 or master-change-date > sweep-date))
               move 'STALE' to sweep-verdict
           end-if.
       check-sweep-exit.


       check-recon.
      * the last PASS or FAIL verdict the recon report gave it, and
      * the diff count of a FAIL
           move 'NONE' to recon-verdict
           move spaces to recon-diffs
           open input recon-file
           if recon-status not = 0
               go to check-recon-exit
           end-if.
       loop-check-recon.
           read recon-file
               at end go to check-recon-close
           end-read
           move spaces to line-marker line-level-id recon-detail
      * the level-id is written padded, so the diff count comes
      * after a run of spaces
           unstring recon-line delimited by all space
               into line-marker line-level-id recon-detail
           end-unstring
           if ((line-marker = 'PASS' or line-marker = 'FAIL')
               and line-level-id = rel-level-id)
               move line-marker to recon-verdict
               move recon-detail to recon-diffs
           end-if
           go to loop-check-recon.
       check-recon-close.
           close recon-file.
       check-recon-exit.


       check-exceptions.
      * OVERBUDGET <level-id> SEQ n ITER n SCORE n SEED n VERSION n
      * DATE yyyymmdd
      * - a blown budget against the board going live counts, under
      * whichever of its versions it was found; one against an
      * older board went with that board
           move 0 to overbudget-count
           open input exception-file
           if exception-status not = 0
               go to check-exceptions-exit
           end-if.
       loop-check-exceptions.
           read exception-file
               at end go to check-exceptions-close
           end-read
           move spaces to line-marker line-level-id
           move spaces to line-tokens
           unstring exception-line delimited by space
               into line-marker line-level-id
                  line-token(1) line-token(2) line-token(3)
                  line-token(4) line-token(5) line-token(6)
                  line-token(7) line-token(8) line-token(9)
                  line-token(10)
           end-unstring
           if (line-marker not = 'OVERBUDGET' or
               line-level-id not = rel-level-id)
               go to loop-check-exceptions
           end-if
           move 0 to line-version
           move 0 to token-len
           inspect line-token(10) tallying token-len
               for characters before initial space
           if (token-len > 0 and token-len <= 5 and
               line-token(10)(1:token-len) is numeric)
               move line-token(10)(1:token-len) to line-version
           end-if
           if (line-version >= board-version and
               line-version <= master-version)
               add 1 to overbudget-count
           end-if
           go to loop-check-exceptions.
       check-exceptions-close.
           close exception-file.
       check-exceptions-exit.


       check-calib.
      * LEVEL <id> V <version> DIFF dd RUNS n WINRATE n PCT
      * RECOMMEND dd - only a line for a version of the board going
      * live rates it, and the newest of them has the most runs on
      * that board behind it. its recommendation is set against the
      * difficulty the master carries now, so a RERATE lvlmaint has
      * applied since brings the level back into its band
           move 'N' to calib-found-bool
           move 0 to calib-delta calib-version
           open input calib-file
           if calib-status not = 0
               go to check-calib-exit
           end-if.
       loop-check-calib.
           read calib-file
               at end go to check-calib-close
           end-read
           move spaces to line-marker line-level-id
           move spaces to line-tokens
           unstring calib-line delimited by space
               into line-marker line-level-id
                  line-token(1) line-token(2) line-token(3)
                  line-token(4) line-token(5) line-token(6)
                  line-token(7) line-token(8) line-token(9)
                  line-token(10) line-token(11)
           end-unstring
           if (line-marker not = 'LEVEL' or
               line-level-id not = rel-level-id or
               line-token(1) not = 'V' or
               line-token(2)(1:5) is not numeric)
               go to loop-check-calib
           end-if
           move line-token(2)(1:5) to line-version
           if (line-version < board-version or
               line-version > master-version or
               (calib-found and line-version < calib-version))
               go to loop-check-calib
           end-if
           move 'Y' to calib-found-bool
           move line-version to calib-version
           move line-token(11)(1:2) to calib-recommend
           compute calib-delta = calib-recommend - master-difficulty
           go to loop-check-calib.
       check-calib-close.
           close calib-file.
       check-calib-exit.


       check-rerate.
      * RERATE <level-id> <difficulty> - a recommendation is still
      * pending while the master carries a different difficulty
      * from the one it asks for; once lvlmaint has applied it the
      * two agree
           move 'N' to rerate-found-bool
           open input rerate-file
           if rerate-status not = 0
               go to check-rerate-exit
           end-if.
       loop-check-rerate.
           read rerate-file
               at end go to check-rerate-close
           end-read
           move spaces to line-marker line-level-id
           move 0 to rerate-to
           unstring rerate-line delimited by space
               into line-marker line-level-id rerate-to
           end-unstring
           if (line-marker = 'RERATE' and
               line-level-id = rel-level-id and
               rerate-to not = master-difficulty)
               move 'Y' to rerate-found-bool
           end-if
           go to loop-check-rerate.
       check-rerate-close.
           close rerate-file.
       check-rerate-exit.
