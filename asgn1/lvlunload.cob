       identification division.
       program-id. lvlunload.

      * CSCI3180 Principles of Programming Languages

      * level master unload for promotion.

      * levels are authored and proven against the test levels.dat
      * and promoted to production with lvlload. this writes the
      * levels to promote - the records named on the control file
      * (lvlunload.txt) - to the interchange file (lvlxfer.txt, see
      * lvlxfr.cpy): a header, then for each level its sign-off and
      * one record per stored line, then a trailer carrying the
      * level and record counts and a hash total the load side
      * balances against. control file lines:
      *   LEVEL <level-id>   unload this level (any number of them)
      *   SINCE <yyyymmdd>   unload every level whose stored body
      *                      changed on or after this date
      *   RECON <file>       the recon report whose PASS/FAIL lines
      *                      sign the levels off (default recon.txt)
      * the sweep sign-off is read from sweeprpt.txt: a level with
      * no line there is CLEAN, one with lines is BAD - a report
      * that is not there signs nothing off (NONE).

      * condition codes:
      *   0   the selection unloaded
      *   4   a control line was refused, or a LEVEL it named is
      *       not on levels.dat (mistyped, RETIREd or never
      *       added) - the selection may be short of what was meant
      *   16  the control file or levels.dat could not be opened,
      *       or nothing was selected - no interchange file

       environment division.
       input-output section.
       file-control.
           select control-file assign to 'lvlunload.txt'
               organization is line sequential
               status is control-status.
           select level-master assign to 'levels.dat'
               organization is indexed
               access mode is sequential
               record key is master-level-id
               status is master-status.
           select xfer-file assign to 'lvlxfer.txt'
               organization is line sequential
               status is xfer-status.
           select sweep-file assign to 'sweeprpt.txt'
               organization is line sequential
               status is sweep-status.
           select recon-file assign to dynamic recon-file-name
               organization is line sequential
               status is recon-status.

       data division.
       file section.

       fd control-file.

       01 control-line pic x(80).

       fd level-master.

      * the stored level - see lvlmst.cpy
           copy lvlmst.

       fd xfer-file.

       01 xfer-line pic x(120).

       fd sweep-file.

       01 sweep-line pic x(100).

       fd recon-file.

       01 recon-line pic x(100).

       working-storage section.

       01 control-status pic 9(2).
       01 master-status pic 9(2).
       01 xfer-status pic 9(2).
       01 sweep-status pic 9(2).
       01 recon-status pic 9(2).
       01 recon-file-name pic x(40) value 'recon.txt'.

      * the interchange record layouts - see lvlxfr.cpy
           copy lvlxfr.

      * the selection: named levels, each flagged once the master
      * browse finds it, and the change date a level must have
      * reached to be unloaded without being named (0 when the
      * control file gave no SINCE)
       01 control-action pic x(8).
       01 control-operand pic x(40).
       01 select-count pic 9(3) value 0.
       01 select-table.
          03 select-entry occurs 200.
             05 select-level-id pic x(10).
             05 select-matched-bool pic x.
                88 select-matched value 'Y'.
       01 since-date pic 9(8) value 0.
       01 control-error-count pic 9(3) value 0.

      * the run's condition code - raised as findings turn up and
      * handed back in RETURN-CODE when the run ends
       01 cond-code pic 9(2) value 0.
       01 since-bool pic x value 'N'.
          88 since-given value 'Y'.
       01 wanted-bool pic x.
          88 wanted value 'Y'.
       01 sx pic 9(3).

       01 level-count pic 9(5) value 0.
       01 record-count pic 9(7) value 0.
       01 hash-total pic 9(15) value 0.
       01 line-idx pic 9(3).

      * the hash: every character of a line's text weighted by its
      * column and by where it sits in hash-charset - a character
      * that is not there counts as one past the end - plus the
      * line number and version, so a dropped, reordered or
      * corrupted line throws the total out
       01 hash-charset.
          03 filler pic x(37)
             value ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
          03 filler pic x(36)
             value 'abcdefghijklmnopqrstuvwxyz#@*&.-+/=:'.
       01 hash-char pic x.
       01 hash-code pic 9(3).
       01 hash-col pic 9(3).

      * sign-off scratch: the first two tokens of a sweep or recon
      * report line
       01 signoff-marker pic x(8).
       01 signoff-level-id pic x(10).

       procedure division.

       main-paragraph.
           open input control-file
           if control-status not = 0
               display 'error: cannot open lvlunload.txt'
               move 16 to return-code
               stop run
           end-if
           perform read-control thru read-control-exit
           close control-file
           if (select-count = 0 and not since-given)
               display 'error: lvlunload.txt selects no levels'
               move 16 to return-code
               stop run
           end-if
           open input level-master
           if master-status not = 0
               display 'error: cannot open levels.dat, status '
                  master-status
               move 16 to return-code
               stop run
           end-if
           open output xfer-file
           move spaces to xfer-header
           move 'HDR' to xfh-type
           accept xfh-date from date yyyymmdd
           accept xfh-time from time
           if (since-given)
               string 'SINCE ' delimited by size
                      since-date delimited by size
                      into xfh-selection
           else
               move 'LEVELS' to xfh-selection
           end-if
           move xfer-header to xfer-line
           write xfer-line.
       loop-main.
           read level-master next
               at end go to main-done
           end-read
           perform check-wanted thru check-wanted-exit
           if (not wanted) go to loop-main end-if
           perform unload-level thru unload-level-exit
           go to loop-main.
       main-done.
           move spaces to xfer-trailer
           move 'TRL' to xft-type
           move level-count to xft-level-count
           move record-count to xft-record-count
           move hash-total to xft-hash-total
           move xfer-trailer to xfer-line
           write xfer-line
           close xfer-file
           close level-master
           perform check-unmatched thru check-unmatched-exit
           display 'lvlunload: ' level-count ' levels '
              record-count ' records hash ' hash-total
           if (control-error-count > 0) move 4 to cond-code end-if
           move cond-code to return-code
           goback.


       read-control.
       loop-read-control.
           read control-file
               at end go to read-control-exit
           end-read
           if (control-line = spaces) go to loop-read-control end-if
           move spaces to control-action control-operand
           unstring control-line delimited by space
               into control-action control-operand
           end-unstring
           evaluate control-action
               when 'LEVEL'
                   if (select-count >= 200)
                       display 'error: more than 200 levels named'
                       add 1 to control-error-count
                   else
                       add 1 to select-count
                       move control-operand(1:10)
                          to select-level-id(select-count)
                       move 'N' to select-matched-bool(select-count)
                   end-if
               when 'SINCE'
                   if (control-operand(1:8) is numeric)
                       move control-operand(1:8) to since-date
                       move 'Y' to since-bool
                   else
                       display 'error: SINCE needs a yyyymmdd date'
                       add 1 to control-error-count
                   end-if
               when 'RECON'
                   move control-operand to recon-file-name
               when other
                   display 'error: unknown control ' control-action
                   add 1 to control-error-count
           end-evaluate
           go to loop-read-control.
       read-control-exit.


       check-wanted.
      * named on the control file, or changed since the SINCE date -
      * the names are looked through first, so a named level is
      * marked found even when its date would have picked it anyway
           move 'N' to wanted-bool
           move 1 to sx.
       loop-check-wanted.
           if (sx > select-count) go to check-wanted-since end-if
           if (select-level-id(sx) = master-level-id)
               move 'Y' to wanted-bool
               move 'Y' to select-matched-bool(sx)
               go to check-wanted-exit
           end-if
           add 1 to sx
           go to loop-check-wanted.
       check-wanted-since.
           if (since-given and master-change-date >= since-date)
               move 'Y' to wanted-bool
           end-if.
       check-wanted-exit.


       check-unmatched.
      * every LEVEL named on the control file that the browse never
      * found is missing from the interchange file - say so, and
      * count it against the control file
           move 1 to sx.
       loop-check-unmatched.
           if (sx > select-count) go to check-unmatched-exit end-if
           if (not select-matched(sx))
               display 'error: LEVEL ' select-level-id(sx)
                  ' not on levels.dat'
               add 1 to control-error-count
           end-if
           add 1 to sx
           go to loop-check-unmatched.
       check-unmatched-exit.


       unload-level.
      * the level's sign-off record, then its lines, verbatim
           add 1 to level-count
           move spaces to xfer-signoff
           move 'SGN' to xfs-type
           move master-level-id to xfs-level-id
           perform signoff-sweep thru signoff-sweep-exit
           perform signoff-recon thru signoff-recon-exit
           move xfer-signoff to xfer-line
           write xfer-line
           add 1 to record-count
           move 1 to line-idx.
       loop-unload-level.
           if (line-idx > master-line-count)
               go to unload-level-exit
           end-if
           move spaces to xfer-detail
           move 'LIN' to xfd-type
           move master-level-id to xfd-level-id
           move master-version to xfd-version
           move master-change-date to xfd-change-date
           move master-line-count to xfd-line-count
           move line-idx to xfd-line-no
           move master-line(line-idx) to xfd-text
           perform hash-detail thru hash-detail-exit
           move xfer-detail to xfer-line
           write xfer-line
           add 1 to record-count
           add 1 to line-idx
           go to loop-unload-level.
       unload-level-exit.


       signoff-sweep.
      * any LEVEL line naming it in the sweep report marks it BAD
           move 'NONE' to xfs-sweep
           open input sweep-file
           if sweep-status not = 0
               go to signoff-sweep-exit
           end-if
           move 'CLEAN' to xfs-sweep.
       loop-signoff-sweep.
           read sweep-file
               at end go to signoff-sweep-close
           end-read
           move spaces to signoff-marker signoff-level-id
           unstring sweep-line delimited by space
               into signoff-marker signoff-level-id
           end-unstring
           if (signoff-marker = 'LEVEL' and
               signoff-level-id = master-level-id)
               move 'BAD' to xfs-sweep
               go to signoff-sweep-close
           end-if
           go to loop-signoff-sweep.
       signoff-sweep-close.
           close sweep-file.
       signoff-sweep-exit.


       signoff-recon.
      * the last PASS or FAIL verdict the recon report gave it
           move 'NONE' to xfs-recon
           open input recon-file
           if recon-status not = 0
               go to signoff-recon-exit
           end-if.
       loop-signoff-recon.
           read recon-file
               at end go to signoff-recon-close
           end-read
           move spaces to signoff-marker signoff-level-id
           unstring recon-line delimited by space
               into signoff-marker signoff-level-id
           end-unstring
           if ((signoff-marker = 'PASS' or signoff-marker = 'FAIL')
               and signoff-level-id = master-level-id)
               move signoff-marker to xfs-recon
           end-if
           go to loop-signoff-recon.
       signoff-recon-close.
           close recon-file.
       signoff-recon-exit.


       hash-detail.
      * the detail record's share of the trailer hash total - the
      * load side computes it the same way, record by record
           add xfd-line-no to hash-total
           add xfd-version to hash-total
           move 1 to hash-col.
       loop-hash-detail.
           move xfd-text(hash-col:1) to hash-char
           move 0 to hash-code
           inspect hash-charset tallying hash-code
               for characters before initial hash-char
           add 1 to hash-code
           compute hash-total = hash-total + hash-code * hash-col
           add 1 to hash-col
           if (hash-col <= 80) go to loop-hash-detail end-if.
       hash-detail-exit.
