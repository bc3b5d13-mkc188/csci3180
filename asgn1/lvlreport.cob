
      * difficulty-calibration report.

      * rolls the cumulative results history (history.dat, one
      * record per completed level run, added by crushing) up by
      * difficulty band and writes calreport.txt: runs, win rate,
      * average iterations and average score margin against the
      * level's own target per band. this is how a "difficulty 30"
      * to end with calreport.txt documenting the same drift month
      * after month.

      * the per-level section is split by the level's master
      * version (carried in the history record) - a level
      * REPLACEd mid-history is two boards, and blending their runs
      * would rate neither. only the version the master holds now
      * (levels.dat) is ever rerated: the older boards are no
      * longer on the master, and a RERATE lvlmaint has already
      * applied has moved the level to a version with no runs yet -
      * so the history's latest version is not enough on its own,
      * and the same RERATE is not written a second time. without a
      * levels.dat nothing is rerated.

      * a level more than half of whose wins needed crushing to
      * reshuffle a dead wall (the shuffle count the history record
      * carries) is flagged under its LEVEL line as
      * SHUFFLE-DEPENDENT: its win rate is the reshuffle's as much
      * as the board's, and it wants a designer looking at why it
      * runs out of moves.

      * the report ends with the twins: every variant lvlvary cut
      * (its lineage.txt), its win rate beside the parent's, each
      * board at the version the variant was made from - a mirror
      * that plays easier than the level it mirrors shows up here.

      * condition codes:
      *   0   every level rated within its band
      *   4   RERATE transactions were written to rerate.txt for
      *       lvlmaint, levels past the table limit went unrated, or
      *       levels were flagged SHUFFLE-DEPENDENT
      *   16  history.dat could not be opened - no report

       environment division.
       input-output section.
       file-control.
      * read front to back in key order - level by level, each
      * level's runs oldest first (see histrec.cpy)
           select history-file assign to 'history.dat'
               organization is indexed
               access mode is dynamic
               record key is hist-key
               alternate record key is hist-run-stamp
                  with duplicates
               status is history-status.
           select report-file assign to 'calreport.txt'
               organization is line sequential.
      * lvlmaint run, not an afternoon of hand edits
           select rerate-file assign to 'rerate.txt'
               organization is line sequential.
      * lvlvary's lineage records - optional, because a master with
      * no variants has none
           select optional lineage-file assign to 'lineage.txt'
               organization is line sequential
               status is lineage-status.
      * the master, for the version each level is at now
           select optional level-master assign to 'levels.dat'
               organization is indexed
               access mode is random
               record key is master-level-id
               status is master-status.

       data division.
       file section.

       fd history-file.

      * the history record - see histrec.cpy
           copy histrec.

       fd report-file.

       01 report-line pic x(120).

       fd rerate-file.

       01 rerate-line pic x(30).

       fd lineage-file.

       01 lineage-line pic x(140).

       fd level-master.

      * the stored level - see lvlmst.cpy
           copy lvlmst.

       working-storage section.

       01 history-status pic 9(2).
       01 lineage-status pic 9(2).
       01 master-status pic 9(2).
       01 master-open-bool pic x value 'N'.
          88 master-open value 'Y'.

       01 record-count pic 9(5) value 0.

       01 rpt-avg-margin pic s9(7).
       01 rpt-margin-disp pic -(7)9.

      * per-level rollup behind the rerate recommendations, one
      * entry per level-id and version - the difficulty kept is the
      * latest one seen, so a level already rerated mid-history is
      * judged against its current rating
       01 level-count pic 9(3) value 0.
       01 lvl-dropped pic 9(5) value 0.
       01 level-table.
          03 level-entry occurs 500.
             05 lvl-id pic x(10).
             05 lvl-version pic 9(5).
             05 lvl-difficulty pic 9(2).
             05 lvl-runs pic 9(5).
             05 lvl-wins pic 9(5).
      * wins that needed at least one dead-wall reshuffle
             05 lvl-shuffle-wins pic 9(5).

      * a recommendation needs runs behind it - below this floor a
      * level is reported but never rerated, and a level is only
       01 rpt-raw pic s9(3).
       01 rpt-delta pic s9(3).
       01 rerate-out-count pic 9(3) value 0.
       01 shuffle-flag-count pic 9(3) value 0.

      * the run's condition code - raised as findings turn up and
      * handed back in RETURN-CODE when the run ends
       01 cond-code pic 9(2) value 0.
       01 lx pic 9(3).
       01 lt pic 9(3).
       01 lv pic 9(3).
       01 latest-bool pic x.
          88 latest-version value 'Y'.

      * the twins section: each lineage record (see lvllin.cpy)
      * with the per-level entries of its child and parent, each
      * at the version the variant was cut at - 0 when that board
      * has no runs yet
           copy lvllin.
       01 twin-child pic 9(3).
       01 twin-parent pic 9(3).
       01 twin-winrate pic 9(3).
       01 twin-parent-winrate pic 9(3).

       procedure division.

           move zeros to band-table
           open input history-file
           if history-status not = 0
               display 'error: cannot open history.dat'
               move 16 to return-code
               stop run
           end-if
           move low-values to hist-key
           start history-file key is not less than hist-key
               invalid key go to write-report
           end-start.
       loop-read-history.
           read history-file next record
               at end go to write-report
           end-read
           compute band-idx = hist-difficulty / 10 + 1
           add 1 to band-runs(band-idx)
           if (hist-win = 1) add 1 to band-wins(band-idx) end-if
      * per-level section, and the rerate transactions for the
      * levels whose win rate is out of line with their band
           open output rerate-file
           open input level-master
           if (master-status = 0 or master-status = 05)
               move 'Y' to master-open-bool
           end-if
           move spaces to report-line
           string 'PER-LEVEL - ' delimited by size
                  level-count delimited by size
           move spaces to report-line
           string 'LEVEL ' delimited by size
                  lvl-id(lx) delimited by space
                  ' V ' delimited by size
                  lvl-version(lx) delimited by size
                  ' DIFF ' delimited by size
                  lvl-difficulty(lx) delimited by size
                  ' RUNS ' delimited by size
                  rpt-recommend delimited by size
                  into report-line
           write report-line
           if (lvl-wins(lx) > 0 and
               lvl-shuffle-wins(lx) * 2 > lvl-wins(lx))
               add 1 to shuffle-flag-count
               move spaces to report-line
               string '  SHUFFLE-DEPENDENT ' delimited by size
                      lvl-shuffle-wins(lx) delimited by size
                      ' OF ' delimited by size
                      lvl-wins(lx) delimited by size
                      ' WINS NEEDED A RESHUFFLE' delimited by size
                      into report-line
               write report-line
           end-if
           perform check-latest thru check-latest-exit
           if ((rpt-delta >= 10 or rpt-delta <= -10) and
               lvl-runs(lx) >= rerate-min-runs and latest-version)
               add 1 to rerate-out-count
               move spaces to rerate-line
               string 'RERATE ' delimited by size
                  rerate-out-count delimited by size into report-line
           write report-line
           close rerate-file
           if (master-open) close level-master end-if
           perform report-twins thru report-twins-exit
           close report-file
           display 'lvlreport: ' record-count ' history records '
              rerate-out-count ' rerates ' shuffle-flag-count
              ' shuffle-dependent'
           if (rerate-out-count > 0 or lvl-dropped > 0 or
               shuffle-flag-count > 0)
               move 4 to cond-code
           end-if
           move cond-code to return-code
           goback.


       tally-level.
      * find this record's level and version in the per-level
      * rollup, appending it the first time the pair is seen.
      * records for levels past the table limit still count in the
      * band rollup above, but they get no rerate recommendation -
      * so they are counted and called out in the report rather
      * than dropped silently.
           move 1 to lt.
       loop-tally-level.
           if (lt > level-count) go to tally-level-new end-if
           if (lvl-id(lt) = hist-level-id and
               lvl-version(lt) = hist-version)
               go to tally-level-add
           end-if
           add 1 to lt
           go to loop-tally-level.
       tally-level-new.
           if (level-count >= 500)
               add 1 to lvl-dropped
               go to tally-level-exit
           end-if
           add 1 to level-count
           move level-count to lt
           move hist-level-id to lvl-id(lt)
           move hist-version to lvl-version(lt)
           move 0 to lvl-runs(lt) lvl-wins(lt) lvl-shuffle-wins(lt).
       tally-level-add.
           move hist-difficulty to lvl-difficulty(lt)
           add 1 to lvl-runs(lt)
           if (hist-win = 1) add 1 to lvl-wins(lt) end-if
           if (hist-win = 1 and hist-shuffles > 0)
               add 1 to lvl-shuffle-wins(lt)
           end-if.
       tally-level-exit.


       check-latest.
      * a version is the latest when it is the one the master
      * holds now - not one already replaced, retired or rerated
           move 'N' to latest-bool
           if (not master-open) go to check-latest-exit end-if
           move lvl-id(lx) to master-level-id
           read level-master
               invalid key go to check-latest-exit
           end-read
           if (master-version = lvl-version(lx))
               move 'Y' to latest-bool
           end-if.
       check-latest-exit.


       report-twins.
      * every variant lvlvary made, set against the level it was
      * made from: the boards are the same board turned or
      * recoloured, so a gap between their win rates is the
      * transformation's doing
           open input lineage-file
           if (lineage-status not = 0 and lineage-status not = 05)
               go to report-twins-exit
           end-if
           move 'TWINS' to report-line
           write report-line.
       loop-report-twins.
           read lineage-file
               at end go to report-twins-close
           end-read
           if (lineage-line(1:8) not = 'VARIANT ')
               go to loop-report-twins
           end-if
           move spaces to lineage-record
           move 0 to lin-child-version lin-parent-version lin-date
           unstring lineage-line delimited by space
               into lin-marker lin-child-id lin-child-version
                  lin-parent-id lin-parent-version lin-date lin-spec
           end-unstring
           move 0 to twin-child twin-parent
           move 1 to lv.
       loop-find-twins.
           if (lv > level-count) go to report-twin-line end-if
           if (lvl-id(lv) = lin-child-id and
               lvl-version(lv) = lin-child-version)
               move lv to twin-child
           end-if
           if (lvl-id(lv) = lin-parent-id and
               lvl-version(lv) = lin-parent-version)
               move lv to twin-parent
           end-if
           add 1 to lv
           go to loop-find-twins.
       report-twin-line.
           move spaces to report-line
           if (twin-child = 0 or twin-parent = 0)
               string 'TWIN ' delimited by size
                      lin-child-id delimited by space
                      ' V ' delimited by size
                      lin-child-version delimited by size
                      ' PARENT ' delimited by size
                      lin-parent-id delimited by space
                      ' V ' delimited by size
                      lin-parent-version delimited by size
                      ' BY ' delimited by size
                      lin-spec delimited by space
                      ' NOT YET PLAYED BOTH' delimited by size
                      into report-line
               write report-line
               go to loop-report-twins
           end-if
           compute twin-winrate = lvl-wins(twin-child) * 100
              / lvl-runs(twin-child)
           compute twin-parent-winrate = lvl-wins(twin-parent) * 100
              / lvl-runs(twin-parent)
           string 'TWIN ' delimited by size
                  lin-child-id delimited by space
                  ' V ' delimited by size
                  lin-child-version delimited by size
                  ' RUNS ' delimited by size
                  lvl-runs(twin-child) delimited by size
                  ' WINRATE ' delimited by size
                  twin-winrate delimited by size
                  ' PCT PARENT ' delimited by size
                  lin-parent-id delimited by space
                  ' V ' delimited by size
                  lin-parent-version delimited by size
                  ' RUNS ' delimited by size
                  lvl-runs(twin-parent) delimited by size
                  ' WINRATE ' delimited by size
                  twin-parent-winrate delimited by size
                  ' PCT BY ' delimited by size
                  lin-spec delimited by space
                  into report-line
           write report-line
           go to loop-report-twins.
       report-twins-close.
           close lineage-file.
       report-twins-exit.
