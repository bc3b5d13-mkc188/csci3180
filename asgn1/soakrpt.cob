
      * generator-roof mode plus per-entry seed overrides in
      * batch.txt lets one level be soaked against dozens of refill
      * streams, and every completed run lands in history.dat with
      * the seed it actually played (see histrec.cpy). this rolls
      * all runs of the same level-id up across those seeds and
      * writes soakreport.txt: win rate, min/median/max score and
      * the iteration spread per level, then the outlier seeds
      * that lost or blew the budget
      * - the losses from history.dat, the blown budgets from the
      * OVERBUDGET records in exceptions.txt (a blown run never
      * reaches history.dat, so its seed lives only there) - so
      * "is this level fair across refills" is answered by one
      * report instead of by eyeballing a directory of result
      * files.

      * every level is rolled up per master version (carried in the
      * history record and last on the OVERBUDGET record) - a
      * REPLACEd board soaks separately from the one it replaced,
      * instead of the two blending under one level-id.

      * the report ends with the twins: every variant lvlvary cut
      * (its lineage.txt) soaked beside the level it was made from
      * - win rate and median score of each, at the version the
      * variant was cut from - so a recolour that changes how the
      * refill streams fall shows up against its parent.

      * a level-id on the command line soaks that level alone: its
      * runs are read by starting the history on its level-id
      * instead of reading the whole file, only its own blown
      * budgets are loaded, and the twins section - which needs
      * every level's runs - is left out.

      * condition codes:
      *   0   every run rolled up
      *   4   records past the table limits were dropped - the
      *       report is short of them
      *   16  history.dat could not be opened - no report

       environment division.
       input-output section.
       file-control.
      * read in key order - level by level, each level's runs
      * oldest first (see histrec.cpy)
           select history-file assign to 'history.dat'
               organization is indexed
               access mode is dynamic
               record key is hist-key
               alternate record key is hist-run-stamp
                  with duplicates
               status is history-status.
      * the exceptions file crushing extends with one OVERBUDGET
      * record per abandoned run - optional, because a soak with no
               status is exception-status.
           select report-file assign to 'soakreport.txt'
               organization is line sequential.
      * lvlvary's lineage records - optional, because a master with
      * no variants has none
           select optional lineage-file assign to 'lineage.txt'
               organization is line sequential
               status is lineage-status.

       data division.
       file section.

       fd history-file.

      * the history record - see histrec.cpy
           copy histrec.

       fd exception-file.

       01 exception-line pic x(120).

       fd report-file.

       01 report-line pic x(120).

       fd lineage-file.

       01 lineage-line pic x(140).

       working-storage section.

       01 history-status pic 9(2).
       01 exception-status pic 9(2).
       01 lineage-status pic 9(2).

      * the one level asked for on the command line - spaces for
      * the whole history
       01 soak-arg pic x(80).
       01 soak-level pic x(10).

       01 record-count pic 9(5) value 0.
       01 dropped-count pic 9(5) value 0.

      * the run's condition code - raised as findings turn up and
      * handed back in RETURN-CODE when the run ends
       01 cond-code pic 9(2) value 0.

      * every run kept whole, so the per-level pass can sort scores
      * for the median and name the seeds behind the outliers
       01 run-table.
          03 run-entry occurs 2000.
             05 rec-level pic x(10).
             05 rec-version pic 9(5).
             05 rec-seed pic 9(10).
             05 rec-win pic 9.
             05 rec-score pic 9(5).

       01 level-count pic 9(3) value 0.
       01 level-table.
          03 level-entry occurs 500.
             05 lvl-id pic x(10).
             05 lvl-version pic 9(5).
             05 lvl-runs pic 9(5).
             05 lvl-wins pic 9(5).
      * the median score, kept once level-stats has sorted for it
      * so the twins section can set two levels' side by side
             05 lvl-median pic 9(5).

      * one OVERBUDGET exception record, parsed - the marker words
      * land in the tok fields - and the blown runs held whole so
       01 exc-score-in pic 9(5).
       01 exc-tok4 pic x(5).
       01 exc-seed-in pic 9(10).
       01 exc-tok5 pic x(8).
       01 exc-version-in pic 9(5).
       01 exc-count pic 9(3) value 0.
       01 exc-table.
          03 exc-entry occurs 500.
             05 exc-level pic x(10).
             05 exc-version pic 9(5).
             05 exc-seed pic 9(10).
             05 exc-iter pic 9(5).
             05 exc-score pic 9(5).
          88 sort-clean value 'Y'.
       01 rpt-winrate pic 9(3).

      * the twins section: each lineage record (see lvllin.cpy)
      * with the rollup entries of its child and parent, each at
      * the version the variant was cut at - 0 when that board has
      * no runs yet
           copy lvllin.
       01 twin-child pic 9(3).
       01 twin-parent pic 9(3).
       01 twin-winrate pic 9(3).
       01 twin-parent-winrate pic 9(3).

       01 r pic 9(5).
       01 t pic 9(5).
       01 lx pic 9(3).
       procedure division.

       main-paragraph.
           move spaces to soak-arg soak-level
           accept soak-arg from command-line
           unstring soak-arg delimited by space into soak-level
           open input history-file
           if history-status not = 0
               display 'error: cannot open history.dat'
               move 16 to return-code
               stop run
           end-if
           move low-values to hist-key
           if (soak-level not = spaces)
               move soak-level to hist-level-id
           end-if
           start history-file key is not less than hist-key
               invalid key go to write-report
           end-start.
       loop-read-history.
           read history-file next record
               at end go to write-report
           end-read
           if (soak-level not = spaces and
               hist-level-id not = soak-level)
               go to write-report
           end-if
           if (record-count >= 2000)
               add 1 to dropped-count
               go to loop-read-history
           end-if
           add 1 to record-count
           move hist-level-id to rec-level(record-count)
           move hist-version to rec-version(record-count)
           move hist-seed to rec-seed(record-count)
           move hist-win to rec-win(record-count)
           move hist-score to rec-score(record-count)
           move 1 to lx.
       loop-orphan-exc-find.
           if (lx <= level-count and
               (lvl-id(lx) not = exc-level(ex) or
                lvl-version(lx) not = exc-version(ex)))
               add 1 to lx
               go to loop-orphan-exc-find
           end-if
               move spaces to report-line
               string 'LEVEL ' delimited by size
                      exc-level(ex) delimited by space
                      ' V ' delimited by size
                      exc-version(ex) delimited by size
                      ' NO COMPLETED RUNS OUTLIER SEED '
                      delimited by size
                      exc-seed(ex) delimited by size
           add 1 to ex
           go to loop-report-orphan-exc.
       report-done.
           if (soak-level = spaces)
               perform report-twins thru report-twins-exit
           end-if
           close report-file
           display 'soakrpt: ' record-count ' history records '
              level-count ' levels'
           if (dropped-count > 0) move 4 to cond-code end-if
           move cond-code to return-code
           goback.


       tally-level.
      * find this record's level and version in the rollup,
      * appending it the first time the pair is seen
           move 1 to t.
       loop-tally-level.
           if (t > level-count) go to tally-level-new end-if
           if (lvl-id(t) = hist-level-id and
               lvl-version(t) = hist-version)
               go to tally-level-add
           end-if
           add 1 to t
           go to loop-tally-level.
       tally-level-new.
           if (level-count >= 500)
               add 1 to dropped-count
               go to tally-level-exit
           end-if
           add 1 to level-count
           move level-count to t
           move hist-level-id to lvl-id(t)
           move hist-version to lvl-version(t)
           move 0 to lvl-runs(t) lvl-wins(t).
       tally-level-add.
           add 1 to lvl-runs(t)
           move 1 to r.
       loop-level-gather.
           if (r > record-count) go to level-stats-sort end-if
           if (rec-level(r) not = lvl-id(lx) or
               rec-version(r) not = lvl-version(lx))
               add 1 to r
               go to loop-level-gather
           end-if
           compute med-idx = (sort-count + 1) / 2
           if (med-idx < 1) move 1 to med-idx end-if
           move score-sort(med-idx) to score-med
           move score-med to lvl-median(lx)
           compute rpt-winrate = lvl-wins(lx) * 100 / lvl-runs(lx)
           move spaces to report-line
           string 'LEVEL ' delimited by size
                  lvl-id(lx) delimited by space
                  ' V ' delimited by size
                  lvl-version(lx) delimited by size
                  ' RUNS ' delimited by size
                  lvl-runs(lx) delimited by size
                  ' WINRATE ' delimited by size
           move 1 to r.
       loop-level-outliers.
           if (r > record-count) go to level-outliers-exc end-if
           if (rec-level(r) = lvl-id(lx) and
               rec-version(r) = lvl-version(lx) and rec-win(r) = 0)
               move spaces to report-line
               string '  OUTLIER SEED ' delimited by size
                      rec-seed(r) delimited by size
           move 1 to ex.
       loop-level-outliers-exc.
           if (ex > exc-count) go to level-outliers-exit end-if
           if (exc-level(ex) = lvl-id(lx) and
               exc-version(ex) = lvl-version(lx))
               move spaces to report-line
               string '  OUTLIER SEED ' delimited by size
                      exc-seed(ex) delimited by size
           end-if
           if (exc-count >= 500) go to load-exceptions-close end-if
           move 0 to exc-iter-in exc-score-in exc-seed-in
              exc-version-in
           unstring exception-line delimited by space
               into exc-marker exc-level-in exc-tok1 exc-seq
                  exc-tok2 exc-iter-in exc-tok3 exc-score-in
                  exc-tok4 exc-seed-in exc-tok5 exc-version-in
           end-unstring
           if (soak-level not = spaces and
               exc-level-in not = soak-level)
               go to loop-load-exceptions
           end-if
           add 1 to exc-count
           move exc-level-in to exc-level(exc-count)
           move exc-version-in to exc-version(exc-count)
           move exc-seed-in to exc-seed(exc-count)
           move exc-iter-in to exc-iter(exc-count)
           move exc-score-in to exc-score(exc-count)
       load-exceptions-close.
           close exception-file.
       load-exceptions-exit.


       report-twins.
      * each variant set against its parent: the same board turned
      * or recoloured, so a gap between them is the
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
           move 1 to t.
       loop-find-twins.
           if (t > level-count) go to report-twin-line end-if
           if (lvl-id(t) = lin-child-id and
               lvl-version(t) = lin-child-version)
               move t to twin-child
           end-if
           if (lvl-id(t) = lin-parent-id and
               lvl-version(t) = lin-parent-version)
               move t to twin-parent
           end-if
           add 1 to t
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
                      ' NOT YET SOAKED BOTH' delimited by size
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
                  ' WINRATE ' delimited by size
                  twin-winrate delimited by size
                  ' PCT MED ' delimited by size
                  lvl-median(twin-child) delimited by size
                  ' PARENT ' delimited by size
                  lin-parent-id delimited by space
                  ' V ' delimited by size
                  lin-parent-version delimited by size
                  ' WINRATE ' delimited by size
                  twin-parent-winrate delimited by size
                  ' PCT MED ' delimited by size
                  lvl-median(twin-parent) delimited by size
                  ' BY ' delimited by size
                  lin-spec delimited by space
                  into report-line
           write report-line
           go to loop-report-twins.
       report-twins-close.
           close lineage-file.
       report-twins-exit.
