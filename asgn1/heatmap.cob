       identification division.
       program-id. heatmap.

      * CSCI3180 Principles of Programming Languages

      * cross-run crush heatmap.

      * audrpt explains one run iteration by iteration; this lays
      * every audited run of a level over the same board, to show
      * where the action happens across many runs - a soak's seeds,
      * a week of batches. heatmap.txt names the levels, one
      * level-id per line (first token). each level's runs are read
      * from history.dat by starting on its level-id, and each run's
      * audit trail (audNNN-N.txt, by run-id and batch sequence, as
      * crushing names it) is read with the same snapshot deltas
      * audrpt draws: a cell crushed between WALL A and WALL B, or
      * cleared by a special's firing between B and C, is a crush; a
      * '#'/'@'/'&' appearing between B and C is a special spawned;
      * a locked cell giving up its candy is an unlock; and a hole
      * in one iteration's WALL C that holds a candy in the next
      * WALL A is a refill of its column. a reshuffle of a dead wall
      * (its SHUFFLE line and BEFORE/AFTER SHUFFLE walls) scores
      * nothing and is left out, as audrpt leaves it.

      * heatreport.txt gets one map per level, sized to the level's
      * wall-r by wall-c from its master record: a crush grid, a
      * spawn grid and an unlock grid, each cell a digit 1-9 giving
      * its count as a share of the busiest cell's (9 is the
      * busiest), '.' for none and '*' for a blocker in the level's
      * WALL layout. a locked cell no run ever freed shows 'X' on the
      * unlock grid. under them a refill row does the same per
      * column, then a legend and the totals. dead zones and
      * unreachable locks show up there that no single-run report
      * shows.

      * only runs of the board now on the master are mapped - a run
      * of an older version (a REPLACEd board) is counted but left
      * off, and so is a trail whose WALL A is not the master's
      * shape. a trail is mapped once however many history records
      * name it (a rerun of the same run-id and sequence overwrote
      * it), and a trail housekeep has since purged is counted as
      * missing.

      * condition codes:
      *   0   every level mapped
      *   4   a level could not be mapped - not on the master, its
      *       header unreadable, or not one of its trails on hand -
      *       named on heatreport.txt
      *   16  heatmap.txt, levels.dat or history.dat could not be
      *       opened - nothing mapped

       environment division.
       input-output section.
       file-control.
           select control-file assign to 'heatmap.txt'
               organization is line sequential
               status is control-status.
           select level-master assign to 'levels.dat'
               organization is indexed
               access mode is random
               record key is master-level-id
               status is master-status.
      * read in key order from the level's first run - see
      * histrec.cpy
           select history-file assign to 'history.dat'
               organization is indexed
               access mode is dynamic
               record key is hist-key
               alternate record key is hist-run-stamp
                  with duplicates
               status is history-status.
           select audit-file assign to dynamic audit-name
               organization is line sequential
               status is audit-status.
           select report-file assign to 'heatreport.txt'
               organization is line sequential.

       data division.
       file section.

       fd control-file.

       01 control-line pic x(80).

       fd level-master.

      * the stored level - see lvlmst.cpy
           copy lvlmst.

       fd history-file.

      * the history record - see histrec.cpy
           copy histrec.

       fd audit-file.

       01 audit-line pic x(80).

       fd report-file.

       01 report-line pic x(100).

       working-storage section.

       01 control-status pic 9(2).
       01 master-status pic 9(2).
       01 history-status pic 9(2).
       01 audit-status pic 9(2).
       01 audit-name pic x(20).
       01 heat-level pic x(10).

       01 level-count pic 9(3) value 0.
       01 unmapped-count pic 9(3) value 0.
       01 trail-total pic 9(5) value 0.

      * the run's condition code - raised as findings turn up and
      * handed back in RETURN-CODE when the run ends
       01 cond-code pic 9(2) value 0.

      * named level-file header fields - see lvlhdr.cpy - parsed
      * back out of the stored lines for the wall's shape
           copy lvlhdr.
       01 line-idx pic 9(3).

      * the level's starting WALL layout, for its blockers and
      * locked cells - spaces when the level has none
       01 layout-table.
          03 layout-row occurs 100 pic x(80).
       01 layout-cell pic X.
          88 layout-blocker value '*'.
          88 layout-locked values 'a' thru 'i'.

      * the counts being built for the level in hand, cell by cell
      * and column by column
       01 heat-table.
          03 heat-row occurs 100.
             05 heat-cell occurs 80.
                07 heat-crush pic 9(5).
                07 heat-spawn pic 9(5).
                07 heat-unlock pic 9(5).
       01 refill-table.
          03 heat-refill occurs 80 pic 9(7).

      * the level's run and trail tallies
       01 run-count pic 9(5).
       01 version-skip-count pic 9(5).
       01 trail-count pic 9(5).
       01 trail-missing-count pic 9(5).
       01 trail-shape-count pic 9(5).
       01 iteration-count pic 9(7).
       01 crush-total pic 9(7).
       01 spawn-total pic 9(7).
       01 unlock-total pic 9(7).
       01 refill-total pic 9(7).
       01 lock-count pic 9(5).
       01 lock-stuck-count pic 9(5).

      * every trail already mapped for the level in hand, so a
      * trail two history records name is only read once
       01 seen-count pic 9(3).
       01 seen-table.
          03 seen-name occurs 999 pic x(20).
       01 sx pic 9(3).
       01 seen-bool pic x.
          88 trail-seen value 'Y'.

      * which snapshot the lines now arriving belong to: 1 = WALL A,
      * 2 = WALL B, 3 = WALL C, 0 = a section the deltas do not need
      * (ARR1/ARR2, a reshuffle's walls) or nothing yet
       01 snap-section pic 9.
       01 snap-row pic 9(3).
       01 aud-rows pic 9(3).

      * the snapshots of the iteration being assembled, plus the
      * previous iteration's WALL C - refills only show up in the
      * next WALL A, so C has to be carried across one iteration
       01 snap-a-table.
          03 snap-a-row occurs 100.
             05 snap-a occurs 80 pic X.
       01 snap-b-table.
          03 snap-b-row occurs 100.
             05 snap-b occurs 80 pic X.
       01 snap-c-table.
          03 snap-c-row occurs 100.
             05 snap-c occurs 80 pic X.
       01 prev-c-table.
          03 prev-c-row occurs 100.
             05 prev-c occurs 80 pic X.
       01 prev-c-bool pic X.
          88 prev-c-present value 'Y'.

      * a trail's shape is checked against the master once, when
      * its first WALL A is complete; a row reaching past wall-c
      * marks it wrong as surely as a wrong row count
       01 shape-checked-bool pic X.
          88 shape-checked value 'Y'.
       01 shape-wide-bool pic X.
          88 shape-wide value 'Y'.
       01 row-tail pic 9(3).

       01 cell-a pic X.
       01 cell-b pic X.
          88 cell-b-locked values 'a' thru 'i'.
       01 cell-c pic X.
          88 cell-c-special values '#', '@', '&'.
       01 cell-p pic X.
          88 cell-p-candy values '1' thru '9', '#', '@', '&'.
       01 cell-n pic X.
          88 cell-n-candy values '1' thru '9', '#', '@', '&'.

      * printing a grid: which one (1 = crush, 2 = spawn, 3 =
      * unlock), its busiest cell, and the cell being scaled
       01 grid-kind pic 9.
       01 heat-max pic 9(7).
       01 heat-count pic 9(7).
       01 heat-digit pic 9.
       01 heat-glyph pic X.
       01 grid-title pic x(20).
       01 row-disp pic 9(3).
       01 col-disp pic 9(3).
       01 col-pos pic 9(3).
       01 hard-col pic 9(3).

       01 r pic 9(3).
       01 c pic 9(3).

       procedure division.

       main-paragraph.
           open input control-file
           if control-status not = 0
               display 'error: cannot open heatmap.txt'
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
           open input history-file
           if history-status not = 0
               display 'error: cannot open history.dat'
               move 16 to return-code
               stop run
           end-if
           open output report-file.
       loop-main.
           read control-file
               at end go to main-done
           end-read
           if (control-line = spaces) go to loop-main end-if
           move spaces to heat-level
           unstring control-line delimited by space
               into heat-level
           end-unstring
           add 1 to level-count
           perform map-level thru map-level-exit
           go to loop-main.
       main-done.
           close report-file
           close history-file
           close level-master
           close control-file
           display 'heatmap: ' level-count ' levels ' trail-total
              ' audit trails mapped'
           if (unmapped-count > 0) move 4 to cond-code end-if
           move cond-code to return-code
           goback.


       map-level.
           move heat-level to master-level-id
           read level-master
               invalid key
                   add 1 to unmapped-count
                   move spaces to report-line
                   string 'LEVEL ' delimited by size
                          heat-level delimited by space
                          ' NOT ON MASTER' delimited by size
                          into report-line
                   write report-line
                   go to map-level-exit
           end-read
           perform load-layout thru load-layout-exit
           if (wall-r < 1 or wall-r > 100 or
               wall-c < 1 or wall-c > 80)
               add 1 to unmapped-count
               move spaces to report-line
               string 'LEVEL ' delimited by size
                      heat-level delimited by space
                      ' HEADER UNREADABLE - NO WALL SHAPE'
                      delimited by size into report-line
               write report-line
               go to map-level-exit
           end-if
           move zeros to heat-table refill-table
           move 0 to run-count version-skip-count trail-count
              trail-missing-count trail-shape-count iteration-count
              seen-count
      * the level's runs, oldest first - a START on its level-id
      * and a browse until the level changes
           move low-values to hist-key
           move heat-level to hist-level-id
           start history-file key is not less than hist-key
               invalid key go to map-level-print
           end-start.
       loop-map-runs.
           read history-file next record
               at end go to map-level-print
           end-read
           if (hist-level-id not = heat-level)
               go to map-level-print
           end-if
           add 1 to run-count
      * 0 is a run of a loose level file - its shape is checked
      * against the master's when its trail is read
           if (hist-version not = 0 and
               hist-version not = master-version)
               add 1 to version-skip-count
               go to loop-map-runs
           end-if
           move spaces to audit-name
           string 'aud' delimited by size
                  hist-run-id delimited by size
                  '-' delimited by size
                  hist-batch-seq delimited by size
                  '.txt' delimited by size into audit-name
           perform find-trail thru find-trail-exit
           if (trail-seen) go to loop-map-runs end-if
           if (seen-count < 999)
               add 1 to seen-count
               move audit-name to seen-name(seen-count)
           end-if
           perform scan-trail thru scan-trail-exit
           go to loop-map-runs.
       map-level-print.
           add trail-count to trail-total
           if (trail-count = 0) add 1 to unmapped-count end-if
           perform print-heatmap thru print-heatmap-exit.
       map-level-exit.


       load-layout.
      * the wall's shape from line 3, then past the swap lines, the
      * target line, the optional OBJ record and the roof (a GEN
      * record or roof-r grid rows) to the optional WALL layout -
      * the same walk lvlsweep makes
           move spaces to layout-table
           move 0 to roof-r roof-c wall-r wall-c swap-count
           if (master-line-count < 5) go to load-layout-exit end-if
           unstring master-line(2) delimited by space
               into roof-r roof-c
           end-unstring
           unstring master-line(3) delimited by space
               into wall-r wall-c
           end-unstring
           unstring master-line(4) delimited by space
               into swap-count
           end-unstring
           compute line-idx = swap-count + 6
           if (line-idx > master-line-count) go to load-layout-exit
           end-if
           if (master-line(line-idx)(1:4) = 'OBJ ')
               add 1 to line-idx
           end-if
           if (line-idx > master-line-count) go to load-layout-exit
           end-if
           if (master-line(line-idx)(1:4) = 'GEN ')
               add 1 to line-idx
           else
               add roof-r to line-idx
           end-if
           if (line-idx > master-line-count) go to load-layout-exit
           end-if
           if (master-line(line-idx)(1:4) not = 'WALL')
               go to load-layout-exit
           end-if
           move 1 to r.
       loop-load-layout.
           add 1 to line-idx
           if (line-idx > master-line-count or r > wall-r or
               r > 100)
               go to load-layout-exit
           end-if
           move master-line(line-idx) to layout-row(r)
           add 1 to r
           go to loop-load-layout.
       load-layout-exit.


       find-trail.
           move 'N' to seen-bool
           move 1 to sx.
       loop-find-trail.
           if (sx > seen-count) go to find-trail-exit end-if
           if (seen-name(sx) = audit-name)
               move 'Y' to seen-bool
               go to find-trail-exit
           end-if
           add 1 to sx
           go to loop-find-trail.
       find-trail-exit.


       scan-trail.
           open input audit-file
           if audit-status not = 0
               add 1 to trail-missing-count
               go to scan-trail-exit
           end-if
           move 0 to snap-section snap-row aud-rows
           move 'N' to prev-c-bool shape-checked-bool
              shape-wide-bool.
       loop-scan.
           read audit-file
               at end go to scan-trail-close
           end-read
           if (audit-line = spaces) go to loop-scan end-if
      * the snapshot labels crushing writes - anything else is a
      * row of whichever snapshot is being assembled (see audrpt)
           if (audit-line(1:7) = 'WALL A ')
               move 1 to snap-section
               move 0 to snap-row
               go to loop-scan
           end-if
           if (audit-line(1:7) = 'WALL B ')
               move 2 to snap-section
               move 0 to snap-row
               go to loop-scan
           end-if
           if (audit-line(1:7) = 'WALL C ')
               move 3 to snap-section
               move 0 to snap-row
               go to loop-scan
           end-if
      * ARR1 follows every WALL A, so WALL A is complete: the first
      * time, the trail's shape is held against the master's, and
      * every time, the previous iteration's refill can be tallied
           if (audit-line(1:5) = 'ARR1 ')
               if (not shape-checked)
                   if (aud-rows not = wall-r or shape-wide)
                       add 1 to trail-shape-count
                       go to scan-trail-close
                   end-if
                   move 'Y' to shape-checked-bool
                   add 1 to trail-count
               end-if
               if (prev-c-present)
                   perform tally-refill thru tally-refill-exit
                   move 'N' to prev-c-bool
               end-if
               move 0 to snap-section
               go to loop-scan
           end-if
           if (audit-line(1:10) = 'ITERATION ')
               if (shape-checked)
                   perform tally-iteration thru tally-iteration-exit
               end-if
               move 0 to snap-section
               go to loop-scan
           end-if
           if (audit-line(1:5) = 'ARR2 ' or
               audit-line(1:8) = 'SHUFFLE ' or
               audit-line(1:15) = 'BEFORE SHUFFLE ' or
               audit-line(1:14) = 'AFTER SHUFFLE ' or
               audit-line(1:9) = 'TRAIL END')
               move 0 to snap-section
               go to loop-scan
           end-if
           if (snap-section = 0) go to loop-scan end-if
           add 1 to snap-row
           if (snap-row > 100) go to loop-scan end-if
           evaluate snap-section
               when 1 move audit-line to snap-a-row(snap-row)
                      move snap-row to aud-rows
                      if (wall-c < 80)
                          compute row-tail = wall-c + 1
                          if (audit-line(row-tail:) not = spaces)
                              move 'Y' to shape-wide-bool
                          end-if
                      end-if
               when 2 move audit-line to snap-b-row(snap-row)
               when 3 move audit-line to snap-c-row(snap-row)
           end-evaluate
           go to loop-scan.
       scan-trail-close.
           close audit-file.
       scan-trail-exit.


       tally-iteration.
      * one iteration's snapshots are all on hand - every change
      * between them lands on its cell's counts
           add 1 to iteration-count
           move 1 to r.
       loop-tally-row.
           move 1 to c.
       loop-tally-col.
           move snap-a(r,c) to cell-a
           move snap-b(r,c) to cell-b
           move snap-c(r,c) to cell-c
           if (cell-a not = cell-b)
               add 1 to heat-crush(r,c)
           end-if
           if (cell-b not = cell-c)
               evaluate true
                   when cell-c-special
                       add 1 to heat-spawn(r,c)
                   when cell-b-locked
                       add 1 to heat-unlock(r,c)
                   when other
                       add 1 to heat-crush(r,c)
               end-evaluate
           end-if
           add 1 to c
           if (c <= wall-c) go to loop-tally-col end-if
           add 1 to r
           if (r <= wall-r) go to loop-tally-row end-if
      * carry WALL C across to the next iteration's WALL A, which
      * is where this iteration's refill becomes visible
           move snap-c-table to prev-c-table
           move 'Y' to prev-c-bool.
       tally-iteration-exit.


       tally-refill.
      * column by column: a cell that was a hole or glyph in the
      * previous WALL C and is a candy in this WALL A was refilled
      * (or had a survivor fall into it) by that iteration's load
           move 1 to c.
       loop-refill-col.
           move 1 to r.
       loop-refill-row.
           move prev-c(r,c) to cell-p
           move snap-a(r,c) to cell-n
           if ((not cell-p-candy) and cell-n-candy)
               add 1 to heat-refill(c)
           end-if
           add 1 to r
           if (r <= wall-r) go to loop-refill-row end-if
           add 1 to c
           if (c <= wall-c) go to loop-refill-col end-if.
       tally-refill-exit.


       print-heatmap.
           move spaces to report-line
           string 'LEVEL ' delimited by size
                  heat-level delimited by space
                  ' VERSION ' delimited by size
                  master-version delimited by size
                  ' WALL ' delimited by size
                  wall-r delimited by size
                  ' X ' delimited by size
                  wall-c delimited by size into report-line
           write report-line
           move spaces to report-line
           string '  RUNS ' delimited by size
                  run-count delimited by size
                  ' OTHER-VERSION ' delimited by size
                  version-skip-count delimited by size
                  ' TRAILS ' delimited by size
                  trail-count delimited by size
                  ' MISSING ' delimited by size
                  trail-missing-count delimited by size
                  ' WRONG-SHAPE ' delimited by size
                  trail-shape-count delimited by size
                  ' ITERATIONS ' delimited by size
                  iteration-count delimited by size
                  into report-line
           write report-line
           if (trail-count = 0)
               move '  NO AUDIT TRAIL ON HAND - NOTHING MAPPED'
                  to report-line
               write report-line
               go to print-heatmap-exit
           end-if
           move 1 to grid-kind.
       loop-print-grids.
           perform print-grid thru print-grid-exit
           add 1 to grid-kind
           if (grid-kind <= 3) go to loop-print-grids end-if
           perform print-refill thru print-refill-exit
           move spaces to report-line
           string '  LEGEND  .  NONE   1-9  SHARE OF THE BUSIEST'
                  delimited by size
                  ' CELL (9 IS THE BUSIEST)' delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           string '          *  BLOCKER   X  LOCKED CELL NO RUN'
                  delimited by size
                  ' FREED (UNLOCK GRID)' delimited by size
                  into report-line
           write report-line
           move spaces to report-line
           string '  TOTALS CRUSHED ' delimited by size
                  crush-total delimited by size
                  ' SPAWNED ' delimited by size
                  spawn-total delimited by size
                  ' UNLOCKED ' delimited by size
                  unlock-total delimited by size
                  ' REFILLED ' delimited by size
                  refill-total delimited by size into report-line
           write report-line
           move spaces to report-line
           string '  LOCKS NEVER FREED ' delimited by size
                  lock-stuck-count delimited by size
                  ' OF ' delimited by size
                  lock-count delimited by size
                  ' HARDEST REFILL COL ' delimited by size
                  hard-col delimited by size into report-line
           write report-line.
       print-heatmap-exit.


       print-grid.
      * one pass for the busiest cell (and the grid's total), one
      * to print each cell's share of it
           move 0 to heat-max lock-count lock-stuck-count
           evaluate grid-kind
               when 1 move 'CRUSHED' to grid-title
                      move 0 to crush-total
               when 2 move 'SPECIALS SPAWNED' to grid-title
                      move 0 to spawn-total
               when 3 move 'UNLOCKED' to grid-title
                      move 0 to unlock-total
           end-evaluate
           move 1 to r.
       loop-grid-max-row.
           move 1 to c.
       loop-grid-max-col.
           perform grid-count thru grid-count-exit
           if (heat-count > heat-max) move heat-count to heat-max
           end-if
           evaluate grid-kind
               when 1 add heat-count to crush-total
               when 2 add heat-count to spawn-total
               when 3 add heat-count to unlock-total
           end-evaluate
           add 1 to c
           if (c <= wall-c) go to loop-grid-max-col end-if
           add 1 to r
           if (r <= wall-r) go to loop-grid-max-row end-if
           move spaces to report-line
           string '  ' delimited by size
                  grid-title delimited by '  '
                  ' - BUSIEST CELL ' delimited by size
                  heat-max delimited by size into report-line
           write report-line
           perform print-ruler thru print-ruler-exit
           move 1 to r.
       loop-grid-row.
           move spaces to report-line
           move r to row-disp
           move row-disp to report-line(3:3)
           move 1 to c.
       loop-grid-col.
           move layout-row(r)(c:1) to layout-cell
           perform grid-count thru grid-count-exit
           perform scale-count thru scale-count-exit
           if (layout-blocker) move '*' to heat-glyph end-if
           if (grid-kind = 3 and layout-locked)
               add 1 to lock-count
               if (heat-count = 0)
                   add 1 to lock-stuck-count
                   move 'X' to heat-glyph
               end-if
           end-if
           compute col-pos = c + 6
           move heat-glyph to report-line(col-pos:1)
           add 1 to c
           if (c <= wall-c) go to loop-grid-col end-if
           write report-line
           add 1 to r
           if (r <= wall-r) go to loop-grid-row end-if.
       print-grid-exit.


       print-refill.
      * the refill row, under the grids' columns, scaled the same
      * way against the column that refilled hardest
           move 0 to heat-max refill-total hard-col
           move 1 to c.
       loop-refill-max.
           add heat-refill(c) to refill-total
           if (heat-refill(c) > heat-max)
               move heat-refill(c) to heat-max
               move c to hard-col
           end-if
           add 1 to c
           if (c <= wall-c) go to loop-refill-max end-if
           move spaces to report-line
           string '  REFILLED BY COLUMN - HARDEST ' delimited by size
                  heat-max delimited by size into report-line
           write report-line
           perform print-ruler thru print-ruler-exit
           move spaces to report-line
           move 'REF' to report-line(3:3)
           move 1 to c.
       loop-refill-glyph.
           move heat-refill(c) to heat-count
           perform scale-count thru scale-count-exit
           compute col-pos = c + 6
           move heat-glyph to report-line(col-pos:1)
           add 1 to c
           if (c <= wall-c) go to loop-refill-glyph end-if
           write report-line.
       print-refill-exit.


       print-ruler.
      * the last digit of each column number, over its column
           move spaces to report-line
           move 1 to c.
       loop-ruler.
           move c to col-disp
           compute col-pos = c + 6
           move col-disp(3:1) to report-line(col-pos:1)
           add 1 to c
           if (c <= wall-c) go to loop-ruler end-if
           write report-line.
       print-ruler-exit.


       grid-count.
           evaluate grid-kind
               when 1 move heat-crush(r,c) to heat-count
               when 2 move heat-spawn(r,c) to heat-count
               when 3 move heat-unlock(r,c) to heat-count
           end-evaluate.
       grid-count-exit.


       scale-count.
      * '.' for none, else 1-9 rounding up, so any activity at all
      * shows as at least 1 and only the busiest reaches 9
           if (heat-count = 0)
               move '.' to heat-glyph
               go to scale-count-exit
           end-if
           compute heat-digit = (heat-count * 9 + heat-max - 1)
              / heat-max
           move heat-digit to heat-glyph.
       scale-count-exit.
