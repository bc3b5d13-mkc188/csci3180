       identification division.
       program-id. dossier.

      * CSCI3180 Principles of Programming Languages

      * single-level dossier inquiry.

      * "what's going on with level X" used to mean the master
      * record, its lines on sweeprpt.txt, its runs in the history
      * and its archives, its OVERBUDGET records, its rejects, its
      * recon verdict and its calreport.txt line, each found by
      * hand. this pulls all of them together, one dossier per
      * level-id asked for, into dossier.txt:
      *   the master record - version, and the header decoded
      *   through lvlhdr (difficulty, run-mode, roof and wall
      *   dimensions, iteration budget, swaps, target, objective,
      *   star tiers) - and the roof and WALL layout as stored
      *   the last N runs (score, stars, iterations, seed), read
      *   from the histYYYY.dat archives of the last ten years and
      *   then history.dat, each by starting on the level-id - and
      *   the win rate month by month across every one of them
      *   every OVERBUDGET record and every reject, with its date
      *   the sweep, recon and calibration standing: its sweeprpt
      *   lines, its last recon verdict, its calreport lines and
      *   band, and any RERATE still pending in rerate.txt
      * a level that is not (or no longer) on levels.dat still gets
      * everything the other files hold on it.

      * the command line names the levels, and two keywords:
      *   dossier <level-id> ... [RUNS <n>] [JOB <job-id>]
      * RUNS sets how many recent runs are listed (default 10, at
      * most 50); JOB reads that job's recon, exceptions and reject
      * files, the way crushing names them - relready does the same.
      * up to ten level-ids in one inquiry.

      * condition codes:
      *   0   every level asked for is on the master
      *   4   a level asked for is not on the master - its dossier
      *       shows what the other files hold
      *   16  no level-id was given, or levels.dat could not be
      *       opened - no dossier

       environment division.
       input-output section.
       file-control.
           select level-master assign to 'levels.dat'
               organization is indexed
               access mode is random
               record key is master-level-id
               status is master-status.
      * the history and its yearly archives - each browsed from the
      * level's first run (see histrec.cpy)
           select history-file assign to 'history.dat'
               organization is indexed
               access mode is dynamic
               record key is hist-key
               alternate record key is hist-run-stamp
                  with duplicates
               status is history-status.
           select hist-archive assign to dynamic hist-archive-name
               organization is indexed
               access mode is dynamic
               record key is arc-key
               alternate record key is arc-run-stamp
                  with duplicates
               status is hist-archive-status.
           select report-file assign to 'dossier.txt'
               organization is line sequential.
           select sweep-file assign to 'sweeprpt.txt'
               organization is line sequential
               status is sweep-status.
           select recon-file assign to dynamic recon-file-name
               organization is line sequential
               status is recon-status.
           select exception-file assign to dynamic exception-file-name
               organization is line sequential
               status is exception-status.
           select reject-file assign to dynamic reject-file-name
               organization is line sequential
               status is reject-status.
           select calib-file assign to 'calreport.txt'
               organization is line sequential
               status is calib-status.
           select rerate-file assign to 'rerate.txt'
               organization is line sequential
               status is rerate-status.

       data division.
       file section.

       fd level-master.

      * the stored level - see lvlmst.cpy
           copy lvlmst.

       fd history-file.

      * the history record - see histrec.cpy
           copy histrec.

       fd hist-archive.

      * an archived history record - histrec.cpy under arc- names
           copy histrec replacing ==history-record== by
              ==archive-record== leading ==hist-== by ==arc-==.

       fd report-file.

       01 report-line pic x(132).

       fd sweep-file.

       01 sweep-line pic x(100).

       fd recon-file.

       01 recon-line pic x(100).

       fd exception-file.

       01 exception-line pic x(120).

       fd reject-file.

       01 reject-line pic x(280).

       fd calib-file.

       01 calib-line pic x(120).

       fd rerate-file.

       01 rerate-line pic x(80).

       working-storage section.

       01 master-status pic 9(2).
       01 history-status pic 9(2).
       01 hist-archive-status pic 9(2).
       01 sweep-status pic 9(2).
       01 recon-status pic 9(2).
       01 exception-status pic 9(2).
       01 reject-status pic 9(2).
       01 calib-status pic 9(2).
       01 rerate-status pic 9(2).

       01 hist-archive-name pic x(40).
       01 recon-file-name pic x(40).
       01 exception-file-name pic x(40).
       01 reject-file-name pic x(40).

      * the command line, token by token, and what it asked for
       01 args pic x(132).
       01 arg-table.
          03 arg-token occurs 14 pic x(10).
       01 ax pic 9(2).
       01 job-id pic x(8).
       01 recent-max pic 9(2) value 10.
       01 dossier-count pic 9(2) value 0.
       01 dossier-table.
          03 dossier-level occurs 10 pic x(10).
       01 dx pic 9(2).
       01 doss-level pic x(10).

       01 missing-count pic 9(2) value 0.

      * the run's condition code - raised as findings turn up and
      * handed back in RETURN-CODE when the run ends
       01 cond-code pic 9(2) value 0.

      * named level-file header fields - see lvlhdr.cpy - parsed
      * back out of the stored lines for the dossier
           copy lvlhdr.
       01 on-master-bool pic x.
          88 on-master value 'Y'.
       01 line-idx pic 9(3).
       01 row-no pic 9(3).
       01 mode-name pic x(12).
       01 budget-note pic x(15).
       01 swap-no pic 9(2).

      * one history record, wherever it was read from - the live
      * file or an archive
           copy histrec replacing ==history-record== by
              ==run-record== leading ==hist-== by ==run-==.

      * the last recent-max runs, kept round-robin as the records
      * arrive oldest first, so the list ends on the latest run
       01 recent-table.
          03 recent-run occurs 50.
             05 rct-date pic 9(8).
             05 rct-job pic x(8).
             05 rct-seq pic 9(3).
             05 rct-version pic 9(5).
             05 rct-win pic 9.
             05 rct-score pic 9(5).
             05 rct-stars pic 9.
             05 rct-iter pic 9(5).
             05 rct-seed pic 9(10).
       01 rx pic 9(2).
       01 rx-quotient pic 9(7).
       01 run-total pic 9(7).
       01 win-total pic 9(7).
       01 archive-total pic 9(7).
       01 print-count pic 9(7).
       01 result-word pic x(4).

      * the win-rate trend, one entry per month a run was entered
      * in - the archives come first and each file is in date
      * order within the level, so the months arrive in order
       01 month-count pic 9(3).
       01 month-table.
          03 month-entry occurs 120.
             05 mth-yyyymm pic 9(6).
             05 mth-runs pic 9(5).
             05 mth-wins pic 9(5).
       01 mx pic 9(3).
       01 run-month pic 9(6).
       01 rate-pct pic 9(3).
       01 bar-len pic 9(2).
       01 bar-full pic x(10) value '##########'.

      * the archive years to read: the ten up to this one
       01 today-date pic 9(8).
       01 today-year pic 9(4).
       01 arc-year pic 9(4).

      * report line scratch: the first tokens of a line, as
      * relready takes them apart
       01 line-marker pic x(10).
       01 line-level-id pic x(10).
       01 line-tokens.
          03 line-token occurs 12 pic x(10).
       01 token-len pic 9(3).
       01 found-count pic 9(5).
       01 echo-next-bool pic x.
          88 echo-next value 'Y'.
       01 recon-verdict pic x(60).
       01 recon-detail pic x(20).
       01 master-difficulty pic 9(2).
       01 band-lo pic 9(2).
       01 band-hi pic 9(2).
       01 band-token pic x(8).
       01 rerate-to pic 9(2).

       procedure division.

       main-paragraph.
           perform read-args thru read-args-exit
           if (dossier-count = 0)
               display 'error: no level-id given - dossier <level-id>'
                  ' ... [RUNS n] [JOB job-id]'
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
           accept today-date from date yyyymmdd
           move today-date(1:4) to today-year
           open output report-file
           move 1 to dx.
       loop-main.
           if (dx > dossier-count) go to main-done end-if
           move dossier-level(dx) to doss-level
           perform level-dossier thru level-dossier-exit
           add 1 to dx
           go to loop-main.
       main-done.
           close report-file
           close level-master
           display 'dossier: ' dossier-count ' levels '
              missing-count ' not on the master'
           if (missing-count > 0) move 4 to cond-code end-if
           move cond-code to return-code
           goback.


       read-args.
      * level-ids, RUNS <n> and JOB <job-id>, in any order
           move spaces to args arg-table job-id
           accept args from command-line
           unstring args delimited by all space
               into arg-token(1) arg-token(2) arg-token(3)
                  arg-token(4) arg-token(5) arg-token(6)
                  arg-token(7) arg-token(8) arg-token(9)
                  arg-token(10) arg-token(11) arg-token(12)
                  arg-token(13) arg-token(14)
           end-unstring
           move 1 to ax.
       loop-read-args.
           if (ax > 14) go to read-args-names end-if
           if (arg-token(ax) = spaces) go to read-args-names end-if
           if (arg-token(ax) = 'RUNS' and ax < 14)
               add 1 to ax
               move 0 to token-len
               inspect arg-token(ax) tallying token-len
                   for characters before initial space
               if (token-len > 0 and token-len <= 2 and
                   arg-token(ax)(1:token-len) is numeric)
                   move arg-token(ax)(1:token-len) to recent-max
               end-if
               if (recent-max < 1 or recent-max > 50)
                   move 10 to recent-max
               end-if
               add 1 to ax
               go to loop-read-args
           end-if
           if (arg-token(ax) = 'JOB' and ax < 14)
               add 1 to ax
               move arg-token(ax) to job-id
               add 1 to ax
               go to loop-read-args
           end-if
           if (dossier-count < 10)
               add 1 to dossier-count
               move arg-token(ax) to dossier-level(dossier-count)
           end-if
           add 1 to ax
           go to loop-read-args.
       read-args-names.
           move spaces to recon-file-name
           string 'recon' delimited by size
                  job-id delimited by space
                  '.txt' delimited by size into recon-file-name
           move spaces to exception-file-name
           string 'exceptions' delimited by size
                  job-id delimited by space
                  '.txt' delimited by size into exception-file-name
           move spaces to reject-file-name
           string 'reject' delimited by size
                  job-id delimited by space
                  '.txt' delimited by size into reject-file-name.
       read-args-exit.


       level-dossier.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string 'DOSSIER ' delimited by size
                  doss-level delimited by space
                  ' AS OF ' delimited by size
                  today-date delimited by size into report-line
           write report-line
           move 'Y' to on-master-bool
           move doss-level to master-level-id
           read level-master
               invalid key move 'N' to on-master-bool
           end-read
           if (on-master)
               perform show-master thru show-master-exit
               perform show-layout thru show-layout-exit
           else
               add 1 to missing-count
               move '  NOT ON LEVELS.DAT - RETIRED OR NEVER ADDED'
                  to report-line
               write report-line
           end-if
           perform show-runs thru show-runs-exit
           perform show-exceptions thru show-exceptions-exit
           perform show-rejects thru show-rejects-exit
           perform show-sweep thru show-sweep-exit
           perform show-recon thru show-recon-exit
           perform show-calib thru show-calib-exit.
       level-dossier-exit.


       show-master.
      * the header lines, pulled apart with the same unstrings
      * crushing and lvlsweep use, each field by its lvlhdr name
           move 0 to level-difficulty run-mode roof-r roof-c run-id
              wall-r wall-c max-iterations swap-count total-score
           move zeros to star-score-table
           move spaces to level-id
           unstring master-line(1) delimited by space
               into level-id level-difficulty run-mode
           end-unstring
           unstring master-line(2) delimited by space
               into roof-r roof-c run-id
           end-unstring
           unstring master-line(3) delimited by space
               into wall-r wall-c max-iterations
           end-unstring
           unstring master-line(4) delimited by space
               into swap-count
           end-unstring
           if (swap-count > 20) move 20 to swap-count end-if
           compute line-idx = swap-count + 5
           if (line-idx <= master-line-count)
               unstring master-line(line-idx) delimited by space
                   into total-score star-score(1) star-score(2)
                      star-score(3)
               end-unstring
           end-if
           move spaces to report-line
           string '  MASTER VERSION ' delimited by size
                  master-version delimited by size
                  ' CHANGED ' delimited by size
                  master-change-date delimited by size
                  ' LINES ' delimited by size
                  master-line-count delimited by size into report-line
           write report-line
           evaluate true
               when advisor-mode move 'ADVISOR' to mode-name
               when play-out-mode move 'PLAY-OUT' to mode-name
               when auto-play-mode move 'AUTO-PLAY' to mode-name
               when run-mode = 0 move 'SWAPS' to mode-name
               when other move 'UNKNOWN' to mode-name
           end-evaluate
           move spaces to report-line
           string '  DIFFICULTY ' delimited by size
                  level-difficulty delimited by size
                  ' RUN-MODE ' delimited by size
                  run-mode delimited by size
                  ' ' delimited by size
                  mode-name delimited by space
                  ' RUN-ID ' delimited by size
                  run-id delimited by size into report-line
           write report-line
           move spaces to budget-note
           if (max-iterations = 0)
               move ' (SHOP DEFAULT)' to budget-note
           end-if
           move spaces to report-line
           string '  ROOF ' delimited by size
                  roof-r delimited by size
                  ' X ' delimited by size
                  roof-c delimited by size
                  ' WALL ' delimited by size
                  wall-r delimited by size
                  ' X ' delimited by size
                  wall-c delimited by size
                  ' ITERATION BUDGET ' delimited by size
                  max-iterations delimited by size
                  budget-note delimited by size into report-line
           write report-line
           move spaces to report-line
           string '  SWAPS ' delimited by size
                  swap-count delimited by size
                  ' TARGET ' delimited by size
                  total-score delimited by size into report-line
           write report-line
           if (swap-count = 0) go to show-master-stars end-if
           move 1 to swap-no.
       loop-show-swaps.
           compute line-idx = swap-no + 4
           if (line-idx > master-line-count) go to show-master-stars
           end-if
           move spaces to report-line
           string '    SWAP ' delimited by size
                  swap-no delimited by size
                  '  ' delimited by size
                  master-line(line-idx) delimited by '  '
                  into report-line
           write report-line
           add 1 to swap-no
           if (swap-no <= swap-count) go to loop-show-swaps end-if.
       show-master-stars.
           move spaces to report-line
           if (star-score(1) = 0)
               move '  STAR TIERS NONE' to report-line
           else
               string '  STAR TIERS ' delimited by size
                      star-score(1) delimited by size
                      ' ' delimited by size
                      star-score(2) delimited by size
                      ' ' delimited by size
                      star-score(3) delimited by size
                      into report-line
           end-if
           write report-line
      * optional OBJ record right after the target line - absent
      * is SCORE, as it always was
           move 'SCORE' to objective-type
           move 0 to objective-colour objective-count
           compute line-idx = swap-count + 6
           if (line-idx <= master-line-count and
               master-line(line-idx)(1:4) = 'OBJ ')
               unstring master-line(line-idx) delimited by space
                   into line-marker objective-type
               end-unstring
               if (objective-collect)
                   unstring master-line(line-idx) delimited by space
                       into line-marker objective-type
                          objective-colour objective-count
                   end-unstring
               end-if
               if (objective-moves)
                   unstring master-line(line-idx) delimited by space
                       into line-marker objective-type
                          objective-count
                   end-unstring
               end-if
           end-if
           move spaces to report-line
           evaluate true
               when objective-collect
                   string '  OBJECTIVE COLLECT COLOUR '
                          delimited by size
                          objective-colour delimited by size
                          ' COUNT ' delimited by size
                          objective-count delimited by size
                          into report-line
               when objective-moves
                   string '  OBJECTIVE MOVES - TARGET WITHIN '
                          delimited by size
                          objective-count delimited by size
                          ' SWAPS' delimited by size into report-line
               when other
                   string '  OBJECTIVE ' delimited by size
                          objective-type delimited by space
                          into report-line
           end-evaluate
           write report-line.
       show-master-exit.


       show-layout.
      * the roof (a GEN record, or roof-r grid rows) and the
      * optional WALL layout behind it, as stored - the walk
      * lvlsweep makes
           compute line-idx = swap-count + 6
           if (line-idx <= master-line-count and
               master-line(line-idx)(1:4) = 'OBJ ')
               add 1 to line-idx
           end-if
           if (line-idx > master-line-count)
               move '  ROOF NONE - RECORD ENDS AT THE TARGET LINE'
                  to report-line
               write report-line
               go to show-layout-exit
           end-if
           if (master-line(line-idx)(1:4) = 'GEN ')
               move spaces to report-line
               string '  ROOF GENERATED - ' delimited by size
                      master-line(line-idx) delimited by '  '
                      into report-line
               write report-line
               add 1 to line-idx
               go to show-layout-wall
           end-if
           move '  ROOF' to report-line
           write report-line
           move 1 to row-no.
       loop-show-roof.
           if (row-no > roof-r or line-idx > master-line-count)
               go to show-layout-wall
           end-if
           perform show-layout-row thru show-layout-row-exit
           go to loop-show-roof.
       show-layout-wall.
           if (line-idx > master-line-count)
               move '  WALL LAYOUT NONE' to report-line
               write report-line
               go to show-layout-exit
           end-if
           if (master-line(line-idx)(1:4) not = 'WALL')
               move '  WALL LAYOUT NONE' to report-line
               write report-line
               go to show-layout-exit
           end-if
           move '  WALL' to report-line
           write report-line
           add 1 to line-idx
           move 1 to row-no.
       loop-show-wall.
           if (row-no > wall-r or line-idx > master-line-count)
               go to show-layout-exit
           end-if
           perform show-layout-row thru show-layout-row-exit
           go to loop-show-wall.
       show-layout-exit.


       show-layout-row.
           move spaces to report-line
           move row-no to report-line(5:3)
           move master-line(line-idx) to report-line(9:80)
           write report-line
           add 1 to row-no
           add 1 to line-idx.
       show-layout-row-exit.


       show-runs.
      * the archives, oldest year first, then the live history -
      * every run of the level, oldest first
           move 0 to run-total win-total archive-total month-count
           move spaces to recent-table
           compute arc-year = today-year - 9.
       loop-show-archives.
           if (arc-year > today-year) go to show-runs-live end-if
           move spaces to hist-archive-name
           string 'hist' delimited by size
                  arc-year delimited by size
                  '.dat' delimited by size into hist-archive-name
           perform read-archive thru read-archive-exit
           add 1 to arc-year
           go to loop-show-archives.
       show-runs-live.
           open input history-file
           if history-status not = 0
               move '  RESULTS HISTORY.DAT NOT ON HAND' to report-line
               write report-line
               go to show-runs-print
           end-if
           move low-values to hist-key
           move doss-level to hist-level-id
           start history-file key is not less than hist-key
               invalid key go to show-runs-close
           end-start.
       loop-show-live.
           read history-file next record
               at end go to show-runs-close
           end-read
           if (hist-level-id not = doss-level)
               go to show-runs-close
           end-if
           move history-record to run-record
           perform keep-run thru keep-run-exit
           go to loop-show-live.
       show-runs-close.
           close history-file.
       show-runs-print.
           move 0 to rate-pct
           if (run-total > 0)
               compute rate-pct = win-total * 100 / run-total
           end-if
           move spaces to report-line
           string '  RUNS ' delimited by size
                  run-total delimited by size
                  ' WINS ' delimited by size
                  win-total delimited by size
                  ' WINRATE ' delimited by size
                  rate-pct delimited by size
                  ' PCT - ' delimited by size
                  archive-total delimited by size
                  ' FROM THE ARCHIVES' delimited by size
                  into report-line
           write report-line
           if (run-total = 0) go to show-runs-exit end-if
      * the last recent-max of them, oldest to latest - once the
      * round-robin has wrapped, the oldest kept is the one after
      * the latest written
           move recent-max to print-count
           if (run-total < recent-max) move run-total to print-count
           end-if
           move spaces to report-line
           string '  LAST ' delimited by size
                  print-count delimited by size
                  ' RUNS' delimited by size into report-line
           write report-line
           move 1 to rx
           if (run-total > recent-max)
               divide run-total by recent-max giving rx-quotient
                  remainder rx
               add 1 to rx
           end-if.
       loop-show-recent.
           if (rct-win(rx) = 1)
               move 'WIN' to result-word
           else
               move 'LOSS' to result-word
           end-if
           move spaces to report-line
           string '    ' delimited by size
                  rct-date(rx) delimited by size
                  ' JOB ' delimited by size
                  rct-job(rx) delimited by size
                  ' SEQ ' delimited by size
                  rct-seq(rx) delimited by size
                  ' V ' delimited by size
                  rct-version(rx) delimited by size
                  ' ' delimited by size
                  result-word delimited by size
                  ' SCORE ' delimited by size
                  rct-score(rx) delimited by size
                  ' STARS ' delimited by size
                  rct-stars(rx) delimited by size
                  ' ITER ' delimited by size
                  rct-iter(rx) delimited by size
                  ' SEED ' delimited by size
                  rct-seed(rx) delimited by size into report-line
           write report-line
           subtract 1 from print-count
           if (print-count = 0) go to show-trend end-if
           add 1 to rx
           if (rx > recent-max) move 1 to rx end-if
           go to loop-show-recent.
       show-trend.
      * the win rate month by month, a '#' for every full ten
      * percent
           move '  WIN-RATE TREND BY MONTH' to report-line
           write report-line
           move 1 to mx.
       loop-show-trend.
           if (mx > month-count) go to show-runs-exit end-if
           compute rate-pct = mth-wins(mx) * 100 / mth-runs(mx)
           compute bar-len = rate-pct / 10
           move spaces to report-line
           string '    ' delimited by size
                  mth-yyyymm(mx) delimited by size
                  ' RUNS ' delimited by size
                  mth-runs(mx) delimited by size
                  ' WINS ' delimited by size
                  mth-wins(mx) delimited by size
                  ' WINRATE ' delimited by size
                  rate-pct delimited by size
                  ' PCT ' delimited by size into report-line
           if (bar-len > 0)
               move bar-full(1:bar-len) to report-line(51:bar-len)
           end-if
           write report-line
           add 1 to mx
           go to loop-show-trend.
       show-runs-exit.


       read-archive.
      * one year's archive, if HISTKEEP has written one - browsed
      * from the level's first run like the live file
           open input hist-archive
           if hist-archive-status not = 0
               go to read-archive-exit
           end-if
           move low-values to arc-key
           move doss-level to arc-level-id
           start hist-archive key is not less than arc-key
               invalid key go to read-archive-close
           end-start.
       loop-read-archive.
           read hist-archive next record
               at end go to read-archive-close
           end-read
           if (arc-level-id not = doss-level)
               go to read-archive-close
           end-if
           move archive-record to run-record
           add 1 to archive-total
           perform keep-run thru keep-run-exit
           go to loop-read-archive.
       read-archive-close.
           close hist-archive.
       read-archive-exit.


       keep-run.
      * count the run, roll it into its month, and keep it in the
      * round-robin of recent runs
           add 1 to run-total
           if (run-win = 1) add 1 to win-total end-if
           divide run-total by recent-max giving rx-quotient
              remainder rx
           if (rx = 0) move recent-max to rx end-if
           move run-entry-date to rct-date(rx)
           move run-job-id to rct-job(rx)
           move run-batch-seq to rct-seq(rx)
           move run-version to rct-version(rx)
           move run-win to rct-win(rx)
           move run-score to rct-score(rx)
           move run-stars to rct-stars(rx)
           move run-iterations to rct-iter(rx)
           move run-seed to rct-seed(rx)
           move run-entry-date(1:6) to run-month
           move 1 to mx.
       loop-keep-month.
           if (mx > month-count) go to keep-run-month end-if
           if (mth-yyyymm(mx) = run-month) go to keep-run-add end-if
           add 1 to mx
           go to loop-keep-month.
       keep-run-month.
      * past the table the oldest months are what the trend can
      * spare - the latest month takes the last entry over
           if (month-count < 120)
               add 1 to month-count
           end-if
           move month-count to mx
           move run-month to mth-yyyymm(mx)
           move 0 to mth-runs(mx) mth-wins(mx).
       keep-run-add.
           add 1 to mth-runs(mx)
           if (run-win = 1) add 1 to mth-wins(mx) end-if.
       keep-run-exit.


       show-exceptions.
      * OVERBUDGET <level-id> SEQ n ITER n SCORE n SEED n VERSION n
      * DATE yyyymmdd - a record written before the date was
      * carried shows as undated
           move 0 to found-count
           open input exception-file
           if exception-status not = 0
               move spaces to report-line
               string '  EXCEPTIONS NONE - NO ' delimited by size
                      exception-file-name delimited by space
                      into report-line
               write report-line
               go to show-exceptions-exit
           end-if.
       loop-show-exceptions.
           read exception-file
               at end go to show-exceptions-close
           end-read
           move spaces to line-marker line-level-id line-tokens
           unstring exception-line delimited by space
               into line-marker line-level-id
                  line-token(1) line-token(2) line-token(3)
                  line-token(4) line-token(5) line-token(6)
                  line-token(7) line-token(8) line-token(9)
                  line-token(10) line-token(11) line-token(12)
           end-unstring
           if (line-marker not = 'OVERBUDGET' or
               line-level-id not = doss-level)
               go to loop-show-exceptions
           end-if
           add 1 to found-count
           if (line-token(11) not = 'DATE')
               move 'UNDATED' to line-token(12)
           end-if
           move spaces to report-line
           string '  OVERBUDGET DATE ' delimited by size
                  line-token(12) delimited by space
                  ' SEQ ' delimited by size
                  line-token(2) delimited by space
                  ' ITER ' delimited by size
                  line-token(4) delimited by space
                  ' SCORE ' delimited by size
                  line-token(6) delimited by space
                  ' SEED ' delimited by size
                  line-token(8) delimited by space
                  ' VERSION ' delimited by size
                  line-token(10) delimited by space into report-line
           write report-line
           go to loop-show-exceptions.
       show-exceptions-close.
           close exception-file
           if (found-count = 0)
               move '  EXCEPTIONS NONE' to report-line
               write report-line
           end-if.
       show-exceptions-exit.


       show-rejects.
      * <entry> SEQ n DATE yyyymmdd ERR <error> LINE <line> - the
      * entry is the level-id for a level fetched from the master;
      * the rest of the record is shown as written
           move 0 to found-count
           open input reject-file
           if reject-status not = 0
               move spaces to report-line
               string '  REJECTS NONE - NO ' delimited by size
                      reject-file-name delimited by space
                      into report-line
               write report-line
               go to show-rejects-exit
           end-if.
       loop-show-rejects.
           read reject-file
               at end go to show-rejects-close
           end-read
           move spaces to line-marker
           unstring reject-line delimited by space
               into line-marker
           end-unstring
           if (line-marker not = doss-level)
               go to loop-show-rejects
           end-if
           add 1 to found-count
           move 0 to token-len
           inspect reject-line tallying token-len
               for characters before initial space
           add 2 to token-len
           if (token-len > 280) go to loop-show-rejects end-if
           move spaces to report-line
           string '  REJECT ' delimited by size
                  reject-line(token-len:) delimited by size
                  into report-line
           write report-line
           go to loop-show-rejects.
       show-rejects-close.
           close reject-file
           if (found-count = 0)
               move '  REJECTS NONE' to report-line
               write report-line
           end-if.
       show-rejects-exit.


       show-sweep.
      * every sweeprpt.txt exception naming the level, with the
      * offending line lvlsweep writes under it
           move 0 to found-count
           open input sweep-file
           if sweep-status not = 0
               move '  SWEEP NONE - NO SWEEPRPT.TXT' to report-line
               write report-line
               go to show-sweep-exit
           end-if
           move 'N' to echo-next-bool.
       loop-show-sweep.
           read sweep-file
               at end go to show-sweep-close
           end-read
           if (echo-next)
               move 'N' to echo-next-bool
               if (sweep-line(1:2) = spaces)
                   move spaces to report-line
                   string '    ' delimited by size
                          sweep-line delimited by size
                          into report-line
                   write report-line
                   go to loop-show-sweep
               end-if
           end-if
           move spaces to line-marker line-level-id
           unstring sweep-line delimited by space
               into line-marker line-level-id
           end-unstring
           if (line-marker not = 'LEVEL' or
               line-level-id not = doss-level)
               go to loop-show-sweep
           end-if
           add 1 to found-count
           move 'Y' to echo-next-bool
           move spaces to report-line
           string '  SWEEP ' delimited by size
                  sweep-line delimited by size into report-line
           write report-line
           go to loop-show-sweep.
       show-sweep-close.
           close sweep-file
           if (found-count = 0)
               move '  SWEEP CLEAN' to report-line
               write report-line
           end-if.
       show-sweep-exit.


       show-recon.
      * the last verdict the recon report gave the level - PASS,
      * FAIL with its diff count, or NOBASE
           move 'NONE - NOT RECONCILED' to recon-verdict
           open input recon-file
           if recon-status not = 0
               move spaces to recon-verdict
               string 'NONE - NO ' delimited by size
                      recon-file-name delimited by space
                      into recon-verdict
               go to show-recon-write
           end-if.
       loop-show-recon.
           read recon-file
               at end go to show-recon-close
           end-read
           move spaces to line-marker line-level-id recon-detail
      * the level-id is written padded, so the diff count comes
      * after a run of spaces
           unstring recon-line delimited by all space
               into line-marker line-level-id recon-detail
           end-unstring
           if ((line-marker = 'PASS' or line-marker = 'FAIL' or
               line-marker = 'NOBASE') and line-level-id = doss-level)
               move spaces to recon-verdict
               string line-marker delimited by space
                      ' ' delimited by size
                      recon-detail delimited by space
                      into recon-verdict
           end-if
           go to loop-show-recon.
       show-recon-close.
           close recon-file.
       show-recon-write.
           move spaces to report-line
           string '  RECON ' delimited by size
                  recon-verdict delimited by size into report-line
           write report-line.
       show-recon-exit.


       show-calib.
      * the calreport LEVEL lines for the level, each version's,
      * with any SHUFFLE-DEPENDENT flag under them; the BAND line
      * its current difficulty falls in; then a RERATE still
      * pending - one asking for a difficulty the master does not
      * carry yet, as relready judges it
           move 0 to found-count band-lo band-hi
           move 99 to master-difficulty
           if (on-master)
               move level-difficulty to master-difficulty
               divide master-difficulty by 10 giving band-lo
               multiply 10 by band-lo
               compute band-hi = band-lo + 9
           end-if
           move spaces to band-token
           string band-lo delimited by size
                  '-' delimited by size
                  band-hi delimited by size into band-token
           open input calib-file
           if calib-status not = 0
               move '  CALIBRATION NONE - NO CALREPORT.TXT'
                  to report-line
               write report-line
               go to show-rerate
           end-if
           move 'N' to echo-next-bool.
       loop-show-calib.
           read calib-file
               at end go to show-calib-close
           end-read
           if (echo-next)
               move 'N' to echo-next-bool
               if (calib-line(1:20) = '  SHUFFLE-DEPENDENT ')
                   move spaces to report-line
                   string '  CALIBRATION ' delimited by size
                          calib-line delimited by size
                          into report-line
                   write report-line
                   go to loop-show-calib
               end-if
           end-if
           move spaces to line-marker line-level-id
           unstring calib-line delimited by space
               into line-marker line-level-id
           end-unstring
           if (line-marker = 'BAND' and on-master and
               line-level-id = band-token)
               move spaces to report-line
               string '  CALIBRATION ' delimited by size
                      calib-line delimited by size into report-line
               write report-line
               go to loop-show-calib
           end-if
           if (line-marker not = 'LEVEL' or
               line-level-id not = doss-level)
               go to loop-show-calib
           end-if
           add 1 to found-count
           move 'Y' to echo-next-bool
           move spaces to report-line
           string '  CALIBRATION ' delimited by size
                  calib-line delimited by size into report-line
           write report-line
           go to loop-show-calib.
       show-calib-close.
           close calib-file
           if (found-count = 0)
               move '  CALIBRATION UNRATED' to report-line
               write report-line
           end-if.
       show-rerate.
           move 0 to found-count
           open input rerate-file
           if rerate-status not = 0
               go to show-rerate-none
           end-if.
       loop-show-rerate.
           read rerate-file
               at end go to show-rerate-close
           end-read
           move spaces to line-marker line-level-id
           move 0 to rerate-to
           unstring rerate-line delimited by space
               into line-marker line-level-id rerate-to
           end-unstring
           if (line-marker = 'RERATE' and
               line-level-id = doss-level and
               rerate-to not = master-difficulty)
               add 1 to found-count
               move spaces to report-line
               string '  RERATE PENDING TO ' delimited by size
                      rerate-to delimited by size into report-line
               write report-line
           end-if
           go to loop-show-rerate.
       show-rerate-close.
           close rerate-file.
       show-rerate-none.
           if (found-count = 0)
               move '  RERATE NONE PENDING' to report-line
               write report-line
           end-if.
       show-calib-exit.
