
      * Assignment 1

      * condition codes:
      *   0   every level played and reconciled clean (or had no
      *       baseline to reconcile against)
      *   4   levels were rejected - broken, or abandoned over
      *       budget - see reject.txt and exceptions.txt, or a
      *       campaign stalled at a locked gate
      *   8   a level FAILed reconciliation - see recon.txt - or
      *       a completed level's history record could not be
      *       written
      *   12  a single-level run (no control file) was stopped by
      *       its error, set where error-termination stops it

       environment division.
       input-output section.
       file-control.
           select campaign-report assign to dynamic
               camprpt-file-name
               organization is line sequential.
      * replay-file is the player session log (see plysess.cpy):
      * real players' swaps, session by session. when it is present
      * (and no campaign is) every session is replayed through the
      * cascade instead of the header's own swaps, one outcome
      * record each to replay-out-file, and replay-report rolls the
      * outcomes up per level - the real-world win rate to set
      * beside the scripted runs' calibration numbers.
           select replay-file assign to dynamic replay-file-name
               organization is line sequential
               status is replay-status.
      * OPTIONAL because a resumed replay extends the outcomes the
      * killed run already wrote
           select optional replay-out-file assign to dynamic
               replayout-file-name
               organization is line sequential
               status is replay-out-status.
           select replay-report assign to dynamic
               replayrpt-file-name
               organization is line sequential.
      * level-master is the level library: one record per approved
      * level, keyed by level-id, maintained through lvlmaint so a
      * level can no longer be lost to someone editing the wrong
               exception-file-name
               organization is line sequential.
      * history-file is the cumulative results history: one record
      * per completed level, added run after run - the raw
      * material lvlreport rolls up into the difficulty-calibration
      * report. keyed by level-id and the entry's own key (see
      * histrec.cpy), with the entry stamp as an alternate key for
      * the readers that want the runs oldest first. OPTIONAL so
      * the first completed level creates it.
           select optional history-file assign to dynamic
               history-file-name
               organization is indexed
               access mode is random
               record key is hist-key
               alternate record key is hist-run-stamp
                  with duplicates
               status is history-status.
      * reject-file is the batch dead-letter queue: one record per
      * failed level, first column being the batch entry itself, so
      * tonight's reject file can be resubmitted as tomorrow's

       fd checkpoint-file.

       01 checkpoint-line pic x(120).

       fd advisor-file.


       01 camprpt-line pic x(100).

       fd replay-file.

       01 replay-line pic x(80).

       fd replay-out-file.

       01 replay-out-line pic x(100).

       fd replay-report.

       01 replayrpt-line pic x(120).

       fd expect-file.

       01 expect-line pic x(80).

       fd exception-file.

       01 exception-line pic x(120).

       fd history-file.

      * the run's history record - see histrec.cpy
           copy histrec.

       fd reject-file.

       01 master-status pic 9(2).
       01 checkpoint-status pic 9(2).
       01 audit-status pic 9(2).
       01 history-status pic 9(2).
       01 infile-name pic x(80) value 'input.txt'.
       01 batch-seq pic 9(3) value 0.
       01 error-message pic x(78).
      * folded into the control file name and every shared output
      * name, the way run-id and batch-seq already key cobNNN-N.txt
      * - so two batch streams can run at the same time without
      * interleaving records into one history file or truncating
      * each other's recon.txt. no argument leaves every name
      * exactly what it always was.
       01 job-id-arg pic x(80).
       01 progress-file-name pic x(40).
       01 campaign-file-name pic x(40).
       01 camprpt-file-name pic x(40).
       01 replay-file-name pic x(40).
       01 replayout-file-name pic x(40).
       01 replayrpt-file-name pic x(40).

      * campaign scratch: the entry being gated, its thresholds
      * (stars always, cumulative score optionally), the
       01 camp-stall-bool pic x value 'N'.
          88 camp-stalled value 'Y'.

      * replay scratch: the session being gathered from the log and
      * its outcome (see plysess.cpy), whether the run is a replay,
      * whether a session is waiting for the rest of its moves, and
      * whether its outcome record has been written - a session
      * whose level fails to load leaves process-level by the error
      * path and still needs one
       01 replay-status pic 9(2).
       01 replay-out-status pic 9(2).
           copy plysess.
       01 replay-run-bool pic x value 'N'.
          88 replay-run value 'Y'.
       01 replay-pending-bool pic x value 'N'.
          88 replay-pending value 'Y'.
       01 replay-bad-log-bool pic x.
          88 replay-bad-log value 'Y'.
       01 replay-written-bool pic x.
          88 replay-written value 'Y'.
       01 replay-token pic x(8).
       01 replay-m pic 9(3).
       01 replay-dr pic s9(3).
       01 replay-dc pic s9(3).

      * replay rollup, one entry per level and version: sessions,
      * the ones that could be played at all, wins, moves used, and
      * the sessions that hit at least one dead or locked move
       01 replay-level-count pic 9(3) value 0.
       01 replay-dropped pic 9(5) value 0.
       01 replay-level-table.
          03 replay-level occurs 500.
             05 rl-id pic x(10).
             05 rl-version pic 9(5).
             05 rl-sessions pic 9(5).
             05 rl-played pic 9(5).
             05 rl-wins pic 9(5).
             05 rl-moves-sum pic 9(7).
             05 rl-dead pic 9(5).
             05 rl-locked pic 9(5).
       01 rl-x pic 9(3).
       01 replay-session-count pic 9(5).
       01 rpt-winrate pic 9(3).
       01 rpt-dead-share pic 9(3).
       01 rpt-locked-share pic 9(3).
       01 rpt-avg-moves pic 9(3)v9.
       01 rpt-avg-moves-disp pic zz9.9.

      * whether the level master opened at all, and whether the
      * level now in play came from it (as opposed to a loose file)
       01 master-open-bool pic X value 'N'.
       01 score-col-clears pic 9(5) value 0.
       01 score-lt-specials pic 9(5) value 0.
       01 score-wrap-candies pic 9(5) value 0.
      * candies a colour bomb cleared
       01 score-bomb-candies pic 9(5) value 0.

      * snapshot of the score breakdown, saved/restored around
      * validate-match's probe the same way wall-table-save guards
       01 score-col-clears-save pic 9(5).
       01 score-lt-specials-save pic 9(5).
       01 score-wrap-candies-save pic 9(5).
       01 score-bomb-candies-save pic 9(5).
       01 spec-table.
          03 spec-row occurs 100.
             05 spec occurs 80 pic 9.

      * the optional starting layout read from the level file's WALL
      * section: '*' is an immovable blocker, 'a'-'i' a locked cell
      * holding candy 1-9, digits/specials (a colour bomb '&' among
      * them) are preplaced as-is, and
      * anything else ('.' or '0') is empty, to be filled from the
      * roof by the first gravity pass
       01 wall-layout-bool pic X value 'N'.
          88 cell-blocker value '*'.
          88 cell-locked value 'a' thru 'i'.
          88 cell-fixed values '*', 'a' thru 'i'.
          88 cell-plain value '1' thru '9'.
          88 cell-bomb value '&'.
          88 cell-movable values '1' thru '9', '#', '@', '&'.
       01 adj-char pic X.
          88 adj-crushed values '|', '-', 'O'.
          88 adj-plain value '1' thru '9'.
          88 adj-bomb value '&'.

      * a colour bomb ('&', spec 3 - made by a straight run of five)
      * does not match in a line like the other specials: swapped
      * with a plain candy it is armed by GO-SWAP - where it now
      * sits, and the colour it was swapped with - and fired by the
      * next pass's CRUSH-SPEC, clearing every candy of that colour
       01 bomb-armed-bool pic X value 'N'.
          88 bomb-armed value 'Y'.
       01 bomb-row pic 9(3) value 0.
       01 bomb-col pic 9(3) value 0.
       01 bomb-colour-char pic X value '0'.
       01 unlock-bool pic X.
       01 seg-bot pic 9(3).

       01 recon-pass-count pic 9(5) value 0.
       01 recon-fail-count pic 9(5) value 0.
       01 recon-nobase-count pic 9(5) value 0.

      * levels dead-lettered to the reject file this run - broken
      * levels and blown budgets alike
       01 reject-count pic 9(5) value 0.

      * completed levels whose history record could not be written
       01 history-fail-count pic 9(5) value 0.

      * the run's condition code - raised as findings turn up and
      * handed back in RETURN-CODE when the run ends
       01 cond-code pic 9(2) value 0.
       01 recon-label pic x(12).
       01 expect-eof-bool pic X.
          88 expect-eof value 'Y'.
      * distinguishable - 0 for a grid-roof level, the effective
      * (possibly batch-overridden) seed for a generator one
       01 history-seed pic 9(10).
      * the master version of the level this run played, carried
      * into the history and exception records so results can be
      * split by the board actually played - 0 for a loose level
      * file, which has no version
       01 history-version pic 9(5).

      * dead-board reshuffle: a settled wall with no live adjacent
      * swap left has its movable cells - candies and specials,
      * never blockers, locked cells or holes - shuffled among
      * themselves, the way the game itself does, until the wall
      * has a live move and no match already standing on it. the
      * draws come from the generator's congruential step on a
      * stream of their own, started from the run's seed (the
      * generator seed, or run-id for a grid roof), so a run always
      * shuffles the same way and a shuffle never moves the
      * refills. shuffle-count rides into RESULT and the history
      * record; a wall that cannot be shuffled live within
      * shuffle-attempt-limit tries is left as it was.
       01 shuffle-count pic 9(3) value 0.
       01 shuffle-seed-cur pic 9(10).
       01 shuffle-attempts pic 9(3).
       01 shuffle-attempt-limit pic 9(3) value 100.
       01 shuffle-cells pic 9(4).
       01 shuffle-k pic 9(4).
       01 shuffle-pick pic 9(4).
       01 shuffle-char pic X.
       01 shuffle-ok-bool pic X.
          88 shuffle-ok value 'Y'.
       01 live-move-bool pic X.
          88 live-move value 'Y'.
       01 detect-hit-bool pic X.
          88 detect-hit value 'Y'.
       01 live-swap-idx-save pic 9(2).
       01 live-swap-save pic x(12).
       01 shuffle-wall-save.
          03 shuffle-wall-row-save occurs 100.
             05 shuffle-wall-save-cell occurs 80 pic X.
       01 shuffle-cell-table.
          03 shuffle-cell occurs 8000.
             05 shf-r pic 9(3).
             05 shf-c pic 9(3).
             05 shf-candy pic X.

       01 i pic 9(3).
       01 j pic 9(3).
       procedure division.

       main-paragraph.
      * campaign mode outranks replay mode outranks batch mode
      * outranks a single run against input.txt: campaign.txt plays
      * an episode through its star gates, replay.txt replays
      * logged player sessions, batch.txt lists one level-id per
      * line, and with none present a direct invocation still works
      * unchanged.
           perform build-job-names thru build-job-names-exit
           move 0 to batch-seq
               close campaign-file
               go to main-paragraph-totals
           end-if
           open input replay-file
           if replay-status = 0
               move 'Y' to batch-mode-bool
               move 'Y' to replay-run-bool
               open input level-master
               if master-status = 0
                   move 'Y' to master-open-bool
               end-if
      * a replay resumes by session the way a batch resumes by
      * entry - the position record is keyed to the session log
               move replay-file-name to batch-control-name
               perform batchpos-restore thru batchpos-restore-exit
               perform process-replay thru process-replay-exit
               perform batchpos-clear
               if (master-open) close level-master end-if
               close replay-file
               go to main-paragraph-totals
           end-if
           open input batch-file
           if batch-status = 0
               move 'Y' to batch-mode-bool
           close recon-file
           perform timing-job-end

      * the run's condition code, worst finding first - see the
      * condition codes in the program header
           if (reject-count > 0 or camp-stalled)
               move 4 to cond-code
           end-if
           if (recon-fail-count > 0 or history-fail-count > 0)
               move 8 to cond-code
           end-if
           move cond-code to return-code
           goback.


           string 'camprpt' delimited by size
                  job-id delimited by space
                  '.txt' delimited by size into camprpt-file-name
           move spaces to replay-file-name
           string 'replay' delimited by size
                  job-id delimited by space
                  '.txt' delimited by size into replay-file-name
           move spaces to replayout-file-name
           string 'replayout' delimited by size
                  job-id delimited by space
                  '.txt' delimited by size into replayout-file-name
           move spaces to replayrpt-file-name
           string 'replayrpt' delimited by size
                  job-id delimited by space
                  '.txt' delimited by size into replayrpt-file-name
           move spaces to recon-file-name
           string 'recon' delimited by size
                  job-id delimited by space
           move spaces to history-file-name
           string 'history' delimited by size
                  job-id delimited by space
                  '.dat' delimited by size into history-file-name
           move spaces to reject-file-name
           string 'reject' delimited by size
                  job-id delimited by space
       process-campaign-exit.


       process-replay.
      * gather each session from the log - its SESSION line, then
      * its MOVE lines up to the next SESSION line or the end of
      * the log - and replay it. a resumed replay keeps the
      * outcomes the killed run already wrote and adds to them.
           move 'N' to replay-pending-bool
           if (batch-resume-seq > 0)
               open extend replay-out-file
           else
               open output replay-out-file
           end-if.
       loop-process-replay.
           read replay-file
               at end go to process-replay-done
           end-read
           if (replay-line = spaces) go to loop-process-replay end-if
           move spaces to replay-token
           unstring replay-line delimited by space into replay-token
           end-unstring
           if (replay-token = 'SESSION')
               if (replay-pending)
                   perform replay-entry thru replay-entry-exit
               end-if
               move spaces to ses-marker ses-level-id ses-session-id
               move 0 to ses-seed ses-move-count ses-moves-read
               move zeros to ses-move-table
               unstring replay-line delimited by space
                   into ses-marker ses-level-id ses-session-id
                      ses-seed ses-move-count
               end-unstring
               move 'Y' to replay-pending-bool
               move 'N' to replay-bad-log-bool
               go to loop-process-replay
           end-if
      * a move that does not fit the table spoils the whole session
      * - replaying only the first hundred would report a result
      * the player never had
           if (replay-token = 'MOVE' and replay-pending)
               if (ses-moves-read >= 100)
                   move 'Y' to replay-bad-log-bool
               else
                   add 1 to ses-moves-read
                   unstring replay-line delimited by space
                       into replay-token ses-r1(ses-moves-read)
                          ses-c1(ses-moves-read) ses-r2(ses-moves-read)
                          ses-c2(ses-moves-read)
                   end-unstring
               end-if
           end-if
           go to loop-process-replay.
       process-replay-done.
           if (replay-pending)
               perform replay-entry thru replay-entry-exit
           end-if
           close replay-out-file
           perform replay-rollup thru replay-rollup-exit.
       process-replay-exit.


       replay-entry.
      * one gathered session: skipped when a prior run already
      * replayed it, refused when its log is not whole, otherwise
      * played on its level with its own seed
           move 'N' to replay-pending-bool
           add 1 to batch-seq
           if (batch-seq <= batch-resume-seq)
               perform timing-entry-begin
               move 'SKIPPED' to timing-outcome
               move ses-level-id to level-id
               move 0 to iteration-no
               perform timing-entry-write
               go to replay-entry-exit
           end-if
           move 'N' to replay-written-bool
           move 0 to rpl-moves-used rpl-score rpl-dead-moves
               rpl-locked-moves rpl-bad-moves
           move ses-seed to rpl-seed
           if (ses-moves-read not = ses-move-count)
               move 'Y' to replay-bad-log-bool
           end-if
           if (replay-bad-log)
               perform timing-entry-begin
               move 'BAD-LOG' to timing-outcome
               move ses-level-id to level-id
               move 0 to iteration-no
               perform timing-entry-write
               move 'N' to master-source-bool
               move 'BAD-LOG' to rpl-outcome
               perform replay-outcome-write
               perform batchpos-save
               go to replay-entry-exit
           end-if
           move ses-level-id to infile-name
           move ses-seed to batch-seed-override
           move 0 to score win star-rating
           perform process-level thru process-level-exit
      * a level that could not be played left by the error path,
      * its reject record written but no outcome yet
           if (not replay-written)
               move 'ERROR' to rpl-outcome
               move 0 to rpl-moves-used rpl-score rpl-dead-moves
                   rpl-locked-moves rpl-bad-moves
               move ses-seed to rpl-seed
               perform replay-outcome-write
           end-if
           perform batchpos-save.
       replay-entry-exit.


       replay-outcome-write.
      * one outcome record per session - see plysess.cpy
           move 'Y' to replay-written-bool
           move 0 to rpl-version
           if (master-source) move master-version to rpl-version
           end-if
           move spaces to replay-out-line
           string 'SESSION ' delimited by size
                  ses-session-id delimited by space
                  ' ' delimited by size
                  ses-level-id delimited by space
                  ' ' delimited by size
                  rpl-version delimited by size
                  ' ' delimited by size
                  rpl-seed delimited by size
                  ' ' delimited by size
                  rpl-outcome delimited by space
                  ' ' delimited by size
                  rpl-moves-used delimited by size
                  ' ' delimited by size
                  ses-moves-read delimited by size
                  ' ' delimited by size
                  rpl-score delimited by size
                  ' ' delimited by size
                  rpl-dead-moves delimited by size
                  ' ' delimited by size
                  rpl-locked-moves delimited by size
                  ' ' delimited by size
                  rpl-bad-moves delimited by size
                  into replay-out-line
           write replay-out-line.


       process-level.
      * stamp when this entry started - its timing record is written
      * on whichever path the entry leaves by

      * read constant value from input file
           perform read-constant thru read-constant-exit
      * a replayed session plays the player's moves, whatever mode
      * the level's own header asks for
           if (replay-run) move 0 to run-mode end-if

      * reject a level whose dimensions would run off the end of the
      * roof/wall/spec tables before we ever try to subscript into them
           move 0 to score-at-target
           move 0 to gen-seed-cur
           move 0 to collect-count swaps-at-target
           move 0 to score-bomb-candies bomb-row bomb-col
           move 'N' to bomb-armed-bool
           move '0' to bomb-colour-char
           move 0 to shuffle-count shuffle-seed-cur
      * an advisor or auto-play run never resumes a play checkpoint
      * - restoring one would hand the probes a mid-stream generator
      * seed and extend a dead play run's audit trail, making the
      * run irreproducible for the same seed
           if (not advisor-mode and not auto-play-mode and
               not replay-run)
               perform ckpt-restore thru ckpt-restore-exit
           end-if

      * layout section rides behind the roof, so it is read here too.
           perform read-roof thru read-roof-exit

      * the reshuffle stream starts from the run's own seed - a
      * resumed run restored the advanced stream from its
      * checkpoint instead. like the generator, it is never fed a
      * zero seed
           if (not checkpoint-found)
               move run-id to shuffle-seed-cur
               if (gen-roof) move gen-seed-cur to shuffle-seed-cur
               end-if
           end-if
           if (shuffle-seed-cur = 0)
               move 1 to shuffle-seed-cur
           end-if

      * how many locked cells the level starts with - counted from
      * the layout itself, not the live wall, so a checkpoint-
      * resumed session reports the same 'n of m' denominator
           perform count-initial-locks thru count-initial-locks-exit

      * check if the swapping is valid - after read-roof, so the
      * starting layout is on hand for the blocker check. a replay
      * never plays the header's swaps, so it does not hold them
      * against the session
           if (not replay-run)
               perform validate-swapping thru validate-swapping-exit
           end-if

      * an advisor run never resumes a play checkpoint - it always
      * probes the freshly loaded wall
                   when '@'
                   when '#'
                   when '*'
                   when '&'
                   when 'a' thru 'i'
                       move cell-char to wall(i,j)
               end-evaluate
           if (auto-play-mode)
               perform auto-play-run thru auto-play-run-exit
               perform ckpt-clear thru ckpt-clear-exit
               perform history-append thru history-append-exit
               perform reconcile-level thru reconcile-level-exit
               go to process-level-close
           end-if

      * replay mode: play the logged session's moves instead of the
      * header's. the outcome record is its only result - a
      * player's session is no baseline run, so there is no result
      * file, history record or reconciliation verdict
           if (replay-run)
               perform replay-session thru replay-session-exit
               move 'REPLAYED' to timing-outcome
               go to process-level-close
           end-if

      * perform the first swap of the play session - the rest of the
      * sequence is driven from RESULT, once each swap's own cascade
      * settles. a level with no swaps at all plays nothing and just
      * score accumulates across the whole play session, not just
      * one swap
           move 0 to score score-row-clears score-col-clears
               score-lt-specials score-wrap-candies score-bomb-candies.
       main-loop.
      * the iteration budget outranks any single level finishing: a
      * cascade still running at the budget is abandoned here, before
           perform ckpt-clear thru ckpt-clear-exit

      * record the completed level in the results history
           perform history-append thru history-append-exit

      * compare what RESULT just wrote against this level's stored
      * baseline, if one exists
               go to process-level-exit
           end-if
           perform timing-job-end
           move 12 to return-code
           stop run.


       reject-append.
      * one dead-letter record per failed level: the batch entry
      * first (so this file re-runs as-is as a control file), then
      * where in the batch it sat, the day it failed, the exact
      * error, and the level line being parsed when it died
           add 1 to reject-count
           open extend reject-file
           move spaces to reject-line
           string infile-name delimited by space
                  ' SEQ ' delimited by size
                  batch-seq delimited by size
                  ' DATE ' delimited by size
                  timing-entry-date delimited by size
                  ' ERR ' delimited by size
                  error-message delimited by size
                  ' LINE ' delimited by size
      * with how far it got, and abandoned the way error-termination
      * abandons a broken one. the effective seed rides along (0
      * for a grid roof) because a blown run never reaches
      * the history file - this record is the only place soakrpt can
      * learn which seed blew the budget. the entry's date goes
      * last, after every field the readers unstring.
           move 0 to history-seed
           if (gen-roof) move gen-seed to history-seed end-if
           move 0 to history-version
           if (master-source) move master-version to history-version
           end-if
           open extend exception-file
           move spaces to exception-line
      * level-id delimited by space, like history-append - padding
                  ' SCORE ' delimited by size
                  score delimited by size
                  ' SEED ' delimited by size
                  history-seed delimited by size
                  ' VERSION ' delimited by size
                  history-version delimited by size
                  ' DATE ' delimited by size
                  timing-entry-date delimited by size
                  into exception-line
           write exception-line
           close exception-file
      * a blown budget is not state worth resuming - clear the
           move score-col-clears to score-col-clears-save
           move score-lt-specials to score-lt-specials-save
           move score-wrap-candies to score-wrap-candies-save
           move score-bomb-candies to score-bomb-candies-save
           move collect-count to collect-count-save
           perform scan-spec thru scan-spec-exit
           perform find-arr12 thru find-arr12-exit
           perform find-lt thru find-lt-exit
           perform find-straight thru find-straight-exit

      * an armed colour bomb is live whether or not the swap made a
      * line - CRUSH-SPEC fires it
           move 'N' to dead-move-bool
           if (wall-table = wall-table-save and not bomb-armed)
               move 'Y' to dead-move-bool
           end-if

           move score-col-clears-save to score-col-clears
           move score-lt-specials-save to score-lt-specials
           move score-wrap-candies-save to score-wrap-candies
           move score-bomb-candies-save to score-bomb-candies
           move collect-count-save to collect-count
      * a replayed session's dead move is the player's, refused and
      * counted by replay-session - not a broken level
           if (dead-move and not replay-run)
               move dead-move-message to error-message
               move swap-line(swap-idx) to level-line
               perform error-termination
               when '1' thru '9'
               when '@'
               when '#'
               when '&'
                  move tmp-char to candy-buffer(l)
                  add 1 to l
               when other add 1 to current-score
           move wall(swap(swap-idx,1,1),swap(swap-idx,1,2)) to tmp-char
           move wall(swap(swap-idx,2,1),swap(swap-idx,2,2))
              to wall(swap(swap-idx,1,1),swap(swap-idx,1,2))
           move tmp-char to wall(swap(swap-idx,2,1),swap(swap-idx,2,2))
           perform arm-bomb thru arm-bomb-exit.


       arm-bomb.
      * a colour bomb swapped with a plain candy takes that candy's
      * colour - anything else (a special, another bomb) leaves it
      * a plain swap that has to make a line like any other
           move 'N' to bomb-armed-bool
           move wall(swap(swap-idx,1,1),swap(swap-idx,1,2))
              to cell-char
           move wall(swap(swap-idx,2,1),swap(swap-idx,2,2))
              to adj-char
           if (cell-bomb and adj-plain)
               move 'Y' to bomb-armed-bool
               move swap(swap-idx,1,1) to bomb-row
               move swap(swap-idx,1,2) to bomb-col
               move adj-char to bomb-colour-char
           end-if
           if (adj-bomb and cell-plain)
               move 'Y' to bomb-armed-bool
               move swap(swap-idx,2,1) to bomb-row
               move swap(swap-idx,2,2) to bomb-col
               move cell-char to bomb-colour-char
           end-if.
       arm-bomb-exit.

       print-wall.
           move wall-r to i0
           move score-col-clears to score-col-clears-save
           move score-lt-specials to score-lt-specials-save
           move score-wrap-candies to score-wrap-candies-save
           move score-bomb-candies to score-bomb-candies-save
           move collect-count to collect-count-save
      * the probe pair rides in swap slot 1 so the special-candy
      * placement rule in TRAVEL, which is keyed on the swap in
           move 0 to s
           perform find-lt thru find-lt-exit
           perform find-straight thru find-straight-exit
           if (wall-table = wall-table-save and not bomb-armed)
               go to advisor-probe-restore
           end-if
      * live - finish the first cascade the way main-loop would and
           move score-col-clears-save to score-col-clears
           move score-lt-specials-save to score-lt-specials
           move score-wrap-candies-save to score-wrap-candies
           move score-bomb-candies-save to score-bomb-candies
           move collect-count-save to collect-count
           move 'N' to bomb-armed-bool.
       advisor-probe-exit.


      * cascade settle, and probe again - a one-run answer to "is
      * this level beatable at all, and in how many moves"
           move 0 to score score-row-clears score-col-clears
               score-lt-specials score-wrap-candies score-bomb-candies
           move 0 to auto-move-count.
       loop-auto-play.
           if (score >= total-score and not target-met)
               go to auto-play-done
           end-if
           perform advisor-scan thru advisor-scan-exit
      * a dead wall is reshuffled and probed again - only a wall
      * that cannot be shuffled live ends the session
           if (advisor-move-count = 0)
               perform shuffle-board thru shuffle-board-exit
               if (shuffle-ok) go to loop-auto-play end-if
               move 'NO-MOVES' to auto-outcome
               go to auto-play-done
           end-if
       auto-play-run-exit.


       replay-session.
      * play the logged moves in order, each through the same swap
      * slot auto-play uses, and settle each one's cascade before
      * the next. a move the game would have refused - off the
      * wall, not adjacent, onto a blocker or still-locked cell, or
      * matching nothing - leaves the board as it was and is
      * counted; the session ends on the objective, the budget, or
      * the end of the player's moves
           move 0 to score score-row-clears score-col-clears
               score-lt-specials score-wrap-candies score-bomb-candies
           move 1 to replay-m.
       loop-replay-session.
           if (score >= total-score and not target-met)
               move 'Y' to target-met-bool
               move score to score-at-target
               move rpl-moves-used to swaps-at-target
           end-if
           perform objective-progress thru objective-progress-exit
           if (objective-met)
               move 'WON' to rpl-outcome
               go to replay-session-done
           end-if
           if (iteration-no >= max-iterations)
               move 'BUDGET' to rpl-outcome
               go to replay-session-done
           end-if
           if (replay-m > ses-moves-read)
               move 'LOST' to rpl-outcome
               go to replay-session-done
           end-if
           move 1 to swap-idx
           move ses-r1(replay-m) to swap(1,1,1)
           move ses-c1(replay-m) to swap(1,1,2)
           move ses-r2(replay-m) to swap(1,2,1)
           move ses-c2(replay-m) to swap(1,2,2)
           add 1 to replay-m
           if (swap(1,1,1) < 1 or swap(1,1,1) > wall-r or
               swap(1,2,1) < 1 or swap(1,2,1) > wall-r or
               swap(1,1,2) < 1 or swap(1,1,2) > wall-c or
               swap(1,2,2) < 1 or swap(1,2,2) > wall-c)
               add 1 to rpl-bad-moves
               go to loop-replay-session
           end-if
           compute replay-dr = swap(1,1,1) - swap(1,2,1)
           compute replay-dc = swap(1,1,2) - swap(1,2,2)
           if (replay-dr < 0) multiply -1 by replay-dr end-if
           if (replay-dc < 0) multiply -1 by replay-dc end-if
           if (replay-dr + replay-dc not = 1)
               add 1 to rpl-bad-moves
               go to loop-replay-session
           end-if
           move wall(swap(1,1,1),swap(1,1,2)) to cell-char
           if (cell-fixed)
               add 1 to rpl-locked-moves
               go to loop-replay-session
           end-if
           move wall(swap(1,2,1),swap(1,2,2)) to cell-char
           if (cell-fixed)
               add 1 to rpl-locked-moves
               go to loop-replay-session
           end-if
           perform go-swap
           perform validate-match thru validate-match-exit
           if (dead-move)
      * swapping the same pair again puts the board back
               perform go-swap
               add 1 to rpl-dead-moves
               go to loop-replay-session
           end-if
           add 1 to rpl-moves-used
           perform auto-cascade thru auto-cascade-exit
           go to loop-replay-session.
       replay-session-done.
           move 0 to win
           if (rpl-won) move 1 to win end-if
           move score to rpl-score
      * the seed the session actually ran on - a roof that does not
      * generate has none
           move 0 to rpl-seed
           if (gen-roof) move gen-seed to rpl-seed end-if
           perform replay-outcome-write.
       replay-session-exit.


       replay-rollup.
      * read the outcomes back - a resumed replay's included - and
      * total them per level and version: the win rate and average
      * moves of the sessions that could be played, and the share
      * of them that ran into a dead move or a locked cell
           move 0 to replay-level-count replay-dropped
               replay-session-count
           open input replay-out-file
           if replay-out-status not = 0
               go to replay-rollup-exit
           end-if.
       loop-replay-rollup.
           read replay-out-file
               at end go to replay-rollup-report
           end-read
           if (replay-out-line = spaces) go to loop-replay-rollup
           end-if
           move spaces to rpl-marker rpl-session-id rpl-level-id
               rpl-outcome
           move 0 to rpl-version rpl-seed rpl-moves-used
               rpl-moves-logged rpl-score rpl-dead-moves
               rpl-locked-moves rpl-bad-moves
           unstring replay-out-line delimited by space
               into rpl-marker rpl-session-id rpl-level-id
                  rpl-version rpl-seed rpl-outcome rpl-moves-used
                  rpl-moves-logged rpl-score rpl-dead-moves
                  rpl-locked-moves rpl-bad-moves
           end-unstring
           if (rpl-marker not = 'SESSION') go to loop-replay-rollup
           end-if
           add 1 to replay-session-count
           move 1 to rl-x.
       loop-replay-rollup-find.
           if (rl-x > replay-level-count)
               if (replay-level-count >= 500)
                   add 1 to replay-dropped
                   go to loop-replay-rollup
               end-if
               add 1 to replay-level-count
               move replay-level-count to rl-x
               move rpl-level-id to rl-id(rl-x)
               move rpl-version to rl-version(rl-x)
               move 0 to rl-sessions(rl-x) rl-played(rl-x)
                  rl-wins(rl-x) rl-moves-sum(rl-x) rl-dead(rl-x)
                  rl-locked(rl-x)
           end-if
           if (rl-id(rl-x) not = rpl-level-id or
               rl-version(rl-x) not = rpl-version)
               add 1 to rl-x
               go to loop-replay-rollup-find
           end-if
           add 1 to rl-sessions(rl-x)
           if (rpl-error) go to loop-replay-rollup end-if
           add 1 to rl-played(rl-x)
           add rpl-moves-used to rl-moves-sum(rl-x)
           if (rpl-won) add 1 to rl-wins(rl-x) end-if
           if (rpl-dead-moves > 0) add 1 to rl-dead(rl-x) end-if
           if (rpl-locked-moves > 0) add 1 to rl-locked(rl-x) end-if
           go to loop-replay-rollup.
       replay-rollup-report.
           close replay-out-file
           open output replay-report
           move spaces to replayrpt-line
           string 'REPLAY ROLLUP ' delimited by size
                  replay-session-count delimited by size
                  ' SESSIONS ' delimited by size
                  replay-level-count delimited by size
                  ' LEVELS' delimited by size into replayrpt-line
           write replayrpt-line
           move 1 to rl-x.
       loop-replay-rollup-report.
           if (rl-x > replay-level-count)
               go to replay-rollup-close
           end-if
           move 0 to rpt-winrate rpt-dead-share rpt-locked-share
               rpt-avg-moves
           if (rl-played(rl-x) > 0)
               compute rpt-winrate rounded =
                  rl-wins(rl-x) * 100 / rl-played(rl-x)
               compute rpt-dead-share rounded =
                  rl-dead(rl-x) * 100 / rl-played(rl-x)
               compute rpt-locked-share rounded =
                  rl-locked(rl-x) * 100 / rl-played(rl-x)
               compute rpt-avg-moves rounded =
                  rl-moves-sum(rl-x) / rl-played(rl-x)
           end-if
           move rpt-avg-moves to rpt-avg-moves-disp
           move spaces to replayrpt-line
           string 'LEVEL ' delimited by size
                  rl-id(rl-x) delimited by space
                  ' V ' delimited by size
                  rl-version(rl-x) delimited by size
                  ' SESSIONS ' delimited by size
                  rl-sessions(rl-x) delimited by size
                  ' PLAYED ' delimited by size
                  rl-played(rl-x) delimited by size
                  ' WON ' delimited by size
                  rl-wins(rl-x) delimited by size
                  ' WINRATE ' delimited by size
                  rpt-winrate delimited by size
                  ' PCT AVG-MOVES ' delimited by size
                  rpt-avg-moves-disp delimited by size
                  ' DEAD ' delimited by size
                  rpt-dead-share delimited by size
                  ' PCT LOCKED ' delimited by size
                  rpt-locked-share delimited by size
                  ' PCT' delimited by size into replayrpt-line
           write replayrpt-line
           add 1 to rl-x
           go to loop-replay-rollup-report.
       replay-rollup-close.
           if (replay-dropped > 0)
               move spaces to replayrpt-line
               string 'LEVEL TABLE FULL - ' delimited by size
                      replay-dropped delimited by size
                      ' SESSIONS NOT ROLLED UP' delimited by size
                      into replayrpt-line
               write replayrpt-line
           end-if
           close replay-report.
       replay-rollup-exit.


       auto-cascade.
      * settle one played move to rest: the same detection, crush
      * and refill passes main-loop runs, repeated until a pass
       auto-cascade-exit.


       dead-board-check.
      * is there a live adjacent swap anywhere on the settled wall?
      * every pair is probed the way advisor-probe probes it, but
      * only until the first live one turns up - the answer is all
      * that is wanted. the probes ride in swap slot 1 like the
      * advisor's, so the slot and the swap in play are put back
      * afterwards for the sequence to carry on from
           move 'N' to live-move-bool
           move swap-idx to live-swap-idx-save
           move swap-move(1) to live-swap-save
           move 1 to adv-i.
       loop-live-row.
           move 1 to adv-j.
       loop-live-col.
           if (adv-j < wall-c)
               move adv-i to adv-pr2
               compute adv-pc2 = adv-j + 1
               perform live-probe thru live-probe-exit
               if (live-move) go to dead-board-check-done end-if
           end-if
           if (adv-i < wall-r)
               compute adv-pr2 = adv-i + 1
               move adv-j to adv-pc2
               perform live-probe thru live-probe-exit
               if (live-move) go to dead-board-check-done end-if
           end-if
           add 1 to adv-j
           if (adv-j <= wall-c) go to loop-live-col end-if
           add 1 to adv-i
           if (adv-i <= wall-r) go to loop-live-row end-if.
       dead-board-check-done.
           move live-swap-save to swap-move(1)
           move live-swap-idx-save to swap-idx.
       dead-board-check-exit.


       live-probe.
      * one pair: a blocker or locked cell is no legal swap; any
      * other pair is swapped, run through the detection pass and
      * swapped back. the advisor's board snapshot is free here -
      * the two never run at the same time
           move wall(adv-i,adv-j) to cell-char
           if (cell-fixed) go to live-probe-exit end-if
           move wall(adv-pr2,adv-pc2) to cell-char
           if (cell-fixed) go to live-probe-exit end-if
           move wall-table to advisor-wall-save
           move 1 to swap-idx
           move adv-i to swap(1,1,1)
           move adv-j to swap(1,1,2)
           move adv-pr2 to swap(1,2,1)
           move adv-pc2 to swap(1,2,2)
           perform go-swap
           perform detect-probe thru detect-probe-exit
           if (detect-hit) move 'Y' to live-move-bool end-if
           move advisor-wall-save to wall-table.
       live-probe-exit.


       detect-probe.
      * the detection pass validate-match runs, against a snapshot
      * of the wall as it stands: detect-hit when it changed the
      * wall, or an armed colour bomb is waiting to fire. the wall,
      * the breakdown counters and the collect progress are all put
      * back, so the probe leaves no trace
           move wall-table to wall-table-save
           move score-row-clears to score-row-clears-save
           move score-col-clears to score-col-clears-save
           move score-lt-specials to score-lt-specials-save
           move score-wrap-candies to score-wrap-candies-save
           move score-bomb-candies to score-bomb-candies-save
           move collect-count to collect-count-save
           perform scan-spec thru scan-spec-exit
           perform find-arr12 thru find-arr12-exit
           move 1 to s
           perform find-lt thru find-lt-exit
           perform find-straight thru find-straight-exit
           move 0 to s
           perform find-lt thru find-lt-exit
           perform find-straight thru find-straight-exit
           move 'N' to detect-hit-bool
           if (wall-table not = wall-table-save or bomb-armed)
               move 'Y' to detect-hit-bool
           end-if
           move wall-table-save to wall-table
           move score-row-clears-save to score-row-clears
           move score-col-clears-save to score-col-clears
           move score-lt-specials-save to score-lt-specials
           move score-wrap-candies-save to score-wrap-candies
           move score-bomb-candies-save to score-bomb-candies
           move collect-count-save to collect-count
           move 'N' to bomb-armed-bool.
       detect-probe-exit.


       shuffle-board.
      * reshuffle a dead wall: gather its movable cells, then deal
      * their contents back out in a fresh order - a Fisher-Yates
      * pass on the reshuffle stream - until the wall has no match
      * already standing on it (which would score for nothing) and
      * at least one live swap. the audit trail gets the event and
      * the wall before and after it; a wall that cannot be dealt
      * live is put back as it was, and that is audited too
           move 'N' to shuffle-ok-bool
           move wall-table to shuffle-wall-save
           move 0 to shuffle-cells shuffle-attempts
           move wall-c to j0
           move wall-r to i0
           perform iterator-ij-init.
       loop-shuffle-gather.
           move wall(i,j) to cell-char
           if (cell-movable)
               add 1 to shuffle-cells
               move i to shf-r(shuffle-cells)
               move j to shf-c(shuffle-cells)
               move cell-char to shf-candy(shuffle-cells)
           end-if
           perform iterator-ij
           if (iterator-ij-next) go to loop-shuffle-gather end-if
           if (shuffle-cells < 2) go to shuffle-board-failed end-if.
       loop-shuffle-attempt.
           add 1 to shuffle-attempts
           perform shuffle-deal thru shuffle-deal-exit
           perform detect-probe thru detect-probe-exit
           if (detect-hit) go to shuffle-board-next end-if
           perform dead-board-check thru dead-board-check-exit
           if (live-move) go to shuffle-board-done end-if.
       shuffle-board-next.
           if (shuffle-attempts < shuffle-attempt-limit)
               go to loop-shuffle-attempt
           end-if.
       shuffle-board-failed.
           move shuffle-wall-save to wall-table
           display 'shuffle failed after ' shuffle-attempts
              ' attempts'
           move spaces to audit-line
           string 'SHUFFLE FAILED ITERATION ' delimited by size
                  iteration-no delimited by size
                  ' ATTEMPTS ' delimited by size
                  shuffle-attempts delimited by size into audit-line
           write audit-line
           go to shuffle-board-exit.
       shuffle-board-done.
           move 'Y' to shuffle-ok-bool
           if (shuffle-count < 999) add 1 to shuffle-count end-if
           display 'shuffle ' shuffle-count ' after '
              shuffle-attempts ' attempts:'
           perform print-wall thru print-wall-exit
           move spaces to audit-line
           string 'SHUFFLE ' delimited by size
                  shuffle-count delimited by size
                  ' ITERATION ' delimited by size
                  iteration-no delimited by size
                  ' ATTEMPTS ' delimited by size
                  shuffle-attempts delimited by size into audit-line
           write audit-line
           move wall-table to advisor-wall-save
           move shuffle-wall-save to wall-table
           move 'BEFORE SHUFFLE' to audit-label
           perform audit-wall thru audit-wall-exit
           move advisor-wall-save to wall-table
           move 'AFTER SHUFFLE' to audit-label
           perform audit-wall thru audit-wall-exit.
       shuffle-board-exit.


       shuffle-deal.
      * one Fisher-Yates pass over the gathered contents - each
      * draw one congruential step of the reshuffle stream, taken
      * from the high bits the way the generator roof takes them -
      * then every content back to a gathered cell, in order
           move shuffle-cells to shuffle-k.
       loop-shuffle-deal.
           compute gen-work = shuffle-seed-cur * 48271
           divide gen-work by 2147483647 giving gen-quot
              remainder shuffle-seed-cur
           divide shuffle-seed-cur by 65536 giving gen-hi
           divide gen-hi by shuffle-k giving gen-quot
              remainder shuffle-pick
           add 1 to shuffle-pick
           move shf-candy(shuffle-k) to shuffle-char
           move shf-candy(shuffle-pick) to shf-candy(shuffle-k)
           move shuffle-char to shf-candy(shuffle-pick)
           subtract 1 from shuffle-k
           if (shuffle-k > 1) go to loop-shuffle-deal end-if
           move 1 to shuffle-k.
       loop-shuffle-place.
           move shf-candy(shuffle-k)
              to wall(shf-r(shuffle-k),shf-c(shuffle-k))
           add 1 to shuffle-k
           if (shuffle-k <= shuffle-cells) go to loop-shuffle-place
           end-if.
       shuffle-deal-exit.


       history-append.
      * one record per completed level - level, difficulty, run,
      * outcome, score, iterations, target and the score breakdown
      * - laid out in histrec.cpy. difficulty finally earns its
      * keep here: lvlreport rolls these up by difficulty band, the
      * seed is what lets soakrpt tell one soak run of a level from
      * another, and the entry date, job-id and batch entry
      * sequence in the key give day-end balancing a per-entry key
      * - run-id comes from the level header and repeats every time
      * the level is played, so alone it cannot tell tonight's run
      * from a soak sibling or from last night's record in the
      * cumulative file. the level's master version lets the
      * reports tell the runs of a replaced board from the runs of
      * the one it replaced. the entry's start time completes the
      * key, so a rerun of the same batch the same day adds its own
      * records rather than colliding with the first run's.
           move 0 to history-seed
           if (gen-roof) move gen-seed to history-seed end-if
           move 0 to history-version
           if (master-source) move master-version to history-version
           end-if
           open i-o history-file
           if (history-status not = 0 and history-status not = 05)
               display 'error: cannot open ' history-file-name
                  ' status ' history-status
               add 1 to history-fail-count
               go to history-append-exit
           end-if
           move level-id to hist-level-id
           move timing-entry-date to hist-entry-date
           move job-id to hist-job-id
           move batch-seq to hist-batch-seq
           move timing-entry-start to hist-entry-time
           move timing-entry-date to hist-run-date
           move timing-entry-start to hist-run-time
           move level-difficulty to hist-difficulty
           move run-id to hist-run-id
           move win to hist-win
           move score to hist-score
           move iteration-no to hist-iterations
           move total-score to hist-total-score
           move score-row-clears to hist-row-clears
           move score-col-clears to hist-col-clears
           move score-lt-specials to hist-lt-specials
           move score-wrap-candies to hist-wrap-candies
           move score-bomb-candies to hist-bomb-candies
      * RESULT graded the stars just before this, when the level
      * carries thresholds at all
           move 0 to hist-stars
           if (star-score(1) > 0) move star-rating to hist-stars
           end-if
           move history-seed to hist-seed
           move history-version to hist-version
           move shuffle-count to hist-shuffles
           write history-record
               invalid key
                   display 'error: history record for ' level-id
                      ' entry ' batch-seq ' already on file'
                   add 1 to history-fail-count
           end-write
           close history-file.
       history-append-exit.


       reconcile-level.
                  score-row-clears score-col-clears
                  score-lt-specials score-wrap-candies
                  gen-seed-cur score-at-target target-met-bool
                  collect-count swaps-at-target
                  score-bomb-candies bomb-armed-bool bomb-row
                  bomb-col bomb-colour-char shuffle-count
                  shuffle-seed-cur.

           move wall-r to i0
           perform iterator-i-init.
                  collect-count delimited by size
                  ' ' delimited by size
                  swaps-at-target delimited by size
                  ' ' delimited by size
                  score-bomb-candies delimited by size
                  ' ' delimited by size
                  bomb-armed-bool delimited by size
                  ' ' delimited by size
                  bomb-row delimited by size
                  ' ' delimited by size
                  bomb-col delimited by size
                  ' ' delimited by size
                  bomb-colour-char delimited by size
                  ' ' delimited by size
                  shuffle-count delimited by size
                  ' ' delimited by size
                  shuffle-seed-cur delimited by size
                  into checkpoint-line
           write checkpoint-line

           evaluate wall(i,j)
               when '#' move 1 to spec(i,j) spec0(i,j)
               when '@' move 2 to spec(i,j) spec0(i,j)
               when '&' move 3 to spec(i,j) spec0(i,j)
           end-evaluate
           perform iterator-ij
           if (iterator-ij-next) go to loop-scan-spec end-if.
           if (k <= upper-bound) go to loop-travel-3 end-if.
       loop-travel-4.
           if (travel-mode = 2) go to travel-exit end-if
      * a straight run of five makes a colour bomb instead, in the
      * middle of the run
           if (travel-mode = 3 and candy-count >= 5)
               compute tmp-i = (lower-bound + upper-bound) / 2.0
               move 3 to spec(tmp-i,i)
               move '0' to wall(tmp-i,i)
               go to loop-travel-7
           end-if
      * calculate the position of special candy being created
           if (travel-mode = 3 and candy-count >= 4)
               move 0 to spec(upper-bound,i)
           if (k <= upper-bound) go to loop-travel-13 end-if.
       loop-travel-14.
           if (travel-mode = 2) go to travel-exit end-if
      * a straight run of five makes a colour bomb instead, in the
      * middle of the run
           if (travel-mode = 3 and candy-count >= 5)
               compute tmp-i = (lower-bound + upper-bound) / 2.0
               move 3 to spec(i,tmp-i)
               move '0' to wall(i,tmp-i)
               go to loop-travel-17
           end-if
      * calculate the position of special candy being created
           if (travel-mode = 3 and candy-count >= 4)
               if ((i = swap(swap-idx,1,1) and
       loop-generate-spec.
           if (spec(i,j) = 1) move '#' to wall(i,j) end-if
           if (spec(i,j) = 2) move '@' to wall(i,j) end-if
           if (spec(i,j) = 3) move '&' to wall(i,j) end-if
           perform iterator-ij
           if (iterator-ij-next) go to loop-generate-spec end-if.
       generate-spec-exit.


       crush-spec.
      * a colour bomb armed by this pass's swap goes off first
           if (bomb-armed)
               perform crush-bomb thru crush-bomb-exit
           end-if
           move wall-c to j0
           move wall-r to i0
           perform iterator-ij-init.
       crush-spec-exit.


       crush-bomb.
      * every plain candy of the bomb's colour is cleared, and the
      * bomb with them. blockers and locked cells sit a colour bomb
      * out the way they sit out every other special - a locked
      * candy is not plain, whatever colour it holds
           move 'N' to bomb-armed-bool
           if (wall(bomb-row,bomb-col) not = '&')
               go to crush-bomb-exit
           end-if
           move 'O' to wall(bomb-row,bomb-col)
           move wall-c to j0
           move wall-r to i0
           perform iterator-ij-init.
       loop-crush-bomb.
           if (wall(i,j) = bomb-colour-char)
               if (objective-collect and
                   wall(i,j) = objective-colour-char)
                   add 1 to collect-count
               end-if
               move 'O' to wall(i,j)
               add 1 to score-bomb-candies
           end-if
           perform iterator-ij
           if (iterator-ij-next) go to loop-crush-bomb end-if.
       crush-bomb-exit.


       unlock-cells.
      * a locked cell holds its candy until a match resolves right
      * next to it - the crush glyphs left on the wall this pass
      * through the rest of the sequence, toward the level's
      * achievable ceiling.
           if (swap-idx < swap-count)
      * a wall that settled with no live swap left is reshuffled
      * before the next move is played against it
               perform dead-board-check thru dead-board-check-exit
               if (not live-move)
                   perform shuffle-board thru shuffle-board-exit
               end-if
               add 1 to swap-idx
               perform go-swap
               perform validate-match thru validate-match-exit
                  into out-breakdown
           write out-breakdown

      * colour bombs set off - only when there were any, so a
      * session that never made one writes the same result file it
      * always did
           if (score-bomb-candies > 0)
               move spaces to out-extra
               string 'BOMB=' delimited by size
                      score-bomb-candies delimited by size
                      into out-extra
               write out-extra
           end-if

      * the final score itself, so the result file, the audit
      * trail's last ITERATION line and the history record all
      * carry the same number - what the day-end balancing run
                  score delimited by size into out-extra
           write out-extra

      * how many times a dead wall had to be reshuffled - only when
      * it happened, so a session that never stalled writes the
      * same result file it always did
           if (shuffle-count > 0)
               move spaces to out-extra
               string 'SHUFFLES=' delimited by size
                      shuffle-count delimited by size into out-extra
               write out-extra
           end-if

      * the declared objective's own progress, when the level
      * carries one - what the win line above was judged by
           if (objective-type not = 'SCORE')
