       identification division.
       program-id. lvlload.

      * CSCI3180 Principles of Programming Languages

      * level master load from a promotion interchange file.

      * the other half of lvlunload: reads the interchange file
      * (lvlxfer.txt, see lvlxfr.cpy) and stores its levels on this
      * levels.dat. the file is balanced first - its records
      * counted and hashed exactly as lvlunload counted and hashed
      * them, and checked against the trailer - and a file that
      * does not balance is refused whole: nothing is loaded from
      * a truncated or hand-edited transfer. a balanced file's
      * levels then go through the same content checks lvlsweep
      * applies to the master, one level at a time; a level that
      * fails is rejected and the rest still load. a level new to
      * this master is written, one already here is replaced.
      * either way the change is versioned and journalled exactly
      * as an lvlmaint transaction is (tran LOAD, source the
      * sending side's version), so a promoted level can be rolled
      * back with lvlmaint ROLLBACK like any other. loadrpt.txt
      * lists every level loaded, replaced or rejected, with the
      * sweep/recon sign-off it carried from the sending side, and
      * ends with the totals.

      * condition codes:
      *   0   every level in the file loaded or replaced
      *   4   levels were rejected by the content checks - named
      *       on loadrpt.txt; the rest loaded
      *   12  the file did not balance and was refused whole -
      *       nothing loaded
      *   16  lvlxfer.txt or levels.dat could not be opened

       environment division.
       input-output section.
       file-control.
           select xfer-file assign to 'lvlxfer.txt'
               organization is line sequential
               status is xfer-status.
           select optional level-master assign to 'levels.dat'
               organization is indexed
               access mode is random
               record key is master-level-id
               status is master-status.
           select optional journal-file assign to 'lvljrnl.txt'
               organization is line sequential
               status is journal-status.
           select report-file assign to 'loadrpt.txt'
               organization is line sequential.

       data division.
       file section.

       fd xfer-file.

       01 xfer-line pic x(120).

       fd level-master.

      * the stored level - see lvlmst.cpy
           copy lvlmst.

       fd journal-file.

       01 journal-line pic x(140).

       fd report-file.

       01 report-line pic x(120).

       working-storage section.

       01 xfer-status pic 9(2).
       01 master-status pic 9(2).
       01 journal-status pic 9(2).

      * the interchange record layouts - see lvlxfr.cpy
           copy lvlxfr.

      * the balance: what the file's own records add up to, set
      * against what its trailer says they add up to
       01 count-level pic 9(5) value 0.
       01 count-record pic 9(7) value 0.
       01 hash-total pic 9(15) value 0.
       01 refuse-reason pic x(20).
       01 header-bool pic x value 'N'.
          88 header-seen value 'Y'.
       01 trailer-bool pic x value 'N'.
          88 trailer-seen value 'Y'.
       01 trailer-level-count pic 9(5).
       01 trailer-record-count pic 9(7).
       01 trailer-hash-total pic 9(15).

      * the same hash lvlunload computes - see hash-detail
       01 hash-charset.
          03 filler pic x(37)
             value ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
          03 filler pic x(36)
             value 'abcdefghijklmnopqrstuvwxyz#@*&.-+/=:'.
       01 hash-char pic x.
       01 hash-code pic 9(3).
       01 hash-col pic 9(3).

       01 load-count pic 9(5) value 0.
       01 replace-count pic 9(5) value 0.
       01 reject-count pic 9(5) value 0.

      * the run's condition code - raised as findings turn up and
      * handed back in RETURN-CODE when the run ends
       01 cond-code pic 9(2) value 0.

      * the level being gathered from the file: its key, the
      * sign-off it arrived with, the version and line count its
      * records carry, and its lines as they arrive - plus whether
      * they arrived in order
       01 load-level-id pic x(10).
       01 load-sweep pic x(5).
       01 load-recon pic x(5).
       01 load-version pic 9(5).
       01 load-expect-count pic 9(3).
       01 load-pending-bool pic x value 'N'.
          88 load-pending value 'Y'.
       01 load-sequence-bool pic x.
          88 load-out-of-sequence value 'Y'.
       01 load-image.
          03 load-line-count pic 9(3).
          03 load-line-table.
             05 load-line occurs 230 pic x(80).

      * change journal scratch, as lvlmaint keeps it - see
      * lvljrn.cpy
           copy lvljrn.
       01 scan-level-id pic x(10).
       01 scan-high-version pic 9(5).
       01 tran-date pic 9(8).
       01 tran-time pic 9(8).
       01 tran-type pic x(8).
       01 tran-source pic x(80).
       01 new-version pic 9(5).
       01 load-action pic x(8).
       01 on-master-bool pic x.
          88 on-master value 'Y'.
       01 before-image.
          03 before-version pic 9(5).
          03 before-line-count pic 9(3).
          03 before-line-table.
             05 before-line occurs 230 pic x(80).

      * named level-file header fields - see lvlhdr.cpy - parsed
      * out of the gathered lines for the same checks lvlsweep
      * makes
           copy lvlhdr.

       01 level-bad-bool pic x.
          88 level-bad value 'Y'.

       01 line-idx pic 9(3).
       01 sweep-line pic x(80).
       01 sweep-diag pic x(50).

       01 sweep-token pic x(12).
       01 sweep-token-len pic 9(2).
       01 token-numeric-bool pic x.
          88 token-numeric value 'Y'.

       01 gen-token-table.
          03 gen-token occurs 12 pic x(12).
       01 gen-k pic 9(2).

       01 cell-char pic X.
          88 roof-cell-ok values '1' thru '9', '#', '@'.
          88 layout-cell-ok values '1' thru '9', '#', '@', '&', '*',
             'a' thru 'i', '.', '0', space.

       01 row-width pic 9(3).
       01 i pic 9(3).
       01 j pic 9(3).
       01 i0 pic 9(3).
       01 iterator-i-bool pic x.
          88 iterator-i-next value 'Y'.

       procedure division.

       main-paragraph.
           open input xfer-file
           if xfer-status not = 0
               display 'error: cannot open lvlxfer.txt'
               move 16 to return-code
               stop run
           end-if
           open output report-file
           perform balance-file thru balance-file-exit
           close xfer-file
           if (refuse-reason not = spaces)
               perform refuse-file
               close report-file
               display 'error: lvlxfer.txt refused - ' refuse-reason
               move 12 to return-code
               stop run
           end-if
      * a production master that does not exist yet is created by
      * its first load
           open i-o level-master
           if (master-status not = 0 and master-status not = 05)
               display 'error: cannot open levels.dat, status '
                  master-status
               close report-file
               move 16 to return-code
               stop run
           end-if
           open input xfer-file.
       loop-main.
           read xfer-file
               at end go to main-done
           end-read
           evaluate xfer-line(1:3)
               when 'SGN'
                   if (load-pending)
                       perform apply-level thru apply-level-exit
                   end-if
                   move xfer-line to xfer-signoff
                   move xfs-level-id to load-level-id
                   move xfs-sweep to load-sweep
                   move xfs-recon to load-recon
                   move 0 to load-line-count load-version
                      load-expect-count
                   move spaces to load-line-table
                   move 'N' to load-sequence-bool
                   move 'Y' to load-pending-bool
               when 'LIN'
                   perform gather-line thru gather-line-exit
               when 'TRL'
                   if (load-pending)
                       perform apply-level thru apply-level-exit
                   end-if
                   go to main-done
           end-evaluate
           go to loop-main.
       main-done.
           move spaces to report-line
           string 'LOAD TOTAL ' delimited by size
                  count-level delimited by size
                  ' LEVELS ' delimited by size
                  load-count delimited by size
                  ' LOADED ' delimited by size
                  replace-count delimited by size
                  ' REPLACED ' delimited by size
                  reject-count delimited by size
                  ' REJECTED' delimited by size into report-line
           write report-line
           close xfer-file
           close level-master
           close report-file
           display 'lvlload: ' load-count ' loaded ' replace-count
              ' replaced ' reject-count ' rejected'
           if (reject-count > 0) move 4 to cond-code end-if
           move cond-code to return-code
           goback.


       balance-file.
      * first pass: count and hash every record between the header
      * and the trailer, the way lvlunload did as it wrote them
           move spaces to refuse-reason.
       loop-balance-file.
           read xfer-file
               at end go to balance-file-check
           end-read
           if (trailer-seen)
               move 'DATA AFTER TRAILER' to refuse-reason
               go to balance-file-exit
           end-if
           if (not header-seen)
               if (xfer-line(1:3) not = 'HDR')
                   move 'NO HEADER' to refuse-reason
                   go to balance-file-exit
               end-if
               move xfer-line to xfer-header
               move 'Y' to header-bool
               move spaces to report-line
               string 'LOAD OF lvlxfer.txt UNLOADED ' delimited by size
                      xfh-date delimited by size
                      ' ' delimited by size
                      xfh-time delimited by size
                      ' ' delimited by size
                      xfh-selection delimited by size
                      into report-line
               write report-line
               go to loop-balance-file
           end-if
           evaluate xfer-line(1:3)
               when 'SGN'
                   add 1 to count-level count-record
               when 'LIN'
                   add 1 to count-record
                   move xfer-line to xfer-detail
                   perform hash-detail thru hash-detail-exit
               when 'TRL'
                   move xfer-line to xfer-trailer
                   move xft-level-count to trailer-level-count
                   move xft-record-count to trailer-record-count
                   move xft-hash-total to trailer-hash-total
                   move 'Y' to trailer-bool
               when other
                   move 'UNKNOWN RECORD TYPE' to refuse-reason
                   go to balance-file-exit
           end-evaluate
           go to loop-balance-file.
       balance-file-check.
           if (not header-seen)
               move 'NO HEADER' to refuse-reason
               go to balance-file-exit
           end-if
           if (not trailer-seen)
               move 'NO TRAILER' to refuse-reason
               go to balance-file-exit
           end-if
           if (trailer-level-count not = count-level)
               move 'LEVEL COUNT' to refuse-reason
               go to balance-file-exit
           end-if
           if (trailer-record-count not = count-record)
               move 'RECORD COUNT' to refuse-reason
               go to balance-file-exit
           end-if
           if (trailer-hash-total not = hash-total)
               move 'HASH TOTAL' to refuse-reason
           end-if.
       balance-file-exit.


       refuse-file.
      * what the trailer claimed beside what the file holds
           move spaces to report-line
           string 'REFUSED ' delimited by size
                  refuse-reason delimited by '  '
                  ' TRAILER ' delimited by size
                  trailer-level-count delimited by size
                  ' ' delimited by size
                  trailer-record-count delimited by size
                  ' ' delimited by size
                  trailer-hash-total delimited by size
                  ' FILE ' delimited by size
                  count-level delimited by size
                  ' ' delimited by size
                  count-record delimited by size
                  ' ' delimited by size
                  hash-total delimited by size into report-line
           write report-line.


       hash-detail.
      * the detail record's share of the hash total - computed
      * exactly as lvlunload's hash-detail computed it
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


       gather-line.
      * a level's lines must follow its sign-off record, in line
      * number order, and all carry its key - anything else marks
      * the level out of sequence, and it is rejected whole
           move xfer-line to xfer-detail
           if (not load-pending or xfd-level-id not = load-level-id)
               move 'Y' to load-sequence-bool
               go to gather-line-exit
           end-if
           if (xfd-line-no not = load-line-count + 1 or
               load-line-count >= 230)
               move 'Y' to load-sequence-bool
               go to gather-line-exit
           end-if
           add 1 to load-line-count
           move xfd-text to load-line(load-line-count)
           move xfd-version to load-version
           move xfd-line-count to load-expect-count.
       gather-line-exit.


       apply-level.
           move 'N' to load-pending-bool level-bad-bool
           if (load-out-of-sequence or
               load-line-count not = load-expect-count)
               move 0 to line-idx
               move 'interchange lines out of sequence'
                  to sweep-diag
               move spaces to master-record
               move load-level-id to master-level-id
               move 0 to master-line-count
               perform sweep-flag thru sweep-flag-exit
               go to apply-level-exit
           end-if
      * the level as this master holds it now, if it does - its
      * BEFORE image
           move 'Y' to on-master-bool
           move load-level-id to master-level-id
           read level-master
               invalid key move 'N' to on-master-bool
           end-read
           if (on-master)
               perform hold-before-image
           else
               move 0 to before-version before-line-count
               move 0 to master-version
           end-if
           move load-level-id to master-level-id
           move load-line-count to master-line-count
           move load-line-table to master-line-table
           perform sweep-level thru sweep-level-exit
           if (level-bad) go to apply-level-exit end-if
           perform next-version thru next-version-exit
           perform stamp-transaction
           if (on-master)
               rewrite master-record
                   invalid key
                       move 0 to line-idx
                       move 'rewrite to levels.dat failed'
                          to sweep-diag
                       perform sweep-flag thru sweep-flag-exit
                       go to apply-level-exit
               end-rewrite
               add 1 to replace-count
           else
               write master-record
                   invalid key
                       move 0 to line-idx
                       move 'write to levels.dat failed'
                          to sweep-diag
                       perform sweep-flag thru sweep-flag-exit
                       go to apply-level-exit
               end-write
               add 1 to load-count
           end-if
           move 'LOAD' to tran-type
           move spaces to tran-source
           string 'XFER-V' delimited by size
                  load-version delimited by size into tran-source
           perform journal-pair thru journal-pair-exit
           if (on-master)
               move 'REPLACED' to load-action
           else
               move 'LOADED' to load-action
           end-if
           move spaces to report-line
           string load-action delimited by size
                  ' ' delimited by size
                  master-level-id delimited by size
                  ' VERSION ' delimited by size
                  master-version delimited by size
                  ' FROM VERSION ' delimited by size
                  load-version delimited by size
                  ' SWEEP ' delimited by size
                  load-sweep delimited by size
                  ' RECON ' delimited by size
                  load-recon delimited by size
                  into report-line
           write report-line.
       apply-level-exit.


       hold-before-image.
      * the stored record, as read, kept for the BEFORE image
           move master-version to before-version
           move master-line-count to before-line-count
           move master-line-table to before-line-table.


       next-version.
      * one past both the record's own version and the highest the
      * journal has seen for the level, as lvlmaint numbers them
           move master-level-id to scan-level-id
           perform journal-scan thru journal-scan-exit
           if (before-version > scan-high-version)
               move before-version to scan-high-version
           end-if
           compute new-version = scan-high-version + 1
           move new-version to master-version.
       next-version-exit.


       stamp-transaction.
           accept tran-date from date yyyymmdd
           accept tran-time from time
           move tran-date to master-change-date.


       journal-scan.
      * the highest version any journal image of scan-level-id
      * carries
           move 0 to scan-high-version
           open input journal-file
           if (journal-status not = 0 and journal-status not = 05)
               go to journal-scan-exit
           end-if.
       loop-journal-scan.
           read journal-file
               at end go to journal-scan-close
           end-read
           if (journal-line(1:6) not = 'IMAGE ')
               go to loop-journal-scan
           end-if
           move 0 to jrn-version jrn-line-count
           unstring journal-line delimited by space
               into jrn-marker jrn-level-id jrn-version jrn-date
                  jrn-time jrn-tran jrn-side jrn-line-count
                  jrn-source
           end-unstring
           if (jrn-level-id = scan-level-id and
               jrn-version > scan-high-version)
               move jrn-version to scan-high-version
           end-if
           go to loop-journal-scan.
       journal-scan-close.
           close journal-file.
       journal-scan-exit.


       journal-pair.
      * the load's two images, in lvlmaint's journal format: the
      * record before (empty for a level new to this master) and
      * after
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


       sweep-level.
      * the checks lvlsweep makes of every stored level, made of
      * this one before it is stored
           move 'N' to level-bad-bool
           if (master-line-count < 5)
               move 1 to line-idx
               move 'record body too short' to sweep-diag
               perform sweep-flag thru sweep-flag-exit
               go to sweep-level-exit
           end-if

           move 1 to line-idx
           move 0 to run-mode
           unstring master-line(1) delimited by space
               into level-id level-difficulty run-mode
           end-unstring
           if (level-id not = master-level-id)
               move 'level-id does not match record key'
                  to sweep-diag
               perform sweep-flag thru sweep-flag-exit
           end-if

           move 2 to line-idx
           move 0 to run-id
           unstring master-line(2) delimited by space
               into roof-r roof-c run-id
           end-unstring
           if (roof-r < 1 or roof-r > 100)
               move 'roof-r outside 1-100' to sweep-diag
               perform sweep-flag thru sweep-flag-exit
           end-if
           if (roof-c < 1 or roof-c > 80)
               move 'roof-c outside 1-80' to sweep-diag
               perform sweep-flag thru sweep-flag-exit
           end-if
           move 3 to line-idx
           move 0 to max-iterations
           unstring master-line(3) delimited by space
               into wall-r wall-c max-iterations
           end-unstring
           if (wall-r < 1 or wall-r > 100)
               move 'wall-r outside 1-100' to sweep-diag
               perform sweep-flag thru sweep-flag-exit
           end-if
           if (wall-c < 1 or wall-c > 80)
               move 'wall-c outside 1-80' to sweep-diag
               perform sweep-flag thru sweep-flag-exit
           end-if
           move 4 to line-idx
           unstring master-line(4) delimited by space
               into swap-count
           end-unstring
           if (swap-count > 20)
               move 'more than 20 swaps' to sweep-diag
               perform sweep-flag thru sweep-flag-exit
           end-if
           if (level-bad) go to sweep-level-exit end-if

           compute line-idx = swap-count + 5
           if (master-line-count < line-idx)
               move master-line-count to line-idx
               move 'file truncated before target line'
                  to sweep-diag
               perform sweep-flag thru sweep-flag-exit
               go to sweep-level-exit
           end-if
           if (swap-count = 0) go to sweep-level-target end-if
           move swap-count to i0
           perform iterator-i-init.
       loop-sweep-swaps.
           compute line-idx = i + 4
           move zeros to swap(i,1,1) swap(i,1,2) swap(i,2,1)
              swap(i,2,2)
           unstring master-line(line-idx) delimited by space
               into swap(i,1,1) swap(i,1,2) swap(i,2,1) swap(i,2,2)
           end-unstring
           if (swap(i,1,1) < 1 or swap(i,1,1) > wall-r or
               swap(i,2,1) < 1 or swap(i,2,1) > wall-r or
               swap(i,1,2) < 1 or swap(i,1,2) > wall-c or
               swap(i,2,2) < 1 or swap(i,2,2) > wall-c)
               move 'swap out of bounds' to sweep-diag
               perform sweep-flag thru sweep-flag-exit
           end-if
           perform iterator-i
           if (iterator-i-next) go to loop-sweep-swaps end-if.

       sweep-level-target.
           compute line-idx = swap-count + 5
           move zeros to star-score-table
           move 0 to total-score
           unstring master-line(line-idx) delimited by space
               into total-score star-score(1) star-score(2)
                  star-score(3)
           end-unstring
           if (star-score(2) > 0 and
               star-score(2) <= star-score(1))
               move 'star tier 2 does not rise above tier 1'
                  to sweep-diag
               perform sweep-flag thru sweep-flag-exit
           end-if
           if (star-score(3) > 0 and
               star-score(3) <= star-score(2))
               move 'star tier 3 does not rise above tier 2'
                  to sweep-diag
               perform sweep-flag thru sweep-flag-exit
           end-if
           if (star-score(1) = 0 and (star-score(2) > 0 or
               star-score(3) > 0))
               move 'star tier 1 missing below higher tiers'
                  to sweep-diag
               perform sweep-flag thru sweep-flag-exit
           end-if

           add 1 to line-idx
           if (line-idx > master-line-count)
               move 'no roof section' to sweep-diag
               perform sweep-flag thru sweep-flag-exit
               go to sweep-level-exit
           end-if
           if (master-line(line-idx)(1:4) not = 'OBJ ')
               go to sweep-level-roof
           end-if
           move 'SCORE' to objective-type
           move 0 to objective-colour objective-count
           unstring master-line(line-idx) delimited by space
               into sweep-token objective-type
           end-unstring
           evaluate true
               when objective-score
                   continue
               when objective-clear
                   continue
               when objective-collect
                   unstring master-line(line-idx)
                       delimited by space
                       into sweep-token objective-type
                          objective-colour objective-count
                   end-unstring
                   if (objective-colour < 1 or
                       objective-colour > 9 or
                       objective-count = 0)
                       move 'COLLECT needs colour 1-9 and a count'
                          to sweep-diag
                       perform sweep-flag thru sweep-flag-exit
                   end-if
               when objective-moves
                   unstring master-line(line-idx)
                       delimited by space
                       into sweep-token objective-type
                          objective-count
                   end-unstring
                   if (objective-count = 0)
                       move 'MOVES needs a swap budget'
                          to sweep-diag
                       perform sweep-flag thru sweep-flag-exit
                   end-if
               when other
                   move 'unknown objective type' to sweep-diag
                   perform sweep-flag thru sweep-flag-exit
           end-evaluate
           add 1 to line-idx.

       sweep-level-roof.
           if (line-idx > master-line-count)
               move master-line-count to line-idx
               move 'no roof section' to sweep-diag
               perform sweep-flag thru sweep-flag-exit
               go to sweep-level-exit
           end-if
           if (master-line(line-idx)(1:4) not = 'GEN ')
               go to sweep-level-roof-grid
           end-if
           move spaces to gen-token-table
           unstring master-line(line-idx) delimited by space
               into gen-token(1) gen-token(2) gen-token(3)
                  gen-token(4) gen-token(5) gen-token(6)
                  gen-token(7) gen-token(8) gen-token(9)
                  gen-token(10) gen-token(11) gen-token(12)
           end-unstring
           move 2 to gen-k.
       loop-sweep-gen.
           move gen-token(gen-k) to sweep-token
           perform check-numeric thru check-numeric-exit
           if (not token-numeric)
               move 'GEN record needs nine numeric weights'
                  to sweep-diag
               perform sweep-flag thru sweep-flag-exit
               go to sweep-level-layout
           end-if
           add 1 to gen-k
           if (gen-k <= 10) go to loop-sweep-gen end-if
           if (gen-token(11) not = spaces)
               move gen-token(11) to sweep-token
               perform check-numeric thru check-numeric-exit
               if (not token-numeric)
                   move 'GEN seed is not numeric' to sweep-diag
                   perform sweep-flag thru sweep-flag-exit
               end-if
           end-if
           if (gen-token(12) not = spaces)
               move 'GEN record has too many tokens' to sweep-diag
               perform sweep-flag thru sweep-flag-exit
           end-if
           add 1 to line-idx
           go to sweep-level-layout.

       sweep-level-roof-grid.
           move roof-r to i0
           perform iterator-i-init.
       loop-sweep-roof-rows.
           if (line-idx > master-line-count)
               move master-line-count to line-idx
               move 'roof grid shorter than roof-r' to sweep-diag
               perform sweep-flag thru sweep-flag-exit
               go to sweep-level-exit
           end-if
           move roof-c to row-width
           perform check-roof-row thru check-roof-row-exit
           add 1 to line-idx
           perform iterator-i
           if (iterator-i-next) go to loop-sweep-roof-rows end-if.

       sweep-level-layout.
           if (line-idx > master-line-count)
               go to sweep-level-exit
           end-if
           if (master-line(line-idx)(1:4) not = 'WALL')
               go to sweep-level-exit
           end-if
           add 1 to line-idx
           move wall-r to i0
           perform iterator-i-init.
       loop-sweep-layout-rows.
           if (line-idx > master-line-count)
               move master-line-count to line-idx
               move 'WALL layout shorter than wall-r' to sweep-diag
               perform sweep-flag thru sweep-flag-exit
               go to sweep-level-exit
           end-if
           move wall-c to row-width
           perform check-layout-row thru check-layout-row-exit
           add 1 to line-idx
           perform iterator-i
           if (iterator-i-next) go to loop-sweep-layout-rows end-if
           go to sweep-level-exit.
       sweep-level-exit.


       check-roof-row.
           move 1 to j.
       loop-check-roof-row.
           move master-line(line-idx)(j:1) to cell-char
           if (not roof-cell-ok)
               move 'roof row holds a non-candy cell' to sweep-diag
               perform sweep-flag thru sweep-flag-exit
               go to check-roof-row-exit
           end-if
           add 1 to j
           if (j <= row-width) go to loop-check-roof-row end-if.
       check-roof-row-exit.


       check-layout-row.
           move 1 to j.
       loop-check-layout-row.
           move master-line(line-idx)(j:1) to cell-char
           if (not layout-cell-ok)
               move 'WALL row holds an unknown cell' to sweep-diag
               perform sweep-flag thru sweep-flag-exit
               go to check-layout-row-exit
           end-if
           add 1 to j
           if (j <= row-width) go to loop-check-layout-row end-if.
       check-layout-row-exit.


       check-numeric.
           move 'N' to token-numeric-bool
           move 0 to sweep-token-len
           inspect sweep-token tallying sweep-token-len
               for characters before initial space
           if (sweep-token-len > 0 and
               sweep-token(1:sweep-token-len) is numeric)
               move 'Y' to token-numeric-bool
           end-if.
       check-numeric-exit.


       sweep-flag.
      * one reason the level was rejected, in sweeprpt.txt's shape:
      * which line, what is wrong, and the line itself - the level
      * is counted rejected once however many reasons it has
           if (not level-bad)
               add 1 to reject-count
               move 'Y' to level-bad-bool
           end-if
           move spaces to report-line
           move spaces to sweep-line
           if (line-idx >= 1 and line-idx <= master-line-count)
               move master-line(line-idx) to sweep-line
           end-if
           string 'REJECTED ' delimited by size
                  master-level-id delimited by space
                  ' LINE ' delimited by size
                  line-idx delimited by size
                  ' ' delimited by size
                  sweep-diag delimited by size into report-line
           write report-line
           move spaces to report-line
           string '  ' delimited by size
                  sweep-line delimited by size into report-line
           write report-line.
       sweep-flag-exit.


       iterator-i-init.
           move 1 to i
           move 'N' to iterator-i-bool.
       iterator-i.
           add 1 to i
           evaluate i
               when 1 thru i0 move 'Y' to iterator-i-bool
               when other move 'N' to iterator-i-bool
           end-evaluate.
