       identification division.
       program-id. lvlvary.

      * CSCI3180 Principles of Programming Languages

      * level variant generator.

      * makes A/B twins of a stored level without anyone hand-
      * editing a copy of its file. applies a transaction file
      * (lvlvary.txt), one variant per line:
      *   MIRROR-H <parent-id> <child-id>
      *                         mirror left to right
      *   MIRROR-V <parent-id> <child-id>
      *                         mirror top to bottom
      *   ROTATE <parent-id> <child-id>
      *                         turn the board through 180 degrees -
      *                         both mirrors at once
      *   RECOLOUR <parent-id> <child-id> <permutation>
      *                         nine digits, the colour each of 1-9
      *                         becomes (231456789 makes 1 a 2, 2 a 3
      *                         and 3 a 1) - locked cells 'a'-'i'
      *                         keep their lock and change colour
      *                         with the candy they hold
      *   RESEED <parent-id> <child-id> <seed>
      *                         a generator-roof level with a new
      *                         refill seed
      *   REWEIGHT <parent-id> <child-id> <w1> ... <w9> [<seed>]
      *                         new generator weights (and seed - the
      *                         parent's is kept when none is given);
      *                         a grid roof is replaced by the GEN
      *                         record
      * the parent is read from the master and the child is written
      * there under its own new level-id, with every part of the
      * body that the transformation reaches transformed together:
      * the header line takes the child's id, the swap coordinates
      * move with the board, the roof columns follow the wall
      * columns they refill (refills still fall from above, so a
      * top-to-bottom mirror leaves the roof as it was), the WALL
      * layout is mirrored or recoloured cell by cell, and a
      * recolour carries through to the OBJ COLLECT colour and the
      * GEN weights. the target and star tiers are the parent's -
      * the board is the same board, so what wins it is the same.
      * a mirror or rotation needs a roof at least as wide as the
      * wall, every column of which it has to carry across. it
      * also needs the parent to carry a WALL layout when its
      * starting wall would otherwise come from the roof: a level
      * with no WALL section starts from an empty wall filled by
      * the roof, falling from above, and a GEN roof fills it at
      * random - so a MIRROR-V or ROTATE of any such level, or a
      * MIRROR-H of a GEN-roof one, would not be the parent's twin,
      * and is refused.

      * the child is a new master record like any ADD: versioned and
      * journalled in lvljrnl.txt (tran VARY, source the parent and
      * its version), so it rolls back like any other. every variant
      * stored also appends a lineage record (lineage.txt, see
      * lvllin.cpy) linking child to parent, which is how lvlreport
      * and soakrpt set a level against its twins.

      * condition codes:
      *   0   every variant stored
      *   8   a transaction was in error - the master is short of
      *       a variant someone asked for
      *   16  lvlvary.txt or levels.dat could not be opened -
      *       nothing stored

       environment division.
       input-output section.
       file-control.
           select tran-file assign to 'lvlvary.txt'
               organization is line sequential
               status is tran-status.
           select level-master assign to 'levels.dat'
               organization is indexed
               access mode is random
               record key is master-level-id
               status is master-status.
           select optional journal-file assign to 'lvljrnl.txt'
               organization is line sequential
               status is journal-status.
           select optional lineage-file assign to 'lineage.txt'
               organization is line sequential
               status is lineage-status.

       data division.
       file section.

       fd tran-file.

       01 tran-line pic x(80).

       fd level-master.

      * the stored level - see lvlmst.cpy
           copy lvlmst.

       fd journal-file.

       01 journal-line pic x(140).

       fd lineage-file.

       01 lineage-line pic x(140).

       working-storage section.

       01 tran-status pic 9(2).
       01 master-status pic 9(2).
       01 journal-status pic 9(2).
       01 lineage-status pic 9(2).

      * one transaction, pulled apart: the variant, the two
      * level-ids, and the operands - kept whole for the lineage
      * record as well as split into tokens
       01 tran-action pic x(8).
          88 vary-mirror-h value 'MIRROR-H'.
          88 vary-mirror-v value 'MIRROR-V'.
          88 vary-rotate value 'ROTATE'.
          88 vary-recolour value 'RECOLOUR'.
          88 vary-reseed value 'RESEED'.
          88 vary-reweight value 'REWEIGHT'.
          88 vary-known values 'MIRROR-H', 'MIRROR-V', 'ROTATE',
             'RECOLOUR', 'RESEED', 'REWEIGHT'.
       01 tran-parent pic x(10).
       01 tran-child pic x(10).
       01 tran-ptr pic 9(3).
       01 tran-operands pic x(60).
       01 op-token-table.
          03 op-token occurs 11 pic x(10).

       01 vary-count pic 9(3) value 0.
       01 error-count pic 9(3) value 0.

      * the run's condition code - raised as findings turn up and
      * handed back in RETURN-CODE when the run ends
       01 cond-code pic 9(2) value 0.

      * what the variant does to the body: which way the board
      * flips, and the colour translation a recolour applies - the
      * candies 1-9 and the locked cells 'a'-'i' holding them
       01 flip-cols-bool pic x.
          88 flip-cols value 'Y'.
       01 flip-rows-bool pic x.
          88 flip-rows value 'Y'.
       01 recolour-bool pic x.
          88 recolouring value 'Y'.
       01 colour-from pic x(18) value '123456789abcdefghi'.
       01 colour-to pic x(18).
       01 lock-letters pic x(9) value 'abcdefghi'.
       01 perm-digit pic 9.
       01 perm-seen pic x(9).
       01 new-seed pic 9(10).
       01 new-seed-bool pic x.
          88 new-seed-given value 'Y'.
       01 new-weight-table.
          03 new-weight occurs 9 pic 9(3).

      * a token's length and whether it is all digits
       01 check-token pic x(10).
       01 token-len pic 9(2).
       01 token-numeric-bool pic x.
          88 token-numeric value 'Y'.

      * the parent, as read - the child's body is built from it
      * line by line into the master record
       01 parent-image.
          03 parent-version pic 9(5).
          03 parent-line-count pic 9(3).
          03 parent-line-table.
             05 parent-line occurs 230 pic x(80).
       01 child-free-bool pic x.
          88 child-free value 'Y'.

      * named level-file header fields - see lvlhdr.cpy - parsed
      * out of the parent's lines so the body can be walked section
      * by section
           copy lvlhdr.
       01 obj-marker pic x(3).
       01 gen-marker pic x(3).
       01 gen-weight-table.
          03 gen-weight occurs 9 pic 9(3).
       01 gen-seed pic 9(10).
       01 gen-digit pic 9.
       01 hdr-token pic x(10).
       01 hdr-ptr pic 9(3).
       01 swap-r1 pic 9(3).
       01 swap-c1 pic 9(3).
       01 swap-r2 pic 9(3).
       01 swap-c2 pic 9(3).

      * walking the body: the parent line being read, the child
      * line being written, and the row being transformed
       01 in-idx pic 9(3).
       01 out-idx pic 9(3).
       01 out-line pic x(80).
       01 row-hold pic x(80).
       01 row-out pic x(80).
       01 wall-start pic 9(3).
      * what the parent's body holds beyond the roof, found before
      * anything is written
       01 wall-layout-bool pic x.
          88 wall-layout-found value 'Y'.
       01 gen-roof-bool pic x.
          88 gen-roof value 'Y'.
       01 j pic 9(3).
       01 k pic 9(3).

       01 level-bad-bool pic x.
          88 level-bad value 'Y'.
       01 vary-diag pic x(50).

      * change journal scratch, as lvlmaint keeps it - see
      * lvljrn.cpy. a variant is a new record, so its BEFORE image
      * is always the empty one
           copy lvljrn.
       01 scan-level-id pic x(10).
       01 scan-high-version pic 9(5).
       01 before-version pic 9(5).
       01 before-line-count pic 9(3).
       01 tran-date pic 9(8).
       01 tran-time pic 9(8).
       01 tran-type pic x(8).
       01 tran-source pic x(80).
       01 new-version pic 9(5).
       01 line-idx pic 9(3).

      * the lineage record - see lvllin.cpy
           copy lvllin.

       procedure division.

       main-paragraph.
           open input tran-file
           if tran-status not = 0
               display 'error: cannot open lvlvary.txt'
               move 16 to return-code
               stop run
           end-if
           open i-o level-master
           if master-status not = 0
               display 'error: cannot open levels.dat, status '
                  master-status
               close tran-file
               move 16 to return-code
               stop run
           end-if.
       loop-main.
           read tran-file
               at end go to main-done
           end-read
           if (tran-line = spaces) go to loop-main end-if
           perform vary-level thru vary-level-exit
           go to loop-main.
       main-done.
           close level-master
           close tran-file
           display 'lvlvary: ' vary-count ' variants stored '
              error-count ' in error'
           if (error-count > 0) move 8 to cond-code end-if
           move cond-code to return-code
           goback.


       vary-level.
           move 'N' to level-bad-bool
           move spaces to tran-action tran-parent tran-child
              tran-operands op-token-table
           move 1 to tran-ptr
           unstring tran-line delimited by all space
               into tran-action tran-parent tran-child
               with pointer tran-ptr
           end-unstring
           if (tran-ptr <= 80)
               move tran-line(tran-ptr:) to tran-operands
           end-if
           unstring tran-operands delimited by all space
               into op-token(1) op-token(2) op-token(3) op-token(4)
                  op-token(5) op-token(6) op-token(7) op-token(8)
                  op-token(9) op-token(10) op-token(11)
           end-unstring
           if (not vary-known)
               move 'unknown variant' to vary-diag
               perform vary-flag thru vary-flag-exit
               go to vary-level-exit
           end-if
           if (tran-parent = spaces or tran-child = spaces or
               tran-child = tran-parent)
               move 'needs a parent and a new child level-id'
                  to vary-diag
               perform vary-flag thru vary-flag-exit
               go to vary-level-exit
           end-if
           perform check-operands thru check-operands-exit
           if (level-bad) go to vary-level-exit end-if
      * the child must be a level-id the master does not hold yet
           move 'N' to child-free-bool
           move tran-child to master-level-id
           read level-master
               invalid key move 'Y' to child-free-bool
           end-read
           if (not child-free)
               move 'child already on master' to vary-diag
               perform vary-flag thru vary-flag-exit
               go to vary-level-exit
           end-if
           move tran-parent to master-level-id
           read level-master
               invalid key
                   move 'parent not on master' to vary-diag
                   perform vary-flag thru vary-flag-exit
                   go to vary-level-exit
           end-read
           move master-version to parent-version
           move master-line-count to parent-line-count
           move master-line-table to parent-line-table
           move spaces to master-line-table
           perform build-variant thru build-variant-exit
           if (level-bad) go to vary-level-exit end-if
           move tran-child to master-level-id
           move out-idx to master-line-count
           move 0 to before-version before-line-count
           perform next-version thru next-version-exit
           perform stamp-transaction
           write master-record
               invalid key
                   move 'write to levels.dat failed' to vary-diag
                   perform vary-flag thru vary-flag-exit
                   go to vary-level-exit
           end-write
           display 'varied ' tran-parent ' version ' parent-version
              ' into ' tran-child ' version ' master-version ' by '
              tran-action
           add 1 to vary-count
           move 'VARY' to tran-type
           move spaces to tran-source
           string tran-parent delimited by space
                  '-V' delimited by size
                  parent-version delimited by size into tran-source
           perform journal-pair thru journal-pair-exit
           perform lineage-append.
       vary-level-exit.


       check-operands.
      * the operands each variant needs, checked before anything is
      * read, and turned into the flips and translations the body
      * walk applies
           move 'N' to flip-cols-bool flip-rows-bool recolour-bool
              new-seed-bool
           move colour-from to colour-to
           if (vary-mirror-h or vary-rotate)
               move 'Y' to flip-cols-bool
           end-if
           if (vary-mirror-v or vary-rotate)
               move 'Y' to flip-rows-bool
           end-if
           if (vary-recolour) go to check-operands-recolour end-if
           if (vary-reseed) go to check-operands-reseed end-if
           if (vary-reweight) go to check-operands-reweight end-if
           if (op-token(1) not = spaces)
               move 'mirror and rotate take no operands' to vary-diag
               perform vary-flag thru vary-flag-exit
           end-if
           go to check-operands-exit.
       check-operands-recolour.
      * nine digits, each of 1-9 exactly once - anything else would
      * merge two colours, and the child would be a different level
           move op-token(1) to check-token
           perform check-numeric thru check-numeric-exit
           if (not token-numeric or token-len not = 9 or
               op-token(2) not = spaces)
               move 'RECOLOUR needs a nine-digit permutation'
                  to vary-diag
               perform vary-flag thru vary-flag-exit
               go to check-operands-exit
           end-if
           move 'Y' to recolour-bool
           move spaces to perm-seen
           move 1 to k.
       loop-check-permutation.
           move op-token(1)(k:1) to perm-digit
           if (perm-digit = 0)
               move 'RECOLOUR permutation has a 0' to vary-diag
               perform vary-flag thru vary-flag-exit
               go to check-operands-exit
           end-if
           if (perm-seen(perm-digit:1) = 'Y')
               move 'RECOLOUR permutation repeats a colour'
                  to vary-diag
               perform vary-flag thru vary-flag-exit
               go to check-operands-exit
           end-if
           move 'Y' to perm-seen(perm-digit:1)
           move op-token(1)(k:1) to colour-to(k:1)
           move lock-letters(perm-digit:1) to colour-to(k + 9:1)
           add 1 to k
           if (k <= 9) go to loop-check-permutation end-if
           go to check-operands-exit.
       check-operands-reseed.
           move op-token(1) to check-token
           perform check-numeric thru check-numeric-exit
           if (not token-numeric or op-token(2) not = spaces)
               move 'RESEED needs one numeric seed' to vary-diag
               perform vary-flag thru vary-flag-exit
               go to check-operands-exit
           end-if
           move op-token(1)(1:token-len) to new-seed
           move 'Y' to new-seed-bool
           go to check-operands-exit.
       check-operands-reweight.
           move 1 to k.
       loop-check-weights.
           move op-token(k) to check-token
           perform check-numeric thru check-numeric-exit
           if (not token-numeric or token-len > 3)
               move 'REWEIGHT needs nine numeric weights'
                  to vary-diag
               perform vary-flag thru vary-flag-exit
               go to check-operands-exit
           end-if
           move op-token(k)(1:token-len) to new-weight(k)
           add 1 to k
           if (k <= 9) go to loop-check-weights end-if
           if (op-token(10) not = spaces)
               move op-token(10) to check-token
               perform check-numeric thru check-numeric-exit
               if (not token-numeric)
                   move 'REWEIGHT seed is not numeric' to vary-diag
                   perform vary-flag thru vary-flag-exit
                   go to check-operands-exit
               end-if
               move op-token(10)(1:token-len) to new-seed
               move 'Y' to new-seed-bool
           end-if
           if (op-token(11) not = spaces)
               move 'REWEIGHT has too many operands' to vary-diag
               perform vary-flag thru vary-flag-exit
           end-if.
       check-operands-exit.


       build-variant.
      * walk the parent's body in the order crushing reads it -
      * header, dimensions, swaps, target, OBJ, roof, WALL - and
      * write each line into the child, transformed where the
      * variant reaches it
           perform scan-layout thru scan-layout-exit
           if ((flip-rows or (flip-cols and gen-roof)) and
               not wall-layout-found)
               move 'mirror needs a WALL layout' to vary-diag
               perform vary-flag thru vary-flag-exit
               go to build-variant-exit
           end-if
           move 0 to out-idx
           move 1 to in-idx
      * the header line, under the child's level-id
           move 1 to hdr-ptr
           move spaces to hdr-token
           unstring parent-line(1) delimited by space
               into hdr-token with pointer hdr-ptr
           end-unstring
           move spaces to out-line
           if (hdr-ptr <= 80)
               string tran-child delimited by space
                      ' ' delimited by size
                      parent-line(1)(hdr-ptr:) delimited by size
                      into out-line
           else
               move tran-child to out-line
           end-if
           perform emit-line
      * the dimension lines ride across unchanged - the board is
      * the same size whichever way it is turned
           add 1 to in-idx
           move 0 to roof-r roof-c wall-r wall-c swap-count
           unstring parent-line(in-idx) delimited by space
               into roof-r roof-c
           end-unstring
           move parent-line(in-idx) to out-line
           perform emit-line
           add 1 to in-idx
           unstring parent-line(in-idx) delimited by space
               into wall-r wall-c
           end-unstring
           move parent-line(in-idx) to out-line
           perform emit-line
           if (flip-cols and roof-c < wall-c)
               move 'roof narrower than the wall it refills'
                  to vary-diag
               perform vary-flag thru vary-flag-exit
               go to build-variant-exit
           end-if
           add 1 to in-idx
           unstring parent-line(in-idx) delimited by space
               into swap-count
           end-unstring
           move parent-line(in-idx) to out-line
           perform emit-line
           add 1 to in-idx
           if (swap-count = 0) go to build-variant-target end-if
           move 1 to k.
       loop-build-swaps.
           perform vary-swap
           add 1 to in-idx
           add 1 to k
           if (k <= swap-count) go to loop-build-swaps end-if.
       build-variant-target.
      * the target and star tiers are the parent's
           move parent-line(in-idx) to out-line
           perform emit-line
           add 1 to in-idx
           if (parent-line(in-idx)(1:4) = 'OBJ ')
               perform vary-objective
               add 1 to in-idx
           end-if
           if (in-idx > parent-line-count)
               move 'parent has no roof section' to vary-diag
               perform vary-flag thru vary-flag-exit
               go to build-variant-exit
           end-if
           if (parent-line(in-idx)(1:4) = 'GEN ')
               perform vary-gen
               add 1 to in-idx
               go to build-variant-layout
           end-if
           if (vary-reseed)
               move 'RESEED needs a generator roof' to vary-diag
               perform vary-flag thru vary-flag-exit
               go to build-variant-exit
           end-if
      * a REWEIGHT turns a grid roof into a generator roof: the
      * grid rows give way to the one GEN record
           if (vary-reweight)
               move zeros to gen-weight-table
               move 0 to gen-seed
               perform write-gen thru write-gen-exit
               add roof-r to in-idx
               go to build-variant-layout
           end-if
           move 1 to k.
       loop-build-roof.
           move parent-line(in-idx) to row-hold
           perform vary-row thru vary-row-exit
           move row-out to out-line
           perform emit-line
           add 1 to in-idx
           add 1 to k
           if (k <= roof-r) go to loop-build-roof end-if.
       build-variant-layout.
           if (in-idx > parent-line-count)
               go to build-variant-exit
           end-if
           if (parent-line(in-idx)(1:4) not = 'WALL')
               go to build-variant-rest
           end-if
           move parent-line(in-idx) to out-line
           perform emit-line
           add 1 to in-idx
           if (in-idx + wall-r - 1 > parent-line-count)
               move 'parent WALL layout shorter than wall-r'
                  to vary-diag
               perform vary-flag thru vary-flag-exit
               go to build-variant-exit
           end-if
      * a top-to-bottom mirror writes the rows out last first
           move in-idx to wall-start
           move 1 to k.
       loop-build-layout.
           if (flip-rows)
               move parent-line(wall-start + wall-r - k) to row-hold
           else
               move parent-line(wall-start + k - 1) to row-hold
           end-if
           perform vary-row thru vary-row-exit
           move row-out to out-line
           perform emit-line
           add 1 to k
           if (k <= wall-r) go to loop-build-layout end-if
           add wall-r to in-idx.
       build-variant-rest.
      * anything after the sections crushing reads goes across as
      * it is
           if (in-idx > parent-line-count)
               go to build-variant-exit
           end-if
           move parent-line(in-idx) to out-line
           perform emit-line
           add 1 to in-idx
           go to build-variant-rest.
       build-variant-exit.


       scan-layout.
      * whether the parent's roof is a GEN record and whether a
      * WALL layout follows it - past the swap lines, the target
      * line, the optional OBJ record and the roof, the same walk
      * lvlsweep makes
           move 'N' to wall-layout-bool gen-roof-bool
           move 0 to roof-r roof-c swap-count
           if (parent-line-count < 5) go to scan-layout-exit end-if
           unstring parent-line(2) delimited by space
               into roof-r roof-c
           end-unstring
           unstring parent-line(4) delimited by space
               into swap-count
           end-unstring
           compute line-idx = swap-count + 6
           if (line-idx > parent-line-count) go to scan-layout-exit
           end-if
           if (parent-line(line-idx)(1:4) = 'OBJ ')
               add 1 to line-idx
           end-if
           if (line-idx > parent-line-count) go to scan-layout-exit
           end-if
           if (parent-line(line-idx)(1:4) = 'GEN ')
               move 'Y' to gen-roof-bool
               add 1 to line-idx
           else
               add roof-r to line-idx
           end-if
           if (line-idx > parent-line-count) go to scan-layout-exit
           end-if
           if (parent-line(line-idx)(1:4) = 'WALL')
               move 'Y' to wall-layout-bool
           end-if.
       scan-layout-exit.


       emit-line.
           add 1 to out-idx
           move out-line to master-line(out-idx).


       vary-swap.
      * one swap's coordinates, moved with the board - written back
      * single-spaced so crushing unstrings them as before
           if (not flip-cols and not flip-rows)
               move parent-line(in-idx) to out-line
               perform emit-line
           else
               move 0 to swap-r1 swap-c1 swap-r2 swap-c2
               unstring parent-line(in-idx) delimited by space
                   into swap-r1 swap-c1 swap-r2 swap-c2
               end-unstring
               if (flip-cols)
                   compute swap-c1 = wall-c + 1 - swap-c1
                   compute swap-c2 = wall-c + 1 - swap-c2
               end-if
               if (flip-rows)
                   compute swap-r1 = wall-r + 1 - swap-r1
                   compute swap-r2 = wall-r + 1 - swap-r2
               end-if
               move spaces to out-line
               string swap-r1 delimited by size
                      ' ' delimited by size
                      swap-c1 delimited by size
                      ' ' delimited by size
                      swap-r2 delimited by size
                      ' ' delimited by size
                      swap-c2 delimited by size into out-line
               perform emit-line
           end-if.


       vary-objective.
      * only a recolour reaches the objective: the colour a COLLECT
      * level counts becomes the colour its candies became
           move parent-line(in-idx) to out-line
           move spaces to objective-type
           move 0 to objective-colour objective-count
           unstring parent-line(in-idx) delimited by space
               into obj-marker objective-type objective-colour
                  objective-count
           end-unstring
           if (recolouring and objective-collect and
               objective-colour >= 1)
               move colour-to(objective-colour:1) to objective-colour
               move spaces to out-line
               string 'OBJ COLLECT ' delimited by size
                      objective-colour delimited by size
                      ' ' delimited by size
                      objective-count delimited by size into out-line
           end-if
           perform emit-line.


       vary-gen.
      * a generator roof: a recolour moves each colour's weight to
      * the colour it became, a RESEED or REWEIGHT puts in the new
      * seed or weights; a mirror leaves the stream as it was
           move zeros to gen-weight-table
           move 0 to gen-seed
           unstring parent-line(in-idx) delimited by space
               into gen-marker gen-weight(1) gen-weight(2)
                  gen-weight(3) gen-weight(4) gen-weight(5)
                  gen-weight(6) gen-weight(7) gen-weight(8)
                  gen-weight(9) gen-seed
           end-unstring
           if (not recolouring and not vary-reseed and
               not vary-reweight)
               move parent-line(in-idx) to out-line
               perform emit-line
           else
               perform write-gen thru write-gen-exit
           end-if.


       write-gen.
      * the child's GEN record, from the parent's weights and seed
      * (zeros for a grid roof) with the variant applied. a
      * recolour moves colour k's weight to the colour k becomes.
           if (not recolouring) go to write-gen-record end-if
           move gen-weight-table to new-weight-table
           move 1 to k.
       loop-recolour-weight.
           move colour-to(k:1) to gen-digit
           move new-weight(k) to gen-weight(gen-digit)
           add 1 to k
           if (k <= 9) go to loop-recolour-weight end-if.
       write-gen-record.
           if (vary-reweight)
               move new-weight-table to gen-weight-table
           end-if
           if (new-seed-given)
               move new-seed to gen-seed
           end-if
           move spaces to out-line
           string 'GEN ' delimited by size
                  gen-weight(1) delimited by size
                  ' ' delimited by size
                  gen-weight(2) delimited by size
                  ' ' delimited by size
                  gen-weight(3) delimited by size
                  ' ' delimited by size
                  gen-weight(4) delimited by size
                  ' ' delimited by size
                  gen-weight(5) delimited by size
                  ' ' delimited by size
                  gen-weight(6) delimited by size
                  ' ' delimited by size
                  gen-weight(7) delimited by size
                  ' ' delimited by size
                  gen-weight(8) delimited by size
                  ' ' delimited by size
                  gen-weight(9) delimited by size
                  ' ' delimited by size
                  gen-seed delimited by size into out-line
           perform emit-line.
       write-gen-exit.


       vary-row.
      * one roof or WALL row: columns reversed across the wall's
      * width for a left-to-right flip (a roof's columns past the
      * wall refill nothing and stay put), colours translated for a
      * recolour - blockers, specials and empty cells are neither
      * candies nor locks, and come through as they were
           move row-hold to row-out
           if (not flip-cols) go to vary-row-colour end-if
           move 1 to j.
       loop-vary-row-flip.
           move row-hold(wall-c + 1 - j:1) to row-out(j:1)
           add 1 to j
           if (j <= wall-c) go to loop-vary-row-flip end-if.
       vary-row-colour.
           if (recolouring)
               inspect row-out converting colour-from to colour-to
           end-if.
       vary-row-exit.


       check-numeric.
      * check-token is all digits up to its first space
           move 'N' to token-numeric-bool
           move 0 to token-len
           inspect check-token tallying token-len
               for characters before initial space
           if (token-len > 0 and
               check-token(1:token-len) is numeric)
               move 'Y' to token-numeric-bool
           end-if.
       check-numeric-exit.


       vary-flag.
           display 'error: ' tran-action ' ' tran-parent ' '
              tran-child ' - ' vary-diag
           move 'Y' to level-bad-bool
           add 1 to error-count.
       vary-flag-exit.


       next-version.
      * one past the highest version the journal has seen for the
      * child's level-id, as lvlmaint numbers them - a level-id
      * that was retired and reused never repeats a version
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
      * the variant's two images, in lvlmaint's journal format: the
      * empty BEFORE of a new record and the child as stored
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


       lineage-append.
      * child to parent, each at the version the variant was cut at
           move 'VARIANT' to lin-marker
           move tran-child to lin-child-id
           move master-version to lin-child-version
           move tran-parent to lin-parent-id
           move parent-version to lin-parent-version
           move tran-date to lin-date
           move tran-action to lin-spec
           move tran-operands to lin-operands
           open extend lineage-file
           move spaces to lineage-line
           string lin-marker delimited by space
                  ' ' delimited by size
                  lin-child-id delimited by space
                  ' ' delimited by size
                  lin-child-version delimited by size
                  ' ' delimited by size
                  lin-parent-id delimited by space
                  ' ' delimited by size
                  lin-parent-version delimited by size
                  ' ' delimited by size
                  lin-date delimited by size
                  ' ' delimited by size
                  lin-spec delimited by space
                  ' ' delimited by size
                  lin-operands delimited by size into lineage-line
           write lineage-line
           close lineage-file.
