      * release calendar record layout

      * one record per release slot (release.dat), keyed by the
      * go-live date and the slot number within that date - so a
      * date's slots are read back in order by starting at slot 0
      * of it. the record names the level that goes live in the
      * slot and the master version that was scheduled: a level
      * REPLACEd after it was scheduled is a different board from
      * the one that was signed off, and relready says so.
      * maintained only through relmaint's transactions.
       01 release-record.
          03 rel-key.
             05 rel-date pic 9(8).
             05 rel-slot pic 9(2).
          03 rel-level-id pic x(10).
          03 rel-version pic 9(5).
      * when (yyyymmdd) the slot was last changed, and by which
      * transaction - SCHEDULE or SWAP
          03 rel-change-date pic 9(8).
          03 rel-tran pic x(8).
