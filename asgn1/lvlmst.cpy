      * file format needs no change here.
       01 master-record.
          03 master-level-id pic x(10).
      * the level's version: 1 when it is first added, one more
      * with every transaction that changes the stored body, and
      * never reused - a ROLLBACK restores an old body as a new
      * version. every before/after image lvlmaint writes to the
      * change journal (see lvljrn.cpy) carries it, and crushing
      * stamps it into each history record, so results can be
      * split by the board that was actually played.
          03 master-version pic 9(5).
      * date (yyyymmdd) the stored body last changed. both fields
      * came in after the master was first loaded; lvlconv
      * converted a master written without them, once, at version 1.
          03 master-change-date pic 9(8).
          03 master-line-count pic 9(3).
          03 master-line-table.
             05 master-line occurs 230 pic x(80).
