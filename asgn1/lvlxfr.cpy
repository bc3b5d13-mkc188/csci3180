      * level interchange record layouts

      * the interchange file (lvlxfer.txt) carries master records
      * from one levels.dat to another - test to production - as
      * plain text, so it can be shipped, inspected and balanced.
      * lvlunload writes it, lvlload reads it. every record starts
      * with a three-letter type, and every field sits in fixed
      * columns (single-space separated), so a record is moved
      * into the layout of its type and read field by field:
      *   HDR  one, first - when and what was unloaded
      *   SGN  one per level, ahead of its lines - the sweep and
      *        recon sign-off the level carried on the sending side
      *   LIN  one per stored level line, the line verbatim from
      *        column 39
      *   TRL  one, last - the control totals: levels, records
      *        between HDR and TRL, and a hash total of every LIN
      *        record's line number, version and text
      * a file whose trailer does not agree with its own body is
      * refused whole, before a single level is loaded.
       01 xfer-header.
          03 xfh-type pic x(3).
          03 filler pic x.
          03 xfh-date pic 9(8).
          03 filler pic x.
          03 xfh-time pic 9(8).
          03 filler pic x.
          03 xfh-selection pic x(40).

       01 xfer-signoff.
          03 xfs-type pic x(3).
          03 filler pic x.
          03 xfs-level-id pic x(10).
          03 filler pic x.
      * CLEAN, BAD, or NONE when sweeprpt.txt was not there to ask
          03 xfs-sweep pic x(5).
          03 filler pic x.
      * PASS, FAIL, or NONE when the recon report never named it
          03 xfs-recon pic x(5).

       01 xfer-detail.
          03 xfd-type pic x(3).
          03 filler pic x.
          03 xfd-level-id pic x(10).
          03 filler pic x.
          03 xfd-version pic 9(5).
          03 filler pic x.
          03 xfd-change-date pic 9(8).
          03 filler pic x.
          03 xfd-line-count pic 9(3).
          03 filler pic x.
          03 xfd-line-no pic 9(3).
          03 filler pic x.
          03 xfd-text pic x(80).

       01 xfer-trailer.
          03 xft-type pic x(3).
          03 filler pic x.
          03 xft-level-count pic 9(5).
          03 filler pic x.
          03 xft-record-count pic 9(7).
          03 filler pic x.
          03 xft-hash-total pic 9(15).
