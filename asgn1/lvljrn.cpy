      * level change journal image header, parsed

      * lvlmaint writes two images to the change journal
      * (lvljrnl.txt) for every transaction that touches the level
      * master - the record as it stood before and as it stands
      * after - each one an IMAGE header line followed by its body,
      * one LINE record per stored level line:
      *   IMAGE <level-id> <version> <yyyymmdd> <hhmmsscc> <tran>
      *         <BEFORE|AFTER> <line-count> <source>
      *   LINE <the stored level line, verbatim from column 6>
      * an image that does not exist (the BEFORE of an ADD, the
      * AFTER of a RETIRE) is written with a line count of 0, so
      * every transaction leaves exactly one pair. the header is
      * single-spaced so it unstrings into the fields below, in
      * order, the way every other record of this system does.
       01 journal-image.
          03 jrn-marker pic x(6).
          03 jrn-level-id pic x(10).
          03 jrn-version pic 9(5).
          03 jrn-date pic 9(8).
          03 jrn-time pic 9(8).
          03 jrn-tran pic x(8).
          03 jrn-side pic x(6).
             88 jrn-before value 'BEFORE'.
             88 jrn-after value 'AFTER'.
          03 jrn-line-count pic 9(3).
          03 jrn-source pic x(80).
