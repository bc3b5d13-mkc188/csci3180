       identification division.
       program-id. lvlconv.

      * CSCI3180 Principles of Programming Languages

      * level master conversion.

      * the level master record used to be the level-id, the line
      * count and the lines; the version and change date now sit
      * between the level-id and the line count (see lvlmst.cpy),
      * so a levels.dat written before them cannot be read in the
      * new layout. this carries such a master into it, once: the
      * operator first renames the old levels.dat to levels.old;
      * every record on it is then written to a new levels.dat
      * with the same body, version 1 and today's change date.
      * each converted level gets an image pair on the change
      * journal (lvljrnl.txt, see lvljrn.cpy) exactly as an
      * lvlmaint ADD writes one - an empty BEFORE and the stored
      * body as the AFTER of version 1, tran CONVERT, source
      * levels.old - so every level has a version 1 body for
      * lvlmaint ROLLBACK to go back to. a level already on
      * levels.dat (a master converted twice) is left as it is,
      * skipped and counted, and not journalled again. levels.old
      * is left as it is.

      * condition codes:
      *   0   every level on levels.old converted
      *   4   levels were already on levels.dat and skipped
      *   16  levels.old or levels.dat could not be opened -
      *       nothing converted

       environment division.
       input-output section.
       file-control.
           select old-master assign to 'levels.old'
               organization is indexed
               access mode is sequential
               record key is old-level-id
               status is old-status.
      * OPTIONAL so the conversion creates it
           select optional level-master assign to 'levels.dat'
               organization is indexed
               access mode is random
               record key is master-level-id
               status is master-status.
           select optional journal-file assign to 'lvljrnl.txt'
               organization is line sequential
               status is journal-status.

       data division.
       file section.

       fd old-master.

      * the record as it was stored before the version and change
      * date were carried
       01 old-record.
          03 old-level-id pic x(10).
          03 old-line-count pic 9(3).
          03 old-line-table.
             05 old-line occurs 230 pic x(80).

       fd level-master.

      * the stored level - see lvlmst.cpy
           copy lvlmst.

       fd journal-file.

       01 journal-line pic x(140).

       working-storage section.

       01 old-status pic 9(2).
       01 master-status pic 9(2).
       01 journal-status pic 9(2).

       01 tran-date pic 9(8).
       01 tran-time pic 9(8).
       01 line-idx pic 9(3).

       01 level-count pic 9(5) value 0.
       01 converted-count pic 9(5) value 0.
       01 duplicate-count pic 9(5) value 0.

      * the run's condition code - raised as findings turn up and
      * handed back in RETURN-CODE when the run ends
       01 cond-code pic 9(2) value 0.

       procedure division.

       main-paragraph.
           open input old-master
           if old-status not = 0
               display 'error: cannot open levels.old, status '
                  old-status
               move 16 to return-code
               stop run
           end-if
           open i-o level-master
           if (master-status not = 0 and master-status not = 05)
               display 'error: cannot open levels.dat, status '
                  master-status
               close old-master
               move 16 to return-code
               stop run
           end-if
           accept tran-date from date yyyymmdd
           accept tran-time from time
           open extend journal-file.
       loop-main.
           read old-master
               at end go to main-done
           end-read
           add 1 to level-count
           perform convert-level thru convert-level-exit
           go to loop-main.
       main-done.
           close journal-file
           close level-master
           close old-master
           display 'lvlconv: ' converted-count ' of ' level-count
              ' levels converted ' duplicate-count ' already on file'
           if (duplicate-count > 0) move 4 to cond-code end-if
           move cond-code to return-code
           goback.


       convert-level.
      * the old record's body under the new layout, as version 1
           move old-level-id to master-level-id
           move 1 to master-version
           move tran-date to master-change-date
           move old-line-count to master-line-count
           move old-line-table to master-line-table
           write master-record
               invalid key
                   add 1 to duplicate-count
                   display 'already on levels.dat ' old-level-id
                   go to convert-level-exit
           end-write
           add 1 to converted-count
           perform journal-pair thru journal-pair-exit.
       convert-level-exit.


       journal-pair.
      * the conversion's two images, in lvlmaint's journal format:
      * the empty record before, as for an ADD, and the converted
      * record after
           move spaces to journal-line
           string 'IMAGE ' delimited by size
                  master-level-id delimited by space
                  ' 00000 ' delimited by size
                  tran-date delimited by size
                  ' ' delimited by size
                  tran-time delimited by size
                  ' CONVERT BEFORE 000 levels.old' delimited by size
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
                  ' CONVERT AFTER ' delimited by size
                  master-line-count delimited by size
                  ' levels.old' delimited by size
                  into journal-line
           write journal-line
           move 1 to line-idx.
       loop-journal-after.
           if (line-idx > master-line-count)
               go to journal-pair-exit
           end-if
           move spaces to journal-line
           string 'LINE ' delimited by size
                  master-line(line-idx) delimited by size
                  into journal-line
           write journal-line
           add 1 to line-idx
           go to loop-journal-after.
       journal-pair-exit.
