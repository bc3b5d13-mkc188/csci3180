      * player session log and replay outcome record layouts

      * a player session log (replay.txt) is what the game client
      * sends back for every session a player plays: which level,
      * which session, the refill seed the session ran on, and
      * every swap the player made, in order - one SESSION line,
      * then one MOVE line per swap, the same line-per-swap shape
      * the level file's own swap sequence has:
      *   SESSION <level-id> <session-id> <seed> <move-count>
      *   MOVE <row1> <col1> <row2> <col2>
      * the seed is applied to a generator roof the way a batch
      * entry's seed override is (0 leaves the level's own), and a
      * session is held here until the next SESSION line or the end
      * of the log says all its moves are in.
       01 player-session.
          03 ses-marker pic x(8).
          03 ses-level-id pic x(10).
          03 ses-session-id pic x(16).
          03 ses-seed pic 9(10).
          03 ses-move-count pic 9(3).
      * moves actually read for the session - checked against
      * ses-move-count, so a log cut off mid-session is caught
          03 ses-moves-read pic 9(3).
          03 ses-move-table.
             05 ses-move occurs 100.
                07 ses-r1 pic 9(3).
                07 ses-c1 pic 9(3).
                07 ses-r2 pic 9(3).
                07 ses-c2 pic 9(3).

      * one replay outcome record per session (replayout.txt),
      * single-spaced in this order so the rollup can unstring it
      * back the way every other record of this system is read:
      *   SESSION <session-id> <level-id> <version> <seed> <outcome>
      *           <moves-used> <moves-logged> <score> <dead-moves>
      *           <locked-moves> <bad-moves>
      * outcome is WON, LOST (the log ran out first), BUDGET (the
      * iteration budget ran out first), BAD-LOG (the session's
      * moves do not match its move count, or there are more than
      * the table holds) or ERROR (the level could not be played -
      * see the reject file). a dead move (no match), a locked move
      * (a blocker or still-locked cell) and a bad move (off the
      * wall) are refused the way the game refuses them - the
      * board is left as it was and the session goes on - and
      * counted; moves-used counts only the moves that were played.
       01 session-outcome.
          03 rpl-marker pic x(8).
          03 rpl-session-id pic x(16).
          03 rpl-level-id pic x(10).
          03 rpl-version pic 9(5).
          03 rpl-seed pic 9(10).
          03 rpl-outcome pic x(8).
             88 rpl-won value 'WON'.
             88 rpl-error value 'ERROR' 'BAD-LOG'.
          03 rpl-moves-used pic 9(3).
          03 rpl-moves-logged pic 9(3).
          03 rpl-score pic 9(5).
          03 rpl-dead-moves pic 9(3).
          03 rpl-locked-moves pic 9(3).
          03 rpl-bad-moves pic 9(3).
