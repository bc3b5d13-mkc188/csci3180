      * variant lineage record layout

      * lvlvary appends one record to the lineage file (lineage.txt)
      * for every variant it stores on the master, linking the
      * child level to the parent it was made from - both at the
      * version the variant was cut at, since either can be
      * REPLACEd later and stop being a twin of the other - and
      * naming the transformation that was applied:
      *   VARIANT <child-id> <child-version> <parent-id>
      *           <parent-version> <yyyymmdd> <spec> <operands>
      * spec is MIRROR-H, MIRROR-V, ROTATE, RECOLOUR, RESEED or
      * REWEIGHT; the operands are the transaction's own, as
      * written (the permutation, the seed, the weights). single-
      * spaced in this order so lvlreport and soakrpt can unstring
      * it back to set each level against its twins.
       01 lineage-record.
          03 lin-marker pic x(8).
          03 lin-child-id pic x(10).
          03 lin-child-version pic 9(5).
          03 lin-parent-id pic x(10).
          03 lin-parent-version pic 9(5).
          03 lin-date pic 9(8).
          03 lin-spec pic x(8).
          03 lin-operands pic x(60).
