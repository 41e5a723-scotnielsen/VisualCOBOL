       01 ws-config-status     pic xx.
       01 ws-nb-row             pic 99.
       01 ws-nb-col             pic 99.
      *> "Y" for a wraparound board (level 8): every neighbour search
      *> runs across the joined edges. Kept for reroll-mine, which is
      *> only ever called on the board the last main call laid.
       01 ws-wrap-mode          pic x value "N".

       *>Variables used for random number generation
       01 random-row            pic 99 value 2.
       01 random-col            pic 99 value 2.
       01 random-temp           pic 9v999.
       01 random-seed           pic 9(9). *> value function CURRENT-DATE.

      *> 3BV: the fewest clicks that clear the board -- one per opening
      *> (a connected patch of empty cells, which also uncovers the
      *> numbers around it) plus one per number no opening reaches.
      *> bv-mark holds "X" for every cell already accounted for; the
      *> flood fill works off bv-stack instead of recursing.
       01 ws-board-3bv          pic 9(4).
       01 bv-mark-table.
           03 bv-mark-line occurs 40.
               05 bv-mark       pic x occurs 40.
       01 bv-stack-top          pic 9(4) comp.
       01 bv-stack.
           03 bv-stack-entry occurs 1600.
               05 bv-stack-row  pic 99.
               05 bv-stack-col  pic 99.
       01 bv-row                pic 99.
       01 bv-col                pic 99.
       01 bv-nb-row             pic s9(3) comp.
       01 bv-nb-col             pic s9(3) comp.
       01 bv-i                  pic s9 comp.
       01 bv-j                  pic s9 comp.
       copy "FieldMap.cpy".

       linkage section.
       01 l-custom-width pic 99.
       01 l-custom-mines pic 99.
       01 l-layout-id pic 9(2).
      *> The laid board's 3BV, handed back for the efficiency score.
       01 l-board-3bv pic 9(4).

       01 l-mine-field.
           03 l-field-length pic 99.

       procedure division using l-level l-mine-field
                                l-custom-length l-custom-width
                                l-custom-mines l-layout-id
                                l-board-3bv.

           move "N" to ws-wrap-mode
           if l-level = 8
               move "Y" to ws-wrap-mode
           end-if
           evaluate true
               when l-level = 4
                   move l-layout-id to ws-selected-layout-id
                       when 3
                           set ws-grid-size to 10
                           set ws-mines-count to 30
                       when 8
                           set ws-grid-size to 7
                           set ws-mines-count to 15
                       when other
                           set ws-grid-size to 7
                           set ws-mines-count to 15
                   perform evaluate-neighbourhoods
           end-evaluate

           perform count-board-3bv
           move ws-board-3bv to l-board-3bv
           move mine-field to l-mine-field.

           goback.
                   if cell-type of
                           cells(ws-length-temp, ws-width-temp)
                           = CELL-TYPE-BOMB
                       if ws-wrap-mode = "Y"
                           perform bump-neighbours-wrapped
                       else
                           perform bump-neighbours-of-bomb
                       end-if
                   end-if
                   add 1 to ws-width-temp
               end-perform
           end-if
       .

      *> The wraparound board's version: all eight neighbours of the
      *> bomb always exist, found across the joined edges.
       bump-neighbours-wrapped section.
           perform varying bv-i from -1 by 1 until bv-i > 1
               perform varying bv-j from -1 by 1 until bv-j > 1
                   if not (bv-i = 0 and bv-j = 0)
                       compute bv-nb-row = ws-length-temp + bv-i
                       compute bv-nb-col = ws-width-temp + bv-j
                       perform wrap-neighbour
                       move bv-nb-row to ws-nb-row
                       move bv-nb-col to ws-nb-col
                       perform bump-neighbour-cell
                   end-if
               end-perform
           end-perform
       .

      *> On a wraparound board, brings (bv-nb-row, bv-nb-col) back onto
      *> the board from across the edge it ran off; a flat board's
      *> off-board neighbour is left for the caller's bounds check.
       wrap-neighbour section.
           if ws-wrap-mode = "Y"
               if bv-nb-row < 1
                   add field-length to bv-nb-row
               end-if
               if bv-nb-row > field-length
                   subtract field-length from bv-nb-row
               end-if
               if bv-nb-col < 1
                   add field-width to bv-nb-col
               end-if
               if bv-nb-col > field-width
                   subtract field-width from bv-nb-col
               end-if
           end-if
       .

      *> Adds one to cell-type of the (ws-nb-row, ws-nb-col) cell unless
      *> it is itself a bomb.
       bump-neighbour-cell section.
       entry "reroll-mine" using by reference l-mine-field
                                  by value l-safe-row
                                  by value l-safe-col
                                  by reference l-board-3bv

           move l-mine-field to mine-field

               perform recompute-neighbourhoods
           end-if

           perform count-board-3bv
           move ws-board-3bv to l-board-3bv
           move mine-field to l-mine-field
       goback.

           perform evaluate-neighbourhoods
       .

      *> Works out the laid board's 3BV into ws-board-3bv: every
      *> opening not yet flooded counts one and is flooded (with its
      *> border of numbers); every number left unmarked after that
      *> counts one of its own.
       count-board-3bv section.
           move spaces to bv-mark-table
           move 0 to ws-board-3bv
           perform varying bv-row from 1 by 1
                   until bv-row > field-length
               perform varying bv-col from 1 by 1
                       until bv-col > field-width
                   if cell-type of cells(bv-row, bv-col)
                           = CELL-TYPE-EMPTY
                       and bv-mark(bv-row, bv-col) = space
                       add 1 to ws-board-3bv
                       perform flood-opening
                   end-if
               end-perform
           end-perform
           perform varying bv-row from 1 by 1
                   until bv-row > field-length
               perform varying bv-col from 1 by 1
                       until bv-col > field-width
                   if cell-type of cells(bv-row, bv-col)
                           not = CELL-TYPE-BOMB
                       and bv-mark(bv-row, bv-col) = space
                       add 1 to ws-board-3bv
                   end-if
               end-perform
           end-perform
       .

      *> Marks the opening that starts at (bv-row, bv-col) and the
      *> numbers bordering it; only empty cells go on the stack to be
      *> spread from.
       flood-opening section.
           move "X" to bv-mark(bv-row, bv-col)
           move 1 to bv-stack-top
           move bv-row to bv-stack-row(1)
           move bv-col to bv-stack-col(1)
           perform until bv-stack-top = 0
               move bv-stack-row(bv-stack-top) to ws-nb-row
               move bv-stack-col(bv-stack-top) to ws-nb-col
               subtract 1 from bv-stack-top
               perform varying bv-i from -1 by 1 until bv-i > 1
                   perform varying bv-j from -1 by 1 until bv-j > 1
                       compute bv-nb-row = ws-nb-row + bv-i
                       compute bv-nb-col = ws-nb-col + bv-j
                       perform wrap-neighbour
                       if bv-nb-row >= 1 and bv-nb-row <= field-length
                           and bv-nb-col >= 1
                           and bv-nb-col <= field-width
                           perform flood-neighbour
                       end-if
                   end-perform
               end-perform
           end-perform
       .

       flood-neighbour section.
           if bv-mark(bv-nb-row, bv-nb-col) = space
               and cell-type of cells(bv-nb-row, bv-nb-col)
                   not = CELL-TYPE-BOMB
               move "X" to bv-mark(bv-nb-row, bv-nb-col)
               if cell-type of cells(bv-nb-row, bv-nb-col)
                       = CELL-TYPE-EMPTY
                   add 1 to bv-stack-top
                   move bv-nb-row to bv-stack-row(bv-stack-top)
                   move bv-nb-col to bv-stack-col(bv-stack-top)
               end-if
           end-if
       .

       end program ConfigReader.
