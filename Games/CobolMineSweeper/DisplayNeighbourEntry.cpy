      *
      ********************************************************************************************************

       entry "display-neighbourhoods" using by value l-row
                                            by value l-column.
         perform varying ls-counter from -1 by 1 until ls-counter > 1
             perform varying ls-counter2 from -1 by 1
                     until ls-counter2 > 1

                 compute ls-nb-row = l-row + ls-counter
                 compute ls-nb-column = l-column + ls-counter2
      *> a wraparound board carries the flood across the joined edges
                 if ws-wrap-mode = "Y"
                     if ls-nb-row < 1
                         add field-length to ls-nb-row
                     end-if
                     if ls-nb-row > field-length
                         subtract field-length from ls-nb-row
                     end-if
                     if ls-nb-column < 1
                         add field-width to ls-nb-column
                     end-if
                     if ls-nb-column > field-width
                         subtract field-width from ls-nb-column
                     end-if
                 end-if
                 if ls-nb-row > 0
                    and ls-nb-row <= field-length
                    and ls-nb-column > 0
                    and ls-nb-column <= field-width

                     if not cell-type of cells(ls-nb-row,
                            ls-nb-column) = CELL-TYPE-BOMB
                        and cell-state of cells(ls-nb-row,
                            ls-nb-column) = STATE-COVERED

                         move ls-nb-row to current-row
                         move ls-nb-column to current-column
                         move cells(current-row, current-column)
                             to current-cell

                         perform display-cell-value

                         if cell-type of current-cell = CELL-TYPE-EMPTY
                             call "display-neighbourhoods"
                                 using by value current-row
                                       by value current-column
                         end-if
                     end-if
                 end-if
