       compute ws-border-right-column = offset-column + num-columns

      *> draw the border
       call "draw-horizontal-line" using by value offset-row
                                         by value offset-column
                                         by value num-columns
       call "draw-char" using by value line-draw-character(17)
                                       offset-row offset-column

       call "draw-horizontal-line" using by value ws-border-bottom-row
                                         by value offset-column
                                         by value num-columns
       call "draw-char" using by value line-draw-character(65)
                                       ws-border-bottom-row
                                       offset-column

       call "draw-vertical-line" using by value offset-row
                                       by value offset-column
                                       by value num-rows
       call "draw-char" using by value line-draw-character(20)
                                       offset-row
                                       ws-border-right-column

       call "draw-vertical-line" using by value offset-row
                                       by value ws-border-right-column
                                       by value num-rows
       call "draw-char" using by value line-draw-character(68)
                                       ws-border-bottom-row
                                       ws-border-right-column

      *> Draw the cells
       perform varying ws-counter from 1 by 1
               until ws-counter = num-cells-horiz
          multiply cell-width by ws-counter giving ws-temp-column
          add offset-column to ws-temp-column
          call "draw-vertical-line" using by value offset-row
                                          by value ws-temp-column
                                          by value num-rows
          call "draw-char" using by value line-draw-character(21)
                                          offset-row ws-temp-column
          call "draw-char" using by value line-draw-character(69)
                                          ws-border-bottom-row
                                          ws-temp-column
       end-perform

       perform varying ws-counter from 1 by 1
               until ws-counter = num-cells-vert
          multiply cell-height by ws-counter giving ws-temp-row
          add offset-row to ws-temp-row
          call "draw-horizontal-line" using by value ws-temp-row
                                            offset-column num-columns
          call "draw-char" using by value line-draw-character(84)
                                          ws-temp-row
                                          ws-border-right-column
          call "draw-char" using by value line-draw-character(81)
                                          ws-temp-row offset-column

          perform varying ws-counter2 from 1 by 1
                  until ws-counter2 = num-cells-horiz
            multiply cell-width by ws-counter2 giving ws-temp-column
            add offset-column to ws-temp-column
            call "draw-char" using by value line-draw-character(85)
                                            ws-temp-row ws-temp-column
          end-perform

       end-perform.

      *>Draws the content of the panel.
       draw-menu-selection section.
          display "Choose difficulty level [1-9]:" line 5 column 20
          display "1. Beginner" line 6 column 22
          display "2. Advanced" line 7 column 22
          display "3. Expert"   line 8 column 22
          display "6. Custom size" line 11 column 22
          display "7. Rush - 3 minutes of Beginner boards"
                                                    line 12 column 22
          display "8. Wraparound - the edges join up"
                                                    line 13 column 22
          display "9. Mine hunt - two players take turns"
                                                    line 14 column 22
          move 0 to ws-got-menu-input
          perform until ws-got-menu-input = 1
              accept ws-temp-level line 5 column 52
                      move 1 to ws-got-menu-input
              end-accept
          end-perform
      *> T at the level prompt is the operator's self-test; the menu
      *> comes straight back afterwards.
          if ws-temp-level = "T" or ws-temp-level = "t"
              move "OPERATOR" to st-trigger
              perform run-self-test
              if st-result = "P"
                  display "Self-test passed.                  "
                                                    line 19 column 20
              else
                  display "Self-test FAILED - see selftest.log"
                                                    line 19 column 20
              end-if
              move 0 to ws-level
              exit section
          end-if
          move ws-temp-level to ws-level

          display "Colorblind-safe / high-contrast colors? [Y/N]:"
                                                    line 15 column 20
          accept ws-temp-level line 15 column 68
          if ws-temp-level = "Y" or ws-temp-level = "y"
              set COLORBLIND-SAFE-MODE to true
          else
          end-if

          display "Practice board (free, unranked)? [Y/N]:"
                                                    line 16 column 20
          accept ws-temp-level line 16 column 68
          if ws-temp-level = "Y" or ws-temp-level = "y"
              move "Y" to ws-practice-mode
          else
          end-if

          display "Join the waitlist instead? [Y/N]:"
                                                    line 17 column 20
          accept ws-temp-level line 17 column 68
          if ws-temp-level = "Y" or ws-temp-level = "y"
              call "InitialsEntry" using by value 18 20
                  by reference ws-new-initials
              move "ADD" to wl-action
              call "Waitlist" using wl-action ws-new-initials
                                    wl-second
              display "Added to the waitlist." line 19 column 20
              move 0 to ws-level
          end-if

      *> cabinet isn't just sitting on a static menu prompt. Each cycle
      *> also refreshes the fleet heartbeat with Idle -- the menu loop is
      *> where the cabinet parks between customers, and without this the
      *> floor-status monitor can't tell it from a hung one. The first
      *> pass of a wait opens an attract cycle in attract.log.
       attract-mode-cycle section.
          if at-open not = "T"
              move "ENTER" to at-event
              move spaces to at-outcome
              call "AttractLog" using hb-title at-event at-outcome
              move "T" to at-open
          end-if
          move "Idle" to hb-state
          call "HeartbeatPublish" using hb-title hb-state
      *> the next two names on the waitlist, visible from the floor
                  until ws-attract-level > 3
              move ws-attract-level to ws-level
              perform show-best-time-for-level
              accept ws-attract-throwaway line 15 column 20
                      with time-out ws-attract-pause-ms
              end-accept
          end-perform
                                       by value line-column
                                       by value line-len

        perform varying ls-counter from 1 by 1
                until ls-counter = line-len
            string line-draw-character(5) character-buffer
                into character-buffer
        end-perform

        display character-buffer(1:line-len)
                line line-row column line-column
        goback
       .

                                       by value line-column
                                       by value line-len

         perform varying ls-counter from 1 by 1
                 until ls-counter = line-len
            display line-draw-character(80)
                    line line-row + ls-counter column line-column
         end-perform
         goback
       .
                            by reference l-cell
          move l-row to ws-temp-row
          subtract offset-row from ws-temp-row
          divide ws-temp-row by cell-height giving ws-temp-row
              remainder ws-temp
          add 1 to ws-temp-row

          move l-column to ws-temp-column
          subtract offset-column from ws-temp-column
          divide ws-temp-column by cell-width giving ws-temp-column
              remainder ws-temp
      *> Add 1 to the column to handle corner cases
          add 1 to ws-temp-column


       entry "calculate-middle-column" using by reference mid-column
                                             by value text-len
          compute mid-column =  offset-column
                             + (field-width * cell-width) / 2
                             - (text-len + 1) / 2
       goback.

       restart-game section.
          compute reset-game-row =  offset-row
                                  + field-length * cell-height + 1
          call "calculate-middle-column"
              using by reference reset-game-column by value 33
          display "Do you want to play again? [Y/N]:"
                  line reset-game-row column reset-game-column
          accept ws-restart-game
                 line reset-game-row column reset-game-column + 33
          if ws-restart-game = "Y" or ws-restart-game = "y"
              perform reset-game
          else
