                         file status is ws-rush-score-status.
      *> Plausibility screening: entries outside the per-title bounds
      *> land here for operator review instead of on the boards.
      *> Per-level efficiency leaderboard alongside besttimes.idx (the
      *> same level+rank key): the top ten wins by 3BV per second, with
      *> efficiency breaking ties -- the fastest clears on a fair board,
      *> whatever board the draw happened to deal.
       select efficiency-file assign to "efficiency.idx"
                               organization is indexed
                               access mode is dynamic
                               record key is ek-key
                               file status is ws-efficiency-status.
       select quarantine-file assign to "scorequarantine.dat"
                         organization is line sequential
                         file status is ws-quarantine-status.

      *> sv-header-record and sv-row-record describe the same 120-byte
      *> save-file record: the first record written/read is the header
      *> (mines-count/field-length/field-width, then the board's 3BV and
      *> the clicks made so far), every record after
      *> that is one row of cells (state, type and is-valid per cell).
       fd save-file record contains 120 characters.
       01 sv-header-record.
           03 sv-mines-count   pic 99.
           03 sv-field-length  pic 99.
           03 sv-field-width   pic 99.
           03 sv-board-3bv     pic 9(4).
           03 sv-clicks        pic 9(5).
           03 sv-wrap-mode     pic x.
           03 filler           pic x(104).
       01 sv-row-record redefines sv-header-record.
           03 sv-cell occurs 40.
               05 sv-cell-state  pic 9.
           03 rs-initials   pic x(3).
           03 rs-boards     pic 9(5).

       fd efficiency-file record contains 28 characters.
       01 ek-record.
           03 ek-key.
               05 ek-level      pic 9.
               05 ek-rank       pic 99.
           03 ek-initials   pic x(3).
           03 ek-3bv        pic 9(4).
           03 ek-clicks     pic 9(5).
           03 ek-seconds    pic 9(5).
           03 ek-rate       pic 9(3)v99.
           03 ek-efficiency pic 9(3).

       fd quarantine-file record contains 100 characters.
       01 q-line            pic x(100).


       01 chord-row               pic 9(2) comp.
       01 chord-column            pic 9(2) comp.
      *> A chord's neighbour, brought back across a joined edge on a
      *> wraparound board before its bounds check.
       01 nb-row                  pic s9(3) comp.
       01 nb-col                  pic s9(3) comp.

       01 ws-custom-length        pic 99.
       01 ws-custom-width         pic 99.
      *> Common CreditsCharge subprogram, same deployment as
      *> InitialsEntry) each time a fresh board actually starts; resuming
      *> a saved game was already paid for. A short balance shows the
      *> "no credits" screen; a wallet start refused by the player's daily
      *> spend limit shows the "spend limit" screen.
       01 ws-credit-granted      pic x.
       01 ws-credit-balance      pic 9(5).
      *> Player wallet: initials offered at the start prompt let the
       01 ws-move-log-status     pic xx.

      *> Game-outcome log: one "yyyy-mm-dd hh:mm:ss,RESULT,level,
      *> seconds,rrxcc,mmmm,vvvv,kkkkk,hh" line per finished board
      *> (blitzaudit's CSV convention) -- the mines on the board, the
      *> safe cells uncovered, the clicks made and the hints taken by
      *> the end -- appended tamper-evidently through the shared
      *> LogSeal subprogram so the daily report sees true plays and the
      *> verification job can prove the trail unbroken.
       01 gl-file-name           pic x(64) value "minegames.log".
       01 gl-seconds             pic 9(5).
       01 gl-rows                pic 99.
       01 gl-cols                pic 99.
       01 gl-mines               pic 9(4).
       01 gl-revealed            pic 9(4).
       01 gl-clicks              pic 9(5).
       01 gl-hints               pic 99.
       01 gl-row                 pic 9(2) comp.
       01 gl-col                 pic 9(2) comp.
       01 ml-verb-out            pic x(6).
       01 ml-eof                 pic 9 value B_FALSE.
       01 ml-move-count          pic 9(4) comp value 0.
               05 ml-row         pic 99.
               05 ml-col         pic 99.

      *> 3BV efficiency: ConfigReader hands back the board's 3BV (the
      *> fewest clicks that clear it) whenever it lays or rerolls the
      *> mines, and every click on the board -- reveal, mark or unmark,
      *> chord -- counts in ef-clicks. A won board records 3BV, clicks,
      *> 3BV per second and efficiency (3BV as a percentage of the
      *> clicks) on its minegames.log line and goes onto the level's
      *> efficiency leaderboard; best times are untouched. A board
      *> resumed from an older save carries no 3BV and is not scored.
       01 ws-board-3bv           pic 9(4) value 0.
       01 ef-clicks              pic 9(5) value 0.
       01 ef-rate                pic 9(3)v99.
       01 ef-rate-out            pic 999.99.
       01 ef-efficiency          pic 9(3).
       01 ef-scored              pic x value "N".
       01 ef-record              pic x(80).
       01 ef-disp-column         pic 9(2) comp.
       01 ws-efficiency-status   pic xx.
      *> The level's current efficiency top-10 pulled in for the insert.
       01 el-count               pic 99.
       01 el-ix                  pic 99.
       01 el-table.
           03 el-entry occurs 11.
               05 el-initials    pic x(3).
               05 el-3bv         pic 9(4).
               05 el-clicks      pic 9(5).
               05 el-seconds     pic 9(5).
               05 el-rate        pic 9(3)v99.
               05 el-efficiency  pic 9(3).

      *> Deducible-safe-cell hint: the H key proves a covered cell safe
      *> from the revealed neighbour counts alone (player flags are not
      *> trusted). Two rules to a fixpoint: a revealed number whose
       01 tn-value               pic 9(7).
       01 tn-kind-time           pic x(5) value "TIME".

      *> Mine hunt: each player's result goes to the profiles under its
      *> own title and kind, the mines they claimed as the value, so a
      *> head-to-head game never touches the player's best time.
       01 hunt-title             pic x(16) value "MineHunt".
       01 hunt-kind              pic x(5) value "MATCH".
       01 hunt-value             pic 9(7).
       01 hunt-ix                pic 9.
       01 hunt-record            pic x(80).

      *> Suspensions: the Common SuspensionCheck keeps a suspended
      *> player's wins off the best times and the rush and daily boards.
       01 sp-what-score          pic x(5) value "SCORE".
       01 sp-suspended           pic x.

       01 hb-title               pic x(16) value "CobolMineSweeper".
       01 hb-state               pic x(12).

      *> Attract-conversion tracking: the attract loop's first pass and
      *> whatever ends the menu wait go to attract.log through the Common
      *> AttractLog subprogram; at-open is "T" while a cycle is logged
      *> and not yet closed.
       01 at-open                pic x value "F".
       01 at-event               pic x(5).
       01 at-outcome             pic x(8).

      *> Cabinet self-test (the Common SelfTest subprogram): run at
      *> power-on and on the operator's T key at the level prompt, each
      *> result logged to selftest.log for the floor-open check.
       01 st-trigger             pic x(8).
       01 st-data-files.
           03 filler pic x(28) value
               "besttimes.dat,besttimes.idx,".
           03 filler pic x(28) value
               "savegame.dat,rushscores.dat,".
           03 filler pic x(34) value
               "scorequarantine.dat,minegames.log,".
           03 filler pic x(26) value
               "minedaily.log,credits.dat,".
           03 filler pic x(32) value
               "creditsjournal.dat,waitlist.dat,".
           03 filler pic x(25) value
               "outbox.dat,efficiency.idx".
           03 filler pic x(27) value spaces.
       01 st-result              pic x.
       01 hb-last-seconds        pic 9(7) comp value 0.
       01 hb-now-seconds         pic 9(7) comp.
       01 hb-hh                  pic 99.

       procedure division.

       move "POWER-ON" to st-trigger
       perform run-self-test
       perform check-maintenance-flag
       perform init-mouse
       perform init-draw-characters
           end-if
       .

      *> Cabinet self-test: data files writable, ../Common reachable,
      *> version.cfg present, keyboard answering -- logged per check.
       run-self-test.
           call "SelfTest" using hb-title st-trigger st-data-files
                                 st-result
       .

       start-game.
       perform clear-screen
       set ws-level to 0
       perform draw-menu-selection until ws-level > 0 and ws-level < 10

       move 0 to ws-custom-length
       move 0 to ws-custom-width

       move ws-level to ws-config-level
       move "N" to ws-rush-mode
       move "N" to ws-wrap-mode
       move "N" to ws-hunt-mode
       if ws-level = 9
      *> the hunt is played on an Advanced board
           move "Y" to ws-hunt-mode
           move 2 to ws-config-level
       end-if
       if ws-level = 8
      *> ConfigReader lays the wraparound board off level 8 as well
           move "Y" to ws-wrap-mode
       end-if
       if ws-level = 7
      *> rush mode streams Beginner boards against its own clock
           move "Y" to ws-rush-mode
           call "ConfigReader" using ws-config-level mine-field
                                     ws-custom-length ws-custom-width
                                     ws-custom-mines ws-layout-id
                                     ws-board-3bv
           set first-click to B_TRUE
           move 0 to ef-clicks
           move "N" to ef-scored
           if ws-hunt-mode = "Y"
               perform start-mine-hunt
           end-if
       end-if
      *> what the attract wait gave way to: a resumed board was paid for
      *> when it was first started
       evaluate true
           when ws-level = 5
               move "NONE" to at-outcome
           when ws-practice-mode = "Y"
               move "PRACTICE" to at-outcome
           when other
               move "PAID" to at-outcome
       end-evaluate
       perform note-attract-left
      *> a resumed wraparound board stays on the wraparound ladders
       if ws-level = 5 and ws-wrap-mode = "Y"
           move 8 to ws-level
       end-if
       set num-cells-horiz to field-length
       set num-cells-vert to field-width
           call "CreditsCharge" using ws-credit-granted
                                      ws-credit-balance tn-title
                                      ws-wallet-initials
           if ws-credit-granted = "L" or ws-credit-granted = "N"
               move "NONE" to at-outcome
               perform note-attract-left
           end-if
           if ws-credit-granted = "L"
               perform clear-screen
               display "DAILY SPEND LIMIT REACHED - SEE ATTENDANT"
                   line 10 column 25
               display "PRESS RETURN KEY TO EXIT" line 12 column 25
               accept ws-credit-granted
               perform TERMINATE-MOUSE
               stop run
           end-if
           if ws-credit-granted = "N"
               perform clear-screen
               display "NO CREDITS - SEE ATTENDANT" line 10 column 25
           end-if
       .

      *> Attract-conversion tracking: closes the logged cycle, if there
      *> is one, with what ended it (at-outcome).
       note-attract-left.
           if at-open = "T"
               move "LEAVE" to at-event
               call "AttractLog" using hb-title at-event at-outcome
               move "F" to at-open
           end-if
       .

       start-timer.
           move function current-date(9:2) to ws-time-hh
           move function current-date(11:2) to ws-time-mm
               accept ws-custom-width line 7 column 44
           end-perform

           compute ws-max-custom-mines = ws-custom-length
               * ws-custom-width - 1
           move 0 to ws-custom-mines
           perform until ws-custom-mines > 0
               and ws-custom-mines <= ws-max-custom-mines
               display "Mines [1-" ws-max-custom-mines "]:" line 8
                   column 22
               accept ws-custom-mines line 8 column 44
           end-perform
       .

       init-mouse.
         call "CBL_INIT_MOUSE" using
             by reference mouse-handle mouse-buttons
         call "CBL_SHOW_MOUSE" using mouse-handle
       .

       handle-mouse-event.
         call "CBL_READ_MOUSE_EVENT" using mouse-handle event-data 0

      *> a mine hunt ends on a claimed majority, not a cleared board,
      *> and has no chords, saves or hints
         if return-code = zero
           if event-type = 2 and ws-hunt-mode = "Y"
               perform hunt-open-cell
           end-if
           if event-type = 2 and ws-hunt-mode not = "Y"
               perform show-cell
               perform check-game-finished
           end-if
           if event-type = 4
               perform mark-cell
               if ws-hunt-mode not = "Y"
                   perform check-game-finished
               end-if
           end-if
           if event-type = 6 and ws-hunt-mode not = "Y"
               perform chord-reveal
               perform check-game-finished
           end-if
         if GAME-IS-OVER = B_FALSE
             perform update-status-line
             perform READ-ANY-KEY
             if ws-hunt-mode not = "Y"
                 if KEYBOARD-CHARACTER = "S" or KEYBOARD-CHARACTER = "s"
                     perform save-and-exit-game
                 end-if
                 if KEYBOARD-CHARACTER = "H" or KEYBOARD-CHARACTER = "h"
                     perform give-hint
                 end-if
             end-if
         end-if

         else
             compute hud-remaining = mines-count - hud-marked
         end-if
      *> in a mine hunt only a claim takes a mine off the count
         if ws-hunt-mode = "Y"
             compute hud-remaining =
                 mines-count - hunt-claimed(1) - hunt-claimed(2)
         end-if

         if hud-elapsed not = hud-last-elapsed
                 or hud-remaining not = hud-last-remaining
             move hud-elapsed to hud-last-elapsed
             move hud-remaining to hud-last-remaining
             evaluate true
                 when ws-rush-mode = "Y"
                     display "TIME: " hud-elapsed "s   BOARDS: "
                             ws-rush-boards line 1 column 2
                 when ws-hunt-mode = "Y"
                     display "TIME: " hud-elapsed "s  "
                             hunt-initials(1) ": " hunt-claimed(1) "  "
                             hunt-initials(2) ": " hunt-claimed(2)
                             "  MINES LEFT: " hud-remaining
                             "  TURN: " hunt-initials(hunt-turn)
                             line 1 column 2
                 when other
                     display "TIME: " hud-elapsed "s   MINES LEFT: "
                             hud-remaining line 1 column 2
             end-evaluate
         end-if
      *> rush mode: the three-minute clock, not the board, ends the run
         if ws-rush-mode = "Y" and hud-elapsed >= RUSH-SECONDS
         end-if
       .

      *> On a wraparound board, brings the chord neighbour (nb-row,
      *> nb-col) back onto the board from across the edge it ran off;
      *> on a flat board it is left for the bounds check to drop.
       wrap-neighbour.
           if ws-wrap-mode = "Y"
               if nb-row < 1
                   add field-length to nb-row
               end-if
               if nb-row > field-length
                   subtract field-length from nb-row
               end-if
               if nb-col < 1
                   add field-width to nb-col
               end-if
               if nb-col > field-width
                   subtract field-width from nb-col
               end-if
           end-if
       .

      *> The same for the hint engine's neighbour (hint-nb-row,
      *> hint-nb-col), so its deductions see the joined edges too.
       wrap-hint-neighbour.
           if ws-wrap-mode = "Y"
               if hint-nb-row < 1
                   add field-length to hint-nb-row
               end-if
               if hint-nb-row > field-length
                   subtract field-length from hint-nb-row
               end-if
               if hint-nb-col < 1
                   add field-width to hint-nb-col
               end-if
               if hint-nb-col > field-width
                   subtract field-width from hint-nb-col
               end-if
           end-if
       .

      *> Flags a provably-safe covered cell with "?" and charges the
      *> time penalty; if nothing can be proved, says so instead.
       give-hint.
               perform varying hint-j from -1 by 1 until hint-j > 1
                   compute hint-nb-row = hint-scan-row + hint-i
                   compute hint-nb-col = hint-scan-col + hint-j
                   perform wrap-hint-neighbour
                   if not (hint-i = 0 and hint-j = 0)
                      and hint-nb-row >= 1
                      and hint-nb-row <= field-length
               perform varying hint-j from -1 by 1 until hint-j > 1
                   compute hint-nb-row = hint-scan-row + hint-i
                   compute hint-nb-col = hint-scan-col + hint-j
                   perform wrap-hint-neighbour
                   if not (hint-i = 0 and hint-j = 0)
                      and hint-nb-row >= 1
                      and hint-nb-row <= field-length
                       until hint-j > 1 or hint-found = B_TRUE
                   compute hint-nb-row = hint-scan-row + hint-i
                   compute hint-nb-col = hint-scan-col + hint-j
                   perform wrap-hint-neighbour
                   if not (hint-i = 0 and hint-j = 0)
                      and hint-nb-row >= 1
                      and hint-nb-row <= field-length
       calculate-center-of-the-cell.
           move current-row to ws-cell-center-row

           multiply cell-height by ws-cell-center-row
               giving ws-cell-center-row
           add offset-row to ws-cell-center-row

           divide 2 into cell-height giving ws-temp

           move current-column to ws-cell-center-column

           multiply cell-width by ws-cell-center-column
               giving ws-cell-center-column
           add offset-column to ws-cell-center-column

           divide 2 into cell-width giving  ws-temp

                  evaluate cell-type of cells(ws-counter, ws-counter2)
                     when CELL-TYPE-EMPTY
                        call "draw-char" using
                            by value "-" ws-cell-center-row
                            ws-cell-center-column
                     when CELL-TYPE-BOMB
                        call "draw-char" using
                            by value "*" ws-cell-center-row
                            ws-cell-center-column
                     when other
                        move cell-attribute(ws-color-mode + 1,
                                cell-type of

           evaluate cell-type of current-cell
             when CELL-TYPE-EMPTY
                call "draw-char" using
                    by value "-" ws-cell-center-row
                             ws-cell-center-column
             when CELL-TYPE-BOMB
                call "draw-char" using
                    by value "*" ws-cell-center-row
                             ws-cell-center-column
             when other
                move cell-attribute(ws-color-mode + 1,
                        cell-type of current-cell)
            move event-col to current-column
            add 1 to current-column

            call "get-cell"
                using current-row current-column current-cell
            if is-valid of current-cell = CELL-VALID
                add 1 to ef-clicks

                if first-click = B_TRUE
                    if cell-type of current-cell = CELL-TYPE-BOMB
                        call "reroll-mine"
                            using by reference mine-field
                                  by value current-row
                                  by value current-column
                                  by reference ws-board-3bv
                        call "get-cell" using current-row
                            current-column current-cell
                    end-if
                    set first-click to B_FALSE
                end-if
                when CELL-TYPE-EMPTY
                   move "REVEAL" to ml-verb-out
                   perform append-move-log
                   call "display-neighbourhoods" using
                       by value current-row by value current-column
                when other
                   move "REVEAL" to ml-verb-out
                   perform append-move-log
            move event-col to current-column
            add 1 to current-column

            call "get-cell"
                using current-row current-column current-cell
            if is-valid of current-cell = CELL-VALID

                if cell-state of current-cell = STATE-COVERED
                     add 1 to ef-clicks
                     set cell-state of current-cell to STATE-MARKED
                     move current-cell
                         to cells(current-row, current-column)

                     move "MARK" to ml-verb-out
                     perform append-move-log
                     perform calculate-center-of-the-cell
                     call "draw-char" using
                         by value "!" ws-cell-center-row
                         ws-cell-center-column
                     perform checkpoint-save
                else
                   if cell-state of current-cell = STATE-MARKED
                        add 1 to ef-clicks
                        set cell-state of current-cell to STATE-COVERED
                        move current-cell
                            to cells(current-row, current-column)

                        move "UNMARK" to ml-verb-out
                        perform append-move-log
                        perform calculate-center-of-the-cell
                        call "draw-char" using
                            by value " " ws-cell-center-row
                            ws-cell-center-column
                        perform checkpoint-save
                   end-if
                end-if
            move event-col to current-column
            add 1 to current-column

            call "get-cell"
                using current-row current-column current-cell
            if is-valid of current-cell = CELL-VALID
               and cell-state of current-cell = STATE-UNCOVERED
               and cell-type of current-cell >= CELL-TYPE-1-NB
               and cell-type of current-cell <= CELL-TYPE-8-NB

                add 1 to ef-clicks
                move current-row to chord-row
                move current-column to chord-column

                move "CHORD" to ml-verb-out
                perform append-move-log

                perform varying ws-counter from -1 by 1
                    until ws-counter > 1
                    perform varying ws-counter2 from -1 by 1
                        until ws-counter2 > 1

                        compute nb-row = chord-row + ws-counter
                        compute nb-col = chord-column + ws-counter2
                        perform wrap-neighbour
                        if not (ws-counter = 0 and ws-counter2 = 0)
                           and nb-row > 0
                           and nb-row <= field-length
                           and nb-col > 0
                           and nb-col <= field-width

                            move nb-row to current-row
                            move nb-col to current-column
      *> current-row/current-column are already cell indices here
      *> (get-cell converts in place), so read the cell directly --
      *> get-cell expects screen coordinates and would convert twice
                                to current-cell

                            if is-valid of current-cell = CELL-VALID
                               and cell-state of current-cell
                                   = STATE-COVERED

                                evaluate cell-type of current-cell
                                when CELL-TYPE-BOMB
                                   perform display-all-cell
                                   perform display-game-over
                                when CELL-TYPE-EMPTY
                                   call "display-neighbourhoods" using
                                       by value current-row
                                       by value current-column
                                when other
                                   perform display-cell-value
                                end-evaluate
         end-if
       .

      *> Mine hunt: both players' initials up front, scores cleared,
      *> player 1 to open. A mine is a prize here, so the first click
      *> is not made safe.
       start-mine-hunt.
           display "PLAYER 1" line 13 column 10
           call "InitialsEntry" using by value 13 20
               by reference hunt-initials(1)
           display "PLAYER 2" line 16 column 10
           call "InitialsEntry" using by value 16 20
               by reference hunt-initials(2)
           move 0 to hunt-claimed(1)
           move 0 to hunt-claimed(2)
           move 1 to hunt-turn
           move 0 to hunt-winner
           compute hunt-needed = mines-count / 2 + 1
           set first-click to B_FALSE
       .

      *> Mine hunt click: opening a mine claims it for the player whose
      *> turn it is (drawn X for player 1, O for player 2) and they go
      *> again; opening a safe cell reveals it as usual and passes the
      *> turn. A cell already open is ignored and costs nothing.
       hunt-open-cell.
         if GAME-IS-OVER = B_FALSE
            move event-row to current-row
            add 1 to current-row

            move event-col to current-column
            add 1 to current-column

            call "get-cell"
                using current-row current-column current-cell
            if is-valid of current-cell = CELL-VALID
               and cell-state of current-cell not = STATE-UNCOVERED

                evaluate cell-type of current-cell
                when CELL-TYPE-BOMB
                   move "CLAIM" to ml-verb-out
                   perform append-move-log
                   add 1 to hunt-claimed(hunt-turn)
                   set cell-state of current-cell to STATE-UNCOVERED
                   move current-cell
                       to cells(current-row, current-column)
                   perform calculate-center-of-the-cell
                   if hunt-turn = 1
                       call "draw-char" using
                           by value "X" ws-cell-center-row
                           ws-cell-center-column
                   else
                       call "draw-char" using
                           by value "O" ws-cell-center-row
                           ws-cell-center-column
                   end-if
                   if hunt-claimed(hunt-turn) >= hunt-needed
                       move hunt-turn to hunt-winner
                   end-if
                when CELL-TYPE-EMPTY
                   move "REVEAL" to ml-verb-out
                   perform append-move-log
                   call "display-neighbourhoods" using
                       by value current-row by value current-column
                   perform pass-hunt-turn
                when other
                   move "REVEAL" to ml-verb-out
                   perform append-move-log
                   perform display-cell-value
                   perform pass-hunt-turn
                end-evaluate

      *> force the status line to repaint the scores and the turn
                move 9999 to hud-last-remaining
                if hunt-winner > 0
                    perform display-hunt-over
                end-if
            end-if
         end-if
       .

       pass-hunt-turn.
           if hunt-turn = 1
               move 2 to hunt-turn
           else
               move 1 to hunt-turn
           end-if
       .

      *-----------------------------------------------------------------
       READ-ANY-KEY.


           set FIELD-IS-CLEAR to B_TRUE
           perform varying ws-counter from 1 by 1
                               until ws-counter > field-length
                                   or FIELD-IS-CLEAR = B_FALSE
               perform varying ws-counter2 from 1 by 1
                               until ws-counter2 > field-width
                                   or FIELD-IS-CLEAR = B_FALSE

                  evaluate cell-state of cells(ws-counter, ws-counter2)
                     when STATE-COVERED
                        set FIELD-IS-CLEAR to B_FALSE
                     when STATE-MARKED
                        if cell-type of cells(ws-counter, ws-counter2)
                            <> CELL-TYPE-BOMB
                           set FIELD-IS-CLEAR to B_FALSE
                        end-if
                  end-evaluate
               perform rush-next-board
               exit section
           end-if
           call "calculate-middle-column" using
               by reference disp-column by value 9
           display "GAME OVER" line 2 column disp-column
           set GAME-IS-OVER to B_TRUE
           perform stop-timer
      *> reviewing a dispute) can step back through the finished board
      *> move by move, with the click that hit the mine highlighted.
       offer-replay section.
           call "calculate-middle-column" using
               by reference disp-column by value 36
           display "REPLAY THIS GAME? [Y/N]:" line 3 column disp-column
           accept ml-replay-key line 3 column disp-column + 25
           if ml-replay-key = "Y" or ml-replay-key = "y"
               perform varying ws-counter2 from -1 by 1
                       until ws-counter2 > 1

                   compute nb-row = chord-row + ws-counter
                   compute nb-col = chord-column + ws-counter2
                   perform wrap-neighbour
                   if not (ws-counter = 0 and ws-counter2 = 0)
                      and nb-row > 0
                      and nb-row <= field-length
                      and nb-col > 0
                      and nb-col <= field-width

                       move nb-row to current-row
                       move nb-col to current-column
                       move cells(current-row, current-column)
                           to current-cell

               perform rush-next-board
               exit section
           end-if
           call "calculate-middle-column" using
               by reference disp-column by value 25
           display "CONGRATULATIONS! YOU WIN!" line 2 column disp-column
           set GAME-IS-OVER to B_TRUE
           perform stop-timer
           move "WON" to gl-result
           perform score-efficiency
           perform append-game-outcome
           perform prompt-and-record-best-time
           perform restart-game
       .

      *> Mine hunt is over: the winner and the score on line 2, one
      *> outcome line carrying both players and their claims, and each
      *> player's result through the profiles as a head-to-head game --
      *> never onto the best times.
       display-hunt-over section.
           set GAME-IS-OVER to B_TRUE
           perform stop-timer
           perform update-status-line
           call "calculate-middle-column" using
               by reference disp-column by value 30
           display hunt-initials(hunt-winner) " WINS THE HUNT "
                   hunt-claimed(1) " - " hunt-claimed(2)
               line 2 column disp-column
           move "HUNT" to gl-result
           perform append-game-outcome
      *> a practice hunt records nothing beyond its outcome line
           if ws-practice-mode not = "Y"
               perform varying hunt-ix from 1 by 1 until hunt-ix > 2
                   move hunt-claimed(hunt-ix) to hunt-value
                   call "ProfileUpdate" using hunt-title
                                              hunt-initials(hunt-ix)
                                              hunt-value hunt-kind
               end-perform
           end-if
           perform restart-game
       .

      *> Rush mode: deals the next Beginner board with the clock still
      *> running; the finished board's reveal stays on screen only for
      *> the moment the repaint takes.
           call "ConfigReader" using ws-config-level mine-field
                                     ws-custom-length ws-custom-width
                                     ws-custom-mines ws-layout-id
                                     ws-board-3bv
           set first-click to B_TRUE
           move 0 to ef-clicks
           move "N" to ef-scored
           set num-cells-horiz to field-length
           set num-cells-vert to field-width
           perform clear-screen
       rush-time-up section.
           set GAME-IS-OVER to B_TRUE
           perform stop-timer
           call "calculate-middle-column" using
               by reference disp-column by value 30
           display "RUSH OVER - BOARDS CLEARED: " ws-rush-boards
               line 2 column disp-column
           move "RUSH" to gl-result
           if ws-practice-mode not = "Y"
               call "InitialsEntry" using by value 4 disp-column
                   by reference ws-new-initials
               call "SuspensionCheck" using ws-new-initials
                                            sp-what-score tn-title
                                            sp-suspended
               if sp-suspended not = "Y"
                   open extend rush-score-file
                   if ws-rush-score-status = "35"
                       open output rush-score-file
                   end-if
                   if ws-rush-score-status = "00"
                       move ws-new-initials to rs-initials
                       move ws-rush-boards to rs-boards
                       write rs-record
                       close rush-score-file
                   end-if
               end-if
           end-if
           move "N" to ws-rush-mode
           move ws-elapsed-seconds to gl-seconds
           move field-length to gl-rows
           move field-width to gl-cols
           move mines-count to gl-mines
           move ef-clicks to gl-clicks
           divide hint-penalty-total by HINT-PENALTY-SECONDS
               giving gl-hints
      *> how far into the board it got: the safe cells uncovered
           move 0 to gl-revealed
           perform varying gl-row from 1 by 1
                   until gl-row > field-length
               perform varying gl-col from 1 by 1
                       until gl-col > field-width
                   if cell-state of cells(gl-row, gl-col)
                          = STATE-UNCOVERED
                      and cell-type of cells(gl-row, gl-col)
                          <> CELL-TYPE-BOMB
                       add 1 to gl-revealed
                   end-if
               end-perform
           end-perform
           move spaces to gl-record
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  gl-result ","
                  ws-level ","
                  gl-seconds ","
                  gl-rows "x" gl-cols ","
                  gl-mines "," gl-revealed ","
                  gl-clicks "," gl-hints
               delimited by size into gl-record
           end-string
      *> rush runs carry their boards-cleared count as an extra field
                   delimited by size into gl-record
               end-string
           end-if
      *> a mine hunt carries both players' initials and mines claimed
           if gl-result = "HUNT"
               move gl-record to hunt-record
               move spaces to gl-record
               string hunt-record delimited by "  "
                      "," hunt-initials(1) "," hunt-claimed(1)
                      "," hunt-initials(2) "," hunt-claimed(2)
                   delimited by size into gl-record
               end-string
           end-if
      *> a scored win carries 3BV, clicks, 3BV per second and
      *> efficiency as four more fields
           if ef-scored = "Y"
               move ef-rate to ef-rate-out
               move gl-record to ef-record
               move spaces to gl-record
               string ef-record delimited by "  "
                      "," ws-board-3bv "," ef-clicks
                      "," ef-rate-out "," ef-efficiency
                   delimited by size into gl-record
               end-string
           end-if
           call "LogSeal" using gl-file-name gl-record
       .

      *> The won board's 3BV per second and efficiency (3BV over the
      *> clicks it actually took, as a percentage); a board with no 3BV
      *> on record is left unscored.
       score-efficiency section.
           move "N" to ef-scored
           if ws-board-3bv = 0 or ef-clicks = 0
               exit section
           end-if
           if ws-elapsed-seconds = 0
               compute ef-rate = ws-board-3bv
                   on size error move 999.99 to ef-rate
               end-compute
           else
               compute ef-rate rounded =
                   ws-board-3bv / ws-elapsed-seconds
                   on size error move 999.99 to ef-rate
               end-compute
           end-if
           compute ef-efficiency rounded =
               ws-board-3bv * 100 / ef-clicks
               on size error move 999 to ef-efficiency
           end-compute
           move "Y" to ef-scored
       .

      *> Records the just-finished win into the per-level best-times
      *> file and shows the best time on record for this level.
       prompt-and-record-best-time section.
           call "calculate-middle-column" using
               by reference disp-column by value 30
           display "Time: " ws-elapsed-seconds "s" line 3
               column disp-column
           if ef-scored = "Y"
               move ef-rate to ef-rate-out
               call "calculate-middle-column" using
                   by reference ef-disp-column by value 56
               display "3BV: " ws-board-3bv "  Clicks: " ef-clicks
                   "  3BV/s: " ef-rate-out "  Efficiency: "
                   ef-efficiency "%" line 5 column ef-disp-column
           end-if
      *> a practice win shows its time but records nothing anywhere
           if ws-practice-mode = "Y"
               exit section
           call "InitialsEntry" using by value 4 disp-column
               by reference ws-new-initials

      *> a suspended player's win is kept off the boards (the refusal
      *> is logged); the tournament entry makes its own check
           call "SuspensionCheck" using ws-new-initials sp-what-score
                                        tn-title sp-suspended
           if sp-suspended not = "Y"
               perform insert-keyed-best-time
               if ef-scored = "Y"
                   perform insert-efficiency-score
               end-if
           end-if

      *> Tournament play: a win recorded while an entry window is open
      *> also lands in the tournament entries file, ranked by time.

      *> Daily-challenge results board: a win on the level-4 fixed
      *> layout is recorded separately with the layout id and date.
           if ws-level = 4 and sp-suspended not = "Y"
               perform append-daily-challenge-win
           end-if

           perform show-best-time-for-level
           perform show-best-efficiency-for-level
       .

      *> Reads the level's current top-10 into bl-table, slots the new
           close best-keyed-file
       .

      *> The efficiency leaderboard's insert, the same shape as
      *> insert-keyed-best-time: the level's top ten in, the new win
      *> slotted by 3BV per second (efficiency breaking a tie), the
      *> ranks written back. The first scored win creates the file.
       insert-efficiency-score section.
           open i-o efficiency-file
           if ws-efficiency-status not = "00"
               open output efficiency-file
               close efficiency-file
               open i-o efficiency-file
           end-if
           if ws-efficiency-status not = "00"
               exit section
           end-if

           move 0 to el-count
           perform varying el-ix from 1 by 1 until el-ix > 10
               move ws-level to ek-level
               move el-ix to ek-rank
               read efficiency-file
                   invalid key continue
                   not invalid key
                       add 1 to el-count
                       move ek-initials to el-initials(el-count)
                       move ek-3bv to el-3bv(el-count)
                       move ek-clicks to el-clicks(el-count)
                       move ek-seconds to el-seconds(el-count)
                       move ek-rate to el-rate(el-count)
                       move ek-efficiency to el-efficiency(el-count)
               end-read
           end-perform

      *> slot the new score in descending order
           add 1 to el-count
           move ws-new-initials to el-initials(el-count)
           move ws-board-3bv to el-3bv(el-count)
           move ef-clicks to el-clicks(el-count)
           move ws-elapsed-seconds to el-seconds(el-count)
           move ef-rate to el-rate(el-count)
           move ef-efficiency to el-efficiency(el-count)
           perform varying el-ix from el-count by -1 until el-ix <= 1
               if el-rate(el-ix) > el-rate(el-ix - 1)
                   or (el-rate(el-ix) = el-rate(el-ix - 1)
                   and el-efficiency(el-ix) > el-efficiency(el-ix - 1))
                   move el-entry(el-ix - 1) to el-entry(11)
                   move el-entry(el-ix) to el-entry(el-ix - 1)
                   move el-entry(11) to el-entry(el-ix)
               end-if
           end-perform
           if el-count > 10
               move 10 to el-count
           end-if

           perform varying el-ix from 1 by 1 until el-ix > el-count
               move ws-level to ek-level
               move el-ix to ek-rank
               move el-initials(el-ix) to ek-initials
               move el-3bv(el-ix) to ek-3bv
               move el-clicks(el-ix) to ek-clicks
               move el-seconds(el-ix) to ek-seconds
               move el-rate(el-ix) to ek-rate
               move el-efficiency(el-ix) to ek-efficiency
               write ek-record
                   invalid key
                       rewrite ek-record
                           invalid key continue
                       end-rewrite
               end-write
           end-perform
           close efficiency-file
       .

      *> The level's top efficiency score, under the best time.
       show-best-efficiency-for-level section.
           open input efficiency-file
           if ws-efficiency-status = "00"
               move ws-level to ek-level
               move 1 to ek-rank
               read efficiency-file
                   invalid key continue
                   not invalid key
                       move ek-rate to ef-rate-out
                       call "calculate-middle-column" using
                           by reference ef-disp-column by value 48
                       display "Best 3BV/s for this level: " ef-rate-out
                           " (" ek-efficiency "%) by " ek-initials
                           line 6 column ef-disp-column
               end-read
               close efficiency-file
           end-if
       .

      *> Plausibility screening: one quarantined entry per implausible
      *> win, for the operator to review.
       quarantine-time section.
                   read best-times-file at end set bt-eof to B_TRUE
                       not at end
                       perform
                           if bt-level = ws-level
                               and bt-seconds < ws-best-seconds
                               move bt-seconds to ws-best-seconds
                               move bt-initials to ws-best-initials
                               set ws-found-best to B_TRUE
       .

       display-best-time-line section.
           call "calculate-middle-column" using
               by reference disp-column by value 30
           display "Best time for this level: " ws-best-seconds
               "s by " ws-best-initials line 4 column disp-column
       .
           move mines-count to sv-mines-count
           move field-length to sv-field-length
           move field-width to sv-field-width
           move ws-board-3bv to sv-board-3bv
           move ef-clicks to sv-clicks
           move ws-wrap-mode to sv-wrap-mode
           write sv-header-record

           perform varying ws-counter from 1 by 1
               until ws-counter > field-length
               move low-values to sv-row-record
               perform varying ws-counter2 from 1 by 1
                   until ws-counter2 > field-width
                   move cell-state of cells(ws-counter, ws-counter2)
                       to sv-cell-state(ws-counter2)
                   move cell-type of cells(ws-counter, ws-counter2)
           open input save-file
           if ws-save-status <> "00"
               move 2 to ws-level
               move "N" to ws-wrap-mode
               call "ConfigReader" using ws-level mine-field
                                         ws-custom-length
                                         ws-custom-width
                                         ws-custom-mines ws-layout-id
                                         ws-board-3bv
               set first-click to B_TRUE
               move 0 to ef-clicks
               move "N" to ef-scored
           else
               read save-file
               move sv-mines-count to mines-count
               move sv-field-length to field-length
               move sv-field-width to field-width
      *> a save written before boards carried their 3BV resumes unscored
               if sv-board-3bv is numeric and sv-clicks is numeric
                   move sv-board-3bv to ws-board-3bv
                   move sv-clicks to ef-clicks
               else
                   move 0 to ws-board-3bv
                   move 0 to ef-clicks
               end-if
               move "N" to ef-scored
               if sv-wrap-mode = "Y"
                   move "Y" to ws-wrap-mode
               else
                   move "N" to ws-wrap-mode
               end-if

               perform varying ws-counter from 1 by 1
                   until ws-counter > field-length
                   read save-file
                   perform varying ws-counter2 from 1 by 1
                       until ws-counter2 > field-width
                       move sv-cell-state(ws-counter2)
                           to cell-state
                               of cells(ws-counter, ws-counter2)
                       move sv-cell-type(ws-counter2)
                           to cell-type
                               of cells(ws-counter, ws-counter2)
                       move sv-cell-valid(ws-counter2)
                           to is-valid of cells(ws-counter, ws-counter2)
                   end-perform
