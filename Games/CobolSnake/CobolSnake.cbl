       select quarantine-file assign to "scorequarantine.dat"
                         organization is line sequential
                         file status is ws-quarantine-status.
      *>Run recording: the run in progress, and a kept run (a player's
      *>personal-best ghost or the layout's attract demo) by name.
       select run-file assign to "snakerun.tmp"
                         organization is line sequential
                         file status is ws-run-status.
       select ghost-file assign to ws-ghost-path
                         organization is line sequential
                         file status is ws-ghost-status.

       data division.
       file section.
       fd campaign-save-file record contains 2 characters.
       01 cs-level          pic 9(2).

      *>A recorded run: one "H" header (board rows and columns, final
      *>score, initials, layout), then an "F" line for every food placed
      *>(row, column, digit) and an "M" line for every move (head row,
      *>column, body length), in the order they happened.
       fd run-file record contains 23 characters.
       01 rn-line.
           03 rn-type       pic x.
           03 rn-row        pic 999.
           03 rn-col        pic 999.
           03 rn-value      pic 9(5).
           03 rn-initials   pic x(3).
           03 rn-layout     pic x(8).

       fd ghost-file record contains 23 characters.
       01 gh-line.
           03 gh-type       pic x.
           03 gh-row        pic 999.
           03 gh-col        pic 999.
           03 gh-value      pic 9(5).
           03 gh-initials   pic x(3).
           03 gh-layout     pic x(8).

       working-storage section.
       01 tot-num-row           pic s9(3) comp.
       01 tot-num-col           pic s9(3) comp.
      *>body ends your run; the survivor plays on, and both finishing
      *>scores are offered to the high-score prompt at the end.
       01 two-player-flag       pic x value "F".
      *>Versus-computer mode: V before the starting arrow key hands
      *>snake 2 to the program. It rides the two-player machinery (so
      *>moves, collisions and death causes are snake 2's own), but its
      *>direction is chosen each tick by steer-computer-snake instead of
      *>W/A/S/D. Skill 1 wanders and only turns for food now and then,
      *>skill 2 always heads for the food by the shortest safe step,
      *>skill 3 also shuns cells with no way out. The run is logged with
      *>its own VSCPU marker and skill, and never reaches highscores.dat.
       01 computer-flag         pic x value "F".
       01 computer-skill        pic 9 value 2.
       01 cpu-dir               pic 9.
       01 cpu-reverse           pic 9.
       01 cpu-best-dir          pic 9.
       01 cpu-row               pic s999 comp.
       01 cpu-col               pic s999 comp.
       01 cpu-probe-row         pic s999 comp.
       01 cpu-probe-col         pic s999 comp.
       01 cpu-cell              pic x.
           88 cpu-cell-safe     values " " "1" thru "9" "$" "%" "&".
       01 cpu-distance          pic 9(4).
       01 cpu-best-distance     pic 9(4).
       01 cpu-exits             pic 9.
       01 cpu-roll              pic 999.
       01 sl-mode-out           pic x(5) value "VSCPU".
       01 sl-mode-value         pic x(5) value spaces.

      *>Run recording and ghost racing: a solo run's moves and food
      *>placements go to snakerun.tmp as it is played. A run that beats
      *>the player's best on its layout is kept as
      *>snakeghost-<layout>-<initials>.run, and the layout's best of all
      *>as snakedemo-<layout>.run, which the attract loop plays back.
      *>G at the start screen races the player's own best: the food
      *>comes up where it did on that run, and the ghost ("+" head, "."
      *>body) is drawn on the screen only -- never into board memory, so
      *>nothing can run into it. Races are logged with a GHOST marker.
       01 run-recording         pic x value "F".
       01 run-recorded          pic x value "F".
       01 ghost-race-flag       pic x value "F".
       01 ghost-demo-flag       pic x value "F".
       01 ghost-open            pic x value "F".
       01 ghost-eof             pic x.
       01 ghost-step-ready      pic x.
       01 ghost-key-pressed     pic x value "F".
       01 ghost-initials        pic x(3) value spaces.
       01 ghost-score           pic 9(5) value 0.
       01 ghost-best-score      pic 9(5).
       01 ghost-length          pic 9(4) value 0.
       01 ghost-target-length   pic 9(4).
       01 ghost-ix              pic 9(4).
       01 ghost-trail           occurs 1012.
           03 ghost-trail-row   pic s999 comp.
           03 ghost-trail-col   pic s999 comp.
       01 ghost-cell-row        pic s999 comp.
       01 ghost-cell-col        pic s999 comp.
       01 ghost-cell-on-board   pic x.
       01 ghost-symbol          pic x.
       01 ghost-food-count      pic 9(4) value 0.
       01 ghost-food-ix         pic 9(4) value 0.
       01 ghost-food            occurs 1000.
           03 ghost-food-row    pic 999.
           03 ghost-food-col    pic 999.
           03 ghost-food-num    pic 9.
       01 ghost-demo-ticks      pic 9(4).
       01 ghost-demo-food-row   pic 999 value 0.
       01 ghost-demo-food-col   pic 999 value 0.
       01 ws-ghost-path         pic x(40).
       01 ws-ghost-status       pic xx.
       01 ws-run-status         pic xx.
       78 DEMO-MAX-TICKS      value 300.
      *>Practice mode: P before the starting arrow key makes the run
      *>free and unranked -- no credit charged, no high-score /
      *>tournament / profile writes -- logged to the session log as its
      *>Common CreditsCharge subprogram, same deployment as
      *>InitialsEntry) when the run actually starts; a short balance
      *>shows the "no credits" screen instead of starting an unpaid
      *>game, and a wallet start refused by the player's daily spend
      *>limit shows the "spend limit" screen.
       01 ws-credit-granted     pic x.
       01 ws-credit-balance     pic 9(5).
      *>Player wallet: initials offered at the start prompt let the
       01 tn-value              pic 9(7).
       01 tn-kind-score         pic x(5) value "SCORE".

      *>Suspensions: the Common SuspensionCheck keeps a suspended
      *>player's run off highscores.dat.
       01 sp-what-score         pic x(5) value "SCORE".
       01 sp-suspended          pic x.

       01 hb-title              pic x(16) value "CobolSnake".
       01 hb-state              pic x(12).
       01 hb-tick-count         pic 9(4) value 0.
       01 hb-publish-interval   pic 9(4) value 50.

      *>Attract-conversion tracking: the attract loop's first pass and
      *>whatever ends the wait go to attract.log through the Common
      *>AttractLog subprogram; at-open is "T" while a cycle is logged
      *>and not yet closed.
       01 at-open               pic x value "F".
       01 at-event              pic x(5).
       01 at-outcome            pic x(8).

      *>Cabinet self-test (the Common SelfTest subprogram): run at
      *>power-on and on the operator's T key at the start screen, each
      *>result logged to selftest.log for the floor-open check.
       01 st-trigger            pic x(8).
       01 st-data-files.
           03 filler pic x(28) value
               "highscores.dat,campaign.sav,".
           03 filler pic x(37) value
               "scorequarantine.dat,snakesession.log,".
           03 filler pic x(31) value
               "credits.dat,creditsjournal.dat,".
           03 filler pic x(23) value
               "waitlist.dat,outbox.dat".
           03 filler pic x(81) value spaces.
       01 st-result             pic x.

      *>Variables used for the persisted high-score file
       01 hs-eof                pic x value "F".
       01 ws-best-score         pic 9(5).

      *>Initial settings
       init-program section.
       move "POWER-ON" to st-trigger
       perform run-self-test
       perform check-maintenance-flag
       call "CBL_CLEAR_SCR" using ws-character ws-attribute.
       call "CBL_GET_SCR_SIZE" using tot-num-row-unsigned
                                     tot-num-col-unsigned.

       move tot-num-row-unsigned to tot-num-row
       move tot-num-col-unsigned to tot-num-col
       move head2-col to ws-column
       move "#" to insert-symbol
       perform add-to-ws-memory
       perform varying ws-count from 1 by 1
               until ws-count > tail2-length
           display "x" line tail2-row(ws-count)
               column tail2-col(ws-count)
           move tail2-row(ws-count) to ws-row
           move tail2-col(ws-count) to ws-column
           move "x" to insert-symbol
      *>Moves the tail of the snake
       move-tail section.
       if add-length = 0
           display " " line tail-row(tail-length)
               column tail-col(tail-length)
           move tail-row(tail-length) to ws-row
           move tail-col(tail-length) to ws-column
           move " " to insert-symbol
           add 1 to tail-length
           subtract 1 from add-length
       end-if
       perform varying ws-count from tail-length by -1
               until ws-count = 1
       move tail(ws-count - 1) to tail(ws-count)
       end-perform
       move head-row to tail-row(1)
      *>Player 2's version of move-tail
       move-tail2 section.
       if add-length2 = 0
           display " " line tail2-row(tail2-length)
               column tail2-col(tail2-length)
           move tail2-row(tail2-length) to ws-row
           move tail2-col(tail2-length) to ws-column
           move " " to insert-symbol
           add 1 to tail2-length
           subtract 1 from add-length2
       end-if
       perform varying ws-count from tail2-length by -1
               until ws-count = 1
       move tail2(ws-count - 1) to tail2(ws-count)
       end-perform
       move head2-row to tail2-row(1)
       accept-valid-character section.
       display "PRESS 2 FOR TWO PLAYERS (WASD STEERS PLAYER 2)"
           line tot-num-row + 3 column 15
       display "V: VS COMPUTER  G: RACE GHOST"
           line tot-num-row + 2 column 15
       perform until key-code-1 = 3 or key-code-1 = 4
               or key-code-1 = 5 or key-code-1 = 6
           accept temp-char with auto-skip time-out ws-menu-idle-timeout
           if key-type = 2
               perform attract-mode-cycle
               display "TWO PLAYER GAME - ARROW KEY STARTS"
                   line tot-num-row + 3 column 15
           end-if
      *>"V" puts the program in charge of snake 2, at a skill of 1-3
      *>(anything else is taken as 2)
           if key-type = 0 and key-code-1 = 48
               and (key-code-2 = 118 or key-code-2 = 86)
               move "T" to two-player-flag
               move "T" to computer-flag
               display "VS COMPUTER - SKILL 1, 2 OR 3 ?                "
                   line tot-num-row + 3 column 15
               accept computer-skill line tot-num-row + 3 column 47
               if computer-skill < 1 or computer-skill > 3
                   move 2 to computer-skill
               end-if
               display "VS COMPUTER (SKILL  ) - ARROW KEY STARTS       "
                   line tot-num-row + 3 column 15
               display computer-skill line tot-num-row + 3 column 34
               move computer-skill to sl-mode-value
           end-if
      *>"G" races the player's own best run on this board
           if key-type = 0 and key-code-1 = 48
               and (key-code-2 = 103 or key-code-2 = 71)
               perform select-ghost-race
           end-if
      *>"C" makes the next run a campaign run, picking up from the
      *>level campaign.sav last banked
           if key-type = 0 and key-code-1 = 48
               display "ADDED TO THE WAITLIST - ARROW KEY STARTS  "
                   line tot-num-row + 3 column 15
           end-if
      *>"T" is the operator's self-test, the power-on checks run again
           if key-type = 0 and key-code-1 = 48
               and (key-code-2 = 116 or key-code-2 = 84)
               move "OPERATOR" to st-trigger
               perform run-self-test
               if st-result = "P"
                   display "SELF-TEST PASSED - ARROW KEY STARTS        "
                       line tot-num-row + 3 column 15
               else
                   display "SELF-TEST FAILED - SEE selftest.log        "
                       line tot-num-row + 3 column 15
               end-if
           end-if
      *>"P" makes the next run a free, unranked practice run
           if key-type = 0 and key-code-1 = 48
               and (key-code-2 = 112 or key-code-2 = 80)
           move "T" to snake2-alive
           perform initialize-snake2
           perform display-snake2
           if computer-flag = "T"
               display "CPU: " line tot-num-row + 1 column 55
           else
               display "P2 : " line tot-num-row + 1 column 55
           end-if
           display score2 line tot-num-row + 1 column 60
       end-if
       .
      *>across the screen so an idle cabinet isn't just parked on a
      *>blank wait between customers.
       attract-mode-cycle section.
       if at-open not = "T"
           move "ENTER" to at-event
           move spaces to at-outcome
           call "AttractLog" using hb-title at-event at-outcome
           move "T" to at-open
       end-if
       move "Idle" to hb-state
       perform publish-heartbeat
       perform show-high-score
           display " " line tot-num-row + 2 column 67
           display wl-second line tot-num-row + 2 column 68
       end-if
      *>the layout's best recorded run plays as a demo; a key pressed
      *>during it is left for the start screen to act on
       perform play-attract-demo
       if ghost-key-pressed = "T"
           exit section
       end-if
       display "PRESS AN ARROW KEY TO START"
           line tot-num-row + 3 column 15
       accept temp-char with auto-skip time-out ws-attract-pause-ms
       end-if
      *>Player 2 steering: W/A/S/D (either case) map onto the same
      *>3/4/5/6 direction codes the arrow keys produce for player 1.
      *>Not while the computer has snake 2.
       if two-player-flag = "T" and computer-flag = "F"
           and key-type = 0 and key-code-1 = 48
           evaluate key-code-2
               when 97
               when 65
       move " " to insert-symbol
       perform add-to-ws-memory
       perform generate-random-numbers
       if ghost-race-flag = "T"
           perform take-ghost-food
       end-if
       display random-num line random-row column random-col
       move random-row to ws-row
       move random-col to ws-column
       move random-num to insert-symbol
       perform add-to-ws-memory
       if run-recording = "T"
           perform record-run-food
       end-if
       .

      *>Accept the keyboard input from user and respond according to it
       move "0" to exit-flag
       move "F" to paused-flag
       perform accept-valid-character
      *>a ghost race is a solo run on the board it was recorded on
       if ghost-race-flag = "T"
           and (campaign-flag = "T" or two-player-flag = "T")
           move "F" to ghost-race-flag
       end-if
       if campaign-flag = "T"
           perform enter-campaign-level
       end-if
       perform charge-credit-or-halt
       if practice-flag = "T"
           move "PRACTICE" to at-outcome
       else
           move "PAID" to at-outcome
       end-if
       perform note-attract-left
       perform note-run-start
       if ghost-race-flag = "T"
           perform start-ghost-playback
       end-if
       if practice-flag = "T"
           move "PRACTICE" to sl-event
       else
       end-if
       move 0 to sl-score-out
       perform append-session-log
       perform start-run-recording
       perform until exit-flag = "1"
           move "T" to exit-flag
           perform until exit-flag = "F"
                           perform display-snake
                       end-if
                       move head-dir to head-dir-old
                       if run-recording = "T"
                           perform record-run-move
                       end-if
                   end-if
                   if snake2-alive = "T"
                       perform move-tail2
                       if computer-flag = "T"
                           perform steer-computer-snake
                       end-if
                       evaluate head2-dir
                           when 3
                               subtract 1 from head2-col
                           perform display-snake2
                       end-if
                   end-if
                   if ghost-open = "T"
                       perform advance-ghost
                   end-if
               end-if
               perform heartbeat-tick
               perform special-item-tick
       call "HeartbeatPublish" using hb-title hb-state
       .

      *>Attract-conversion tracking: closes the logged cycle, if there
      *>is one, with what ended it (at-outcome).
       note-attract-left section.
       if at-open = "T"
           move "LEAVE" to at-event
           call "AttractLog" using hb-title at-event at-outcome
           move "F" to at-open
       end-if
       .

      *>Cabinet self-test: data files writable, ../Common reachable,
      *>version.cfg present, keyboard answering -- logged per check.
       run-self-test section.
       call "SelfTest" using hb-title st-trigger st-data-files st-result
       .

      *>Credits/token system: the run the player just keyed off costs
      *>the scheduled price; a short balance ends the session on the
      *>"no credits" screen instead of starting an unpaid run.
       end-if
       call "CreditsCharge" using ws-credit-granted ws-credit-balance
                                  tn-title ws-wallet-initials
       if ws-credit-granted = "L" or ws-credit-granted = "N"
           move "NONE" to at-outcome
           perform note-attract-left
       end-if
       if ws-credit-granted = "L"
           call "CBL_CLEAR_SCR" using ws-character ws-attribute
           display "DAILY SPEND LIMIT REACHED - SEE ATTENDANT"
               line 10 column 30
           display "PRESS RETURN KEY TO EXIT" line 12 column 30
           accept temp-char
           stop run
       end-if
       if ws-credit-granted = "N"
           call "CBL_CLEAR_SCR" using ws-character ws-attribute
           display "NO CREDITS - SEE ATTENDANT" line 10 column 30
       end-evaluate
       .

      *>Versus-computer steering, run each tick before snake 2 moves.
      *>Every direction but straight back is probed on the board memory
      *>the collision check reads; a step onto empty space, the food or
      *>a special is safe, anything else (walls, portals, either body)
      *>is not. The safe step nearest the food wins. With nothing safe
      *>the heading is left alone and the ordinary collision path deals
      *>with the crash.
       steer-computer-snake section.
       evaluate head2-dir
           when 3
               move 4 to cpu-reverse
           when 4
               move 3 to cpu-reverse
           when 5
               move 6 to cpu-reverse
           when other
               move 5 to cpu-reverse
       end-evaluate
      *>skill 1 mostly just keeps going while the way ahead is clear
       if computer-skill = 1
           move function random to random-temp
           multiply random-temp by 100 giving cpu-roll
           if cpu-roll >= 30
               move head2-dir to cpu-dir
               perform probe-computer-step
               if cpu-cell-safe
                   exit section
               end-if
           end-if
       end-if
       move 0 to cpu-best-dir
       move 9999 to cpu-best-distance
       perform varying cpu-dir from 3 by 1 until cpu-dir > 6
           if cpu-dir not = cpu-reverse
               perform probe-computer-step
               if cpu-cell-safe
                   perform rate-computer-step
               end-if
           end-if
       end-perform
       if cpu-best-dir > 0
           move cpu-best-dir to head2-dir
       end-if
       .

      *>Where one step in cpu-dir lands snake 2's head, and what is
      *>there.
       probe-computer-step section.
       move head2-row to cpu-row
       move head2-col to cpu-col
       evaluate cpu-dir
           when 3
               subtract 1 from cpu-col
           when 4
               add 1 to cpu-col
           when 5
               subtract 1 from cpu-row
           when 6
               add 1 to cpu-row
       end-evaluate
       move cpu-row to cpu-probe-row
       move cpu-col to cpu-probe-col
       perform probe-computer-cell
       .

      *>Reads one board cell into cpu-cell; off the board counts as wall.
       probe-computer-cell section.
       if cpu-probe-row < 1 or cpu-probe-row > tot-num-row
           or cpu-probe-col < 1 or cpu-probe-col > tot-num-col
           move "*" to cpu-cell
           exit section
       end-if
       move mem-pointer to mem-pointer-1
       multiply cpu-probe-row by tot-num-col giving mem-offset
       add cpu-probe-col to mem-offset
       set mem-pointer-1 up by mem-offset
       set address of link-mem to mem-pointer-1
       move link-mem to cpu-cell
       .

      *>Distance from a safe step to the food; skill 3 also marks down a
      *>step whose cell has at most one way on, so it does not wander
      *>into pockets it cannot turn round in.
       rate-computer-step section.
       if cpu-row > random-row
           compute cpu-distance = cpu-row - random-row
       else
           compute cpu-distance = random-row - cpu-row
       end-if
       if cpu-col > random-col
           compute cpu-distance = cpu-distance + cpu-col - random-col
       else
           compute cpu-distance = cpu-distance + random-col - cpu-col
       end-if
       if computer-skill = 3
           perform count-computer-exits
           if cpu-exits < 2
               add 500 to cpu-distance
           end-if
       end-if
       if cpu-distance < cpu-best-distance
           move cpu-distance to cpu-best-distance
           move cpu-dir to cpu-best-dir
       end-if
       .

      *>Safe neighbours of the cell at cpu-row/cpu-col.
       count-computer-exits section.
       move 0 to cpu-exits
       move cpu-row to cpu-probe-row
       move cpu-col to cpu-probe-col
       subtract 1 from cpu-probe-col
       perform probe-computer-cell
       if cpu-cell-safe
           add 1 to cpu-exits
       end-if
       add 2 to cpu-probe-col
       perform probe-computer-cell
       if cpu-cell-safe
           add 1 to cpu-exits
       end-if
       subtract 1 from cpu-probe-col
       subtract 1 from cpu-probe-row
       perform probe-computer-cell
       if cpu-cell-safe
           add 1 to cpu-exits
       end-if
       add 2 to cpu-probe-row
       perform probe-computer-cell
       if cpu-cell-safe
           add 1 to cpu-exits
       end-if
       .

      *>Counts the live special item down each pass of the poll loop,
      *>removes it when its time is up, and occasionally rolls a new one
      *>while none is out. Also counts the "&" slow effect back down to
       .

      *>A dead snake disappears from the board; the game only ends once
      *>no snake is left standing. Against the computer the game ends
      *>with the player -- the program does not play on alone.
       snake1-dies section.
       move "F" to snake1-alive
       perform erase-snake1
       if snake2-alive = "F" or computer-flag = "T"
           perform end-game-over
       end-if
       .
       display "!!! GAME IS OVER !!!" line 10 column 30
       display "YOUR SCORE IS : " line 14 column 30
       display score line 14 column 46
       if computer-flag = "T"
           display "COMPUTER SCORE : " line 15 column 30
           display score2 line 15 column 47
       else
           if two-player-flag = "T"
               display "PLAYER 2 SCORE : " line 15 column 30
               display score2 line 15 column 47
           end-if
       end-if
       if ghost-race-flag = "T"
           display "GHOST SCORE : " line 15 column 30
           display ghost-score line 15 column 44
       end-if
       perform record-finishing-scores
       display "PRESS RETURN KEY TO EXIT" line 20 column 29
       .

      *>Both finishing scores go to the high-score prompt in a
      *>two-player game; a solo run records just the one. A run against
      *>the computer records nothing on the board (the computer's score
      *>is never a player's, and the player's was not earned solo).
       record-finishing-scores section.
       perform stop-run-recording
       move score to rec-score
       move "PLAYER 1" to rec-label
       if computer-flag = "T"
           perform record-versus-computer-score
           exit section
       end-if
       perform prompt-and-record-high-score
       if two-player-flag = "T"
           move score2 to rec-score
       compute sl-run-start-secs = sl-hh * 3600 + sl-mm * 60 + sl-ss
       .

      *>One ENDED line per player who just finished; against the
      *>computer its line is marked CPU rather than VSCPU.
       log-run-ended section.
       if computer-flag = "T"
           move "VSCPU" to sl-mode-out
       end-if
       if practice-flag = "T"
           move "PRACTEND" to sl-event
       else
           move sl-cause-2 to sl-cause-out
           move sl-dead-row-2 to sl-dead-row-out
           move sl-dead-col-2 to sl-dead-col-out
           if computer-flag = "T"
               move "CPU" to sl-mode-out
           end-if
           perform append-session-log
       end-if
       .

      *>Appends one "timestamp,event,score,duration,speed,layout" line,
      *>sealed with the shared sequence/checksum chain. A versus-computer
      *>run's lines end ",VSCPU,skill" (the computer's own ENDED line
      *>",CPU,skill"), a ghost race's ",GHOST,ghost-score".
       append-session-log section.
       move function current-date(9:2) to sl-hh
       move function current-date(11:2) to sl-mm
                  with pointer sl-record-ptr
           end-string
       end-if
      *>a run against the computer or a ghost adds its mode marker and
      *>the skill or ghost's score last
       if computer-flag = "T" or ghost-race-flag = "T"
           compute sl-record-ptr = function length(
               function trim(sl-record trailing)) + 1
           string "," delimited by size
                  sl-mode-out delimited by space
                  "," delimited by size
                  sl-mode-value delimited by space
                  into sl-record
                  with pointer sl-record-ptr
           end-string
       end-if
       call "LogSeal" using sl-file-name sl-record
       .

       if two-player-flag = "T"
           display rec-label line 15 column 55
       end-if
      *>a ghost racer gave their initials at the start screen
       if ghost-race-flag = "T"
           move ghost-initials to ws-new-initials
       else
           call "InitialsEntry" using by value 16 30
               by reference ws-new-initials
       end-if

      *>a suspended player's run is kept off the board (the refusal is
      *>logged); the tournament entry makes its own check
       call "SuspensionCheck" using ws-new-initials sp-what-score
                                    tn-title sp-suspended
       if sp-suspended not = "Y"
           open extend high-score-file
           move ws-new-initials to hs-initials
           move rec-score to hs-score
           write hs-record
           close high-score-file
           perform keep-ghost-if-best
       end-if

      *>Tournament play: a run recorded while an entry window is open
      *>also lands in the tournament entries file, ranked by score.
                                  tn-value tn-kind-score
       .

      *>Versus-computer finish: the player's result still counts on
      *>their cross-game profile like any paid play, but stays off
      *>highscores.dat and out of any open tournament. A practice run
      *>records nothing, as ever.
       record-versus-computer-score section.
       if practice-flag = "T"
           exit section
       end-if
       call "InitialsEntry" using by value 16 30
           by reference ws-new-initials
       move rec-score to tn-value
       call "ProfileUpdate" using tn-title ws-new-initials
                                  tn-value tn-kind-score
       .

      *>Plausibility screening: one quarantined entry per implausible
      *>run, for the operator to review (and restore by hand if the run
      *>was real after all).
       draw-outline section.
       move "*" to insert-symbol
       move 1 to ws-row
       perform varying ws-column from 1 by 1
               until ws-column = tot-num-col
       display "*" line ws-row column ws-column
       perform add-to-ws-memory
       end-perform

       move tot-num-row to ws-row
       perform varying ws-column from 1 by 1
               until ws-column = tot-num-col
       display "*" line ws-row column ws-column
       perform add-to-ws-memory
       end-perform
       .


      *>Run recording and ghost racing. The run in progress is written
      *>to snakerun.tmp; when it finishes on the board it may be kept as
      *>the player's ghost for this layout and as the layout's demo.
       start-run-recording section.
      *>solo, ranked runs on a single board only
       if practice-flag = "T" or campaign-flag = "T"
           or two-player-flag = "T"
           exit section
       end-if
       open output run-file
       if ws-run-status not = "00"
           exit section
       end-if
       move "T" to run-recording
       move spaces to rn-line
       move "H" to rn-type
       move tot-num-row to rn-row
       move tot-num-col to rn-col
       move 0 to rn-value
       move sl-maze-flag to rn-layout
       write rn-line
      *>the food already on the board is the run's first placement
       perform record-run-food
       .

       record-run-food section.
       move spaces to rn-line
       move "F" to rn-type
       move random-row to rn-row
       move random-col to rn-col
       move random-num to rn-value
       write rn-line
       .

       record-run-move section.
       move spaces to rn-line
       move "M" to rn-type
       move head-row to rn-row
       move head-col to rn-col
       move tail-length to rn-value
       write rn-line
       .

       stop-run-recording section.
       if run-recording = "T"
           close run-file
           move "F" to run-recording
           move "T" to run-recorded
       end-if
       if ghost-open = "T"
           close ghost-file
           move "F" to ghost-open
       end-if
       .

      *>A run that made the board replaces the player's ghost for the
      *>layout if it scored more, and the layout's demo likewise.
       keep-ghost-if-best section.
       if run-recorded not = "T" or ws-new-initials = spaces
           exit section
       end-if
       move spaces to ws-ghost-path
       string "snakeghost-" delimited by size
              sl-maze-flag delimited by space
              "-" delimited by size
              ws-new-initials delimited by space
              ".run" delimited by size
              into ws-ghost-path
       end-string
       perform read-ghost-best
       if rec-score > ghost-best-score
           perform copy-run-to-ghost
       end-if
       move spaces to ws-ghost-path
       string "snakedemo-" delimited by size
              sl-maze-flag delimited by space
              ".run" delimited by size
              into ws-ghost-path
       end-string
       perform read-ghost-best
       if rec-score > ghost-best-score
           perform copy-run-to-ghost
       end-if
       .

      *>The score on a kept run's header; zero when there is none yet.
       read-ghost-best section.
       move 0 to ghost-best-score
       open input ghost-file
       if ws-ghost-status = "00"
           read ghost-file
               at end continue
               not at end
                   if gh-type = "H"
                       move gh-value to ghost-best-score
                   end-if
           end-read
           close ghost-file
       end-if
       .

      *>Copies snakerun.tmp to the kept run named in ws-ghost-path, the
      *>header now carrying the final score and whose run it was.
       copy-run-to-ghost section.
       open input run-file
       if ws-run-status not = "00"
           exit section
       end-if
       open output ghost-file
       if ws-ghost-status not = "00"
           close run-file
           exit section
       end-if
       move "F" to ghost-eof
       perform until ghost-eof = "T"
           read run-file at end move "T" to ghost-eof
               not at end
               perform
                   move rn-line to gh-line
                   if gh-type = "H"
                       move rec-score to gh-value
                       move ws-new-initials to gh-initials
                   end-if
                   write gh-line
               end-perform
           end-read
       end-perform
       close run-file
       close ghost-file
       .

      *>G at the start screen: the player's initials find their ghost
      *>for this layout, whose food placements are loaded for the race
      *>and whose first one replaces the food now on the board.
       select-ghost-race section.
       call "InitialsEntry" using by value 16 30
           by reference ghost-initials
       move spaces to ws-ghost-path
       string "snakeghost-" delimited by size
              sl-maze-flag delimited by space
              "-" delimited by size
              ghost-initials delimited by space
              ".run" delimited by size
              into ws-ghost-path
       end-string
       perform load-ghost-food
       if ghost-food-count = 0
           move "F" to ghost-race-flag
           display "NO GHOST OF YOURS ON THIS BOARD - ARROW KEY STARTS"
               line tot-num-row + 3 column 15
           exit section
       end-if
       move "T" to ghost-race-flag
       perform display-random-number
       display "RACING YOUR GHOST (     ) - ARROW KEY STARTS      "
           line tot-num-row + 3 column 15
       display ghost-score line tot-num-row + 3 column 34
       .

      *>Reads the ghost's header and food placements. A ghost recorded
      *>on a different size of screen is no use here, and loads none.
       load-ghost-food section.
       move 0 to ghost-food-count
       move 0 to ghost-food-ix
       move 0 to ghost-score
       open input ghost-file
       if ws-ghost-status not = "00"
           exit section
       end-if
       move "F" to ghost-eof
       read ghost-file at end move "T" to ghost-eof
       end-read
       if ghost-eof = "T" or gh-type not = "H"
           or gh-row not = tot-num-row or gh-col not = tot-num-col
           close ghost-file
           exit section
       end-if
       move gh-value to ghost-score
       perform until ghost-eof = "T"
           read ghost-file at end move "T" to ghost-eof
               not at end
               perform
                   if gh-type = "F" and ghost-food-count < 1000
                       add 1 to ghost-food-count
                       move gh-row to ghost-food-row(ghost-food-count)
                       move gh-col to ghost-food-col(ghost-food-count)
                       move gh-value to ghost-food-num(ghost-food-count)
                   end-if
               end-perform
           end-read
       end-perform
       close ghost-file
       .

      *>In a race the food goes where the ghost's did, unless the live
      *>snake is lying on that cell this time -- then the random cell
      *>already picked stands.
       take-ghost-food section.
       if ghost-food-ix >= ghost-food-count
           exit section
       end-if
       add 1 to ghost-food-ix
       move ghost-food-row(ghost-food-ix) to ghost-cell-row
       move ghost-food-col(ghost-food-ix) to ghost-cell-col
       perform probe-ghost-cell
       if ghost-cell-on-board = "T" and link-mem = " "
           move ghost-food-row(ghost-food-ix) to random-row
           move ghost-food-col(ghost-food-ix) to random-col
           move ghost-food-num(ghost-food-ix) to random-num
       end-if
       .

      *>The race is on: the ghost file is opened again for its moves.
       start-ghost-playback section.
       open input ghost-file
       if ws-ghost-status not = "00"
           move "F" to ghost-race-flag
           exit section
       end-if
       move "T" to ghost-open
       move "F" to ghost-eof
       move 0 to ghost-length
       move "GHOST" to sl-mode-out
       move ghost-score to sl-mode-value
       .

      *>One race tick: the ghost takes its next move, and vanishes once
      *>its run is over.
       advance-ghost section.
       perform read-ghost-move
       if ghost-eof = "T"
           perform erase-ghost
           close ghost-file
           move "F" to ghost-open
           exit section
       end-if
       perform draw-ghost-step
       .

      *>Reads on to the next "M" line; a demo shows the food lines it
      *>passes, a race has already used them.
       read-ghost-move section.
       move "F" to ghost-step-ready
       perform until ghost-eof = "T" or ghost-step-ready = "T"
           read ghost-file at end move "T" to ghost-eof
               not at end
               perform
                   if gh-type = "M"
                       move "T" to ghost-step-ready
                   end-if
                   if gh-type = "F" and ghost-demo-flag = "T"
                       perform show-demo-food
                   end-if
               end-perform
           end-read
       end-perform
       .

      *>The trail shifts down one the way move-tail does, the new head
      *>goes in front, and anything past the recorded length is put back
      *>to what the board really holds there.
       draw-ghost-step section.
       add 1 to ghost-length
       perform varying ghost-ix from ghost-length by -1
               until ghost-ix = 1
           move ghost-trail(ghost-ix - 1) to ghost-trail(ghost-ix)
       end-perform
       move gh-row to ghost-trail-row(1)
       move gh-col to ghost-trail-col(1)
       compute ghost-target-length = gh-value + 1
       if ghost-target-length > 1011
           move 1011 to ghost-target-length
       end-if
       perform until ghost-length <= ghost-target-length
           move ghost-trail-row(ghost-length) to ghost-cell-row
           move ghost-trail-col(ghost-length) to ghost-cell-col
           perform restore-ghost-cell
           subtract 1 from ghost-length
       end-perform
       move ghost-trail-row(1) to ghost-cell-row
       move ghost-trail-col(1) to ghost-cell-col
       move "+" to ghost-symbol
       perform paint-ghost-cell
       if ghost-length > 1
           move ghost-trail-row(2) to ghost-cell-row
           move ghost-trail-col(2) to ghost-cell-col
           move "." to ghost-symbol
           perform paint-ghost-cell
       end-if
       .

      *>Takes the whole ghost (and a demo's food) off the screen.
       erase-ghost section.
       perform varying ghost-ix from 1 by 1
               until ghost-ix > ghost-length
           move ghost-trail-row(ghost-ix) to ghost-cell-row
           move ghost-trail-col(ghost-ix) to ghost-cell-col
           perform restore-ghost-cell
       end-perform
       move 0 to ghost-length
       if ghost-demo-food-row > 0
           move ghost-demo-food-row to ghost-cell-row
           move ghost-demo-food-col to ghost-cell-col
           perform restore-ghost-cell
           move 0 to ghost-demo-food-row
           move 0 to ghost-demo-food-col
       end-if
       .

      *>A demo's food is screen-only too, and only one is out at a time.
       show-demo-food section.
       if ghost-demo-food-row > 0
           move ghost-demo-food-row to ghost-cell-row
           move ghost-demo-food-col to ghost-cell-col
           perform restore-ghost-cell
       end-if
       move gh-row to ghost-demo-food-row
       move gh-col to ghost-demo-food-col
       move gh-row to ghost-cell-row
       move gh-col to ghost-cell-col
       move gh-value(5:1) to ghost-symbol
       perform paint-ghost-cell
       .

      *>Ghost cells are drawn only where the board is empty, so nothing
      *>real is ever hidden.
       paint-ghost-cell section.
       perform probe-ghost-cell
       if ghost-cell-on-board = "T" and link-mem = " "
           display ghost-symbol line ghost-cell-row
               column ghost-cell-col
       end-if
       .

       restore-ghost-cell section.
       perform probe-ghost-cell
       if ghost-cell-on-board = "T"
           display link-mem line ghost-cell-row column ghost-cell-col
       end-if
       .

      *>Points link-mem at the board memory for a ghost cell.
       probe-ghost-cell section.
       if ghost-cell-row < 1 or ghost-cell-row > tot-num-row
           or ghost-cell-col < 1 or ghost-cell-col > tot-num-col
           move "F" to ghost-cell-on-board
           exit section
       end-if
       move "T" to ghost-cell-on-board
       move mem-pointer to mem-pointer-1
       multiply ghost-cell-row by tot-num-col giving mem-offset
       add ghost-cell-col to mem-offset
       set mem-pointer-1 up by mem-offset
       set address of link-mem to mem-pointer-1
       .

      *>Attract demo: the layout's best recorded run plays on the idle
      *>board for up to DEMO-MAX-TICKS moves. Any key stops it, and
      *>the key is left for the start screen to act on.
       play-attract-demo section.
       move "F" to ghost-key-pressed
       if ghost-open = "T"
           exit section
       end-if
       move spaces to ws-ghost-path
       string "snakedemo-" delimited by size
              sl-maze-flag delimited by space
              ".run" delimited by size
              into ws-ghost-path
       end-string
       open input ghost-file
       if ws-ghost-status not = "00"
           exit section
       end-if
       move "F" to ghost-eof
       read ghost-file at end move "T" to ghost-eof
       end-read
       if ghost-eof = "T" or gh-type not = "H"
           or gh-row not = tot-num-row or gh-col not = tot-num-col
           close ghost-file
           exit section
       end-if
       display "DEMO: BEST RUN       BY    "
           line tot-num-row + 3 column 15
       display gh-value line tot-num-row + 3 column 30
       display gh-initials line tot-num-row + 3 column 39
       move "T" to ghost-demo-flag
       move 0 to ghost-length
       move 0 to ghost-demo-ticks
       perform until ghost-eof = "T" or ghost-key-pressed = "T"
               or ghost-demo-ticks >= DEMO-MAX-TICKS
           perform read-ghost-move
           if ghost-eof = "F"
               perform draw-ghost-step
               add 1 to ghost-demo-ticks
               move 0 to key-code-1
               accept temp-char with auto-skip time-out accept-time-out
               if key-type not = 2
                   or (key-code-1 >= 3 and key-code-1 <= 6)
                   move "T" to ghost-key-pressed
               end-if
           end-if
       end-perform
       perform erase-ghost
       close ghost-file
       move "F" to ghost-demo-flag
       .

      *>Inserts into the working storage memory corresponding to the screen area
       add-to-ws-memory section.
       move mem-pointer to mem-pointer-1
