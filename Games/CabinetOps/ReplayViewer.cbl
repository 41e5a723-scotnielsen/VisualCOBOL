      *> replayviewer.txt for the incident book. Until now the only consumer
      *> of these files was the idle attract demo, so "the computer cheated"
      *> complaints could never actually be reviewed.
      *> A "BOOK,board,avoided,played" line is the computer's avoidance
      *> book overriding a move; it is no snapshot, and the move list
      *> reports it on its own line.
      *> A misere game (three in a row loses) carries an "M" after each
      *> snapshot's status character; the board and move list say so.
       program-id. ReplayViewer as "ReplayViewer".

       environment division.
       01 ws-replay-status      pic xx.
       01 ws-eof                pic x value "F".

       78 REPLAY-SPEC value "../CobolTicTacToe/tttreplay_*.log".

      *> Directory listing via the same CBL_* runtime-library convention
      *> the log-archive job relies on.
       01 ws-state-count        pic 9(3) value 0.
       01 ws-state-table.
           03 ws-state-entry occurs 60.
               05 ws-state-line      pic x(18).
       01 ws-state-index        pic 9(3).

      *> Stepping state: ws-step is the snapshot on screen.
       01 ws-cell-pos           pic 9(2).
       01 ws-board-line         pic x(9).
       01 ws-state-char         pic x.
       01 ws-misere             pic x value "N".

      *> Move-list annotation: the square that changed between two
      *> consecutive snapshots.
       01 ws-prev-state         pic x(18).
       01 ws-move-no            pic 9(3).
       01 ws-changed-pos        pic 9(2).
       01 ws-mark               pic x.
       01 ws-list-out           pic x(132).

      *> The avoidance-book overrides noted in the chosen game.
       01 ws-note-count         pic 9(2) value 0.
       01 ws-note-table.
           03 ws-note-line occurs 20 pic x(40).
       01 ws-note-index         pic 9(2).
       01 ws-note-tag           pic x(4).
       01 ws-note-board         pic x(16).
       01 ws-note-avoided       pic x(2).
       01 ws-note-played        pic x(2).

       procedure division.
       main-line section.
           perform scan-replay-files
           if ws-file-count = 0
               display "No tttreplay files found under "
                       "../CobolTicTacToe."
               stop run
           end-if
           perform sort-files-newest-first

       load-replay-file section.
           move 0 to ws-state-count
           move 0 to ws-note-count
           open input replay-file
           if ws-replay-status = "00"
               move "F" to ws-eof
                   read replay-file
                       at end move "T" to ws-eof
                       not at end
                           if replay-line(1:5) = "BOOK,"
                               if ws-note-count < 20
                                   add 1 to ws-note-count
                                   move replay-line
                                       to ws-note-line(ws-note-count)
                               end-if
                           else
                               if replay-line not = spaces
                                   and ws-state-count < 60
                                   add 1 to ws-state-count
                                   move replay-line
                                       to ws-state-line(ws-state-count)
                               end-if
                           end-if
                   end-read
               end-perform

      *> A 17-character snapshot is the 4x4 variant; anything shorter is
      *> the classic 3x3 board. A 3x3 state still has its status char in
      *> position 10, so only positions 11 on distinguish the variants
      *> (a misere 3x3 state has just its "M" there).
       set-board-geometry section.
           if ws-state-line(1)(11:7) not = spaces
               and ws-state-line(1)(11:1) not = "M"
               move 4 to ws-dim
               move 16 to ws-cells
           else
               move 3 to ws-dim
               move 9 to ws-cells
           end-if
           if ws-state-line(1)(ws-cells + 2:1) = "M"
               move "Y" to ws-misere
           else
               move "N" to ws-misere
           end-if
           .

       view-loop section.
               when "4"
                   display "  Result: INVALID STATE"
           end-evaluate
           if ws-misere = "Y"
               display "  Rules: MISERE (three in a row loses)"
           end-if
           .

      *> Compares each snapshot with the one before it, names the square
           move ws-list-out to listing-line
           write listing-line
           display ws-list-out
           if ws-misere = "Y"
               move "Rules: MISERE (three in a row loses)"
                   to ws-list-out
               move ws-list-out to listing-line
               write listing-line
               display ws-list-out
           end-if

           move 0 to ws-move-no
           perform varying ws-state-index from 2 by 1
               perform annotate-one-move
           end-perform

           perform varying ws-note-index from 1 by 1
                   until ws-note-index > ws-note-count
               perform annotate-one-note
           end-perform

           move ws-state-line(ws-state-count)(ws-cells + 1:1)
               to ws-state-char
           move spaces to ws-list-out
           display ws-list-out
           .

      *> Squares in the note are 0-based, as Grid numbers them.
       annotate-one-note section.
           unstring ws-note-line(ws-note-index) delimited by ","
               into ws-note-tag ws-note-board ws-note-avoided
                    ws-note-played
           move spaces to ws-list-out
           string "Book: computer avoided square " delimited by size
                  ws-note-avoided delimited by size
                  ", played " delimited by size
                  ws-note-played delimited by size
                  " (position " delimited by size
                  ws-note-board delimited by space
                  ")" delimited by size
                  into ws-list-out
           move ws-list-out to listing-line
           write listing-line
           display ws-list-out
           .

       end program ReplayViewer.
