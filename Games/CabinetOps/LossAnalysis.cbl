      *> or the losses all come off the easy setting. Pass-and-play games
      *> (the "_2p_" marker in the replay file name) are two humans, so
      *> their X wins say nothing about the computer and are skipped.
      *> So are misere games (an "M" after the snapshot's status
      *> character): three in a row loses there, a different game whose
      *> positions would only muddy the classic analysis and book.
      *> Handles both the
      *> classic 10-character and the 4x4 variant's 17-character snapshots,
      *> reported separately. Written to tttlosses.txt. Run from a
      *> Games\CabinetOps working directory.
      *> It also writes the computer's avoidance book,
      *> ../CobolTicTacToe/tttbook.dat: one "board,move,losses" line for
      *> every position the computer moved from in a game it went on to
      *> lose, with the square it chose (0-based) and how many lost games
      *> it did so in. Grid steers away from a book move whenever an
      *> equally good one is available, and notes each such override in
      *> the game's replay log as a "BOOK,board,avoided,played" line;
      *> those lines are counted here (games steered, and how many of
      *> them were still lost) so the book's effect on the loss rate
      *> shows, and are never taken for snapshots. NightlyBatch rebuilds
      *> the book every night.
       program-id. LossAnalysis as "LossAnalysis".

       environment division.
                   file status is ws-replay-status.
           select report-file assign to "tttlosses.txt"
                   organization is line sequential.
           select book-file assign to "../CobolTicTacToe/tttbook.dat"
                   organization is line sequential.

       data division.
       file section.
       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       fd book-file record contains 40 characters.
       01 book-line         pic x(40).

       working-storage section.
       01 ws-replay-status      pic xx.
       01 ws-eof                pic x.

       78 REPLAY-SPEC value "../CobolTicTacToe/tttreplay_*.log".
       01 ws-scan-path          pic x(256).
       01 ws-dir-scan-rc        pic s9(9) comp-5.
       01 ws-replay-path        pic x(128).
       01 ws-state-count        pic 9(3).
       01 ws-state-table.
           03 ws-state-entry occurs 60.
               05 ws-state-line      pic x(18).
       01 ws-state-index        pic 9(3).
       01 ws-cells              pic 9(2).
       01 ws-board              pic x(16).
       01 ws-replay-count       pic 9(5) value 0.
       01 ws-loss-count         pic 9(5) value 0.

      *> Book overrides noted in the game being read, and the games the
      *> book steered (and of those, the ones still lost).
       01 ws-game-overrides     pic 9(3).
       01 ws-override-count     pic 9(5) value 0.
       01 ws-steered-games      pic 9(5) value 0.
       01 ws-steered-losses     pic 9(5) value 0.

      *> The avoidance book: each position the computer moved from in a
      *> lost game, the square it took, and in how many lost games.
       01 ws-book-count         pic 9(4) value 0.
       01 ws-book-table.
           03 ws-book-entry occurs 1000.
               05 ws-book-board      pic x(16).
               05 ws-book-cells      pic 9(2).
               05 ws-book-move       pic 9(2).
               05 ws-book-hits       pic 9(5).
       01 ws-book-ix            pic 9(4).
       01 ws-book-move-pos      pic 9(2).
       01 ws-book-moves-found   pic 9(2).
       01 ws-book-out           pic x(40).

      *> Every position seen in a lost game, with its frequency.
       01 ws-pos-count          pic 9(4) value 0.
       01 ws-pos-table.

           perform sort-positions
           perform write-report
           perform write-book
           stop run
           .


       analyze-one-replay section.
           move 0 to ws-state-count
           move 0 to ws-game-overrides
           open input replay-file
           if ws-replay-status not = "00"
               exit section
               read replay-file
                   at end move "T" to ws-eof
                   not at end
                       if replay-line(1:5) = "BOOK,"
                           add 1 to ws-game-overrides
                       else
                           if replay-line not = spaces
                               and ws-state-count < 60
                               add 1 to ws-state-count
                               move replay-line
                                   to ws-state-line(ws-state-count)
                           end-if
                       end-if
               end-perform
           close replay-file
               exit section
           end-if
           add 1 to ws-replay-count
           if ws-game-overrides > 0
               add ws-game-overrides to ws-override-count
               add 1 to ws-steered-games
           end-if

      *> board geometry off the first snapshot (a 3x3 state still has
      *> its status character in position 10)
           if ws-state-line(1)(11:7) not = spaces
               and ws-state-line(1)(11:1) not = "M"
               move 16 to ws-cells
           else
               move 9 to ws-cells
           end-if
           if ws-state-line(1)(ws-cells + 2:1) = "M"
               exit section
           end-if

      *> only the games the computer went on to lose are aggregated
           if ws-state-line(ws-state-count)(ws-cells + 1:1) not = "1"
               exit section
           end-if
           add 1 to ws-loss-count
           if ws-game-overrides > 0
               add 1 to ws-steered-losses
           end-if

           perform varying ws-state-index from 1 by 1
                   until ws-state-index > ws-state-count
                   to ws-board
               perform tally-position
           end-perform

      *> the computer's reply is the one square that turns from empty
      *> to O between a snapshot and the next
           perform varying ws-state-index from 1 by 1
                   until ws-state-index >= ws-state-count
               perform find-computer-move
               if ws-book-moves-found = 1
                   move ws-state-line(ws-state-index)(1:ws-cells)
                       to ws-board
                   perform tally-book-move
               end-if
           end-perform
           .

       find-computer-move section.
           move 0 to ws-book-moves-found
           perform varying ws-cell-pos from 1 by 1
                   until ws-cell-pos > ws-cells
               if ws-state-line(ws-state-index)(ws-cell-pos:1) = "0"
                   and ws-state-line(ws-state-index + 1)(ws-cell-pos:1)
                       = "2"
                   add 1 to ws-book-moves-found
                   compute ws-book-move-pos = ws-cell-pos - 1
               end-if
           end-perform
           .

       tally-book-move section.
           move "N" to ws-found
           perform varying ws-book-ix from 1 by 1
                   until ws-book-ix > ws-book-count or ws-found = "Y"
               if ws-book-board(ws-book-ix) = ws-board
                   and ws-book-cells(ws-book-ix) = ws-cells
                   and ws-book-move(ws-book-ix) = ws-book-move-pos
                   add 1 to ws-book-hits(ws-book-ix)
                   move "Y" to ws-found
               end-if
           end-perform
           if ws-found = "N" and ws-book-count < 1000
               add 1 to ws-book-count
               move ws-board to ws-book-board(ws-book-count)
               move ws-cells to ws-book-cells(ws-book-count)
               move ws-book-move-pos to ws-book-move(ws-book-count)
               move 1 to ws-book-hits(ws-book-count)
           end-if
           .

       tally-position section.
               delimited by size into ws-report-line-out
           move ws-report-line-out to report-line
           write report-line
           move spaces to ws-report-line-out
           string "Games the avoidance book steered: " ws-steered-games
                  "   Still lost: " ws-steered-losses
                  "   Overrides: " ws-override-count
               delimited by size into ws-report-line-out
           move ws-report-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line

                   ws-loss-count " losses analyzed)"
           .

      *> The book is rewritten whole each run, so it always reflects the
      *> replays still on disk.
       write-book section.
           open output book-file
           perform varying ws-book-ix from 1 by 1
                   until ws-book-ix > ws-book-count
               move spaces to ws-book-out
               string ws-book-board(ws-book-ix)
                          (1:ws-book-cells(ws-book-ix))
                      "," ws-book-move(ws-book-ix)
                      "," ws-book-hits(ws-book-ix)
                   delimited by size into ws-book-out
               end-string
               move ws-book-out to book-line
               write book-line
           end-perform
           close book-file
           display "Avoidance book written to tttbook.dat ("
                   ws-book-count " moves)"
           .

       print-position-board section.
           if ws-pos-cells(ws-pos-ix) = 16
               move 4 to ws-dim
