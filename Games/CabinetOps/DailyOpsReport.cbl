       fd tictactoe-stats-file record contains 40 characters.
       01 tictactoe-line   pic x(40).

       fd sites-file record contains 80 characters.
       01 si-line          pic x(80).

       fd report-file record contains 132 characters.
       01 report-line      pic x(132).
       01 tictactoe-player-wins      pic 9(5) value 0.
       01 tictactoe-computer-wins    pic 9(5) value 0.
       01 tictactoe-draws            pic 9(5) value 0.
       01 tictactoe-puzzle-solves    pic 9(5) value 0.
       01 tictactoe-puzzle-fails     pic 9(5) value 0.

       01 ws-average                 pic 9(7).
       01 ws-report-line-out         pic x(132).
                   add 1 to tictactoe-player-wins
               when "ComputerWin"
                   add 1 to tictactoe-computer-wins
      *> win-in-N puzzle attempts are plays, but neither wins nor draws
               when "PuzzleSolved"
                   add 1 to tictactoe-puzzle-solves
               when "PuzzleFailed"
                   add 1 to tictactoe-puzzle-fails
               when other
                   add 1 to tictactoe-draws
           end-evaluate
                  delimited by size into ws-report-line-out
           move ws-report-line-out to report-line
           write report-line
           move spaces to ws-report-line-out
           string "  Puzzles solved: " tictactoe-puzzle-solves
                  "  Puzzles failed: " tictactoe-puzzle-fails
                  delimited by size into ws-report-line-out
           move ws-report-line-out to report-line
           write report-line
           move "  (no score/time tracked for this title)"
               to report-line
           write report-line
