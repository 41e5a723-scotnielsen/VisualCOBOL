      *> player does is referee: record the replay, detect a finished board, hand
      *> the terminated state back so the winning line gets its highlight, and log
      *> the outcome under its own TwoPlayer labels so human-vs-human games don't
      *> pollute the computer opponent's win-rate stats. A misere board (see
      *> Grid) is refereed by misere rules and its labels carry "Misere".
       class-id CobolTicTacToe.PassAndPlayTicTacToePlayer implements type CobolTicTacToe.ICobolTicTacToePlayer.

       working-storage section.
       01 markCount    binary-long.
       01 i            binary-long.
       01 newGameState string.
       01 labelPrefix  string value "".
       procedure division using by value gameState as string.
           if size of gameState >= 17
               set cells to 16
           set outcome to gameGrid::Eval()
           if outcome not = 0
               set newGameState to gameState[0:cells] & outcome::ToString()
               if gameGrid::Misere
                   set newGameState to newGameState & "M"
                   set labelPrefix to "Misere"
               end-if
               evaluate outcome
                   when 1
                       invoke type CobolTicTacToe.StatsLog::Append(labelPrefix & "TwoPlayerXWin")
                   when 2
                       invoke type CobolTicTacToe.StatsLog::Append(labelPrefix & "TwoPlayerOWin")
                   when other
                       invoke type CobolTicTacToe.StatsLog::Append(labelPrefix & "TwoPlayerDraw")
               end-evaluate
               invoke player::SetGameState(newGameState)
           end-if
