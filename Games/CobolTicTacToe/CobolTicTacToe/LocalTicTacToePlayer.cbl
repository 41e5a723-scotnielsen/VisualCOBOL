           set isValid to self::ValidateGameState(gameState)

           if not(isValid)
               set newGameState to gameState[0:cells] & "3" & self::VariantMark(gameState)
           else
               set newGameState to self::MakeMove(gameState)
           end-if
           set blank to new System.String(("0" as character) (cells + 1))
       end method.

      *>Misere: the "M" a misere gameState carries after its status character,
      *>so a state rebuilt from the board portion keeps its rules.
       method-id VariantMark private static.
       procedure division using by value gameState as string returning mark as string.
           if type CobolTicTacToe.Grid::IsMisereState(gameState)
               set mark to "M"
           else
               set mark to ""
           end-if
       end method.

       method-id MakeMove private.
       01 gameTerminationState     string.
       01 gameStatePrefix          string.
           if not (gameTerminationState = "0")
               set gameStatePrefix to gameState[0:cells]
               set newGameState to gameStatePrefix & gameTerminationState
                   & self::VariantMark(gameState)
           else
               set gameGrid to new CobolTicTacToe.Grid(gameState)
               if (difficulty = "Easy") and (randClass::Next(0 3) = 0)
                   set moveIndex to self::FindRandomEmptySquare(gameState)
                   set moveIndex to gameGrid::SteerRandomMove(moveIndex)
               else
                   set moveIndex to gameGrid::GetBestMove()
               end-if
      *> A move the learned avoidance book steered away from is noted in
      *> the replay log, so LossAnalysis can tell whether it helps.
               if not (gameGrid::BookNote = "") and not (replayFileName = spaces)
                   invoke type CobolTicTacToe.ReplayLog::Append(replayFileName gameGrid::BookNote)
               end-if
               set gameStatePrefix  to gameState[0:moveIndex]
               set gameStatePostfix to gameState[moveIndex + 1:]
               set newGameState to gameStatePrefix & "2" & gameStatePostfix
               set gameTerminationState to self::CalculateTerminationState(newGameState)
               set newGameState to newGameState[0:cells] & gameTerminationState
                   & self::VariantMark(gameState)
           end-if

           if not (gameTerminationState = "0")
               invoke self::RecordOutcome(gameTerminationState cells
                   self::VariantMark(gameState))
               set newGameState to self::UpdateSeriesScore(gameTerminationState newGameState)
           end-if
       end method.
               invoke seenGameStates::Clear()
               set newGameState to roundGameState
           else
               set newGameState to self::BlankState(cells) & self::VariantMark(roundGameState)
           end-if
       end method.

       01 entrant  string.
       01 tnValue  binary-long.
       procedure division using by value gameTerminationState as string
                                   cells as binary-long
                                   variantMark as string.
           set entrant to null
           evaluate gameTerminationState
               when "1"
                   set outcome to "PlayerWin"
           if cells = 16
               set outcome to "4x4" & outcome
           end-if
      *> Misere rounds likewise: "MiserePlayerWin", "Misere4x4Draw" and so on.
           if variantMark = "M"
               set outcome to "Misere" & outcome
           end-if
           invoke type CobolTicTacToe.StatsLog::Append(outcome)

      *> Tournament play: a result finished while an entry window is
               invoke type CobolTicTacToe.Tournament::Record(
                   "CobolTicTacToe", entrant, tnValue, "SCORE")
           end-if

      *> Prize tickets: a win over the computer earns the title's WIN
      *> tickets (ticketrules.dat) -- under the initials already given
      *> for the tournament, or asked for now, but only when the rules
      *> pay out for a win at all.
           if gameTerminationState = "1"
               and not type CobolTicTacToe.StatsLog::Practice
               and type CobolTicTacToe.Profile::TicketsFor(
                   "CobolTicTacToe", 1, "WIN") > 0
               if entrant = null
                   set entrant to type CobolTicTacToe.InitialsPrompt::GetInitials()
               end-if
               invoke type CobolTicTacToe.Profile::EarnTickets(
                   "CobolTicTacToe", entrant, 1, "WIN")
           end-if
       end method.

       method-id CalculateTerminationState
                       end-if
                   end-perform
                   if lineMatch = 1
                       set termState to self::LineResult(gameState lineFirst)
                       goback
                   end-if
               end-if
                       end-if
                   end-perform
                   if lineMatch = 1
                       set termState to self::LineResult(gameState lineFirst)
                       goback
                   end-if
               end-if
                   end-if
               end-perform
               if lineMatch = 1
                   set termState to self::LineResult(gameState lineFirst)
                   goback
               end-if
           end-if
                   end-if
               end-perform
               if lineMatch = 1
                   set termState to self::LineResult(gameState lineFirst)
                   goback
               end-if
           end-if
           end-if
       end method.

      *>Who a completed line wins for: the mark that made it, or under misere
      *>rules (three in a row loses) the other side.
       method-id LineResult private.
       procedure division using by value gameState as string
                                   lineMark as character
                          returning termState as string.
           set termState to lineMark
           if type CobolTicTacToe.Grid::IsMisereState(gameState)
               if lineMark = '1'
                   set termState to "2"
               else
                   set termState to "1"
               end-if
           end-if
       end method.

      *>Winning-line highlight: sibling to CalculateTerminationState -- same
      *>row/column/diagonal checks, but reports which cell indices matched instead of
      *>just the winner's mark, so Screen can highlight that line instead of the player having
