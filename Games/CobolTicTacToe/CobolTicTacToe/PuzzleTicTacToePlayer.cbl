      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Fourth ICobolTicTacToePlayer implementer: the win-in-N puzzle
      *> opponent. The round starts from a stored position (see Puzzles)
      *> with the player as X to move and a set number of moves to complete
      *> a line; every O reply is the best defence Grid::DefendMove finds.
      *> The attempt ends when the player completes a line, when O does or
      *> fills the board, or when the moves run out, and lands in the stats
      *> log as "PuzzleSolved" or "PuzzleFailed" with the initials and the
      *> puzzle id -- a line of its own, so puzzles don't disturb the
      *> opponent's win-rate stats. Puzzle rounds keep no replay: their
      *> positions are set up, not played from a blank board.
       class-id CobolTicTacToe.PuzzleTicTacToePlayer implements type CobolTicTacToe.ICobolTicTacToePlayer.

       working-storage section.
           01 player       type CobolTicTacToe.Screen.
           01 puzzleId     type System.String.
           01 initials     type System.String.
           01 movesLeft    binary-long.
           01 finished     condition-value value false.

       method-id New.
       procedure division using by value newPlayer as type CobolTicTacToe.Screen
                                   newPuzzleId as type System.String
                                   newInitials as type System.String
                                   moveLimit as binary-long.
           set player to newPlayer
           set puzzleId to newPuzzleId
           set initials to newInitials
           set movesLeft to moveLimit
       end method.

      *>> Judges the player's move and, while the puzzle is still open,
      *>> answers it with O's best defence.
       method-id PutNewGameState public.
       local-storage section.
       01 gameGrid     type CobolTicTacToe.Grid.
       01 cells        binary-long.
       01 replyMove    binary-long.
       01 outcome      binary-long.
       01 newGameState string.
       procedure division using by value gameState as string.
           if finished
               goback
           end-if
           if size of gameState >= 17
               set cells to 16
           else
               set cells to 9
           end-if

           set gameGrid to new CobolTicTacToe.Grid(gameState)
           set outcome to gameGrid::Eval()
           if outcome = 1
               invoke self::Finish(gameState[0:cells] & "1" "PuzzleSolved")
               goback
           end-if
           subtract 1 from movesLeft
           if movesLeft < 1 or outcome not = 0
               invoke self::Finish(gameState[0:cells] & "2" "PuzzleFailed")
               goback
           end-if

           set replyMove to gameGrid::DefendMove(movesLeft)
           set newGameState to gameState[0:replyMove] & "2" & gameState[replyMove + 1:]
           set gameGrid[replyMove] to 2
           set outcome to gameGrid::Eval()
           if outcome not = 0
               invoke self::Finish(newGameState[0:cells] & outcome::ToString() "PuzzleFailed")
           else
               invoke player::SetGameState(newGameState)
           end-if
       end method.

      *>> A puzzle walked away from mid-round (a New Game, or another
      *>> puzzle) counts as failed.
       method-id Abandon public.
       procedure division.
           if not finished
               set finished to true
               invoke type CobolTicTacToe.StatsLog::Append(
                   "PuzzleFailed," & initials & "," & puzzleId)
           end-if
       end method.

       method-id Finish private.
       procedure division using by value finalState as string
                                result as string.
           set finished to true
           invoke type CobolTicTacToe.StatsLog::Append(
               result & "," & initials & "," & puzzleId)
           invoke player::SetGameState(finalState)
           invoke player::PuzzleFinished(initials result)
       end method.

       end class.
