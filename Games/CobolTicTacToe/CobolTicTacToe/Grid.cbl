      *> 4x4). 3x3 keeps the original exhaustive search; 4x4's game tree is
      *> far too large for that, so it plays a line-threat heuristic instead:
      *> win now, else block, else take the strongest developing square.
      *> Both searches consult the learned avoidance book LossAnalysis
      *> writes (tttbook.dat, "board,move,losses" lines): when the move
      *> picked is one the computer has played from this exact position
      *> in a game it went on to lose, and an equally good move exists,
      *> the alternative is played and the override is left in BookNote
      *> ("BOOK,board,avoided,played", squares 0-based) for the replay log.
      *> ForcesWin and DefendMove search the win-in-N puzzles: whether X
      *> can force a line within so many moves, and O's best reply.
      *> Misere rules (three in a row loses) ride in the gameState string
      *> as an "M" after the status character. Eval then reports the
      *> completed line as a win for the OTHER side, so the exhaustive
      *> 3x3 search plays misere unchanged; 4x4 gets its own heuristic,
      *> and the book (learned from classic games) is not consulted.
       class-id CobolTicTacToe.Grid.

       working-storage section.
       01 ticTacGrid     binary-long occurs 16.
       01 dim            binary-long value 3 property as "Dim" with no set.
       01 cellCount      binary-long value 9.
      *> The book is read once per run; every Grid shares it.
       01 bookMoves      list[string] static.
       01 bookLoaded     condition-value static value false.
       01 bookNote       string value "" property as "BookNote" with no set.
       01 misere         condition-value value false property as "Misere" with no set.

       method-id New.
       procedure division.
               set dim to 3
           end-if
           compute cellCount = dim * dim
           set misere to type CobolTicTacToe.Grid::IsMisereState(gameState)
           invoke self::ClearCells()
           perform varying stringIndex as binary-long from 0 by 1 until stringIndex >= cellCount
               evaluate gameState[stringIndex]
       method-id New.
       procedure division using by value gameState as type CobolTicTacToe.Grid.
           set dim to gameState::Dim
           set misere to gameState::Misere
           compute cellCount = dim * dim
           invoke self::ClearCells()
           perform varying gridIndex as binary-long from 0 by 1 until gridIndex >= cellCount
           end-perform
       end method.

      *> True when the gameState string carries the misere marker.
       method-id IsMisereState public static.
       01 cells  binary-long.
       procedure division using by value gameState as string
                          returning isMisere as condition-value.
           set isMisere to false
           if size of gameState >= 17
               set cells to 16
           else
               set cells to 9
           end-if
           if size of gameState > cells + 1
               if gameState[cells + 1] = 'M'
                   set isMisere to true
               end-if
           end-if
       end method.

       method-id ClearCells private.
       procedure division.
           perform varying clearIndex as binary-long from 1 by 1 until clearIndex > 16
       01 drawMoves list[binary-long].
       01 moveNum   binary-long value 0.
       procedure division returning bestMove as binary-long.
           set bookNote to ""
           if dim = 4
               set bestMove to self::GetHeuristicMove()
               goback
           if(size of winMoves > 0)
               set moveNum to self::RandomNumber(0 size of winMoves)
               set bestMove to winMoves[moveNum]
               set bestMove to self::SteerFromBook(winMoves bestMove)
           else
               if size of drawMoves > 0
                   set moveNum to self::RandomNumber(0 size of drawMoves)
                   set bestMove to drawMoves[moveNum]
                   set bestMove to self::SteerFromBook(drawMoves bestMove)
               else
      *> every move loses against best play (an Easy slip earlier can
      *> leave that, misere more often than not) -- any square will do
                   perform varying gridIndex as binary-long from 0 by 1 until gridIndex >= cellCount
                       if ticTacGrid[gridIndex] = 0
                           set bestMove to gridIndex
                           exit perform
                       end-if
                   end-perform
               end-if
           end-if
       end method.

      *> "Easy" sometimes drops its search for a random empty square; every
      *> empty square is as good as another then, so the book can steer
      *> that pick too.
       method-id SteerRandomMove public.
       01 emptyCells  list[binary-long].
       procedure division using by value pickedMove as binary-long
                          returning chosenMove as binary-long.
           set bookNote to ""
           create emptyCells
           perform varying gridIndex as binary-long from 0 by 1 until gridIndex >= cellCount
               if ticTacGrid[gridIndex] = 0
                   write emptyCells from gridIndex
               end-if
           end-perform
           set chosenMove to self::SteerFromBook(emptyCells pickedMove)
       end method.

      *> The picked move stands unless the book has it from this position
      *> and one of the equally good candidates is not in the book; then a
      *> random one of those is played instead and the override noted.
       method-id SteerFromBook private.
       01 alternatives  list[binary-long].
       01 moveNum       binary-long.
       procedure division using by value candidates as list[binary-long]
                                   pickedMove as binary-long
                          returning chosenMove as binary-long.
           set chosenMove to pickedMove
           if misere
               goback
           end-if
           if not self::IsBookMove(pickedMove)
               goback
           end-if
           create alternatives
           perform varying candIndex as binary-long from 0 by 1 until candIndex >= size of candidates
               if not self::IsBookMove(candidates[candIndex])
                   write alternatives from candidates[candIndex]
               end-if
           end-perform
           if size of alternatives > 0
               set moveNum to self::RandomNumber(0 size of alternatives)
               set chosenMove to alternatives[moveNum]
               set bookNote to "BOOK," & self::BookKey(pickedMove) & "," &
                   chosenMove::ToString("00")
           end-if
       end method.

       method-id IsBookMove private.
       procedure division using by value gridPos as binary-long
                          returning isBook as condition-value.
           invoke type CobolTicTacToe.Grid::LoadBook()
           set isBook to bookMoves::Contains(self::BookKey(gridPos))
       end method.

      *> "board,move" as the book keys it: the board in gameState digits,
      *> then the 0-based square as two digits.
       method-id BookKey private.
       procedure division using by value gridPos as binary-long
                          returning keyText as string.
           set keyText to ""
           perform varying gridIndex as binary-long from 0 by 1 until gridIndex >= cellCount
               set keyText to keyText & ticTacGrid[gridIndex]::ToString()
           end-perform
           set keyText to keyText & "," & gridPos::ToString("00")
       end method.

      *> Reads tttbook.dat once; no book (or an unreadable one) just means
      *> nothing is ever steered.
       method-id LoadBook private static.
       local-storage section.
       01 bookLines    type System.String occurs any.
       01 i            binary-long.
       01 lastComma    binary-long.
       procedure division.
           if bookLoaded
               goback
           end-if
           set bookLoaded to true
           create bookMoves
           try
               if type System.IO.File::Exists("tttbook.dat")
                   set content of bookLines to
                       type System.IO.File::ReadAllLines("tttbook.dat")
                   perform varying i from 1 by 1 until i > size of bookLines
                       set lastComma to bookLines(i)::LastIndexOf(",")
                       if lastComma > 0
                           invoke bookMoves::Add(bookLines(i)::Substring(0 lastComma))
                       end-if
                   end-perform
               end-if
           catch
               continue
           end-try
       end method.

      *> 4x4 move choice: the full game tree is out of reach, so play the
      *> classic threat order -- complete our own line, block the player's
      *> line, then take the square that develops the most open lines for
       01 moveNum     binary-long.
       procedure division returning bestMove as binary-long.
           set bestMove to 0
           if misere
               set bestMove to self::GetMisereHeuristicMove()
               goback
           end-if

      *> a move that wins outright
           perform varying gridIndex as binary-long from 0 by 1 until gridIndex >= cellCount
                   end-if
               end-if
           end-perform
           if size of bestMoves > 0
               set moveNum to self::RandomNumber(0 size of bestMoves)
               set bestMove to bestMoves[moveNum]
               set bestMove to self::SteerFromBook(bestMoves bestMove)
           end-if
       end method.

      *> 4x4 misere move choice: never complete a line of our own while
      *> any other square is open, and among the safe squares take the
      *> one that develops our lines least -- ScoreSquare's lowest, where
      *> the player's marks have already spoiled the lines through it.
       method-id GetMisereHeuristicMove private.
       01 probeGrid   type CobolTicTacToe.Grid.
       01 bestScore   binary-long value -1.
       01 cellScore   binary-long.
       01 bestMoves   list[binary-long].
       01 moveNum     binary-long.
       procedure division returning bestMove as binary-long.
           set bestMove to -1
           create bestMoves
           perform varying gridIndex as binary-long from 0 by 1 until gridIndex >= cellCount
               if ticTacGrid[gridIndex] = 0
                   if bestMove < 0
                       set bestMove to gridIndex
                   end-if
                   set probeGrid to new CobolTicTacToe.Grid(self)
                   set probeGrid[gridIndex] to 2
                   if not (probeGrid::Eval() = 1)
                       set cellScore to self::ScoreSquare(gridIndex)
                       if bestScore < 0 or cellScore < bestScore
                           set bestScore to cellScore
                           invoke bestMoves::Clear()
                       end-if
                       if cellScore = bestScore
                           write bestMoves from gridIndex
                       end-if
                   end-if
               end-if
           end-perform
           if size of bestMoves > 0
               set moveNum to self::RandomNumber(0 size of bestMoves)
               set bestMove to bestMoves[moveNum]
           end-if
       end method.

      *> Win-in-N puzzles: true when the player (X, to move) can force a
      *> completed line within movesLeft of their own moves whatever O
      *> replies -- some X move must either win at once or leave every O
      *> answer still lost within the moves that remain. The puzzle
      *> loader's validator and the defence below both ask this.
       method-id ForcesWin public.
       01 probeGrid   type CobolTicTacToe.Grid.
       01 replyGrid   type CobolTicTacToe.Grid.
       01 allReplies  condition-value.
       procedure division using by value movesLeft as binary-long
                          returning forced as condition-value.
           set forced to false
           if movesLeft < 1
               goback
           end-if
           perform varying gridIndex as binary-long from 0 by 1 until gridIndex >= cellCount
               if ticTacGrid[gridIndex] = 0
                   set probeGrid to new CobolTicTacToe.Grid(self)
                   set probeGrid[gridIndex] to 1
                   if probeGrid::Eval() = 1
                       set forced to true
                       goback
                   end-if
                   if movesLeft > 1 and probeGrid::Eval() = 0
                       set allReplies to true
                       perform varying replyIndex as binary-long from 0 by 1 until replyIndex >= cellCount
                           if probeGrid[replyIndex] = 0
                               set replyGrid to new CobolTicTacToe.Grid(probeGrid)
                               set replyGrid[replyIndex] to 2
                               if replyGrid::Eval() not = 0
                                   or not replyGrid::ForcesWin(movesLeft - 1)
                                   set allReplies to false
                                   exit perform
                               end-if
                           end-if
                       end-perform
                       if allReplies
                           set forced to true
                           goback
                       end-if
                   end-if
               end-if
           end-perform
       end method.

      *> Win-in-N puzzles: O's best defence with the player holding
      *> movesLeft more moves -- a reply that completes O's own line or
      *> fills the board, else one that leaves the player no forced win,
      *> else (the position is lost) the one that holds out longest.
       method-id DefendMove public.
       01 replyGrid   type CobolTicTacToe.Grid.
       01 holdOut     binary-long.
       01 bestHold    binary-long value 0.
       procedure division using by value movesLeft as binary-long
                          returning bestMove as binary-long.
           set bestMove to -1
           perform varying gridIndex as binary-long from 0 by 1 until gridIndex >= cellCount
               if ticTacGrid[gridIndex] = 0
                   set replyGrid to new CobolTicTacToe.Grid(self)
                   set replyGrid[gridIndex] to 2
                   if replyGrid::Eval() not = 0
                       set bestMove to gridIndex
                       goback
                   end-if
                   set holdOut to 1
                   perform until holdOut > movesLeft
                       if replyGrid::ForcesWin(holdOut)
                           exit perform
                       end-if
                       add 1 to holdOut
                   end-perform
                   if holdOut > movesLeft
                       set bestMove to gridIndex
                       goback
                   end-if
                   if holdOut > bestHold
                       set bestHold to holdOut
                       set bestMove to gridIndex
                   end-if
               end-if
           end-perform
       end method.

       method-id RandomNumber.
       01 randClass type System.Random value new System.Random().
       procedure division using by value firstNum as binary-long rangeLength as binary-long
                       end-if
                   end-perform
                   if lineMatch = 1
                       set ret to self::LineWinner(lineFirst)
                       goback
                   end-if
               end-if
                       end-if
                   end-perform
                   if lineMatch = 1
                       set ret to self::LineWinner(lineFirst)
                       goback
                   end-if
               end-if
                   end-if
               end-perform
               if lineMatch = 1
                   set ret to self::LineWinner(lineFirst)
                   goback
               end-if
           end-if
                   end-if
               end-perform
               if lineMatch = 1
                   set ret to self::LineWinner(lineFirst)
                   goback
               end-if
           end-if
           set ret to 3
       end method.

      *> Who a completed line wins for: its own mark, or under misere
      *> rules the other side.
       method-id LineWinner private.
       procedure division using by value lineMark as binary-long
                          returning winner as binary-long.
           if misere
               compute winner = 3 - lineMark
           else
               set winner to lineMark
           end-if
       end method.

       end class.
