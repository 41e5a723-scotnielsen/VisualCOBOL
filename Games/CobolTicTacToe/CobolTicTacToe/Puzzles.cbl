      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Win-in-N puzzles for the TicTacToe cabinet. tttpuzzles.dat holds
      *> one puzzle per line, "id,board,moves": the board in gameState
      *> digits (9 for classic, 16 for 4x4; 0 empty, 1 X, 2 O) with X to
      *> move, and how many X moves the win must come within -- 1 to 4, or
      *> 1 to 3 on the 4x4 board, where the search grows far faster.
      *> Operators add lines freely; lines starting "*" are comments. The
      *> file is read once per run, and every puzzle is put through the
      *> computer's own search (Grid::ForcesWin): one that is malformed,
      *> already finished, or not a forced win against best defence is
      *> set aside and noted in puzzlecheck.log ("timestamp,id,reason").
      *> Progress is read back from the stats log, where each attempt
      *> lands as "date,PuzzleSolved|PuzzleFailed,initials,id".
       class-id CobolTicTacToe.Puzzles.

       working-storage section.
       01 puzzleFile     string value "tttpuzzles.dat".
       01 checkLog       string value "puzzlecheck.log".
       01 statsFile      string value "tictactoestats.log".
       01 validPuzzles   list[string] static.
       01 puzzlesLoaded  condition-value static value false.

      *>> The puzzles that passed the validator, as their "id,board,moves"
      *>> lines; an empty list when there is no file or nothing passed.
       method-id LoadValid public static.
       local-storage section.
       01 puzzleLines  type System.String occurs any.
       01 i            binary-long.
       01 puzzleLine   string.
       01 reason       string.
       procedure division returning accepted as list[string].
           if not puzzlesLoaded
               set puzzlesLoaded to true
               create validPuzzles
               try
                   if type System.IO.File::Exists(puzzleFile)
                       set content of puzzleLines to
                           type System.IO.File::ReadAllLines(puzzleFile)
                       perform varying i from 1 by 1 until i > size of puzzleLines
                           set puzzleLine to puzzleLines(i)::Trim()
                           if puzzleLine not = "" and not puzzleLine::StartsWith("*")
                               set reason to type CobolTicTacToe.Puzzles::CheckPuzzle(puzzleLine)
                               if reason = ""
                                   invoke validPuzzles::Add(puzzleLine)
                               else
                                   invoke type CobolTicTacToe.Puzzles::LogReject(puzzleLine reason)
                               end-if
                           end-if
                       end-perform
                   end-if
               catch
                   continue
               end-try
           end-if
           set accepted to validPuzzles
       end method.

      *>> The validator: "" for a sound puzzle, otherwise why it was refused.
       method-id CheckPuzzle public static.
       local-storage section.
       01 parts        type System.String occurs any.
       01 board        string.
       01 moves        binary-long.
       01 xCount       binary-long value 0.
       01 oCount       binary-long value 0.
       01 i            binary-long.
       01 puzzleGrid   type CobolTicTacToe.Grid.
       procedure division using by value puzzleLine as string
                          returning reason as string.
           set reason to ""
           set parts to puzzleLine::Split(",")
           if size of parts < 3
               set reason to "needs id,board,moves"
               goback
           end-if
           set board to parts(2)::Trim()
           if not (board::Length = 9 or board::Length = 16)
               set reason to "board must be 9 or 16 squares"
               goback
           end-if
           perform varying i from 0 by 1 until i >= board::Length
               evaluate board[i]
                   when '0'
                       continue
                   when '1'
                       add 1 to xCount
                   when '2'
                       add 1 to oCount
                   when other
                       set reason to "board holds a mark other than 0, 1 or 2"
                       goback
               end-evaluate
           end-perform
           if not (xCount = oCount)
               set reason to "X is not the side to move"
               goback
           end-if
           if not binary-long::TryParse(parts(3)::Trim(), moves)
               or moves < 1 or moves > 4
               or (board::Length = 16 and moves > 3)
               set reason to "moves must be 1 to 4 (1 to 3 on the 4x4 board)"
               goback
           end-if
           set puzzleGrid to new CobolTicTacToe.Grid(board & "0")
           if puzzleGrid::Eval() not = 0
               set reason to "position is already finished"
               goback
           end-if
           if not puzzleGrid::ForcesWin(moves)
               set reason to "no forced win in " & moves::ToString()
           end-if
       end method.

      *>> The ids of the puzzles these initials have solved, each once.
       method-id SolvedBy public static.
       local-storage section.
       01 statLines    type System.String occurs any.
       01 parts        type System.String occurs any.
       01 i            binary-long.
       procedure division using by value initials as string
                          returning solved as list[string].
           create solved
           try
               if type System.IO.File::Exists(statsFile)
                   set content of statLines to
                       type System.IO.File::ReadAllLines(statsFile)
                   perform varying i from 1 by 1 until i > size of statLines
                       set parts to statLines(i)::Split(",")
                       if size of parts >= 4
                           and parts(2) = "PuzzleSolved"
                           and parts(3) = initials
                           and not solved::Contains(parts(4))
                           invoke solved::Add(parts(4))
                       end-if
                   end-perform
               end-if
           catch
               continue
           end-try
       end method.

      *>> One refused puzzle's line in puzzlecheck.log; a log that can't be
      *>> written loses the line rather than stopping the game.
       method-id LogReject private static.
       local-storage section.
       01 parts        type System.String occurs any.
       procedure division using by value puzzleLine as string
                                reason as string.
           set parts to puzzleLine::Split(",")
           try
               invoke type System.IO.File::AppendAllText(checkLog,
                   type System.DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
                   & "," & parts(1) & "," & reason
                   & type System.Environment::NewLine)
           catch
               continue
           end-try
       end method.

       end class.
