      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Library technique survey: runs a TechniqueSolver walkthrough over
      *> every puzzle in the puzzles-dir library and reports which puzzles
      *> need which techniques -- a line per puzzle with its stored
      *> difficulty, the hardest technique its walkthrough needed, every
      *> technique used, and "GUESS" where pure logic runs out before the
      *> end -- then a tally of hardest technique by stored difficulty, so
      *> a Medium that needs an X-wing or an Easy that needs a guess stands
      *> out. Written to techniques.txt inside the puzzles directory and
      *> shown on the console; run it the same way as LibraryValidator.
       class-id CobolDoKu.TechniqueReport.

      *>> <summary>
      *>> The application entry point. Sweeps the library and writes
      *>> techniques.txt.
      *>> </summary>
       method-id Main is static attribute System.STAThreadAttribute.
       local-storage section.
       01  puzzles-dir    string.
       01  files          string occurs any.
       01  i              binary-long.
       01  t              binary-long.
       01  d              binary-long.
       01  board          type CobolDoKu.SudokuGrid.
       01  solver         type CobolDoKu.TechniqueSolver.
       01  file-name      string.
       01  hardest        string.
       01  guess-flag     string.
       01  report-line    string.
       01  checked        binary-long value 0.
       01  guess-count    binary-long value 0.
      *> hardest technique (0 = none, 1-7, 8 = needs a guess) by stored
      *> difficulty (1 Junior, 2 Easy, 3 Medium, 4 Hard)
       01  tally          binary-long occurs 9 4.
       01  rank           binary-long.
       01  band           binary-long.
       01  row-ix         binary-long.
       01  report-lines   type System.Collections.Generic.List[string].
       01  writer         type System.IO.StreamWriter.
       procedure division.
           display "CobolDoKu library technique survey"
           set puzzles-dir to type System.IO.Path::GetFullPath("..\..\puzzles")
           set files to type System.IO.Directory::GetFiles(puzzles-dir, "*.xml")
           set report-lines to new System.Collections.Generic.List[string]()
           perform varying t from 1 by 1 until t > 9
                   after d from 1 by 1 until d > 4
               set tally(t, d) to 0
           end-perform
           invoke report-lines::Add("File"::PadRight(32) & "Difficulty"::PadRight(11)
               & "Hardest"::PadRight(20) & "Logic  Techniques used")

           perform varying i from 1 by 1 until i > size of files
               add 1 to checked
               set file-name to type System.IO.Path::GetFileName(files(i))
               set board to new CobolDoKu.SudokuGrid()
               invoke board::Load(files(i))
               set solver to new CobolDoKu.TechniqueSolver(board)
               invoke solver::Solve()
               set hardest to solver::HardestTechnique()
               set rank to 0
               perform varying t from 1 by 1
                       until t > type CobolDoKu.TechniqueSolver::Techniques()
                   if solver::TechniqueCount(t) > 0
                       set rank to t
                   end-if
               end-perform
               if solver::SolvedByLogic
                   set guess-flag to "yes  "
               else
                   set guess-flag to "GUESS"
                   set rank to 8
                   add 1 to guess-count
               end-if
               evaluate board::Difficulty
                   when "Junior" set band to 1
                   when "Easy"   set band to 2
                   when "Medium" set band to 3
                   when other    set band to 4
               end-evaluate
               compute row-ix = rank + 1
               add 1 to tally(row-ix, band)
               set report-line to file-name::PadRight(32)
                   & board::Difficulty::PadRight(11)
                   & hardest::PadRight(20) & guess-flag & "  "
                   & solver::TechniquesUsed()
               invoke report-lines::Add(report-line)
               display report-line
           end-perform

           invoke report-lines::Add("")
           invoke report-lines::Add("Hardest technique by stored difficulty")
           invoke report-lines::Add(""::PadRight(20) & "  Junior    Easy  Medium    Hard")
           perform varying t from 0 by 1 until t > 8
               evaluate t
                   when 0 set report-line to "none"
                   when 8 set report-line to "needs a guess"
                   when other
                       set report-line to
                           type CobolDoKu.TechniqueSolver::TechniqueName(t)
               end-evaluate
               set report-line to report-line::PadRight(20)
               compute row-ix = t + 1
               perform varying d from 1 by 1 until d > 4
                   set report-line to report-line
                       & tally(row-ix, d)::ToString()::PadLeft(8)
               end-perform
               invoke report-lines::Add(report-line)
           end-perform

           set writer to new System.IO.StreamWriter(
               type System.IO.Path::Combine(puzzles-dir, "techniques.txt"), false)
           perform varying i from 0 by 1 until i >= report-lines::Count
               invoke writer::WriteLine(report-lines[i])
           end-perform
           invoke writer::Close()

           display "Surveyed " checked ": " guess-count
               " need a guess beyond the techniques"
       end method.

       end class.
