      *> that, the least-played) puzzle at the requested difficulty -- so customers
      *> stop being dealt the same handful of boards. Library files that predate the
      *> catalog are rated and added the first time PickNext scans the directory.
      *> Solved-puzzle history: given the player's initials, PickNext first
      *> passes over every puzzle that player has already solved on any
      *> cabinet (SolvedHistory), and only falls back to the whole
      *> difficulty once they have solved all of it.
      *> Puzzle play log: CabinetOps' nightly DokuPlayRollup appends
      *> "starts,solves,abandons,abandon-rate" after the four fields above;
      *> Register and RecordPlay carry whatever follows the fourth field
      *> through untouched.
       class-id CobolDoKu.PuzzleCatalog.

       working-storage section.
               set lines to self::ReadCatalog(catalogPath)
               set found to false
               perform varying i from 0 by 1 until i >= lines::Count
                   set parts to lines[i]::Split(("," as character), 5)
                   if size of parts >= 4 and parts(1) = fileName
                       set lines[i] to fileName & "," & difficulty & ","
                           & parts(3) & "," & parts(4)
                       if size of parts >= 5
                           set lines[i] to lines[i] & "," & parts(5)
                       end-if
                       set found to true
                   end-if
               end-perform
               set lines to self::ReadCatalog(catalogPath)
               set found to false
               perform varying i from 0 by 1 until i >= lines::Count
                   set parts to lines[i]::Split(("," as character), 5)
                   if size of parts >= 4 and parts(1) = fileName
                       if not binary-long::TryParse(parts(3), plays)
                           set plays to 0
                       add seconds to totalSecs
                       set lines[i] to fileName & "," & parts(2) & ","
                           & plays::ToString() & "," & totalSecs::ToString()
                       if size of parts >= 5
                           set lines[i] to lines[i] & "," & parts(5)
                       end-if
                       set found to true
                   end-if
               end-perform
      *>> catalog entry if one exists, otherwise the least-played one. Library
      *>> files not yet cataloged are loaded, rated and registered first. Returns
      *>> the puzzle's full path, or "" when nothing at that difficulty is on file.
      *>> </summary>
       method-id PickNext public static.
       procedure division using by value puzzlesDir as string
                                difficulty as string
                          returning nextPath as string.
           set nextPath to self::PickNext(puzzlesDir, difficulty, "")
       end method.

      *>> <summary>
      *>> As above, for a known player: the pick skips every puzzle the
      *>> initials have already solved, whenever an unsolved one is on file
      *>> at the difficulty.
      *>> </summary>
       method-id PickNext public static.
       local-storage section.
       01 bestName     string.
       01 bestPlays    binary-long.
       01 fullPath     string.
       01 solved       type System.Collections.Generic.List[string].
       01 pass         binary-long.
       procedure division using by value puzzlesDir as string
                                difficulty as string
                                initials as string
                          returning nextPath as string.
           set nextPath to ""
           try
               end-perform

               set lines to self::ReadCatalog(catalogPath)
               set solved to type CobolDoKu.SolvedHistory::SolvedBy(initials)
               set bestName to ""
               *> pass 1 leaves out the player's solved puzzles; pass 2,
               *> only needed once they have solved the lot, doesn't
               perform varying pass from 1 by 1
                       until pass > 2 or bestName not = ""
                   set bestPlays to 999999
                   perform varying i from 0 by 1 until i >= lines::Count
                       set parts to lines[i]::Split(",")
                       if size of parts >= 4 and parts(2) = difficulty
                           and (pass = 2 or not solved::Contains(parts(1)))
                           set fullPath to type System.IO.Path::Combine(
                               puzzlesDir, parts(1))
                           if type System.IO.File::Exists(fullPath)
                               if not binary-long::TryParse(parts(3), plays)
                                   set plays to 0
                               end-if
                               if plays < bestPlays
                                   set bestPlays to plays
                                   set bestName to parts(1)
                               end-if
                           end-if
                       end-if
                   end-perform
               end-perform
               if bestName not = ""
                   set nextPath to type System.IO.Path::Combine(
