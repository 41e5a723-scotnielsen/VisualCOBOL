      ********************************************************************************************************

      *> Keeps the top 10 CobolBlitz scores on disk so a leaderboard survives between runs and
      *> the daily reset of the cabinet. Scores by a player suspended on
      *> ../Common/suspensions.dat are kept off it.
       class-id CobolBlitz.HighScoreTable.

       working-storage section.
               end-try
               goback
           end-if
           *> A suspended player's score stays off the board
           *> (Credits::Suspended logs the refusal).
           if type CobolBlitz.Credits::Suspended(l-name, "SCORE")
               goback
           end-if
           set insertPos to entryCount + 1
           perform varying i as binary-long from 1 by 1 until i > entryCount
               if l-score > entryScores(i)
           end-if
       end method.

      *>> Empties the table and rewrites the file -- the operator's clear
      *>> from the service menu, which journals it.
       method-id Clear public.
       procedure division.
           set entryCount to 0
           invoke self::Save()
       end method.

       method-id Name public.
       procedure division using by value index as binary-long returning ret as string.
           set ret to entryNames(index)
