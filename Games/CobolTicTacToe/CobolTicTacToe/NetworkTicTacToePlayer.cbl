      *> start (the shared blocklist-checked convention), the cabinets exchange them as
      *> an "INITIALS,XXX" line before play, both ladder ratings are shown in the window
      *> title throughout, and every finished game updates tttratings.dat on both sides.
      *> A misere game (the "M" marker riding in the relayed state) rates on its own
      *> ladder, tttratings-mis.dat, so skill at one game doesn't inflate the other.
       class-id CobolTicTacToe.NetworkTicTacToePlayer implements type CobolTicTacToe.ICobolTicTacToePlayer.

       working-storage section.
           01 remoteInitials  string value "???".
           01 mySide          string value "1".
           01 matchRecorded   condition-value value false.
      *> The ladder the game on the board rates on: the classic file, or
      *> the misere one while the relayed state carries the marker.
           78 classicLadderFile value "tttratings.dat".
           78 misereLadderFile  value "tttratings-mis.dat".
           01 ladderFile      string value "tttratings.dat".
      *> Set when the pairing could not even be set up (no listener to
      *> dial, port unavailable); CreateOtherPlayer falls back to the
      *> local computer opponent when it sees this.
       method-id ShowRatings protected.
       procedure division.
           set player::Title to localInitials & " ("
               & type CobolTicTacToe.EloRatings::GetRatingIn(
                   ladderFile, localInitials)::ToString()
               & ") vs " & remoteInitials & " ("
               & type CobolTicTacToe.EloRatings::GetRatingIn(
                   ladderFile, remoteInitials)::ToString()
               & ")"
       end method.

       01 xScore     binary-long.
       procedure division using by value gameState as string.
           set gameGrid to new CobolTicTacToe.Grid(gameState)
           if gameGrid::Misere
               if ladderFile not = misereLadderFile
                   set ladderFile to misereLadderFile
                   invoke self::ShowRatings()
               end-if
           else
               if ladderFile not = classicLadderFile
                   set ladderFile to classicLadderFile
                   invoke self::ShowRatings()
               end-if
           end-if
           set outcome to gameGrid::Eval()
           if outcome = 0
               set matchRecorded to false
                   set xScore to 5
           end-evaluate
           if mySide = "1"
               invoke type CobolTicTacToe.EloRatings::RecordMatchIn(
                   ladderFile, localInitials, remoteInitials, xScore)
           else
               invoke type CobolTicTacToe.EloRatings::RecordMatchIn(
                   ladderFile, remoteInitials, localInitials, xScore)
           end-if
           invoke self::ShowRatings()
      *> Cross-game player profile: the finished match also updates the
           if not type CobolTicTacToe.StatsLog::Practice
               invoke type CobolTicTacToe.Profile::Record("CobolTicTacToe",
                   localInitials,
                   type CobolTicTacToe.EloRatings::GetRatingIn(
                       ladderFile, localInitials),
                   "SCORE")
      *> Prize tickets: a won match earns the title's WIN tickets on
      *> top of whatever the recorded result earned.
               if (outcome = 1 and mySide = "1")
                   or (outcome = 2 and mySide = "2")
                   invoke type CobolTicTacToe.Profile::EarnTickets(
                       "CobolTicTacToe", localInitials, 1, "WIN")
               end-if
      *> Tournament play: the local side's result enters an open
      *> window too -- win 2, draw 1, loss 0 -- under the initials
      *> the match already captured.
