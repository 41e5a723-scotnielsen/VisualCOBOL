      *> Ultimate mode keeps its own ladder in tttratings-ult.dat -- the
      *> meta-board game is a different skill -- through the *In methods
      *> that take the ladder file; the classic methods delegate to them.
      *> Misere network games rate the same way on tttratings-mis.dat.
      *> A player suspended on ../Common/suspensions.dat keeps their
      *> rating frozen for the length of the suspension; the opponent's
      *> side of the match is still applied.
       class-id CobolTicTacToe.EloRatings.

       working-storage section.
               compute delta = type System.Math::Round(
                   kFactor * (actualX - expectedX))

               *> a suspended player's rating doesn't move (the refusal
               *> is logged); their opponent's result still counts
               if not type CobolTicTacToe.Credits::Suspended(xInitials,
                   "SCORE")
                   invoke self::PutRating(ladderFile, xInitials,
                       ratingX + delta)
               end-if
               if not type CobolTicTacToe.Credits::Suspended(oInitials,
                   "SCORE")
                   invoke self::PutRating(ladderFile, oInitials,
                       ratingO - delta)
               end-if
           catch
               continue
           end-try
