      *> cabinet, and adds it to the pot in the tournament's line of the shared
      *> ../Common/tournaments.dat master -- identical behavior to the console
      *> titles' TournamentEntry.
      *> A pot the share won't let us reach is not lost: the bump waits in
      *> the game's outbox.dat (Outbox) as "tournament,fee" and is added by
      *> the next Record -- or the next heartbeat, through Flush -- that
      *> finds the share back, oldest first, before any new one.
      *> A player suspended on ../Common/suspensions.dat is refused entry
      *> outright, exactly as the console TournamentEntry refuses them.
       class-id CobolTicTacToe.Tournament.

       working-storage section.
       01 already      condition-value.
       01 entryLines   string occurs any.
       01 entryParts   string occurs any.
       01 i            binary-long.
       01 applied      string.
       procedure division using by value gameTitle as string entrant as string
                                scoreValue as binary-long kind as string.
           invoke self::Flush()
           try
               if not type System.IO.File::Exists(configFile)
                   goback
                   *> Outside the entry window -- the score must not count.
                   goback
               end-if
               *> A suspended player is refused entry (Credits::Suspended
               *> logs the refusal) -- no fee, no entry line.
               if type CobolTicTacToe.Credits::Suspended(entrant, "ENTRY")
                   goback
               end-if

               *> A non-zero fee is collected once per player per cabinet;
               *> a balance that can't cover it means no entry at all.
                       if not type CobolTicTacToe.Credits::TryDebit(fee, entrant, "TOURNFEE")
                           goback
                       end-if
                       *> the collected fee joins the tournament's pot --
                       *> or waits in the outbox behind any still queued
                       set applied to "U"
                       if type CobolTicTacToe.Outbox::Oldest("POT") = null
                           set applied to self::BumpPot(parts(1), fee)
                       end-if
                       if applied = "U"
                           invoke type CobolTicTacToe.Outbox::Queue("POT",
                               parts(1) & "," & fee::ToString("D3"))
                       end-if
                   end-if
               end-if
           end-try
       end method.

      *>> Forwards the queued pot bumps, oldest first; stops at the first
      *>> the share won't take, leaving it and the rest queued.
       method-id Flush public static.
       local-storage section.
       01 queued       string.
       01 parts        string occurs any.
       01 fee          binary-long.
       procedure division.
           set queued to type CobolTicTacToe.Outbox::Oldest("POT")
           perform until queued = null
               set parts to type CobolTicTacToe.Outbox::PayloadOf(queued)::Split(",")
               if size of parts >= 2
                   if not binary-long::TryParse(parts(2), fee)
                       set fee to 0
                   end-if
                   if self::BumpPot(parts(1), fee) not = "Y"
                       exit perform
                   end-if
               end-if
               invoke type CobolTicTacToe.Outbox::Drop("POT")
               set queued to type CobolTicTacToe.Outbox::Oldest("POT")
           end-perform
       end method.

      *>> Adds a fee to the tournament's pot in the shared master: "Y"
      *>> done (or no master to add to), "U" share unreachable.
       method-id BumpPot private static.
       local-storage section.
       01 masterLines  string occurs any.
       01 masterParts  string occurs any.
       01 potVal       binary-long.
       01 i            binary-long.
       procedure division using by value tournamentName as string
                                fee as binary-long
                          returning applied as string.
           set applied to "U"
           if not type CobolTicTacToe.Outbox::ShareReachable()
               goback
           end-if
           try
               if type System.IO.File::Exists(masterFile)
                   set masterLines to type System.IO.File::ReadAllLines(masterFile)
                   perform varying i from 1 by 1 until i > size of masterLines
                       set masterParts to masterLines(i)::Split(',')
                       if size of masterParts >= 5
                           and masterParts(1) = tournamentName
                           and binary-long::TryParse(masterParts(5), potVal)
                           set masterLines(i) to masterParts(1) & ","
                               & masterParts(2) & "," & masterParts(3) & ","
                               & masterParts(4) & ","
                               & (potVal + fee)::ToString("D5")
                           invoke type System.IO.File::WriteAllLines(
                               masterFile & ".tmp", masterLines)
                           invoke type System.IO.File::Delete(masterFile)
                           invoke type System.IO.File::Move(
                               masterFile & ".tmp", masterFile)
                           exit perform
                       end-if
                   end-perform
               end-if
               set applied to "Y"
           catch
               set applied to "U"
           end-try
       end method.

       end class.
