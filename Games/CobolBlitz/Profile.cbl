
      *> Cross-game player profile writer, the managed twin of the console
      *> titles' ProfileUpdate subprogram. Every recorded result updates the
      *> player/title record of the shared keyed ..\Common\playerprofiles.idx
      *> (key initials + title; plays, best, kind, first-seen, last-seen;
      *> SCORE keeps the highest best, TIME the lowest) in place, read by
      *> key through the same record layout ProfileUpdate uses, and appends
      *> one "yyyymm,III" line to ..\Common\
      *> playerplays.log for the monthly loyalty report, and earns one
      *> loyalty point on the player's ..\Common\loyalty.dat line, the
      *> ledger LoyaltyRedeem converts into free wallet credits.
      *> Both rewrites are made under the fleet's writer's lock
      *> (Credits::TakeLock, the twin of the console CommonLock), held
      *> from the read to the write; a file still busy when the lock times
      *> out keeps its old line rather than lose another cabinet's update.
      *> A share that can't be reached at all doesn't lose the play: each of
      *> the three writes is queued in the game's outbox.dat (Outbox, the
      *> twin of the console subprogram) and forwarded, oldest first and
      *> dated as it was played, by the next Record -- or the next
      *> heartbeat, through Flush -- that finds the share back; a write of
      *> a kind still queued goes in behind it so the order is kept.
      *> Prize tickets: a result also earns redemption tickets by the
      *> title's rules in ..\Common\ticketrules.dat, the same
      *> "title,basis,per,tickets" lines ProfileUpdate reads (SCORE earns
      *> per full "per" of the value, any other basis once per result),
      *> onto the player's ..\Common\tickets.dat line under its own lock
      *> and through the outbox like the rest; EarnTickets is also called
      *> on its own for a result that isn't a profile play.
       class-id CobolBlitz.Profile.

       file-control.
           select profile-file
                   assign to "..\Common\playerprofiles.idx"
                   organization is indexed
                   access mode is dynamic
                   record key is pk-key
                   file status is profileStatus.

       file section.
       fd profile-file record contains 54 characters.
       01 pk-record.
           03 pk-key.
               05 pk-initials   pic x(3).
               05 pk-title      pic x(16).
           03 pk-plays      pic 9(7).
           03 pk-best       pic 9(7).
           03 pk-kind       pic x(5).
           03 pk-first-seen pic x(8).
           03 pk-last-seen  pic x(8).

       working-storage section.
       78 profileFile value "..\Common\playerprofiles.idx".
       78 playsFile   value "..\Common\playerplays.log".
       78 loyaltyFile value "..\Common\loyalty.dat".
       78 ticketsFile value "..\Common\tickets.dat".
       78 rulesFile   value "..\Common\ticketrules.dat".
       01 profileStatus pic xx.

      *>> <summary>
      *>> Applies one recorded result to the player's profile line, the
      *>> monthly play log and the loyalty ledger -- or queues what the
      *>> share won't take in the outbox.
      *>> </summary>
       method-id Record public static.
       local-storage section.
       01 today     string.
       01 applied   string.
       procedure division using by value gameTitle as string
                                initials as string
                                resultValue as binary-long
                                kind as string.
           invoke self::Flush()
           set today to type System.DateTime::Now::ToString("yyyyMMdd")

           set applied to "U"
           if type CobolBlitz.Outbox::Oldest("PROFILE") = null
               set applied to self::ApplyProfile(gameTitle, initials,
                   resultValue, kind, today)
           end-if
           if applied = "U"
               invoke type CobolBlitz.Outbox::Queue("PROFILE",
                   gameTitle & "," & initials & ","
                   & resultValue::ToString("D7") & "," & kind)
           end-if

           set applied to "U"
           if type CobolBlitz.Outbox::Oldest("PLAY") = null
               set applied to self::ApplyPlay(initials, today)
           end-if
           if applied = "U"
               invoke type CobolBlitz.Outbox::Queue("PLAY", initials)
           end-if

           set applied to "U"
           if type CobolBlitz.Outbox::Oldest("POINT") = null
               set applied to self::ApplyPoint(initials)
           end-if
           if applied = "U"
               invoke type CobolBlitz.Outbox::Queue("POINT", initials)
           end-if

           invoke self::EarnTickets(gameTitle, initials, resultValue, kind)
           goback.
       end method.

      *>> Forwards every queued profile write, oldest first and dated the
      *>> day it was played; stops at the first the share (or a busy lock)
      *>> won't take, leaving it and the rest queued.
       method-id Flush public static.
       local-storage section.
       01 kinds     string occurs 4.
       01 k         binary-long.
       01 queued    string.
       01 parts     string occurs any.
       01 playDay   string.
       01 queuedValue binary-long.
       01 applied   string.
       procedure division.
           set kinds(1) to "PROFILE"
           set kinds(2) to "PLAY"
           set kinds(3) to "POINT"
           set kinds(4) to "TICKET"
           perform varying k from 1 by 1 until k > 4
               set queued to type CobolBlitz.Outbox::Oldest(kinds(k))
               perform until queued = null
                   set playDay to type CobolBlitz.Outbox::StampOf(queued)
                   set playDay to playDay::Substring(0, 4) & playDay::Substring(5, 2)
                       & playDay::Substring(8, 2)
                   set parts to type CobolBlitz.Outbox::PayloadOf(queued)::Split(",")
                   evaluate kinds(k)
                       when "PROFILE"
                           set applied to "Y"
                           if size of parts >= 4
                               if not binary-long::TryParse(parts(3), queuedValue)
                                   set queuedValue to 0
                               end-if
                               set applied to self::ApplyProfile(parts(1),
                                   parts(2), queuedValue, parts(4), playDay)
                           end-if
                       when "PLAY"
                           set applied to self::ApplyPlay(parts(1), playDay)
                       when "TICKET"
                           set applied to "Y"
                           if size of parts >= 2
                               if not binary-long::TryParse(parts(2), queuedValue)
                                   set queuedValue to 0
                               end-if
                               set applied to self::ApplyTickets(parts(1),
                                   queuedValue)
                           end-if
                       when other
                           set applied to self::ApplyPoint(parts(1))
                   end-evaluate
                   if applied not = "Y"
                       exit perform
                   end-if
                   invoke type CobolBlitz.Outbox::Drop(kinds(k))
                   set queued to type CobolBlitz.Outbox::Oldest(kinds(k))
               end-perform
           end-perform
       end method.

      *>> The playerprofiles.idx update, read by key and rewritten in
      *>> place: "Y" written, "N" lock busy, "U" share unreachable.
       method-id ApplyProfile private static.
       local-storage section.
       01 profileLock type System.IO.FileStream.
       procedure division using by value gameTitle as string
                                initials as string
                                resultValue as binary-long
                                kind as string
                                today as string
                          returning applied as string.
           set applied to "U"
           if not type CobolBlitz.Outbox::ShareReachable()
               goback
           end-if
           try
               set profileLock to type CobolBlitz.Credits::TakeLock(
                   profileFile, "Profile")
               if profileLock = null
                   set applied to "N"
                   goback
               end-if
               open i-o profile-file
               if profileStatus = "35"
                   open output profile-file
                   if profileStatus = "00"
                       close profile-file
                       open i-o profile-file
                   end-if
               end-if
               if profileStatus not = "00"
                   invoke type CobolBlitz.Credits::ReleaseLock(profileLock)
                   goback
               end-if

               move initials to pk-initials
               move gameTitle to pk-title
               read profile-file
                   invalid key
                       move 1 to pk-plays
                       move resultValue to pk-best
                       move kind to pk-kind
                       move today to pk-first-seen
                       move today to pk-last-seen
                       write pk-record
                           invalid key continue
                       end-write
                   not invalid key
                       add 1 to pk-plays
                       if kind = "TIME"
                           if resultValue < pk-best
                               move resultValue to pk-best
                           end-if
                       else
                           if resultValue > pk-best
                               move resultValue to pk-best
                           end-if
                       end-if
                       move kind to pk-kind
                       move today to pk-last-seen
                       rewrite pk-record
                           invalid key continue
                       end-rewrite
               end-read
               close profile-file
               invoke type CobolBlitz.Credits::ReleaseLock(profileLock)
               set applied to "Y"
           catch
               invoke type CobolBlitz.Credits::ReleaseLock(profileLock)
           end-try
       end method.

      *>> The playerplays.log line for the play's month.
       method-id ApplyPlay private static.
       local-storage section.
       01 writer    type System.IO.StreamWriter.
       procedure division using by value initials as string
                                today as string
                          returning applied as string.
           set applied to "U"
           if not type CobolBlitz.Outbox::ShareReachable()
               goback
           end-if
           try
               set writer to new System.IO.StreamWriter(playsFile, true)
               invoke writer::WriteLine(today::Substring(0, 6)
                   & "," & initials)
               invoke writer::Close()
               set applied to "Y"
           catch
               continue
           end-try
       end method.

      *>> One loyalty point per recorded play, onto the player's line in
      *>> the shared ledger LoyaltyRedeem converts into free wallet
      *>> credits.
       method-id ApplyPoint private static.
       local-storage section.
       01 loyaltyLines type System.Collections.Generic.List[string].
       01 raw       string occurs any.
       01 parts     string occurs any.
       01 i         binary-long.
       01 found     condition-value.
       01 points    binary-long.
       01 loyaltyLock type System.IO.FileStream.
       procedure division using by value initials as string
                          returning applied as string.
           set applied to "U"
           if not type CobolBlitz.Outbox::ShareReachable()
               goback
           end-if
           try
               set loyaltyLock to type CobolBlitz.Credits::TakeLock(
                   loyaltyFile, "Profile")
               if loyaltyLock = null
                   set applied to "N"
                   goback
               end-if
               set loyaltyLines to new System.Collections.Generic.List[string]()
               if type System.IO.File::Exists(loyaltyFile)
                   set raw to type System.IO.File::ReadAllLines(loyaltyFile)
               end-if
               invoke type System.IO.File::WriteAllLines(loyaltyFile,
                   loyaltyLines::ToArray())
               invoke type CobolBlitz.Credits::ReleaseLock(loyaltyLock)
               set applied to "Y"
           catch
               invoke type CobolBlitz.Credits::ReleaseLock(loyaltyLock)
           end-try
       end method.

      *>> <summary>
      *>> Credits the tickets one result earns by the title's rules to the
      *>> player's ledger line -- or queues them in the outbox when the
      *>> share won't take them.
      *>> </summary>
       method-id EarnTickets public static.
       local-storage section.
       01 tickets   binary-long.
       01 applied   string.
       procedure division using by value gameTitle as string
                                initials as string
                                resultValue as binary-long
                                kind as string.
           if initials = null or initials = ""
               goback
           end-if
           set tickets to self::TicketsFor(gameTitle, resultValue, kind)
           if tickets <= 0
               goback
           end-if
           set applied to "U"
           if type CobolBlitz.Outbox::Oldest("TICKET") = null
               set applied to self::ApplyTickets(initials, tickets)
           end-if
           if applied = "U"
               invoke type CobolBlitz.Outbox::Queue("TICKET",
                   initials & "," & tickets::ToString("D7"))
           end-if
       end method.

      *>> Tickets a result would earn: every rule line for the title
      *>> whose basis is the result's kind, or RESULT for any result.
       method-id TicketsFor public static.
       local-storage section.
       01 raw       string occurs any.
       01 parts     string occurs any.
       01 i         binary-long.
       01 per       binary-long.
       01 perRule   binary-long.
       01 units     binary-long.
       procedure division using by value gameTitle as string
                                resultValue as binary-long
                                kind as string
                          returning tickets as binary-long.
           set tickets to 0
           try
               if not type System.IO.File::Exists(rulesFile)
                   goback
               end-if
               set raw to type System.IO.File::ReadAllLines(rulesFile)
               perform varying i from 1 by 1 until i > size of raw
                   set parts to raw(i)::Split(",")
                   if size of parts >= 4 and parts(1) = gameTitle
                       and (parts(2) = kind or parts(2) = "RESULT")
                       and binary-long::TryParse(parts(4), perRule)
                       set units to 1
                       if parts(2) = "SCORE"
                           and binary-long::TryParse(parts(3), per)
                           and per > 0
                           compute units = resultValue / per
                       end-if
                       compute tickets = tickets + units * perRule
                   end-if
               end-perform
           catch
               set tickets to 0
           end-try
       end method.

      *>> The tickets onto the player's line in the ledger PrizeCounter
      *>> redeems from: "Y" written, "N" lock busy, "U" share unreachable.
       method-id ApplyTickets private static.
       local-storage section.
       01 ticketLines type System.Collections.Generic.List[string].
       01 raw       string occurs any.
       01 parts     string occurs any.
       01 i         binary-long.
       01 found     condition-value.
       01 balance   binary-long.
       01 ticketLock type System.IO.FileStream.
       procedure division using by value initials as string
                                tickets as binary-long
                          returning applied as string.
           set applied to "U"
           if not type CobolBlitz.Outbox::ShareReachable()
               goback
           end-if
           try
               set ticketLock to type CobolBlitz.Credits::TakeLock(
                   ticketsFile, "Profile")
               if ticketLock = null
                   set applied to "N"
                   goback
               end-if
               set ticketLines to new System.Collections.Generic.List[string]()
               if type System.IO.File::Exists(ticketsFile)
                   set raw to type System.IO.File::ReadAllLines(ticketsFile)
                   perform varying i from 1 by 1 until i > size of raw
                       if raw(i) not = ""
                           invoke ticketLines::Add(raw(i))
                       end-if
                   end-perform
               end-if
               set found to false
               perform varying i from 0 by 1 until i >= ticketLines::Count
                   set parts to ticketLines[i]::Split(",")
                   if size of parts >= 2 and parts(1) = initials
                       set found to true
                       if not binary-long::TryParse(parts(2), balance)
                           set balance to 0
                       end-if
                       set ticketLines[i] to initials & ","
                           & (balance + tickets)::ToString("D7")
                       exit perform
                   end-if
               end-perform
               if not found
                   invoke ticketLines::Add(initials & ","
                       & tickets::ToString("D7"))
               end-if
               invoke type System.IO.File::WriteAllLines(ticketsFile,
                   ticketLines::ToArray())
               invoke type CobolBlitz.Credits::ReleaseLock(ticketLock)
               set applied to "Y"
           catch
               invoke type CobolBlitz.Credits::ReleaseLock(ticketLock)
           end-try
       end method.

       end class.
