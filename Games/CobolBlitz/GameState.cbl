       01 practiceMode     condition-value value false
                           property as "PracticeMode" with no set.

      *> Daily seeded challenge: a paid run started from the ready/attract
      *> screen (D key) whose wave script, saucer timing and alien fire
      *> pattern all come from the day's seed (DailyChallenge), so every
      *> Blitz cabinet plays the identical run that day, on the
      *> compiled-in lives and alien speeds rather than the cabinet's own.
      *> One attempt per initials per cabinet per day -- the start seals
      *> an ENTRY line into blitzdaily.log and the finish its RESULT --
      *> and no continue. dailyRequested carries the D key's choice into
      *> Initialize; the file-driven script is kept aside for the next
      *> ordinary game.
       78 dailyLives       value 3.
       01 dailyMode        condition-value value false
                           property as "DailyMode" with no set.
       01 dailyRequested   condition-value value false.
       01 dailySeed        binary-long value 0
                           property as "DailySeed" with no set.
       01 dailyInitials    string value "".
       01 dailyResultSealed condition-value value false.
       01 fileWaveScript   type CobolBlitz.WaveScript.

      *> Combo multiplier scoring chain: consecutive missile hits build
      *> the multiplier (three straight hits per step, capped), a miss --
      *> a missile off the top, or one wasted on your own base -- or a
       01 replayStart      float-long.
       01 replaySeed       binary-long.

      *> Sponsored announcements: the ten-second slot last counted in
      *> impressions.log, so a message on screen for a whole slot counts
      *> once however many frames draw it.
       01 lastImpressionPeriod binary-long value -1.

      *> Attract-conversion tracking: true while the attract cycle this
      *> idle spell opened in attract.log waits to be closed by whatever
      *> ends it -- a paid start, a practice run, or neither.
       01 attractCycleOpen condition-value value false.

      *> Continue countdown: after a real game over the cabinet offers an
      *> arcade-style 10-second "CONTINUE?" window. C resumes from the
      *> current wave with fresh lives and a zeroed score (costing one
           set highScores to new type CobolBlitz.HighScoreTable()
           set settings to l-settings
           set opsChannel to new type CobolBlitz.OpsChannel()
           set fileWaveScript to new type CobolBlitz.WaveScript()
           set waveScript to fileWaveScript
           set checkpointOfferWave to self::CheckpointWave()

           invoke shoot::Load()
                invoke graphics::DrawString(lineText smallFont brush 40 70)
            end-if

            *> Daily seeded challenge: say so while the day's run is on.
            if dailyMode
                invoke graphics::DrawString("DAILY CHALLENGE" smallFont brush 40 80)
            end-if

            *> Two-player alternating mode: say whose run the live panel
            *> is showing.
            if numPlayers = 2
                    & " score=" & Score::ToString()
                    & " wave=" & WaveNumber::ToString())
                if State = type GameStateEnum::Playing
                    and not practiceMode and not dailyMode
                    invoke self::writeCheckpoint()
                end-if
                set spectatorPublishElapsed to 0
                end-if
            end-if

            *> Daily seeded challenge: however the run ended, its result
            *> is sealed into the daily log once the game is over.
            if dailyMode and State = type GameStateEnum::GameOver
                and not continueOffered and not dailyResultSealed
                set dailyResultSealed to true
                invoke type CobolBlitz.DailyChallenge::Record(dailySeed,
                    "RESULT", dailyInitials, Score, waveNumber)
            end-if

            if (State = type GameStateEnum::Ready or State = type GameStateEnum::GameOver) and not continueOffered
                compute idleSeconds = idleSeconds + elapsedTime
                if idleSeconds >= attractTimeoutSeconds
                    set idleSeconds to 0
                    invoke self::Initialize(false)
                    set State to type GameStateEnum::Attract
                    if not attractCycleOpen
                        set attractCycleOpen to true
                        invoke self::logAttract("ENTER", "")
                    end-if
                    *> Gameplay replay: play the current high-score game
                    *> back instead of a random demo, when one is on file.
                    invoke self::startReplayPlayback(gameTime)
                               set State to type GameStateEnum::GameOver
                               set continueOffered to true
                               set continueSecondsLeft to continueWindowSeconds
                               *> a daily challenge run is one attempt:
                               *> its window closes on the next frame
                               if dailyMode
                                   set continueSecondsLeft to 0
                               end-if
                           end-if
                       end-if
                   end-if
       procedure division returning accepted as condition-value.
           set accepted to false
           if State = type GameStateEnum::GameOver and continueOffered
               and not dailyMode
               if type CobolBlitz.Credits::TryConsume()
                   set accepted to true
                   set continueOffered to false
               invoke self::clearCheckpoint()
               invoke self::storePlayerState()
               perform varying i from 1 by 1 until i > numPlayers
                   *> the daily challenge already took its player's
                   *> initials at the start
                   if dailyMode
                       set initials to dailyInitials
                   else
                       set initials to type CobolBlitz.InitialsPrompt::GetInitials()
                   end-if
                   invoke highScores::AddScore(initials, playerScores(i), playerWaves(i))
                   *> Tournament play: a score banked while an entry window
                   *> is open also lands in the tournament entries file.
               invoke type CobolBlitz.AuditLog::Append("RESUMED", Score, Lives)
               set checkpointOfferWave to 0
               set resumed to true
               *> a resumed run was paid for when it first started
               invoke self::noteAttractLeft("NONE")
           catch
               set resumed to false
           end-try
           *> switches it back on after its own reset
           set practiceMode to false

           *> Daily seeded challenge: only a start StartDaily asked for
           *> is a daily run; its waves come from the day's seed, every
           *> other game's from wavescript.cfg
           set dailyMode to dailyRequested
           set dailyRequested to false
           set dailyResultSealed to false
           if dailyMode
               set waveScript to new type CobolBlitz.WaveScript(dailySeed)
           else
               set waveScript to fileWaveScript
           end-if

           *> Create all the main gameobjects
           set bonusStageActive to false
           invoke GameObjects::Clear()
           *> Reset the game state
           set Score to 0
           set Lives to config::InitialLives
           if dailyMode
               set Lives to dailyLives
           end-if
           set nextBonusAt to bonusLifeInterval

           *> Two-player alternating mode: both parked runs start fresh;
           set replayPrevFire to false
           if logStart
               set replayFileName to type CobolBlitz.ReplayLog::NewFileName()
               if dailyMode
                   set replaySeed to dailySeed
               else
                   set replaySeed to function mod(type System.Environment::TickCount, 100000)
               end-if
               set rnd to new type System.Random(replaySeed)
               invoke type CobolBlitz.ReplayLog::Append(replayFileName,
                   "0,SEED," & replaySeed::ToString())
               if self::tryChargeCredits()
                   set outOfCredits to false
                   invoke type CobolBlitz.AuditLog::Append("STARTED", Score, Lives)
                   invoke self::noteAttractLeft("PAID")
               else
                   set outOfCredits to true
                   invoke self::noteAttractLeft("NONE")
               end-if
           end-if
       end method.
           set outOfCredits to false
           set State to type GameStateEnum::Playing
           invoke type CobolBlitz.AuditLog::Append("PRACTICE", Score, Lives)
           invoke self::noteAttractLeft("PRACTICE")
       end method.

      *>> Daily seeded challenge: takes the player's initials, refuses a
      *>> suspended player or one who has already had today's attempt at
      *>> this cabinet, then starts an ordinary paid one-player game on the
      *>> day's seed. The attempt is sealed as an ENTRY as soon as the
      *>> start is paid for; a refused charge leaves no attempt behind.
       method-id StartDaily public.
       local-storage section.
       01 initials     string.
       procedure division returning started as condition-value.
           set started to false
           set initials to type CobolBlitz.InitialsPrompt::GetInitials()
           if type CobolBlitz.Credits::Suspended(initials, "ENTRY")
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Those initials are suspended from play.")
               goback
           end-if
           if type CobolBlitz.DailyChallenge::Attempted(initials)
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Today's daily challenge has already been played here by "
                   & initials & ".")
               goback
           end-if
           set numPlayers to 1
           set dailySeed to type CobolBlitz.DailyChallenge::Seed()
           set dailyInitials to initials
           set dailyRequested to true
           invoke self::Initialize(true)
           if outOfCredits
               set dailyMode to false
               goback
           end-if
           invoke type CobolBlitz.DailyChallenge::Record(dailySeed,
               "ENTRY", dailyInitials, 0, waveNumber)
           set State to type GameStateEnum::Playing
           set started to true
       end method.

      *>> Attract-conversion tracking: one "timestamp,title,ENTER|LEAVE,
      *>> outcome" line in attract.log, the lines the console titles
      *>> write through Common/AttractLog; a log that can't be written
      *>> loses the line rather than stopping the game.
       method-id logAttract private.
       procedure division using by value attractEvent as string
                                outcome as string.
           try
               invoke type System.IO.File::AppendAllText("attract.log",
                   type System.DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
                   & ",CobolBlitz," & attractEvent & "," & outcome
                   & type System.Environment::NewLine)
           catch
               continue
           end-try
       end method.

      *>> Attract-conversion tracking: closes the open cycle, if any,
      *>> with what ended it.
       method-id noteAttractLeft private.
       procedure division using by value outcome as string.
           if attractCycleOpen
               set attractCycleOpen to false
               invoke self::logAttract("LEAVE", outcome)
           end-if
       end method.

      *>> Combo multiplier scoring chain: one more consecutive hit; every
      *>> Floor-wide announcements: the active ../Common/announcements.dat
      *>> message for this ten-second slot ("start,end,priority,text"
      *>> lines, dates comparing as plain strings), or "" with nothing on.
      *>> A sponsored line's fifth field is its sponsor code; its showing
      *>> goes into impressions.log ("timestamp,sponsor,text") once a
      *>> slot, as Common/Announcements counts the console titles'.
       method-id currentAnnouncement private.
       local-storage section.
       01 lines    string occurs any.
       01 today    string.
       01 activeCount binary-long value 0.
       01 activeTexts string occurs 20.
       01 activeSponsors string occurs 20.
       01 slot     binary-long.
       01 period   binary-long.
       procedure division returning ret as string.
           set ret to ""
           try
                       and activeCount < 20
                       add 1 to activeCount
                       set activeTexts(activeCount) to parts(4)
                       if size of parts >= 5
                           set activeSponsors(activeCount) to parts(5)::Trim()::ToUpper()
                       else
                           set activeSponsors(activeCount) to ""
                       end-if
                   end-if
               end-perform
               if activeCount > 0
                   compute period = type System.Environment::TickCount / 10000
                   compute slot = function mod(period, activeCount) + 1
                   set ret to activeTexts(slot)
                   *> a sponsored message counts once per slot it holds
                   if activeSponsors(slot) not = ""
                       and period not = lastImpressionPeriod
                       set lastImpressionPeriod to period
                       invoke type System.IO.File::AppendAllText("impressions.log",
                           type System.DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
                           & "," & activeSponsors(slot) & "," & activeTexts(slot)
                           & type System.Environment::NewLine)
                   end-if
               end-if
           catch
               set ret to ""
       01 kept     type System.Collections.Generic.List[string].
       01 i        binary-long.
       01 writer   type System.IO.StreamWriter.
       01 head     string.
       01 waitLock type System.IO.FileStream.
       procedure division.
           try
               if not type System.IO.File::Exists("waitlist.dat")
                       "CobolBlitz",
                       type System.Windows.Forms.MessageBoxButtons::YesNo)
                       = type System.Windows.Forms.DialogResult::Yes
                   *> the queue is read again under the writer's lock -- the
                   *> attendant may have changed it while the player answered
                   set waitLock to type CobolBlitz.Credits::TakeLock(
                       "waitlist.dat", "Waitlist")
                   if waitLock = null
                       goback
                   end-if
                   set head to lines(1)
                   set lines to type System.IO.File::ReadAllLines("waitlist.dat")
                   set kept to new type System.Collections.Generic.List[string]()
                   perform varying i from 1 by 1 until i > size of lines
                       if i > 1 or lines(i) not = head
                           invoke kept::Add(lines(i))
                       end-if
                   end-perform
                   set writer to new type System.IO.StreamWriter("waitlist.dat.tmp", false)
                   perform varying i from 0 by 1 until i >= kept::Count
                   invoke writer::Close()
                   invoke type System.IO.File::Delete("waitlist.dat")
                   invoke type System.IO.File::Move("waitlist.dat.tmp", "waitlist.dat")
                   invoke type CobolBlitz.Credits::ReleaseLock(waitLock)
               end-if
           catch
               invoke type CobolBlitz.Credits::ReleaseLock(waitLock)
           end-try
       end method.

       local-storage section.
       01 initials  string.
       01 writer    type System.IO.StreamWriter.
       01 waitLock  type System.IO.FileStream.
       procedure division.
           set initials to type CobolBlitz.InitialsPrompt::GetInitials()
           try
               set waitLock to type CobolBlitz.Credits::TakeLock("waitlist.dat",
                   "Waitlist")
               if waitLock = null
                   goback
               end-if
               set writer to new type System.IO.StreamWriter("waitlist.dat", true)
               invoke writer::WriteLine(initials)
               invoke writer::Close()
               invoke type CobolBlitz.Credits::ReleaseLock(waitLock)
           catch
               invoke type CobolBlitz.Credits::ReleaseLock(waitLock)
           end-try
       end method.

