      *> when opschannel.cfg names a port.
       01 opsChannel       type CobolTicTacToe.OpsChannel.

      *> Sponsored announcements: the ten-second slot last counted in
      *> impressions.log, so each idle tick doesn't count it again.
       01 lastImpressionPeriod binary-long value -1.

      *> Attract-conversion tracking: true while the attract cycle this
      *> idle spell opened in attract.log waits to be closed by whatever
      *> ends it -- a paid start, a practice game, or neither.
       01 attractCycleOpen condition-value value false.

      *> Attract-mode / demo loop: idleTimer ticks once a
      *> second; once the board has sat blank and untouched for
      *> attractIdleTicks, it plays back the most recent finished game's
      *> next New Game is then free and unranked until toggled back.
       01 practiceMode     condition-value value false.
       78 attractIdleTicks value 30.
      *> Misere rules: toggled with the M key; every new board from then
      *> on (vs-computer, pass-and-play or network) carries the misere
      *> marker, so three in a row loses, until toggled back.
       01 misereMode       condition-value value false.
      *> Win-in-N puzzles: started with the Z key; while one is open the
      *> puzzle opponent stands in for otherPlayer, which comes back when
      *> the attempt ends, and the title carries the puzzle and the
      *> player's progress through the puzzle file.
       01 puzzlePlayer     type CobolTicTacToe.PuzzleTicTacToePlayer.
       01 puzzleSavedPlayer type CobolTicTacToe.ICobolTicTacToePlayer.
       01 puzzleTitle      string value "".

      *> Fleet heartbeat: refresh this cabinet's line in the shared
      *> heartbeat file every heartbeatIntervalTicks idleTimer ticks, so

           set opsChannel to new CobolTicTacToe.OpsChannel()

      *> Cabinet self-test at power-on; F9 reruns it for the operator.
      *> Results go to selftest.log for the floor-open check.
           invoke type CobolTicTacToe.SelfTest::Run("POWER-ON")

           set idleTimer to new type System.Windows.Threading.DispatcherTimer()
           set idleTimer::Interval to type System.TimeSpan::FromSeconds(1)
           invoke idleTimer::add_Tick(new EventHandler(self::idleTimer_Tick))
                   *> Ultimate mode: nine sub-boards, its own window,
                   *> its own ladder
                   invoke self::OpenUltimate()
               when type System.Windows.Input.Key::Z
                   *> win-in-N puzzle: a stored position to win from
                   invoke self::StartPuzzle()
               when type System.Windows.Input.Key::W
                   *> waitlist sign-up: initials through the shared
                   *> blocklist/PIN prompt, onto the back of the queue
                   invoke self::JoinWaitlist()
               when type System.Windows.Input.Key::F9
                   *> operator self-test: the power-on checks again
                   if type CobolTicTacToe.SelfTest::Run("OPERATOR")
                       invoke type System.Windows.MessageBox::Show(
                           "SELF-TEST PASSED")
                   else
                       invoke type System.Windows.MessageBox::Show(
                           "SELF-TEST FAILED - see selftest.log")
                   end-if
               when type System.Windows.Input.Key::P
                   *> practice toggle: free, unranked games while on
                   if practiceMode
                       set self::Title to
                           "CobolTicTacToe - PRACTICE (free, unranked)"
                   end-if
               when type System.Windows.Input.Key::M
                   *> misere toggle: three in a row loses from the next
                   *> new board on
                   if misereMode
                       set misereMode to false
                       set self::Title to "CobolTicTacToe"
                   else
                       set misereMode to true
                       set self::Title to
                           "CobolTicTacToe - MISERE (three in a row loses)"
                   end-if
               when type System.Windows.Input.Key::Left
                   invoke self::MoveFocus(0 -1)
               when type System.Windows.Input.Key::Right
       procedure division using by value imageIndex as binary-long.
           set idleTicks to 0
           set replayIndex to 0
      *> a touch that isn't a start closes the attract cycle as NONE; a
      *> paid start soon after still counts in AttractReport
           invoke self::NoteAttractLeft("NONE")
           set moveClockTicks to 0
           if imageIndex > boardCells
               goback
           set blank to true
       end method.

      *>>A blank gameState string for the current board size, with the
      *>>misere marker after the status character when misere is on.
       method-id BlankGameState final private.
       procedure division returning blank as string.
           set blank to new System.String(("0" as character) (boardCells + 1))
           if misereMode
               set blank to blank & "M"
           end-if
       end method.

       method-id DrawGameState final private.
       procedure division using by value sender as object e as type System.Windows.RoutedEventArgs.
           set idleTicks to 0
           set replayIndex to 0
           *> a puzzle left open is given up and the opponent restored
           invoke self::EndPuzzle()
           *> Cabinet waitlist: the head of the queue gets first claim
           *> on this start.
           invoke self::OfferWaitlistTurn()
           *> a zero balance refuses the start until a top-up.
           if not practiceMode
               and not self::TryConsumeOrWallet()
               invoke self::NoteAttractLeft("NONE")
               invoke type System.Windows.MessageBox::Show(
                   "NO CREDITS - SEE ATTENDANT")
               goback
           end-if
           if practiceMode
               invoke self::NoteAttractLeft("PRACTICE")
           else
               invoke self::NoteAttractLeft("PAID")
           end-if
           if passAndPlay
               set localMark to "1"
           end-if
           end-if
       end method.

      *>>Attract-conversion tracking: one "timestamp,title,ENTER|LEAVE,
      *>>outcome" line in attract.log, the lines the console titles
      *>>write through Common/AttractLog; a log that can't be written
      *>>loses the line rather than stopping the game.
       method-id LogAttract final private.
       procedure division using by value attractEvent as string
                                outcome as string.
           try
               invoke type System.IO.File::AppendAllText("attract.log",
                   type System.DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
                   & ",CobolTicTacToe," & attractEvent & "," & outcome
                   & type System.Environment::NewLine)
           catch
               continue
           end-try
       end method.

      *>>Attract-conversion tracking: closes the open cycle, if any,
      *>>with what ended it.
       method-id NoteAttractLeft final private.
       procedure division using by value outcome as string.
           if attractCycleOpen
               set attractCycleOpen to false
               invoke self::LogAttract("LEAVE", outcome)
           end-if
       end method.

      *>>Pass-and-play: flips whose mark the next click places and keeps
      *>>the turn indicator current.
      *>>Ultimate mode: opens the 9-sub-board game in its own window --
           invoke ultWindow::Show()
       end method.

      *>>Win-in-N puzzles: charges the start as a New Game would, takes
      *>>the player's initials, and sets up the first puzzle in the file
      *>>they have not yet solved (once all are solved, any one again)
      *>>against the puzzle opponent. Not offered in network or
      *>>pass-and-play mode, where the other side is a person.
       method-id StartPuzzle final private.
       local-storage section.
       01 puzzles     list[string].
       01 solved      list[string].
       01 parts       string occurs any.
       01 pick        string value "".
       01 initials    string.
       01 moves       binary-long.
       01 i           binary-long.
       procedure division.
           if isNetworkMode or passAndPlay
               goback
           end-if
           set puzzles to type CobolTicTacToe.Puzzles::LoadValid()
           if puzzles::Count = 0
               invoke type System.Windows.MessageBox::Show(
                   "NO PUZZLES AVAILABLE")
               goback
           end-if
           invoke self::EndPuzzle()
           set idleTicks to 0
           set replayIndex to 0
           set type CobolTicTacToe.StatsLog::Practice to practiceMode
           if not practiceMode
               and not self::TryConsumeOrWallet()
               invoke self::NoteAttractLeft("NONE")
               invoke type System.Windows.MessageBox::Show(
                   "NO CREDITS - SEE ATTENDANT")
               goback
           end-if
           if practiceMode
               invoke self::NoteAttractLeft("PRACTICE")
           else
               invoke self::NoteAttractLeft("PAID")
           end-if

           set initials to type CobolTicTacToe.InitialsPrompt::GetInitials()
           set solved to type CobolTicTacToe.Puzzles::SolvedBy(initials)
           perform varying i from 0 by 1 until i >= puzzles::Count
               set parts to puzzles[i]::Split(",")
               if not solved::Contains(parts(1)::Trim())
                   set pick to puzzles[i]
                   exit perform
               end-if
           end-perform
           if pick = ""
               set i to shotRand::Next(0 puzzles::Count)
               set pick to puzzles[i]
           end-if

           set parts to pick::Split(",")
           set moves to type System.Convert::ToInt32(parts(3)::Trim())
           set localMark to "1"
           set puzzlePlayer to new CobolTicTacToe.PuzzleTicTacToePlayer(
               self parts(1)::Trim() initials moves)
           set puzzleSavedPlayer to otherPlayer
           set otherPlayer to puzzlePlayer
           set puzzleTitle to "PUZZLE " & parts(1)::Trim() & " - WIN IN "
               & moves::ToString() & " - " & self::PuzzleProgress(initials)
           set self::Title to puzzleTitle
           invoke self::SetGameState(parts(2)::Trim() & "0")
       end method.

      *>>Win-in-N puzzles: gives up an open puzzle (logged as failed) and
      *>>puts the regular opponent back.
       method-id EndPuzzle final private.
       procedure division.
           if puzzlePlayer not = null
               invoke puzzlePlayer::Abandon()
               set otherPlayer to puzzleSavedPlayer
               set puzzlePlayer to null
           end-if
       end method.

      *>>Win-in-N puzzles: the puzzle opponent's report that the attempt
      *>>is over; the regular opponent comes back and the player sees the
      *>>result with their progress.
       method-id PuzzleFinished final public.
       local-storage section.
       01 resultText  string.
       procedure division using by value initials as string
                                result as string.
           set otherPlayer to puzzleSavedPlayer
           set puzzlePlayer to null
           if result = "PuzzleSolved"
               set resultText to "PUZZLE SOLVED!"
           else
               set resultText to "PUZZLE FAILED"
           end-if
           invoke type System.Windows.MessageBox::Show(
               resultText & "  " & self::PuzzleProgress(initials))
       end method.

      *>>"ABC: n of m puzzles solved", counting only puzzles still in the
      *>>file and passing the validator.
       method-id PuzzleProgress final private.
       local-storage section.
       01 puzzles     list[string].
       01 solved      list[string].
       01 parts       string occurs any.
       01 solvedCount binary-long value 0.
       01 i           binary-long.
       procedure division using by value initials as string
                          returning progress as string.
           set puzzles to type CobolTicTacToe.Puzzles::LoadValid()
           set solved to type CobolTicTacToe.Puzzles::SolvedBy(initials)
           perform varying i from 0 by 1 until i >= puzzles::Count
               set parts to puzzles[i]::Split(",")
               if solved::Contains(parts(1)::Trim())
                   add 1 to solvedCount
               end-if
           end-perform
           set progress to initials & ": " & solvedCount::ToString() & " of "
               & puzzles::Count::ToString() & " puzzles solved"
       end method.

      *>>Cabinet waitlist: sign-up (W key), the next-two display for the
      *>>idle title, and the your-turn offer a start makes -- the same
      *>>waitlist.dat next to credits.dat the attendant console works.
       local-storage section.
       01 initials   string.
       01 writer     type System.IO.StreamWriter.
       01 waitLock   type System.IO.FileStream.
       procedure division.
           set initials to type CobolTicTacToe.InitialsPrompt::GetInitials()
           try
               set waitLock to type CobolTicTacToe.Credits::TakeLock("waitlist.dat",
                   "Waitlist")
               if waitLock = null
                   goback
               end-if
               set writer to new type System.IO.StreamWriter("waitlist.dat", true)
               invoke writer::WriteLine(initials)
               invoke writer::Close()
               invoke type CobolTicTacToe.Credits::ReleaseLock(waitLock)
               invoke type System.Windows.MessageBox::Show(
                   initials & " added to the back of the waitlist.")
           catch
               invoke type CobolTicTacToe.Credits::ReleaseLock(waitLock)
           end-try
       end method.

       01 kept     type System.Collections.Generic.List[string].
       01 i        binary-long.
       01 writer   type System.IO.StreamWriter.
       01 head     string.
       01 waitLock type System.IO.FileStream.
       procedure division.
           try
               if not type System.IO.File::Exists("waitlist.dat")
                       "CobolTicTacToe",
                       type System.Windows.MessageBoxButton::YesNo)
                       = type System.Windows.MessageBoxResult::Yes
                   *> the queue is read again under the writer's lock -- the
                   *> attendant may have changed it while the player answered
                   set waitLock to type CobolTicTacToe.Credits::TakeLock(
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
                   invoke type CobolTicTacToe.Credits::ReleaseLock(waitLock)
               end-if
           catch
               invoke type CobolTicTacToe.Credits::ReleaseLock(waitLock)
           end-try
       end method.

      *>>Floor-wide announcements: puts the active
      *>>../Common/announcements.dat message for this ten-second slot in
      *>>the window title while the board idles; quiet when nothing is
      *>>active or a match is on. A sponsored message (sponsor code in
      *>>the line's fifth field) is counted in impressions.log once a
      *>>slot, for the sponsor's invoice.
       method-id ShowAnnouncementIfAny final private.
       local-storage section.
       01 lines    string occurs any.
       01 today    string.
       01 activeCount binary-long value 0.
       01 activeTexts string occurs 20.
       01 activeSponsors string occurs 20.
       01 slot     binary-long.
       01 period   binary-long.
       procedure division.
           try
               if isNetworkMode
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
                   set self::Title to activeTexts(slot)
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
               continue
           *> An idle board's title shows the waitlist's next two names
           *> when anyone is queued, and otherwise rotates whatever
           *> floor announcement is active.
           if puzzlePlayer not = null
               set self::Title to puzzleTitle
           else
               if self::NextOnWaitlist() not = ""
                   set self::Title to "NEXT UP: " & self::NextOnWaitlist()
               else
                   invoke self::ShowAnnouncementIfAny()
               end-if
           end-if

           *> Fleet heartbeat: a board with moves on it publishes InGame,

           if replayIndex > 0
               if replayIndex <= size of replayLines
      *> avoidance-book notes are not positions to show
                   if not replayLines(replayIndex)::StartsWith("BOOK,")
                       invoke self::SetGameState(replayLines(replayIndex))
                   end-if
                   add 1 to replayIndex
               else
                   set replayIndex to 0
               end-if
           else
               if idleTicks >= attractIdleTicks and self::IsBlankBoard()
                   if not attractCycleOpen
                       set attractCycleOpen to true
                       invoke self::LogAttract("ENTER", "")
                   end-if
                   set latest to type CobolTicTacToe.ReplayLog::LatestFileName()
                   if latest not = ""
                       set content of replayLines to
