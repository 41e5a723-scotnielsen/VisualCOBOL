       01 race                 type CobolDoKu.RaceSession.
       01 raceActive           condition-value value false.

      *> Co-op network state: both cabinets play today's daily puzzle on
      *> one shared board, relayed by the session; see CoopSession.
       01 coop                 type CobolDoKu.CoopSession.
       01 coopActive           condition-value value false.

      *> Technique walkthrough: the lines printDocument1 is working through
      *> while it prints a walkthrough instead of the blank grid, and the
      *> next one due on the page; null the rest of the time.
       01 walkthroughLines     type System.Collections.Generic.List[string].
       01 walkthroughNext      binary-long value 0.

      *> Remote operator console: the command channel this cabinet hosts
      *> when opschannel.cfg names a port.
       01 opsChannel           type CobolDoKu.OpsChannel.

      *> Sponsored announcements: the ten-second slot last counted in
      *> impressions.log, so each idle tick doesn't count it again.
       01 lastImpressionPeriod binary-long value -1.

      *> Attract-conversion tracking: true while the attract cycle this
      *> idle spell opened in attract.log waits to be closed by whatever
      *> ends it -- a paid start, a practice puzzle, or neither.
       01 attractCycleOpen     condition-value value false.

      *>> <summary>
      *>> Initialize the main form.
      *>> </summary>

           set opsChannel to new CobolDoKu.OpsChannel()

      *> Cabinet self-test at power-on; the operator reruns it from the
      *> File menu (F9). Results go to selftest.log for the floor-open
      *> check.
           invoke type CobolDoKu.SelfTest::Run("POWER-ON")

      *> Crash/accidental-close recovery: a checkpoint still on disk is
      *> an interrupted puzzle -- offer to pick it up where it stopped.
           if grid1::HasCheckpoint()
           if openFileDialog1::ShowDialog() = type System.Windows.Forms.DialogResult::OK
               *> Credits/token system: starting a puzzle costs one credit;
               *> a zero balance refuses the start until a top-up.
               if not self::ChargeStart()
                   invoke type System.Windows.Forms.MessageBox::Show(
                       "NO CREDITS - SEE ATTENDANT")
                   goback
      *>> <summary>
      *>> "Play next puzzle": asks the catalog for an unplayed (or least-played)
      *>> puzzle at the chosen difficulty and loads it, charging a credit the same
      *>> way an ordinary open does. A player who gives their initials is dealt
      *>> one they haven't solved yet whenever the library has one, and the
      *>> solve is recorded against them.
      *>> </summary>
       method-id PlayNextPuzzle private.
       local-storage section.
       01 nextPath  string.
       01 player    string.
       procedure division using by value difficulty as string.
           set player to self::PromptInitialsDialog("Your initials (or skip)")
           set nextPath to type CobolDoKu.PuzzleCatalog::PickNext(puzzlesDir,
               difficulty, player)
           if nextPath = ""
               invoke type System.Windows.Forms.MessageBox::Show(
                   string::Format(type CobolDoKu.Properties.Resources::NoNextPuzzleFormat, difficulty))
               goback
           end-if
           if not self::ChargeStart()
               invoke type System.Windows.Forms.MessageBox::Show(
                   "NO CREDITS - SEE ATTENDANT")
               goback
           end-if
           invoke grid1::Load(nextPath)
           set grid1::SolverInitials to player
           set dailyActive to false
           set self::Text to string::Format(type CobolDoKu.Properties.Resources::FormTitleWithDifficultyFormat, grid1::Board::Difficulty)
       end method.
                   type CobolDoKu.Properties.Resources::NoDailyPuzzleText)
               goback
           end-if
           if not self::ChargeStart()
               invoke type System.Windows.Forms.MessageBox::Show(
                   "NO CREDITS - SEE ATTENDANT")
               goback
                   type CobolDoKu.Properties.Resources::NoDailyPuzzleText)
               goback
           end-if
           if not self::ChargeStart()
               invoke type System.Windows.Forms.MessageBox::Show(
                   "NO CREDITS - SEE ATTENDANT")
               goback
               type CobolDoKu.Properties.Resources::RaceDroppedText)
       end method.

      *>> <summary>
      *>> "Co-op Puzzle": pairs with the cabinet named in coop.cfg and loads
      *>> the same daily puzzle on both sides as one shared board -- every
      *>> placement, erase and pencil mark shows on the partner's grid, and
      *>> the finished board is credited to both players.
      *>> </summary>
       method-id coopPuzzleToolStripMenuItem_Click final private.
       local-storage section.
       01 todayPath  string.
       01 player     string.
       procedure division using by value sender as type System.Object e as type System.EventArgs.
           set todayPath to type CobolDoKu.DailyPuzzle::PathForToday(puzzlesDir)
           if todayPath = ""
               invoke type System.Windows.Forms.MessageBox::Show(
                   type CobolDoKu.Properties.Resources::NoDailyPuzzleText)
               goback
           end-if
           set player to self::PromptInitialsDialog("Co-op - your initials")
           set coop to new CobolDoKu.CoopSession(self, grid1)
           if not coop::Start(player)
               invoke type System.Windows.Forms.MessageBox::Show(
                   "NO CO-OP PARTNER - CHECK COOP.CFG")
               goback
           end-if
           if not self::ChargeStart()
               invoke coop::Close()
               invoke type System.Windows.Forms.MessageBox::Show(
                   "NO CREDITS - SEE ATTENDANT")
               goback
           end-if
           invoke grid1::Load(todayPath)
           set grid1::SolverInitials to player
           set grid1::CoopMode to true
           invoke coop::BoardLoaded(todayPath)
           set dailyActive to false
           set coopActive to true
           set self::Text to string::Format(type CobolDoKu.Properties.Resources::FormTitleWithDifficultyFormat, grid1::Board::Difficulty)
           invoke self::SetStatusText("Co-op: waiting for your partner")
       end method.

      *>> <summary>
      *>> The partner cabinet's player introduced themselves.
      *>> </summary>
       method-id CoopPartnerJoined public.
       procedure division using by value partner as string.
           if not coopActive
               goback
           end-if
           invoke self::SetStatusText("Co-op with " & partner)
       end method.

      *>> <summary>
      *>> The hosting cabinet credited the shared board: the joining side
      *>> hears the shared time.
      *>> </summary>
       method-id CoopSolved public.
       procedure division using by value seconds as binary-long.
           if not coopActive
               goback
           end-if
           set coopActive to false
           invoke coop::Close()
           invoke type System.Windows.Forms.MessageBox::Show(
               "Solved together in " & seconds::ToString() & " seconds!")
       end method.

      *>> <summary>
      *>> The partner cabinet disconnected mid-puzzle: the board stays and
      *>> can be finished here, still as a co-op board, off the leaderboard.
      *>> </summary>
       method-id CoopPartnerDropped public.
       procedure division.
           if not coopActive
               goback
           end-if
           set coopActive to false
           invoke coop::Close()
           invoke type System.Windows.Forms.MessageBox::Show(
               "Your co-op partner's cabinet disconnected.")
       end method.

      *>> <summary>
      *>> Save the played puzzle game
      *>> </summary>
           end-if
       end method.

      *>> <summary>
      *>> Print a step-by-step logical walkthrough of the current puzzle
      *>> from its givens -- each deduction with its cell, value and
      *>> technique, and where pure logic runs out -- through the same
      *>> print dialog and document as the blank grid.
      *>> </summary>
      *>> <param name="sender"></param>
      *>> <param name="e"></param>
       method-id  walkthroughToolStripMenuItem_Click final private.
       local-storage section.
       01  solver       type CobolDoKu.TechniqueSolver.
       01  walk-title        string.
       procedure division using by value sender as type System.Object e as type System.EventArgs.
           if grid1::PuzzleFile = null or grid1::PuzzleFile = ""
               set walk-title to "current board"
           else
               set walk-title to type System.IO.Path::GetFileName(grid1::PuzzleFile)
           end-if
           set solver to new CobolDoKu.TechniqueSolver(grid1::Board)
           invoke solver::Solve()
           set walkthroughLines to solver::Report(walk-title & " ("
               & grid1::Board::Difficulty & ")")
           set walkthroughNext to 0
           if printDialog1::ShowDialog() = type System.Windows.Forms.DialogResult::OK
               invoke printDocument1::Print()
           end-if
           set walkthroughLines to null
       end method.

      *>> <summary>
      *>> One page of the walkthrough: as many lines as fit between the
      *>> margins, then another page while any are left.
      *>> </summary>
       method-id  PrintWalkthroughPage final private.
       local-storage section.
       01  g            type System.Drawing.Graphics.
       01  line-font    type System.Drawing.Font.
       01  line-height  float-short.
       01  x            float-short.
       01  y            float-short.
       01  bottom       float-short.
       procedure division using by value e as type System.Drawing.Printing.PrintPageEventArgs.
           set g to e::Graphics
           set line-font to new System.Drawing.Font("Courier New", 10)
           set line-height to line-font::GetHeight(g)
           set x to e::MarginBounds::Left
           set y to e::MarginBounds::Top
           set bottom to e::MarginBounds::Bottom
           perform until walkthroughNext >= walkthroughLines::Count
                   or y + line-height > bottom
               invoke g::DrawString(walkthroughLines[walkthroughNext], line-font,
                   type System.Drawing.Brushes::Black, x, y)
               add 1 to walkthroughNext
               add line-height to y
           end-perform
           if walkthroughNext < walkthroughLines::Count
               set e::HasMorePages to true
           else
               set e::HasMorePages to false
           end-if
       end method.

      *>> <summary>
      *>> Render the current puzzle's fixed hints (same Fixed flag ChangeCellCommand checks) to the
      *>> printer as a 9x9 grid with thick lines around each 3x3 box, for handing out on paper.
       01  hint-format  type System.Drawing.StringFormat.
       procedure division using by value sender as type System.Object
                                e as type System.Drawing.Printing.PrintPageEventArgs.
           if walkthroughLines not = null
               invoke self::PrintWalkthroughPage(e)
               goback
           end-if
           set g to e::Graphics
           set cell-font to new System.Drawing.Font("MS Comic Sans", 16, type System.Drawing.FontStyle::Bold)
           set hint-format to new System.Drawing.StringFormat()
       method-id  grid1_CellChanged final private.
       local-storage section.
       01  msg string.
       01  coopSeconds binary-long.
       procedure division using by value SENDER as type System.Object E as type CobolDoKu.CellChangedEventArgs.
      *> Update the status bar to show how many squares remain
           set msg to string::Format (type CobolDoKu.Properties.Resources::StatusFormat,
      *> see whether the solve was unassisted or leaned on SmartPlay.
      *> Localized UI strings: status/congratulations text comes from the
      *> Resources table so this reads in Spanish on kiosks configured for it.
      *> Co-op in progress: relay this board's changes to the partner;
      *> the hosting cabinet credits the finished board to both players.
           if coopActive
               invoke coop::SendLocalChanges()
               if grid1::IsSolved and coop::IsHost
                   set coopActive to false
                   set coopSeconds to coop::FinishSolve()
                   invoke coop::Close()
                   invoke type System.Windows.Forms.MessageBox::Show(
                       "Solved together in " & coopSeconds::ToString()
                       & " seconds!")
                   goback
               end-if
           end-if
      *> Race in progress: push our remaining-cell count (or the win) to
      *> the opponent on every board change.
           if raceActive
               end-if
           end-if

      *> (a live co-op board has its own message, once it is credited)
           if grid1::IsSolved and not coopActive
      *> A finished daily puzzle is logged for the floor-wide results
      *> board -- once, even though CellChanged keeps firing afterwards.
               if dailyActive and not dailyLogged
           set grid1::PracticeMode to menuitem::Checked
       end method.

      *>> <summary>
      *>> Every puzzle start's charge: free in practice mode, otherwise
      *>> the cabinet balance or the player's wallet. The attract cycle
      *>> the start ends is closed with what it turned into.
      *>> </summary>
       method-id ChargeStart final private.
       procedure division returning granted as condition-value.
           if practiceMode
               set granted to true
               invoke self::NoteAttractLeft("PRACTICE")
               goback
           end-if
           set granted to self::TryConsumeOrWallet()
           if granted
               invoke self::NoteAttractLeft("PAID")
           else
               invoke self::NoteAttractLeft("NONE")
           end-if
       end method.

      *>> <summary>
      *>> Attract-conversion tracking: one "timestamp,title,ENTER|LEAVE,
      *>> outcome" line in attract.log, the lines the console titles
      *>> write through Common/AttractLog; a log that can't be written
      *>> loses the line rather than stopping the game.
      *>> </summary>
       method-id LogAttract final private.
       procedure division using by value attractEvent as string
                                outcome as string.
           try
               invoke type System.IO.File::AppendAllText("attract.log",
                   type System.DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
                   & ",CobolDoKu," & attractEvent & "," & outcome
                   & type System.Environment::NewLine)
           catch
               continue
           end-try
       end method.

      *>> <summary>
      *>> Attract-conversion tracking: closes the open cycle, if any,
      *>> with what ended it.
      *>> </summary>
       method-id NoteAttractLeft final private.
       procedure division using by value outcome as string.
           if attractCycleOpen
               set attractCycleOpen to false
               invoke self::LogAttract("LEAVE", outcome)
           end-if
       end method.

      *>> <summary>
      *>> Charges the start from the cabinet balance, and when that is
      *>> short offers the shared player wallet instead -- the same
       end method.

      *>> <summary>
      *>> The captioned modal behind the wallet, waitlist and play-next
      *>> prompts.
      *>> </summary>
       method-id PromptInitialsDialog final private.
       local-storage section.
           end-if
       end method.

      *>> <summary>
      *>> Cabinet self-test: the operator's rerun of the power-on checks.
      *>> </summary>
       method-id selfTestToolStripMenuItem_Click final private.
       procedure division using by value sender as type System.Object e as type System.EventArgs.
           if type CobolDoKu.SelfTest::Run("OPERATOR")
               invoke type System.Windows.Forms.MessageBox::Show(
                   "SELF-TEST PASSED")
           else
               invoke type System.Windows.Forms.MessageBox::Show(
                   "SELF-TEST FAILED - see selftest.log")
           end-if
       end method.

      *>> <summary>
      *>> Cabinet waitlist: sign up from the menu; the idle status strip
      *>> shows the next two names and a paid start offers the head of
       local-storage section.
       01 initials   string.
       01 writer     type System.IO.StreamWriter.
       01 waitLock   type System.IO.FileStream.
       procedure division using by value sender as type System.Object e as type System.EventArgs.
           set initials to self::PromptInitialsDialog("Join the waitlist")
           if initials = ""
               goback
           end-if
           try
               set waitLock to type CobolDoKu.Credits::TakeLock("waitlist.dat",
                   "Waitlist")
               if waitLock = null
                   goback
               end-if
               set writer to new type System.IO.StreamWriter("waitlist.dat", true)
               invoke writer::WriteLine(initials)
               invoke writer::Close()
               invoke type CobolDoKu.Credits::ReleaseLock(waitLock)
               invoke type System.Windows.Forms.MessageBox::Show(
                   initials & " added to the back of the waitlist.")
           catch
               invoke type CobolDoKu.Credits::ReleaseLock(waitLock)
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
                       "CobolDoKu",
                       type System.Windows.Forms.MessageBoxButtons::YesNo)
                       = type System.Windows.Forms.DialogResult::Yes
                   *> the queue is read again under the writer's lock -- the
                   *> attendant may have changed it while the player answered
                   set waitLock to type CobolDoKu.Credits::TakeLock(
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
                   invoke type CobolDoKu.Credits::ReleaseLock(waitLock)
               end-if
           catch
               invoke type CobolDoKu.Credits::ReleaseLock(waitLock)
           end-try
       end method.

       method-id grid1_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set idleSeconds to 0
           *> a touch that isn't a start closes the cycle as NONE; a
           *> paid start soon after still counts in AttractReport
           invoke self::NoteAttractLeft("NONE")
       end method.

      *>> <summary>
       method-id idleTimer_Tick final private.
       procedure division using by value sender as type System.Object e as type System.EventArgs.
           add 1 to idleSeconds
           *> Attract-conversion tracking: an untouched grid opens an
           *> attract cycle in attract.log.
           if idleSeconds >= attractIdleSeconds and not attractCycleOpen
               set attractCycleOpen to true
               invoke self::LogAttract("ENTER", "")
           end-if
           if idleSeconds >= attractIdleSeconds and grid1::Board not = null
                   and not grid1::IsSolved and not coopActive
               *> Puzzle play log: a puzzle left long enough for the demo
               *> to take over has been walked away from.
               invoke grid1::AbandonSession("IDLE")
               invoke grid1::SmartPlay()
               compute idleSeconds = attractIdleSeconds - attractRepeatSeconds
           end-if
      *>> <summary>
      *>> Floor-wide announcements: puts the active
      *>> ../Common/announcements.dat message for this ten-second slot
      *>> on the status strip; quiet when nothing is active. A sponsored
      *>> message (sponsor code in the line's fifth field) is counted in
      *>> impressions.log once a slot, for the sponsor's invoice.
      *>> </summary>
       method-id ShowAnnouncementIfAny final private.
       local-storage section.
       01 today    string.
       01 activeCount binary-long value 0.
       01 activeTexts string occurs 20.
       01 activeSponsors string occurs 20.
       01 slot     binary-long.
       01 period   binary-long.
       procedure division.
           try
               if not type System.IO.File::Exists("../Common/announcements.dat")
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
                   invoke self::SetStatusText(activeTexts(slot))
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
