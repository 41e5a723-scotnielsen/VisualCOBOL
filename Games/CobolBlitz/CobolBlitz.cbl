       01 maintenanceFont type System.Drawing.Font.
       01 maintenanceBrush type System.Drawing.Brush.

      *> Cabinet self-test: run at power-on and on the operator's F9 key,
      *> results in selftest.log for the floor-open check (SelfTest).
       01 selfTestPassed condition-value.

       method-id NEW.
       procedure division.
           set timer to new type System.Diagnostics.Stopwatch()
           invoke self::InitializeComponent()

           set selfTestPassed to type CobolBlitz.SelfTest::Run("POWER-ON")
           set maintenanceMode to type System.IO.File::Exists("maintenance.flag")
           set maintenanceFont to new type System.Drawing.Font("Arial" 24)
           set maintenanceBrush to new type System.Drawing.SolidBrush(type System.Drawing.Color::Red)

       method-id CobolBlitzKeyDown final private.
       procedure division using by value sender as object e as type System.Windows.Forms.KeyEventArgs.
           *> Cabinet self-test: F9 runs the power-on checks again for the
           *> operator -- even on a flagged cabinet, to prove the fix.
           if e::KeyCode = type System.Windows.Forms.Keys::F9
               set selfTestPassed to type CobolBlitz.SelfTest::Run("OPERATOR")
               if selfTestPassed
                   invoke type System.Windows.Forms.MessageBox::Show("SELF-TEST PASSED")
               else
                   invoke type System.Windows.Forms.MessageBox::Show("SELF-TEST FAILED - see selftest.log")
               end-if
               goback
           end-if
           *> Operator service menu: F2 is the coin-door key, honoured only
           *> while no game is in hand (an open CONTINUE? window counts as
           *> in hand) -- on a flagged cabinet too, so the operator can check
           *> the books. The game clock is held while the menu is up, so the
           *> idle cabinet can't drift into a demo or a replay meanwhile.
           if e::KeyCode = type System.Windows.Forms.Keys::F2
               if gameState::State not = type CobolBlitz.GameStateEnum::Playing
                   and gameState::State not = type CobolBlitz.GameStateEnum::Paused
                   and not gameState::ContinueOffered
                   invoke timer::Stop()
                   invoke type CobolBlitz.ServiceMenu::Open(gameState)
                   invoke timer::Start()
               end-if
               goback
           end-if
           *> Maintenance-mode lockout: flagged cabinets ignore the keyboard.
           if maintenanceMode
               goback
               if (gameState::State = type CobolBlitz.GameStateEnum::Ready or gameState::State = type CobolBlitz.GameStateEnum::Attract) and e::KeyCode = type System.Windows.Forms.Keys::T
                   invoke gameState::StartPractice()
               else
               *> Daily seeded challenge: D on the ready/attract screen
               *> starts the day's fleet-wide challenge run for one player.
               if (gameState::State = type CobolBlitz.GameStateEnum::Ready or gameState::State = type CobolBlitz.GameStateEnum::Attract) and e::KeyCode = type System.Windows.Forms.Keys::D
                   if gameState::StartDaily()
                       set lastTime to 0
                       invoke timer::Reset()
                       invoke timer::Start()
                   end-if
               else
               *> Power-loss recovery: R on the ready/attract screen picks
               *> an interrupted run back up from the start of its
               *> checkpointed wave instead of starting over.
               end-if
               end-if
               end-if
               end-if
           end-if
           end-if
           end-if
