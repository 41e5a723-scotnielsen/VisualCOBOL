       01 fileToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 practiceModeToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 joinWaitlistToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 selfTestToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 openPuzzleToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 dailyPuzzleToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 networkRaceToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 coopPuzzleToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 playNextToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 playNextEasyToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 playNextMediumToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 playNextJuniorToolStripMenuIte type System.Windows.Forms.ToolStripMenuItem.
       01 savePuzzleToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 printPuzzleToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 walkthroughToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 saveImageToolStripMenuItem type System.Windows.Forms.ToolStripMenuItem.
       01 saveImageFileDialog1 type System.Windows.Forms.SaveFileDialog.
       01 printDocument1 type System.Drawing.Printing.PrintDocument.
       set fileToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set practiceModeToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set joinWaitlistToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set selfTestToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set openPuzzleToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set dailyPuzzleToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set networkRaceToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set coopPuzzleToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set playNextToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set playNextEasyToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set playNextMediumToolStripMenuIte to new System.Windows.Forms.ToolStripMenuItem
       set playNextJuniorToolStripMenuIte to new System.Windows.Forms.ToolStripMenuItem
       set savePuzzleToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set printPuzzleToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set walkthroughToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set saveImageToolStripMenuItem to new System.Windows.Forms.ToolStripMenuItem
       set saveImageFileDialog1 to new System.Windows.Forms.SaveFileDialog
       set printDocument1 to new System.Drawing.Printing.PrintDocument
      *> 
      *> fileToolStripMenuItem
      *> 
       invoke fileToolStripMenuItem::DropDownItems::AddRange(openPuzzleToolStripMenuItem dailyPuzzleToolStripMenuItem networkRaceToolStripMenuItem coopPuzzleToolStripMenuItem playNextToolStripMenuItem practiceModeToolStripMenuItem joinWaitlistToolStripMenuItem selfTestToolStripMenuItem savePuzzleToolStripMenuItem saveImageToolStripMenuItem printPuzzleToolStripMenuItem walkthroughToolStripMenuItem)
       set fileToolStripMenuItem::Name to "fileToolStripMenuItem"
       set fileToolStripMenuItem::Size to new System.Drawing.Size( 44 24)
       set fileToolStripMenuItem::Text to type CobolDoKu.Properties.Resources::FileMenu
       set joinWaitlistToolStripMenuItem::Size to new System.Drawing.Size( 169 24)
       set joinWaitlistToolStripMenuItem::Text to "Join the Waitlist"
       invoke joinWaitlistToolStripMenuItem::add_Click(new System.EventHandler(self::joinWaitlistToolStripMenuItem_Click))
      *>
      *> selfTestToolStripMenuItem
      *>
       set selfTestToolStripMenuItem::Name to "selfTestToolStripMenuItem"
       set selfTestToolStripMenuItem::Size to new System.Drawing.Size( 169 24)
       set selfTestToolStripMenuItem::Text to "Self-Test"
       set selfTestToolStripMenuItem::ShortcutKeys to type System.Windows.Forms.Keys::F9
       invoke selfTestToolStripMenuItem::add_Click(new System.EventHandler(self::selfTestToolStripMenuItem_Click))
      *> 
      *> openPuzzleToolStripMenuItem
      *> 
       set networkRaceToolStripMenuItem::Text to type CobolDoKu.Properties.Resources::NetworkRaceMenu
       invoke networkRaceToolStripMenuItem::add_Click(new System.EventHandler(self::networkRaceToolStripMenuItem_Click))
      *>
      *> coopPuzzleToolStripMenuItem
      *>
       set coopPuzzleToolStripMenuItem::Name to "coopPuzzleToolStripMenuItem"
       set coopPuzzleToolStripMenuItem::Size to new System.Drawing.Size( 169 24)
       set coopPuzzleToolStripMenuItem::Text to "Co-op Puzzle"
       invoke coopPuzzleToolStripMenuItem::add_Click(new System.EventHandler(self::coopPuzzleToolStripMenuItem_Click))
      *>
      *> playNextToolStripMenuItem
      *>
       invoke playNextToolStripMenuItem::DropDownItems::AddRange(playNextEasyToolStripMenuItem playNextMediumToolStripMenuIte playNextHardToolStripMenuItem playNextJuniorToolStripMenuIte)
       set printPuzzleToolStripMenuItem::Text to type CobolDoKu.Properties.Resources::PrintPuzzleMenu
       invoke printPuzzleToolStripMenuItem::add_Click(new System.EventHandler(self::printPuzzleToolStripMenuItem_Click))
      *>
      *> walkthroughToolStripMenuItem
      *>
       set walkthroughToolStripMenuItem::Name to "walkthroughToolStripMenuItem"
       set walkthroughToolStripMenuItem::Size to new System.Drawing.Size( 169 24)
       set walkthroughToolStripMenuItem::Text to "Print Walkthrough"
       invoke walkthroughToolStripMenuItem::add_Click(new System.EventHandler(self::walkthroughToolStripMenuItem_Click))
      *>
      *> printDocument1
      *>
       invoke printDocument1::add_PrintPage(new System.Drawing.Printing.PrintPageEventHandler(self::printDocument1_PrintPage))
