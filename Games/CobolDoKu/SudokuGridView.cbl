
       01  move-count     binary-long value 0.            *> moves played in the current puzzle
       01  start-time     type System.DateTime.           *> time of the first move
       01  puzzle-filename string value "" property as "PuzzleFile" no set. *> file the current puzzle was loaded from
       01  solve-recorded condition-value value false.    *> guards against logging a solve twice

      *> Solved-puzzle history: the player "Play next puzzle" dealt this
      *> board to; any other load starts anonymous and the solver is asked
      *> for initials when the solve lands.
       01  solver-initials string value "" property as "SolverInitials".

      *> Puzzle play log: every puzzle served opens a session with a
      *> sealed START line in dokuplays.log and closes it with a SOLVE or
      *> an ABANDON (walked away, cleared, or switched puzzle), each
      *> carrying the elapsed seconds and moves at that point:
      *> "yyyy-mm-dd hh:mm:ss,START|SOLVE|ABANDON,puzzle-file,difficulty,
      *> seconds,moves,reason". CabinetOps' DokuPlayRollup adds them into
      *> catalog.dat nightly. Template editing is not play and logs nothing.
       78  sessionLogName  value "dokuplays.log".
       01  session-open    condition-value value false.

      *> Co-op play: set by the form while this board is shared with a
      *> partner cabinet (CoopSession). The co-op solve is credited by the
      *> session, so a solve here records none of the single-player times.
      *> Any load ends it.
       01  coop-mode       condition-value property as "CoopMode".

      *> Move-count cap / par score: move-count above stays the total (so the
      *> existing .besttimes/dokusolves.log line format doesn't change), but the leaderboard
      *> also wants manual plays broken out from SmartPlay-assisted ones.
       method-id TogglePencilMarks private.
       local-storage section.
       01  cell     type CobolDoKu.SudokuCell.
       01  e        type CobolDoKu.CellChangedEventArgs.
       procedure division.
           set cell to board[selectedRow, selectedCol]
           if cell::Value = 0
                   set cell::PencilMarks to true
               end-if
               invoke self::Invalidate()
               *> co-op play relays pencil marks too, so the form hears
               *> of them the same way it hears of a placement
               if cell-changed-event <> null
                   set e to new CobolDoKu.CellChangedEventArgs()
                   set e::_row to selectedRow
                   set e::Column to selectedCol
                   invoke cell-changed-event::Invoke(self, e)
               end-if
           end-if
       end method.

      *>> <summary>
      *>> Co-op play: the partner's placement or erase, played into this
      *>> board as the same ChangeCellCommand a local move uses but kept
      *>> off the undo stack and the move counts -- undo only ever takes
      *>> back this player's own moves.
      *>> </summary>
       method-id ApplyRemoteValue public.
       local-storage section.
       01  play     type CobolDoKu.ChangeCellCommand.
       procedure division using by value rowx as binary-long
                                colx as binary-long
                                new-value as binary-long.
           set play to new CobolDoKu.ChangeCellCommand(board, rowx, colx, new-value)
           invoke play::Execute(self)
       end method.

      *>> <summary>
      *>> Co-op play: the partner's pencil marks for a cell, 1 on, 0 off.
      *>> </summary>
       method-id ApplyRemotePencil public.
       local-storage section.
       01  cell     type CobolDoKu.SudokuCell.
       procedure division using by value rowx as binary-long
                                colx as binary-long
                                pencil-flag as binary-long.
           set cell to board[rowx, colx]
           if cell::Value = 0
               if pencil-flag = 1
                   set cell::PencilMarks to true
               else
                   set cell::PencilMarks to false
               end-if
               invoke self::Invalidate()
           end-if
       end method.

               end-perform
               set solve-recorded to false
               set start-time to type System.DateTime::Now
               invoke self::OpenSession("RESUME")
               invoke self::Redraw()
               set resumed to true
           catch
           if puzzle-filename = null or puzzle-filename = ""
               goback
           end-if
           *> a co-op solve is the session's to credit, to both players
           if coop-mode
               invoke self::ClearCheckpoint()
               goback
           end-if
           *> Plausibility screening: a genuine solve takes time that
           *> scales with the difficulty; anything faster than the
           *> per-difficulty floor is a replayed board or a stuck input,
           invoke type CobolDoKu.PuzzleCatalog::RecordPlay(puzzle-filename,
               board::Difficulty, self::ElapsedSeconds)

           *> Solved-puzzle history: the solve counts against the
           *> solver's initials fleet-wide, so "Play next puzzle" won't
           *> deal them this board again while unsolved ones remain.
           if solver-initials = null or solver-initials = ""
               set solver-initials to self::PromptSolverInitials(
                   "Solved! Your initials")
           end-if
           invoke type CobolDoKu.SolvedHistory::Record(solver-initials,
               puzzle-filename, board::Difficulty)

           *> Tournament play: a solve finished while an entry window is
           *> open also lands in the tournament entries file, ranked by
           *> time. The window is when a solve stops being anonymous:
           *> with the machine name only standing in when the prompt is
           *> waved away.
           if type CobolDoKu.Tournament::WindowOpen()
               set entrant to solver-initials
               if entrant = ""
                   set entrant to self::PromptTournamentInitials()
               end-if
               if entrant = ""
                   set entrant to type System.Environment::MachineName
               end-if
      *>> machine name stands in as before.
      *>> </summary>
       method-id PromptTournamentInitials private.
       procedure division returning initials as string.
           set initials to self::PromptSolverInitials(
               "Tournament entry - your initials")
       end method.

      *>> <summary>
      *>> The captioned initials modal behind the tournament and
      *>> solved-history prompts; dismissed or empty comes back "".
      *>> </summary>
       method-id PromptSolverInitials private.
       local-storage section.
       01 dlg          type System.Windows.Forms.Form.
       01 initialsBox  type System.Windows.Forms.TextBox.
       01 okButton     type System.Windows.Forms.Button.
       procedure division using by value caption as string
                          returning initials as string.
           set initials to ""
           set dlg to new System.Windows.Forms.Form()
           set dlg::Text to caption
           set dlg::FormBorderStyle to type System.Windows.Forms.FormBorderStyle::FixedDialog
           set dlg::ClientSize to new type System.Drawing.Size(260 90)
           set dlg::StartPosition to type System.Windows.Forms.FormStartPosition::CenterScreen
      *>> <param name="filename">the file to load the Sudoku board from</param>
       method-id Load public.
       procedure division using by value filename as string.
           invoke self::AbandonSession("SWITCH")
           set coop-mode to false
           invoke command-stack::Clear() *> clearing the board clears the undo stack.
           invoke redo-stack::Clear() *> ...and any redo branch that went with it
           invoke board::Load(filename)
           set puzzle-filename to filename
           set solver-initials to ""
           set move-count to 0
           set manual-move-count to 0
           set smart-move-count to 0
           set solve-recorded to false
           invoke self::OpenSession("LOAD")
           invoke self::Redraw()
           goback.
       end method.
       local-storage section.
       01  cell         type CobolDoKu.SudokuCell.
       procedure division.
           *> a cleared board is an abandoned attempt and a fresh start
           invoke self::AbandonSession("CLEAR")
           invoke command-stack::Clear() *> clearing the board clears the undo stack
           invoke redo-stack::Clear() *> ...and any redo branch that went with it
           invoke board::Clear(template-mode)
           set manual-move-count to 0
           set smart-move-count to 0
           set solve-recorded to false
           invoke self::OpenSession("CLEAR")
           invoke self::Redraw()
       end method.

      *>> <summary>
      *>> Puzzle play log: closes the open session as an ABANDON with the
      *>> reason given (IDLE, CLEAR, SWITCH); nothing open, nothing logged.
      *>> </summary>
       method-id AbandonSession public.
       procedure division using by value reason as string.
           if session-open
               set session-open to false
               invoke self::LogSession("ABANDON", reason)
           end-if
       end method.

      *>> <summary>
      *>> Puzzle play log: opens a session on the puzzle now on the grid.
      *>> </summary>
       method-id OpenSession private.
       procedure division using by value reason as string.
           set session-open to false
           if template-mode or puzzle-filename = null or puzzle-filename = ""
               goback
           end-if
           set session-open to true
           invoke self::LogSession("START", reason)
       end method.

      *>> <summary>
      *>> Puzzle play log: one sealed line for the current puzzle.
      *>> </summary>
       method-id LogSession private.
       procedure division using by value kind as string reason as string.
           invoke type CobolDoKu.Seal::Append(sessionLogName,
               type System.DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
               & "," & kind
               & "," & type System.IO.Path::GetFileName(puzzle-filename)
               & "," & board::Difficulty
               & "," & self::ElapsedSeconds::ToString()
               & "," & move-count::ToString()
               & "," & reason)
       end method.

      *>> <summary>
      *>> Undo the last command
      *>> </summary>
       method-id UpdateViewAfterCellChange internal.
       local-storage section.
       01  e        type CobolDoKu.CellChangedEventArgs.
       01  was-open condition-value.
       procedure division.
           invoke board::UpdateAllHints()

           if board::IsValid and board::CellsRemaining = 0
               *> the session closes as solved -- unless it was already
               *> walked away from and the attract demo finished it, which
               *> is no solve: nothing is recorded, only the checkpoint of
               *> the abandoned board goes
               set was-open to session-open
               if session-open
                   set session-open to false
                   invoke self::LogSession("SOLVE", "")
               end-if
               if not solve-recorded
                   if was-open
                       invoke self::RecordSolveTime()
                   else
                       invoke self::ClearCheckpoint()
                   end-if
                   set solve-recorded to true
               end-if
           end-if
