      ********************************************************************************************************
      *
      *  This sample is provided under the terms of the Microsoft Public License agreement(Ms-Pl).
      *  For more information, review the ms-pl.txt file in the demonstration folder.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Operator service menu -- the menu behind the coin door. F2 on an
      *> idle cabinet asks for an operator id and PIN off the floor's
      *> ../CabinetOps/operators.dat master ("III,pppp,name,role,Y" lines,
      *> kept by OperatorMaint), with the same rules the console tools'
      *> OperatorSignOn gate applies: three tries, a deactivated operator
      *> refused, and a floor with no master at all signing on as "---".
      *> Signed on, the operator sees the cabinet's bookkeeping for today,
      *> the week to date (from Monday) and since the last counter reset --
      *> paid and free starts, average game time, continues used and waves
      *> reached, worked out from the audit trail (the live blitzaudit.log
      *> behind the dated and monthly archives the nightly rotation and
      *> month-end roll-up leave) and charges.log -- beside
      *> the live cabinet.cfg and cabinetsettings.cfg values, and can clear
      *> the high-score table or reset the counters. The sign-on and both
      *> actions are sealed into servicejournal.log as "timestamp,action,
      *> operator[,detail]" lines; the last RESET line is where "since
      *> reset" starts (no RESET yet means since the logs began). Nothing
      *> opened from here charges a credit or writes the audit trail, so
      *> the menu never shows up as a play.
       class-id CobolBlitz.ServiceMenu inherits type System.Windows.Forms.Form.

       working-storage section.
       01 operatorsFile    string value "../CabinetOps/operators.dat".
       01 auditFile        string value "blitzaudit.log".
       01 chargesFile      string value "charges.log".
       01 journalFile      string value "servicejournal.log".
       78 maxTries         value 3.

       01 reportBox        type System.Windows.Forms.TextBox.
       01 clearButton      type System.Windows.Forms.Button.
       01 resetButton      type System.Windows.Forms.Button.
       01 closeButton      type System.Windows.Forms.Button.

      *> The three bookkeeping periods, in column order: today, week to
      *> date, since the last reset. periodStart holds each one's first
      *> timestamp ("" = since the logs began).
       01 periodStart      string occurs 3.
       01 paidStarts       binary-long occurs 3.
       01 freeStarts       binary-long occurs 3.
       01 continuesUsed    binary-long occurs 3.
       01 gamesTimed       binary-long occurs 3.
       01 secondsPlayed    float-long occurs 3.
       01 wavesTotal       binary-long occurs 3.
       01 bestWave         binary-long occurs 3.
       01 lastReset        string value "".

       method-id NEW.
       procedure division.
           set self::Text to "CobolBlitz - Service Menu"
           set self::FormBorderStyle to type System.Windows.Forms.FormBorderStyle::FixedDialog
           set self::ClientSize to new type System.Drawing.Size(560 520)
           set self::StartPosition to type System.Windows.Forms.FormStartPosition::CenterScreen
           set self::MaximizeBox to false
           set self::MinimizeBox to false

           set reportBox to new type System.Windows.Forms.TextBox()
           set reportBox::Multiline to true
           set reportBox::ReadOnly to true
           set reportBox::ScrollBars to type System.Windows.Forms.ScrollBars::Vertical
           set reportBox::Font to new type System.Drawing.Font("Courier New" 10)
           set reportBox::Location to new type System.Drawing.Point(10 10)
           set reportBox::Size to new type System.Drawing.Size(540 450)
           invoke self::Controls::Add(reportBox)

           set clearButton to new type System.Windows.Forms.Button()
           set clearButton::Text to "Clear high scores"
           set clearButton::AutoSize to true
           set clearButton::Location to new type System.Drawing.Point(10 475)
           set clearButton::DialogResult to type System.Windows.Forms.DialogResult::Yes
           invoke self::Controls::Add(clearButton)

           set resetButton to new type System.Windows.Forms.Button()
           set resetButton::Text to "Reset counters"
           set resetButton::AutoSize to true
           set resetButton::Location to new type System.Drawing.Point(170 475)
           set resetButton::DialogResult to type System.Windows.Forms.DialogResult::Retry
           invoke self::Controls::Add(resetButton)

           set closeButton to new type System.Windows.Forms.Button()
           set closeButton::Text to "Close"
           set closeButton::Location to new type System.Drawing.Point(470 475)
           set closeButton::DialogResult to type System.Windows.Forms.DialogResult::Cancel
           invoke self::Controls::Add(closeButton)
           set self::CancelButton to closeButton
       end method.

      *>> Signs an operator on and runs the menu until they close it. The
      *>> live high-score table, cabinet.cfg and cabinetsettings.cfg come
      *>> from the running game, so a clear shows on the attract screen at
      *>> once and the values listed are the ones actually in force.
       method-id Open public static.
       local-storage section.
       01 operatorId   string.
       01 dlg          type CobolBlitz.ServiceMenu.
       01 answer       type System.Windows.Forms.DialogResult.
       01 cleared      binary-long.
       procedure division using by value game as type CobolBlitz.GameState.
           set operatorId to self::SignOn()
           if operatorId = ""
               goback
           end-if
           invoke self::Journal("SIGNON", operatorId, "")

           perform until exit
               set dlg to new type CobolBlitz.ServiceMenu()
               set dlg::Text to "CobolBlitz - Service Menu - operator " & operatorId
               invoke dlg::Tally()
               set dlg::reportBox::Text to dlg::MenuPage(game)
               set answer to dlg::ShowDialog()
               evaluate answer
                   when type System.Windows.Forms.DialogResult::Yes
                       if type System.Windows.Forms.MessageBox::Show(
                               "Clear every entry from the high-score table?",
                               "CobolBlitz",
                               type System.Windows.Forms.MessageBoxButtons::YesNo)
                               = type System.Windows.Forms.DialogResult::Yes
                           set cleared to game::HighScores::Count
                           invoke game::HighScores::Clear()
                           invoke self::Journal("CLEARSCORES", operatorId,
                               cleared::ToString())
                       end-if
                   when type System.Windows.Forms.DialogResult::Retry
                       if type System.Windows.Forms.MessageBox::Show(
                               "Reset the since-reset counters to zero?",
                               "CobolBlitz",
                               type System.Windows.Forms.MessageBoxButtons::YesNo)
                               = type System.Windows.Forms.DialogResult::Yes
                           invoke self::Journal("RESET", operatorId, "")
                       end-if
                   when other
                       exit perform
               end-evaluate
           end-perform
       end method.

      *>> The operator gate: returns the signed-on id, "---" on a floor with
      *>> no operators.dat, or "" once the tries run out or the prompt is
      *>> dismissed.
       method-id SignOn private static.
       local-storage section.
       01 tries        binary-long.
       01 typedId      string.
       01 typedPin     string.
       01 lines        string occurs any.
       01 i            binary-long.
       01 parts        string occurs any.
       01 foundPin     string.
       01 foundActive  string.
       procedure division returning operatorId as string.
           set operatorId to ""
           if not type System.IO.File::Exists(operatorsFile)
               set operatorId to "---"
               goback
           end-if
           perform varying tries from 1 by 1 until tries > maxTries
               if not self::PromptOperator(typedId, typedPin)
                   goback
               end-if
               set foundPin to ""
               set foundActive to "Y"
               try
                   set lines to type System.IO.File::ReadAllLines(operatorsFile)
                   perform varying i from 1 by 1 until i > size of lines
                       set parts to lines(i)::Split(',')
                       if size of parts >= 2
                           and parts(1)::Trim()::ToUpper() = typedId
                           set foundPin to parts(2)::Trim()
                           if size of parts >= 5 and parts(5)::Trim() = "N"
                               set foundActive to "N"
                           end-if
                           exit perform
                       end-if
                   end-perform
               catch
                   set foundPin to ""
               end-try
               evaluate true
                   when foundPin = "" or typedPin not = foundPin
                       invoke type System.Windows.Forms.MessageBox::Show(
                           "Unknown operator or wrong PIN.")
                   when foundActive = "N"
                       invoke type System.Windows.Forms.MessageBox::Show(
                           "Operator " & typedId & " has been deactivated.")
                   when other
                       set operatorId to typedId
                       goback
               end-evaluate
           end-perform
           invoke type System.Windows.Forms.MessageBox::Show(
               "Sign-on failed - service menu locked.")
       end method.

      *>> Small modal id/PIN prompt (PIN masked); false when dismissed.
       method-id PromptOperator private static.
       local-storage section.
       01 dlg          type System.Windows.Forms.Form.
       01 idLabel      type System.Windows.Forms.Label.
       01 idBox        type System.Windows.Forms.TextBox.
       01 pinLabel     type System.Windows.Forms.Label.
       01 pinBox       type System.Windows.Forms.TextBox.
       01 okButton     type System.Windows.Forms.Button.
       procedure division by reference typedId as string
                            by reference typedPin as string
                          returning entered as condition-value.
           set entered to false
           set typedId to ""
           set typedPin to ""
           set dlg to new type System.Windows.Forms.Form()
           set dlg::Text to "Operator sign-on"
           set dlg::FormBorderStyle to type System.Windows.Forms.FormBorderStyle::FixedDialog
           set dlg::ClientSize to new type System.Drawing.Size(240 120)
           set dlg::StartPosition to type System.Windows.Forms.FormStartPosition::CenterScreen
           set dlg::MaximizeBox to false
           set dlg::MinimizeBox to false
           set idLabel to new type System.Windows.Forms.Label()
           set idLabel::Text to "Operator id:"
           set idLabel::AutoSize to true
           set idLabel::Location to new type System.Drawing.Point(20 23)
           invoke dlg::Controls::Add(idLabel)
           set idBox to new type System.Windows.Forms.TextBox()
           set idBox::MaxLength to 3
           set idBox::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
           set idBox::Location to new type System.Drawing.Point(110 20)
           invoke dlg::Controls::Add(idBox)
           set pinLabel to new type System.Windows.Forms.Label()
           set pinLabel::Text to "PIN:"
           set pinLabel::AutoSize to true
           set pinLabel::Location to new type System.Drawing.Point(20 53)
           invoke dlg::Controls::Add(pinLabel)
           set pinBox to new type System.Windows.Forms.TextBox()
           set pinBox::MaxLength to 4
           set pinBox::PasswordChar to '*'
           set pinBox::Location to new type System.Drawing.Point(110 50)
           invoke dlg::Controls::Add(pinBox)
           set okButton to new type System.Windows.Forms.Button()
           set okButton::Text to "OK"
           set okButton::Location to new type System.Drawing.Point(110 82)
           set okButton::DialogResult to type System.Windows.Forms.DialogResult::OK
           invoke dlg::Controls::Add(okButton)
           set dlg::AcceptButton to okButton
           if dlg::ShowDialog() = type System.Windows.Forms.DialogResult::OK
               set entered to true
               set typedId to idBox::Text::Trim()::ToUpper()
               set typedPin to pinBox::Text::Trim()
           end-if
       end method.

      *>> Seals one "timestamp,action,operator[,detail]" line into the
      *>> service journal.
       method-id Journal private static.
       local-storage section.
       01 lineText     string.
       procedure division using by value action as string
                                operatorId as string
                                detailText as string.
           set lineText to type System.DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
               & "," & action & "," & operatorId
           if detailText not = ""
               set lineText to lineText & "," & detailText
           end-if
           invoke type CobolBlitz.Seal::Append(journalFile, lineText)
       end method.

      *>> Works the bookkeeping out of the two logs. Both are written in
      *>> time order, so they are walked side by side: every audit event
      *>> claims the CHARGE lines stamped at or before it that no earlier
      *>> event claimed -- a start's charge always lands just ahead of its
      *>> STARTED line, a continue's just ahead of its CONTINUE -- and a
      *>> STARTED that claimed one is a paid start, one that claimed none
      *>> a free-play start. Practice runs are free starts too; a RESUMED
      *>> run was counted when it first started. A game's time runs from
      *>> STARTED to GAMEOVER and it reached wave 1 plus the NEWWAVE lines
      *>> in between; each figure lands in every period its closing line
      *>> falls in. The audit trail is read from the earliest period's first
      *>> day on, archives included; charges.log is never rotated, so its
      *>> CHARGE lines from before that day are passed over unclaimed.
       method-id Tally private.
       local-storage section.
       01 lines        string occurs any.
       01 i            binary-long.
       01 p            binary-long.
       01 parts        string occurs any.
       01 stamp        string.
       01 eventName    string.
       01 chargeStamps list[string].
       01 chargeIdx    binary-long.
       01 claimed      binary-long.
       01 claiming     condition-value.
       01 inGame       condition-value.
       01 gameStart    type System.DateTime.
       01 gameWave     binary-long.
       01 playedFor    float-long.
       01 dayIdx       binary-long.
       01 cutoff       string.
       procedure division.
           set periodStart(1) to type System.DateTime::Today::ToString("yyyy-MM-dd")
           compute dayIdx = function mod(
               type System.Convert::ToInt32(type System.DateTime::Today::DayOfWeek) + 6, 7)
           set periodStart(2) to type System.DateTime::Today::AddDays(0 - dayIdx)
               ::ToString("yyyy-MM-dd")
           set lastReset to self::LastResetLine()
           set periodStart(3) to ""
           if lastReset not = ""
               set parts to lastReset::Split(',')
               set periodStart(3) to parts(1)
           end-if
           perform varying p from 1 by 1 until p > 3
               set paidStarts(p) to 0
               set freeStarts(p) to 0
               set continuesUsed(p) to 0
               set gamesTimed(p) to 0
               set secondsPlayed(p) to 0
               set wavesTotal(p) to 0
               set bestWave(p) to 0
           end-perform

           create chargeStamps
           try
               if type System.IO.File::Exists(chargesFile)
                   set lines to type System.IO.File::ReadAllLines(chargesFile)
                   perform varying i from 1 by 1 until i > size of lines
                       set parts to lines(i)::Split(',')
                       if size of parts >= 2 and parts(2) = "CHARGE"
                           invoke chargeStamps::Add(parts(1))
                       end-if
                   end-perform
               end-if
           catch
               continue
           end-try

      *> the trail starts on the week's Monday, or on the reset day when
      *> that is earlier; never reset means since the logs began
           set cutoff to periodStart(2)
           if periodStart(3) = ""
               set cutoff to ""
           else
               if type System.String::CompareOrdinal(periodStart(3), cutoff) < 0
                   set cutoff to periodStart(3)::Substring(0, 10)
               end-if
           end-if
           set chargeIdx to 0
           if cutoff not = ""
               perform until chargeIdx >= chargeStamps::Count
                   if type System.String::CompareOrdinal(
                           chargeStamps[chargeIdx], cutoff) >= 0
                       exit perform
                   end-if
                   add 1 to chargeIdx
               end-perform
           end-if
           set inGame to false
           try
               set lines to self::AuditTrail(cutoff)::ToArray()
               perform varying i from 1 by 1 until i > size of lines
                   set parts to lines(i)::Split(',')
                   set stamp to ""
                   set eventName to ""
                   if size of parts >= 2
                       set stamp to parts(1)
                       set eventName to parts(2)
                   end-if
                   set claimed to 0
                   set claiming to true
                   if stamp = ""
                       set claiming to false
                   end-if
                   perform until not claiming
                       if chargeIdx >= chargeStamps::Count
                           set claiming to false
                       else
                           if type System.String::CompareOrdinal(
                                   chargeStamps[chargeIdx], stamp) > 0
                               set claiming to false
                           else
                               add 1 to claimed
                               add 1 to chargeIdx
                           end-if
                       end-if
                   end-perform
                   evaluate eventName
                       when "STARTED"
                           perform varying p from 1 by 1 until p > 3
                               if self::InPeriod(stamp, p)
                                   if claimed > 0
                                       add 1 to paidStarts(p)
                                   else
                                       add 1 to freeStarts(p)
                                   end-if
                               end-if
                           end-perform
                           set inGame to self::ParseStamp(stamp, gameStart)
                           set gameWave to 1
                       when "PRACTICE"
                           set inGame to false
                           perform varying p from 1 by 1 until p > 3
                               if self::InPeriod(stamp, p)
                                   add 1 to freeStarts(p)
                               end-if
                           end-perform
                       when "CONTINUE"
                           perform varying p from 1 by 1 until p > 3
                               if self::InPeriod(stamp, p)
                                   add 1 to continuesUsed(p)
                               end-if
                           end-perform
                       when "NEWWAVE"
                           if inGame
                               add 1 to gameWave
                           end-if
                       when "RESUMED"
                           set inGame to false
                       when "GAMEOVER"
                           if inGame
                               set playedFor to self::SecondsSince(gameStart, stamp)
                               perform varying p from 1 by 1 until p > 3
                                   if self::InPeriod(stamp, p)
                                       add 1 to gamesTimed(p)
                                       compute secondsPlayed(p) = secondsPlayed(p) + playedFor
                                       add gameWave to wavesTotal(p)
                                       if gameWave > bestWave(p)
                                           set bestWave(p) to gameWave
                                       end-if
                                   end-if
                               end-perform
                           end-if
                           set inGame to false
                   end-evaluate
               end-perform
           catch
               continue
           end-try
       end method.

      *>> The audit trail from the cutoff day ("yyyy-MM-dd", "" for since
      *>> the logs began) up to now, in date order: the monthly archives
      *>> ArchiveRollup leaves (blitzaudit-yyyymm.log, taken only once its
      *>> .idx is written -- until then the month's dailies are still in
      *>> place), the dailies LogArchive rotates out
      *>> (blitzaudit-yyyymmdd.log), then the live log. The names sort
      *>> into date order as they stand, a month's archive ahead of any of
      *>> that month's dailies.
       method-id AuditTrail private static.
       local-storage section.
       01 names        string occurs any.
       01 i            binary-long.
       01 fileName     string.
       01 suffix       string.
       01 digits       string value "0123456789".
       01 fromKey      string.
       01 todayKey     string.
       procedure division using by value cutoff as string
                          returning trail as
                          type System.Collections.Generic.List[string].
           set trail to new type System.Collections.Generic.List[string]()
           set todayKey to type System.DateTime::Today::ToString("yyyyMMdd")
           set fromKey to "00000000"
           if cutoff not = ""
               set fromKey to cutoff::Replace("-", "")
           end-if
           set content of names to
               type System.IO.Directory::GetFiles(".", "blitzaudit-*.log")
           invoke type System.Array::Sort(names, type System.StringComparer::Ordinal)
           perform varying i from 1 by 1 until i > size of names
               set fileName to type System.IO.Path::GetFileName(names(i))
               set suffix to ""
               if fileName::Length > 15
                   set suffix to fileName::Substring(11, fileName::Length - 15)
               end-if
               if suffix = "" or suffix::Trim(digits::ToCharArray()) not = ""
                   exit perform cycle
               end-if
               evaluate suffix::Length
                   when 6
                       if type System.IO.File::Exists("blitzaudit-" & suffix & ".idx")
                           and type System.String::CompareOrdinal(
                               suffix, fromKey::Substring(0, 6)) >= 0
                           and type System.String::CompareOrdinal(
                               suffix, todayKey::Substring(0, 6)) <= 0
                           invoke trail::AddRange(type System.IO.File::ReadAllLines(names(i)))
                       end-if
                   when 8
                       if type System.String::CompareOrdinal(suffix, fromKey) >= 0
                           and type System.String::CompareOrdinal(suffix, todayKey) <= 0
                           invoke trail::AddRange(type System.IO.File::ReadAllLines(names(i)))
                       end-if
               end-evaluate
           end-perform
           if type System.IO.File::Exists(auditFile)
               invoke trail::AddRange(type System.IO.File::ReadAllLines(auditFile))
           end-if
       end method.

      *>> True when the stamp falls on or after the period's first day/moment.
       method-id InPeriod private.
       procedure division using by value stamp as string p as binary-long
                          returning inside as condition-value.
           set inside to false
           if type System.String::CompareOrdinal(stamp, periodStart(p)) >= 0
               set inside to true
           end-if
       end method.

      *>> Reads a log's "yyyy-MM-dd HH:mm:ss" stamp; false when it won't parse.
       method-id ParseStamp private static.
       procedure division using by value stamp as string
                                by reference moment as type System.DateTime
                          returning parsed as condition-value.
           set parsed to type System.DateTime::TryParseExact(stamp,
               "yyyy-MM-dd HH:mm:ss",
               type System.Globalization.CultureInfo::InvariantCulture,
               type System.Globalization.DateTimeStyles::None, moment)
       end method.

      *>> Seconds from the game's start to a later stamp (0 when unreadable).
       method-id SecondsSince private static.
       local-storage section.
       01 endMoment    type System.DateTime.
       procedure division using by value startMoment as type System.DateTime
                                stamp as string
                          returning secs as float-long.
           set secs to 0
           if self::ParseStamp(stamp, endMoment)
               set secs to endMoment::Subtract(startMoment)::TotalSeconds
               if secs < 0
                   set secs to 0
               end-if
           end-if
       end method.

      *>> The journal's last RESET line, or "" when the counters have never
      *>> been reset.
       method-id LastResetLine private static.
       local-storage section.
       01 lines        string occurs any.
       01 i            binary-long.
       01 parts        string occurs any.
       procedure division returning resetLine as string.
           set resetLine to ""
           try
               if type System.IO.File::Exists(journalFile)
                   set lines to type System.IO.File::ReadAllLines(journalFile)
                   perform varying i from 1 by 1 until i > size of lines
                       set parts to lines(i)::Split(',')
                       if size of parts >= 3 and parts(2) = "RESET"
                           set resetLine to lines(i)
                       end-if
                   end-perform
               end-if
           catch
               set resetLine to ""
           end-try
       end method.

      *>> The menu page: bookkeeping columns, then the two settings files.
       method-id MenuPage private.
       local-storage section.
       01 nl           string.
       01 resetParts   string occurs any.
       01 cfg          type CobolBlitz.CabinetConfig.
       01 stg          type CobolBlitz.CabinetSettings.
       procedure division using by value game as type CobolBlitz.GameState
                          returning pageText as string.
           set nl to type System.Environment::NewLine
           set cfg to game::Config
           set stg to game::Settings
           set pageText to "BOOKKEEPING               TODAY    WEEK   SINCE RESET" & nl
           set pageText to pageText & self::Row("Paid starts", paidStarts(1), paidStarts(2), paidStarts(3))
           set pageText to pageText & self::Row("Free starts", freeStarts(1), freeStarts(2), freeStarts(3))
           set pageText to pageText & self::Row("Continues used", continuesUsed(1), continuesUsed(2), continuesUsed(3))
           set pageText to pageText & self::Row("Games completed", gamesTimed(1), gamesTimed(2), gamesTimed(3))
           set pageText to pageText & "Average game time    "
               & self::AverageCell(secondsPlayed(1), gamesTimed(1), "s", 10)
               & self::AverageCell(secondsPlayed(2), gamesTimed(2), "s", 8)
               & self::AverageCell(secondsPlayed(3), gamesTimed(3), "s", 14) & nl
           set pageText to pageText & "Average wave reached "
               & self::AverageCell(wavesTotal(1), gamesTimed(1), "", 10)
               & self::AverageCell(wavesTotal(2), gamesTimed(2), "", 8)
               & self::AverageCell(wavesTotal(3), gamesTimed(3), "", 14) & nl
           set pageText to pageText & self::Row("Best wave reached", bestWave(1), bestWave(2), bestWave(3))
           if lastReset = ""
               set pageText to pageText & "Counters never reset." & nl
           else
               set resetParts to lastReset::Split(',')
               set pageText to pageText & "Last reset " & resetParts(1)
                   & " by " & resetParts(3) & nl
           end-if

           set pageText to pageText & nl & "CABINET.CFG" & self::FileNote("cabinet.cfg") & nl
           set pageText to pageText & "  INITIALLIVES   " & cfg::InitialLives::ToString() & nl
           set pageText to pageText & "  INITIALSPEED   " & cfg::InitialSpeed::ToString() & nl
           set pageText to pageText & "  MAXIMUMSPEED   " & cfg::MaximumSpeed::ToString() & nl
           set pageText to pageText & "  NUMBERALIENSX  " & cfg::NumberAliensX::ToString() & nl
           set pageText to pageText & "  NUMBERALIENSY  " & cfg::NumberAliensY::ToString() & nl
           set pageText to pageText & "  GAMEPAD        " & self::YesNo(cfg::GamepadFitted) & nl

           set pageText to pageText & nl & "CABINETSETTINGS.CFG" & self::FileNote("cabinetsettings.cfg") & nl
           set pageText to pageText & "  VOLUME         " & stg::Volume::ToString() & nl
           set pageText to pageText & "  FULLSCREEN     " & self::YesNo(stg::Fullscreen) & nl
           set pageText to pageText & "  ASSISTMODE     " & self::YesNo(stg::AssistMode) & nl

           set pageText to pageText & nl & "High-score table: "
               & game::HighScores::Count::ToString() & " entries" & nl
       end method.

      *>> One bookkeeping line: the label and the three period counts.
       method-id Row private static.
       procedure division using by value rowLabel as string
                                today as binary-long week as binary-long
                                sinceReset as binary-long
                          returning rowText as string.
           set rowText to rowLabel::PadRight(21)
               & today::ToString()::PadLeft(10)
               & week::ToString()::PadLeft(8)
               & sinceReset::ToString()::PadLeft(14)
               & type System.Environment::NewLine
       end method.

      *>> total / games to one place, or "-" when no game has finished,
      *>> right-aligned to the column width Row uses.
       method-id AverageCell private static.
       local-storage section.
       01 avg          float-long.
       01 cellText     string.
       procedure division using by value total as float-long games as binary-long
                                suffix as string width as binary-long
                          returning cell as string.
           set cellText to "-"
           if games > 0
               compute avg = total / games
               set cellText to avg::ToString("F1") & suffix
           end-if
           set cell to cellText::PadLeft(width)
       end method.

       method-id YesNo private static.
       procedure division using by value flag as condition-value
                          returning answer as string.
           if flag
               set answer to "YES"
           else
               set answer to "NO"
           end-if
       end method.

      *>> " (not on file - defaults)" when the settings file is missing.
       method-id FileNote private static.
       procedure division using by value fileName as string
                          returning note as string.
           set note to ""
           if not type System.IO.File::Exists(fileName)
               set note to " (not on file - defaults)"
           end-if
       end method.

       end class.
