       working-storage section.
       01 initialsBox      type System.Windows.Forms.TextBox.
       01 okButton         type System.Windows.Forms.Button.
       01 voucherLabel     type System.Windows.Forms.Label.
       01 voucherBox       type System.Windows.Forms.TextBox.

       method-id NEW.
       procedure division.
           set self::Text to "New High Score!"
           set self::FormBorderStyle to type System.Windows.Forms.FormBorderStyle::FixedDialog
           set self::ClientSize to new type System.Drawing.Size(220 140)
           set self::StartPosition to type System.Windows.Forms.FormStartPosition::CenterScreen
           set self::MaximizeBox to false
           set self::MinimizeBox to false
           set okButton::DialogResult to type System.Windows.Forms.DialogResult::OK
           invoke self::Controls::Add(okButton)
           set self::AcceptButton to okButton

           set voucherLabel to new type System.Windows.Forms.Label()
           set voucherLabel::Text to "Voucher code (optional):"
           set voucherLabel::AutoSize to true
           set voucherLabel::Location to new type System.Drawing.Point(20 70)
           invoke self::Controls::Add(voucherLabel)

           set voucherBox to new type System.Windows.Forms.TextBox()
           set voucherBox::MaxLength to 8
           set voucherBox::Location to new type System.Drawing.Point(20 95)
           set voucherBox::CharacterCasing to type System.Windows.Forms.CharacterCasing::Upper
           invoke self::Controls::Add(voucherBox)
       end method.

      *>> Shows the prompt modally and returns whatever the player typed, defaulting to "AAA"
      *>> operator-maintained blocklist (the same ..\Common\initialsblock.dat the console
      *>> titles' shared InitialsEntry checks) are refused and the prompt shown again, so
      *>> nothing on the list reaches the attract-screen leaderboard.
      *>> A voucher code keyed alongside the accepted initials is redeemed
      *>> onto the player's wallet before the dialog returns.
       method-id GetInitials public static.
       local-storage section.
       01 dlg          type CobolBlitz.InitialsPrompt.
       01 accepted     condition-value.
       01 badge        string.
       01 regPin       string.
       01 voucherCode  string.
       procedure division returning initials as string.
           set accepted to false
           perform until accepted
               if dlg::ShowDialog() = type System.Windows.Forms.DialogResult::OK and dlg::initialsBox::Text::Length > 0
                   set ret to dlg::initialsBox::Text::ToUpper()
               end-if
               set voucherCode to dlg::voucherBox::Text::Trim()::ToUpper()
               if self::IsBlocked(ret)
                   invoke type System.Windows.Forms.MessageBox::Show(
                       "Those initials are not allowed - please pick others.")
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Welcome back, " & ret & " - newest badge: " & badge)
           end-if
           *> a promotional voucher keyed with the initials lands on
           *> their wallet line, same rules as the console VoucherRedeem
           if voucherCode not = ""
               invoke type System.Windows.Forms.MessageBox::Show(
                   self::RedeemVoucher(ret, voucherCode))
           end-if
           set initials to ret
       end method.

           end-if
       end method.

      *>> Promotional voucher redemption, the managed twin of the console
      *>> VoucherRedeem subprogram: a code on the ..\Common\vouchers.dat
      *>> master ("code,batch,value,expiry,issued,operator" lines), not
      *>> yet on the ..\Common\voucherredeem.log journal and not past its
      *>> expiry date, lands its value on the player's wallet line and is
      *>> journaled as "timestamp,code,III,cabinet,value". Returns the
      *>> message to show the player. A player suspended on
      *>> ..\Common\suspensions.dat can't load their wallet this way.
       method-id RedeemVoucher private static.
       local-storage section.
       01 voucherFile  string value "..\Common\vouchers.dat".
       01 redeemLog    string value "..\Common\voucherredeem.log".
       01 walletFile   string value "..\Common\wallet.dat".
       01 lines        string occurs any.
       01 parts        string occurs any.
       01 i            binary-long.
       01 creditValue  binary-long value -1.
       01 expiry       string.
       01 walletList   type System.Collections.Generic.List[string].
       01 walletBal    binary-long.
       01 parsed       binary-long.
       01 found        condition-value value false.
       01 writer       type System.IO.StreamWriter.
       01 walletLock   type System.IO.FileStream.
       procedure division using by value candidate as string
                                         voucherId as string
                          returning reply as string.
           set reply to "Voucher code not recognized."
           try
               if not type System.IO.File::Exists(voucherFile)
                   goback
               end-if
               set lines to type System.IO.File::ReadAllLines(voucherFile)
               perform varying i from 1 by 1 until i > size of lines
                   set parts to lines(i)::Split(',')
                   if size of parts >= 4
                       and parts(1) = voucherId
                       and binary-long::TryParse(parts(3), parsed)
                       set creditValue to parsed
                       set expiry to parts(4)
                       exit perform
                   end-if
               end-perform
               if creditValue < 0
                   goback
               end-if
               if type System.String::CompareOrdinal(expiry,
                       type System.DateTime::Now::ToString("yyyyMMdd")) < 0
                   set reply to "That voucher has expired."
                   goback
               end-if
               *> a suspended player's wallet takes no loads (the
               *> refusal is logged, as the console VoucherRedeem does)
               if type CobolBlitz.Credits::Suspended(candidate::Trim(), "LOAD")
                   set reply to "Wallet suspended - please see the attendant."
                   goback
               end-if
               *> the used-code check, the wallet rewrite and the journal
               *> line all under the fleet's wallet lock, so one code keyed
               *> at two cabinets at once lands only once
               set walletLock to type CobolBlitz.Credits::TakeLock(walletFile,
                   "InitialsPrompt")
               if walletLock = null
                   set reply to "Wallet busy - please try the code again."
                   goback
               end-if
               *> the journal is the single record of spent codes
               if type System.IO.File::Exists(redeemLog)
                   set lines to type System.IO.File::ReadAllLines(redeemLog)
                   perform varying i from 1 by 1 until i > size of lines
                       set parts to lines(i)::Split(',')
                       if size of parts >= 2 and parts(2) = voucherId
                           set reply to "That voucher has already been used."
                           invoke type CobolBlitz.Credits::ReleaseLock(walletLock)
                           goback
                       end-if
                   end-perform
               end-if

               set walletList to new System.Collections.Generic.List[string]()
               if type System.IO.File::Exists(walletFile)
                   set lines to type System.IO.File::ReadAllLines(walletFile)
                   perform varying i from 1 by 1 until i > size of lines
                       if lines(i) not = ""
                           invoke walletList::Add(lines(i))
                       end-if
                   end-perform
               end-if
               perform varying i from 0 by 1 until i >= walletList::Count
                   set parts to walletList[i]::Split(',')
                   if size of parts >= 2 and parts(1) = candidate::Trim()
                       set walletBal to 0
                       if binary-long::TryParse(parts(2), parsed)
                           set walletBal to parsed
                       end-if
                       set walletList[i] to parts(1) & ","
                           & (walletBal + creditValue)::ToString("D5")
                       set found to true
                       exit perform
                   end-if
               end-perform
               if not found
                   invoke walletList::Add(candidate::Trim() & ","
                       & creditValue::ToString("D5"))
               end-if
               invoke type System.IO.File::WriteAllLines(
                   walletFile & ".tmp", walletList::ToArray())
               invoke type System.IO.File::Delete(walletFile)
               invoke type System.IO.File::Move(
                   walletFile & ".tmp", walletFile)

               set writer to new type System.IO.StreamWriter(redeemLog, true)
               invoke writer::WriteLine(
                   type System.DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
                   & "," & voucherId & "," & candidate::Trim() & ","
                   & type System.Environment::MachineName & ","
                   & creditValue::ToString("D5"))
               invoke writer::Close()
               invoke type CobolBlitz.Credits::ReleaseLock(walletLock)
               set reply to "Voucher accepted - " & creditValue::ToString()
                   & " credit(s) added to your wallet."
           catch
               invoke type CobolBlitz.Credits::ReleaseLock(walletLock)
               set reply to "Voucher could not be redeemed - please see the attendant."
           end-try
       end method.

       end class.
