      *> and with no schedule the price stays one credit. Every paid start is
      *> recorded as a sealed "timestamp,CHARGE,title,price,balance,source" line in the
      *> cabinet's charges.log, same trail CreditsCharge writes.
      *> Wallet-funded starts and fees also answer to the player's daily
      *> spend limit on the shared ../Common/limits.dat file, exactly as
      *> the console SpendLimit subprogram applies it: a start or fee
      *> that would take the player past today's limit is refused (and
      *> logged to ../Common/limitrefusals.log for the attendant) rather
      *> than quietly passed to the cabinet balance, and every paid one
      *> is added to the player's line on ../Common/dailyspend.dat.
      *> Every rewrite of the shared wallet.dat and loyalty.dat is made
      *> under the fleet's writer's lock (TakeLock, the twin of the
      *> console CommonLock), held from the read to the rename; a wallet
      *> still busy when the lock times out is treated like one with no
      *> record, and a busy loyalty ledger leaves the points for later.
      *> Membership tiers: a player with a line in ../Common/tiers.dat
      *> ("III,tier,discount,plays", written monthly by TierAssign) pays
      *> the tier's percentage less than the scheduled price when the
      *> wallet pays, rounded to the nearest whole credit -- a start that
      *> falls back to the cabinet's balance pays the full price -- and
      *> the charges.log line carries the full price and the tier after
      *> the source, as CreditsCharge writes it.
      *> Suspensions: a player suspended on ../Common/suspensions.dat
      *> (kept by SuspensionMaint) can't spend or load their wallet --
      *> a start or fee falls back to the cabinet's balance and banked
      *> loyalty points wait -- and Suspended() is also what the
      *> title's tournament and leaderboard writers ask, each refusal
      *> logged as the console SuspensionCheck subprogram logs it.
       class-id CobolTicTacToe.Credits.

       working-storage section.
       01 titleName        string value "CobolTicTacToe".
       01 walletFile       string value "../Common/wallet.dat".
       01 journalFile      string value "creditsjournal.dat".
       01 limitsFile       string value "../Common/limits.dat".
       01 spendFile        string value "../Common/dailyspend.dat".
       01 refusalFile      string value "../Common/limitrefusals.log".
       01 limitNotice      string value "".
       01 tiersFile        string value "../Common/tiers.dat".
       01 memberTier       string value "".
       01 suspensionsFile  string value "../Common/suspensions.dat".
       01 suspendLog       string value "../Common/suspensionrefusals.log".

      *>> Reads the current balance; -1 means free play (no credits file).
       method-id Balance public static.
      *>> (../Common/wallet.dat, "III,bbbbb" lines) first, falling back to
      *>> the cabinet's own TryConsume() when the wallet has no record or
      *>> not enough in it -- value loaded at one cabinet spends anywhere.
      *>> A start the wallet covers but the player's daily spend limit
      *>> does not is refused outright, with no cabinet fallback.
       method-id TryConsume public static.
       local-storage section.
       01 price        binary-long.
       01 fullPrice    binary-long.
       01 discount     binary-long.
       01 tierTrail    string.
       01 lines        string occurs any.
       01 i            binary-long.
       01 parts        string occurs any.
       01 walletBal    binary-long.
       01 paid         condition-value.
       01 refused      condition-value.
       01 walletLock   type System.IO.FileStream.
       procedure division using by value initials as string
                          returning granted as condition-value.
           set paid to false
           set refused to false
           set walletLock to null
           if initials not = null and initials::Trim() not = ""
               and not self::Suspended(initials::Trim(), "SPEND")
               set walletLock to self::TakeLock(walletFile, "Credits")
           end-if
           try
               if walletLock not = null
                   and type System.IO.File::Exists(walletFile)
                   set fullPrice to self::ScheduledPrice()
                   set price to fullPrice
                   set tierTrail to ""
                   set discount to self::MemberDiscount(initials::Trim())
                   if memberTier not = ""
                       if discount > 0
                           compute price rounded
                               = fullPrice * (100 - discount) / 100
                       end-if
                       set tierTrail to "," & fullPrice::ToString("D2")
                           & "," & memberTier
                   end-if
                   set lines to type System.IO.File
                       ::ReadAllLines(walletFile)
                   perform varying i from 1 by 1 until i > size of lines
                           and parts(1) = initials::Trim()
                           and binary-long::TryParse(parts(2), walletBal)
                           and walletBal >= price
                           if not self::SpendAllowed(parts(1), price)
                               set refused to true
                               exit perform
                           end-if
                           set lines(i) to parts(1) & ","
                               & (walletBal - price)::ToString("D5")
                           invoke type System.IO.File::WriteAllLines(
                               & ",CHARGE," & titleName & ","
                               & price::ToString("D2") & ","
                               & (walletBal - price)::ToString("D5")
                               & ",WLT:" & parts(1) & tierTrail)
                           invoke self::AddDailySpend(parts(1), price)
                           set paid to true
                           exit perform
                       end-if
           catch
               set paid to false
           end-try
           invoke self::ReleaseLock(walletLock)
           if refused
               invoke type System.Windows.MessageBox::Show(limitNotice)
           end-if
           evaluate true
               when paid
                   set granted to true
               when refused
                   set granted to false
               when other
                   set granted to self::TryConsume()
           end-evaluate
       end method.

      *>> The player's membership discount off ../Common/tiers.dat, as a
      *>> percentage (0 with no tier line); the tier's name is left in
      *>> memberTier for the charges.log line.
       method-id MemberDiscount private static.
       local-storage section.
       01 lines        string occurs any.
       01 i            binary-long.
       01 parts        string occurs any.
       procedure division using by value initials as string
                          returning pct as binary-long.
           set pct to 0
           set memberTier to ""
           try
               if type System.IO.File::Exists(tiersFile)
                   set lines to type System.IO.File::ReadAllLines(tiersFile)
                   perform varying i from 1 by 1 until i > size of lines
                       set parts to lines(i)::Split(',')
                       if size of parts >= 3 and parts(1) = initials
                           and binary-long::TryParse(parts(3), pct)
                           set memberTier to parts(2)::Trim()
                           exit perform
                       end-if
                   end-perform
               end-if
           catch
               set pct to 0
               set memberTier to ""
           end-try
           if pct < 0 or pct > 99
               set pct to 0
           end-if
       end method.

      *>> Suspension check, the managed twin of the console SuspensionCheck
      *>> subprogram: true while the player's ../Common/suspensions.dat line
      *>> ("III,start,end,set-by,reason", dates yyyymmdd) runs -- from its
      *>> start date up to the day before its end date, or until lifted
      *>> when it has none -- with each refusal logged to
      *>> ../Common/suspensionrefusals.log for the attendant. what names
      *>> what is refused: SPEND, LOAD, ENTRY or SCORE.
       method-id Suspended public static.
       local-storage section.
       01 lines        string occurs any.
       01 i            binary-long.
       01 parts        string occurs any.
       01 today        string.
       01 untilDate    string.
       01 writer       type System.IO.StreamWriter.
       procedure division using by value initials as string
                          what as string
                          returning suspended as condition-value.
           set suspended to false
           try
               if initials = null or initials::Trim() = ""
                   or not type System.IO.File::Exists(suspensionsFile)
                   goback
               end-if
               set today to type System.DateTime::Now::ToString("yyyyMMdd")
               set lines to type System.IO.File::ReadAllLines(suspensionsFile)
               perform varying i from 1 by 1 until i > size of lines
                   set parts to lines(i)::Split(',')
                   if size of parts >= 3
                       and parts(1) = initials::Trim()
                       and type System.String::CompareOrdinal(
                           parts(2)::Trim(), today) <= 0
                       and (parts(3)::Trim() = ""
                           or type System.String::CompareOrdinal(
                               parts(3)::Trim(), today) > 0)
                       set suspended to true
                       set untilDate to parts(3)::Trim()
                       exit perform
                   end-if
               end-perform
               if not suspended
                   goback
               end-if
               if untilDate = ""
                   set untilDate to "OPEN"
               end-if
               set writer to new type System.IO.StreamWriter(suspendLog, true)
               invoke writer::WriteLine(
                   type System.DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
                   & "," & initials::Trim() & ","
                   & type System.Environment::MachineName
                   & "," & what & "," & titleName & "," & untilDate)
               invoke writer::Close()
           catch
               continue
           end-try
       end method.

      *>> Charges an arbitrary amount (entry fees and the like) against the
      *>> same balances -- the player's wallet first when initials are given,
      *>> then the cabinet's credits.dat -- sealing the movement into
      *>> charges.log under the caller's event name, the managed twin of the
      *>> console CreditsDebit subprogram. Free play grants the debit.
      *>> A wallet debit past the player's daily spend limit is refused.
       method-id TryDebit public static.
       local-storage section.
       01 balance      binary-long.
       01 parts        string occurs any.
       01 walletBal    binary-long.
       01 writer       type System.IO.StreamWriter.
       01 walletLock   type System.IO.FileStream.
       procedure division using by value amount as binary-long
                          initials as string eventName as string
                          returning granted as condition-value.
           set granted to false
           set walletLock to null
           if initials not = null and initials::Trim() not = ""
               and not self::Suspended(initials::Trim(), "SPEND")
               set walletLock to self::TakeLock(walletFile, "Credits")
           end-if
           try
               if walletLock not = null
                   and type System.IO.File::Exists(walletFile)
                   set lines to type System.IO.File
                       ::ReadAllLines(walletFile)
                           and parts(1) = initials::Trim()
                           and binary-long::TryParse(parts(2), walletBal)
                           and walletBal >= amount
                           if not self::SpendAllowed(parts(1), amount)
                               invoke self::ReleaseLock(walletLock)
                               invoke type System.Windows.MessageBox::Show(limitNotice)
                               goback
                           end-if
                           set lines(i) to parts(1) & ","
                               & (walletBal - amount)::ToString("D5")
                           invoke type System.IO.File::WriteAllLines(
                               & amount::ToString("D5") & ","
                               & (walletBal - amount)::ToString("D5")
                               & ",WLT:" & parts(1))
                           invoke self::AddDailySpend(parts(1), amount)
                           set granted to true
                           invoke self::ReleaseLock(walletLock)
                           goback
                       end-if
                   end-perform
               end-if
               invoke self::ReleaseLock(walletLock)

               invoke self::EnsureRecovered()
               set balance to self::Balance()
                   set granted to true
               end-if
           catch
               invoke self::ReleaseLock(walletLock)
               set granted to false
           end-try
       end method.

      *>> Daily spend limit check, the managed twin of SpendLimit "C":
      *>> the limit in force today is the player's limits.dat figure, or
      *>> its pending (raised) figure once the effective date has come;
      *>> no line, or 99999, means no limit. A spend that would go past
      *>> it is logged for the attendant, and the player's notice left in
      *>> limitNotice for the caller to show.
       method-id SpendAllowed private static.
       local-storage section.
       01 lines        string occurs any.
       01 i            binary-long.
       01 parts        string occurs any.
       01 today        string.
       01 dayLimit     binary-long value -1.
       01 pending      binary-long.
       01 spent        binary-long value 0.
       01 parsed       binary-long.
       01 cabinetId    string.
       01 writer       type System.IO.StreamWriter.
       procedure division using by value initials as string
                          amount as binary-long
                          returning allowed as condition-value.
           set allowed to true
           try
               if not type System.IO.File::Exists(limitsFile)
                   goback
               end-if
               set today to type System.DateTime::Now::ToString("yyyyMMdd")
               set lines to type System.IO.File::ReadAllLines(limitsFile)
               perform varying i from 1 by 1 until i > size of lines
                   set parts to lines(i)::Split(',')
                   if size of parts >= 2
                       and parts(1) = initials
                       and binary-long::TryParse(parts(2), parsed)
                       set dayLimit to parsed
                       if size of parts >= 4
                           and binary-long::TryParse(parts(3), pending)
                           and type System.String::CompareOrdinal(
                               parts(4)::Trim(), today) <= 0
                           set dayLimit to pending
                       end-if
                       exit perform
                   end-if
               end-perform
               if dayLimit < 0 or dayLimit = 99999
                   goback
               end-if

               if type System.IO.File::Exists(spendFile)
                   set lines to type System.IO.File::ReadAllLines(spendFile)
                   perform varying i from 1 by 1 until i > size of lines
                       set parts to lines(i)::Split(',')
                       if size of parts >= 3
                           and parts(1) = today
                           and parts(2) = initials
                           and binary-long::TryParse(parts(3), parsed)
                           set spent to parsed
                           exit perform
                       end-if
                   end-perform
               end-if
               if spent + amount <= dayLimit
                   goback
               end-if

               set allowed to false
               set cabinetId to type System.Environment::MachineName
               set writer to new type System.IO.StreamWriter(refusalFile, true)
               invoke writer::WriteLine(
                   type System.DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
                   & "," & initials & "," & cabinetId
                   & "," & amount::ToString("D5")
                   & "," & spent::ToString("D5")
                   & "," & dayLimit::ToString("D5"))
               invoke writer::Close()
               *> shown by the caller once the wallet lock is let go
               set limitNotice to "Daily spend limit reached for "
                   & initials & " -- please see the attendant."
           catch
               continue
           end-try
       end method.

      *>> Adds a paid wallet spend to the player's line on today's
      *>> dailyspend.dat tally (SpendLimit "A"); earlier days drop off.
       method-id AddDailySpend private static.
       local-storage section.
       01 lines        string occurs any.
       01 i            binary-long.
       01 parts        string occurs any.
       01 today        string.
       01 spendList    type System.Collections.Generic.List[string].
       01 parsed       binary-long.
       01 found        condition-value value false.
       procedure division using by value initials as string
                          amount as binary-long.
           try
               set today to type System.DateTime::Now::ToString("yyyyMMdd")
               set spendList to new System.Collections.Generic.List[string]()
               if type System.IO.File::Exists(spendFile)
                   set lines to type System.IO.File::ReadAllLines(spendFile)
                   perform varying i from 1 by 1 until i > size of lines
                       set parts to lines(i)::Split(',')
                       if size of parts >= 3 and parts(1) = today
                           if parts(2) = initials and not found
                               set parsed to 0
                               invoke binary-long::TryParse(parts(3), parsed)
                               set lines(i) to today & "," & initials & ","
                                   & (parsed + amount)::ToString("D5")
                               set found to true
                           end-if
                           invoke spendList::Add(lines(i))
                       end-if
                   end-perform
               end-if
               if not found
                   invoke spendList::Add(today & "," & initials & ","
                       & amount::ToString("D5"))
               end-if
               invoke type System.IO.File::WriteAllLines(
                   spendFile & ".tmp", spendList::ToArray())
               invoke type System.IO.File::Delete(spendFile)
               invoke type System.IO.File::Move(
                   spendFile & ".tmp", spendFile)
           catch
               continue
           end-try
       end method.

      *>> Write-ahead journal around every credits.dat rewrite, the managed
      *>> twin of CreditsJournal: INTENT before, CONFIRM after, so a power
      *>> cut mid-rewrite can be replayed.
       01 parsed       binary-long.
       01 found        condition-value value false.
       01 writer       type System.IO.StreamWriter.
       01 loyaltyLock  type System.IO.FileStream.
       01 walletLock   type System.IO.FileStream.
       procedure division using by value initials as string
                          returning credits as binary-long.
           set credits to 0
                   goback
               end-if

               *> loyalty ledger first, wallet second -- the order every
               *> writer takes them in; both held until the credit lands
               set loyaltyLock to self::TakeLock(loyaltyFile, "Credits")
               if loyaltyLock = null
                   goback
               end-if
               set walletLock to self::TakeLock(walletFile, "Credits")
               if walletLock = null
                   invoke self::ReleaseLock(loyaltyLock)
                   goback
               end-if

               *> drain every full threshold off the player's line
               set lines to type System.IO.File::ReadAllLines(loyaltyFile)
               perform varying i from 1 by 1 until i > size of lines
                       exit perform
                   end-if
               end-perform
               *> a suspended player's points wait for the suspension
               *> to lapse
               if earned > 0
                   if self::Suspended(initials::Trim(), "LOAD")
                       set earned to 0
                   end-if
               end-if
               if earned = 0
                   invoke self::ReleaseLock(walletLock)
                   invoke self::ReleaseLock(loyaltyLock)
                   goback
               end-if
               invoke type System.IO.File::WriteAllLines(
               invoke type System.IO.File::Delete(walletFile)
               invoke type System.IO.File::Move(
                   walletFile & ".tmp", walletFile)
               invoke self::ReleaseLock(walletLock)
               invoke self::ReleaseLock(loyaltyLock)

               *> one journal line per conversion, same format the
               *> console LoyaltyRedeem writes
               invoke writer::Close()
               set credits to earned
           catch
               invoke self::ReleaseLock(walletLock)
               invoke self::ReleaseLock(loyaltyLock)
               set credits to 0
           end-try
       end method.

      *>> Writer's lock on one of the shared files the fleet rewrites, the
      *>> managed twin of the console CommonLock subprogram: "<file>.lck"
      *>> opened exclusively for the whole read-modify-write, tried again
      *>> after 50, 100, 200 then 400 ms back-offs for up to three seconds.
      *>> Every wait and timeout goes to ../Common/lockcontention.log in
      *>> CommonLock's format. Returns the held lock for ReleaseLock, or
      *>> null when it timed out and the file must be left alone -- as
      *>> CommonLock does, also for the wallet ledger while it is missing
      *>> and WalletTransfer's wallet.dat.xfr copy waits to be put back
      *>> (logged as XFER), so no writer starts an empty ledger over it.
       method-id TakeLock public static.
       local-storage section.
       01 waited       binary-long value 0.
       01 backoff      binary-long value 50.
       procedure division using by value fileName as string
                          writerName as string
                          returning held as type System.IO.FileStream.
           set held to null
           perform until held not = null
               try
                   set held to new type System.IO.FileStream(
                       fileName & ".lck",
                       type System.IO.FileMode::OpenOrCreate,
                       type System.IO.FileAccess::ReadWrite,
                       type System.IO.FileShare::None)
               catch
                   set held to null
               end-try
               if held = null
                   if waited >= 3000
                       invoke self::LogContention(fileName, "TIMEOUT",
                           waited, writerName)
                       goback
                   end-if
                   invoke type System.Threading.Thread::Sleep(backoff)
                   add backoff to waited
                   if backoff < 400
                       compute backoff = backoff * 2
                   end-if
               end-if
           end-perform
           if waited > 0
               invoke self::LogContention(fileName, "WAIT", waited,
                   writerName)
           end-if
           if type System.IO.Path::GetFileName(fileName) = "wallet.dat"
               and not type System.IO.File::Exists(fileName)
               and type System.IO.File::Exists(fileName & ".xfr")
               invoke self::ReleaseLock(held)
               set held to null
               invoke self::LogContention(fileName, "XFER", waited,
                   writerName)
           end-if
       end method.

      *>> Lets a TakeLock lock go (a null one is ignored).
       method-id ReleaseLock public static.
       procedure division using by value held as type System.IO.FileStream.
           try
               if held not = null
                   invoke held::Close()
               end-if
           catch
               continue
           end-try
       end method.

       method-id LogContention private static.
       local-storage section.
       01 writer       type System.IO.StreamWriter.
       procedure division using by value fileName as string
                          eventName as string waited as binary-long
                          writerName as string.
           try
               set writer to new type System.IO.StreamWriter(
                   "../Common/lockcontention.log", true)
               invoke writer::WriteLine(
                   type System.DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
                   & "," & fileName & "," & eventName
                   & "," & waited::ToString("D5")
                   & "," & type System.Environment::MachineName
                   & "," & writerName)
               invoke writer::Close()
           catch
               continue
           end-try
       end method.

       end class.
