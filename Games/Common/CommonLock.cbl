      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Writer's lock for the shared files every cabinet rewrites through
      *> temp-file-and-rename -- ../Common/wallet.dat, playerprofiles.idx,
      *> loyalty.dat and each cabinet's waitlist.dat. The convention, kept
      *> by every writer (the console subprograms through this one, the
      *> managed Profile and Credits classes with their own twin of it):
      *> the lock on a file is "<file>.lck" next to it, held open
      *> exclusively for the whole read-modify-write -- taken before the
      *> file is read, let go after the rename. A lock that is busy is
      *> tried again after a short back-off (50, 100, 200, then 400 ms
      *> between tries) until three seconds have gone by; then the writer
      *> gives up cleanly and leaves the file as it was. The lock is the
      *> open handle itself, so a cabinet that dies holding one frees it as
      *> it goes. Every wait and every timeout is written to
      *> ../Common/lockcontention.log ("timestamp,file,WAIT|TIMEOUT,
      *> waited-ms,cabinet,writer"), so the hot files on a busy night can be
      *> seen. Action "A" takes the lock on l-file (l-granted "Y", or "N"
      *> on timeout), "R" lets it go; up to two locks are held at once
      *> (loyalty.dat with wallet.dat, say), always taken in the order
      *> playerprofiles.idx, loyalty.dat, wallet.dat, waitlist.dat by every
      *> writer so two of them cannot wait on each other.
      *> A lock file that can't even be created -- the ../Common share
      *> itself is unreachable -- comes back at once as l-granted "U"
      *> rather than after the timeout, so the writer can queue the write
      *> in its outbox (see Outbox) instead of stalling the game.
      *> A wallet.dat lock taken while the ledger is missing and
      *> WalletTransfer's ../Common/wallet.dat.xfr copy is on disk -- a
      *> transfer cut short between its delete and its rename -- is given
      *> straight back as "N" (logged as XFER): the copy is the only full
      *> ledger, and a writer that read the missing file as empty would
      *> start a new one over it. Only WalletTransfer, whose recovery puts
      *> the copy back, is let through.
      *> Called as a subprogram the same way the games already call
      *> CreditsJournal.
       program-id. CommonLock as "CommonLock".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select lock-file-1
                   assign to ws-lock-path-1
                   organization is line sequential
                   lock mode is exclusive
                   file status is ws-lock-status-1.
           select lock-file-2
                   assign to ws-lock-path-2
                   organization is line sequential
                   lock mode is exclusive
                   file status is ws-lock-status-2.
           select contention-file
                   assign to "../Common/lockcontention.log"
                   organization is line sequential
                   file status is ws-contention-status.

       data division.
       file section.
       fd lock-file-1 record contains 80 characters.
       01 lk1-line          pic x(80).

       fd lock-file-2 record contains 80 characters.
       01 lk2-line          pic x(80).

       fd contention-file record contains 132 characters.
       01 lc-line           pic x(132).

       working-storage section.
       01 ws-lock-status-1      pic xx.
       01 ws-lock-status-2      pic xx.
       01 ws-contention-status  pic xx.
       01 ws-lock-path-1        pic x(68) value spaces.
       01 ws-lock-path-2        pic x(68) value spaces.
       01 ws-held-1             pic x value "N".
       01 ws-held-2             pic x value "N".
       01 ws-want-path          pic x(68).
       01 ws-got-it             pic x.

      *> Back-off and timeout, in milliseconds.
       01 ws-timeout-ms         pic 9(5) value 3000.
       01 ws-waited-ms          pic 9(5).
       01 ws-backoff-ms         pic 9(5).
       01 ws-sleep-ms           pic x(4) comp-5.

      *> The wallet ledger and WalletTransfer's copy of it.
       01 ws-wallet-name        pic x(64)
           value "../Common/wallet.dat".
       01 ws-transfer-copy-name pic x(64)
           value "../Common/wallet.dat.xfr".
       01 ws-file-details.
           03 ws-file-size           pic x(8) comp-x.
           03 ws-file-date.
               05 ws-fd-day          pic x comp-x.
               05 ws-fd-month        pic x comp-x.
               05 ws-fd-year         pic x(2) comp-x.
           03 ws-file-time.
               05 ws-ft-hours        pic x comp-x.
               05 ws-ft-minutes      pic x comp-x.
               05 ws-ft-seconds      pic x comp-x.
               05 ws-ft-hundredths   pic x comp-x.
       01 ws-exist-rc           pic s9(9) comp-5.

       01 ws-cabinet            pic x(16).
       01 ws-event              pic x(7).
       01 ws-line-out           pic x(132).

       linkage section.
      *> "A" = take the lock, "R" = let it go.
       01 l-action              pic x.
      *> The shared file being rewritten, as its writer opens it.
       01 l-file                pic x(64).
      *> The writer, for the contention log.
       01 l-who                 pic x(16).
      *> "Y" = lock held, "N" = timed out and the file left alone,
      *> "U" = the share holding the file can't be reached.
       01 l-granted             pic x.

       procedure division using l-action l-file l-who l-granted.
       main-entry section.
           move spaces to ws-want-path
           string l-file delimited by space
                  ".lck" delimited by size
               into ws-want-path
           end-string
           evaluate l-action
               when "A"
                   perform take-lock
               when "R"
                   perform release-lock
                   move "Y" to l-granted
           end-evaluate
           goback.

      *> Tries, backs off, tries again -- until the lock is ours or the
      *> timeout has gone by.
       take-lock section.
           move "N" to l-granted
           move 0 to ws-waited-ms
           move 50 to ws-backoff-ms
           perform until l-granted = "Y"
               perform try-lock
               if ws-got-it = "U"
                   move "U" to l-granted
                   exit section
               end-if
               if ws-got-it = "Y"
                   move "Y" to l-granted
               else
                   if ws-waited-ms >= ws-timeout-ms
                       move "TIMEOUT" to ws-event
                       perform log-contention
                       exit section
                   end-if
                   move ws-backoff-ms to ws-sleep-ms
                   call "CBL_THREAD_SLEEP" using by value ws-sleep-ms
                   add ws-backoff-ms to ws-waited-ms
                   if ws-backoff-ms < 400
                       compute ws-backoff-ms = ws-backoff-ms * 2
                   end-if
               end-if
           end-perform
           if ws-waited-ms > 0
               move "WAIT" to ws-event
               perform log-contention
           end-if
           if l-file = ws-wallet-name and l-who not = "WalletTransfer"
               perform check-transfer-pending
           end-if
           .

      *> The ledger gone and the transfer copy still there: the lock is
      *> let go again and the writer told the ledger is busy.
       check-transfer-pending section.
           call "CBL_CHECK_FILE_EXIST" using ws-wallet-name
                                             ws-file-details
               returning ws-exist-rc
           if ws-exist-rc = 0
               exit section
           end-if
           call "CBL_CHECK_FILE_EXIST" using ws-transfer-copy-name
                                             ws-file-details
               returning ws-exist-rc
           if ws-exist-rc not = 0
               exit section
           end-if
           perform release-lock
           move "N" to l-granted
           move "XFER" to ws-event
           perform log-contention
           .

      *> One attempt: an exclusive open of the lock file in a free slot.
      *> Another writer holding it open makes the open fail; a lock file
      *> that can't be created at all means the share is gone.
       try-lock section.
           move "N" to ws-got-it
           evaluate true
               when ws-held-1 = "N"
                   move ws-want-path to ws-lock-path-1
                   open extend lock-file-1
                   if ws-lock-status-1 = "35"
                       open output lock-file-1
                       if ws-lock-status-1(1:1) = "3"
                           move "U" to ws-got-it
                           exit section
                       end-if
                   end-if
                   if ws-lock-status-1 = "00"
                       move "Y" to ws-held-1
                       move "Y" to ws-got-it
                   end-if
               when ws-held-2 = "N"
                   move ws-want-path to ws-lock-path-2
                   open extend lock-file-2
                   if ws-lock-status-2 = "35"
                       open output lock-file-2
                       if ws-lock-status-2(1:1) = "3"
                           move "U" to ws-got-it
                           exit section
                       end-if
                   end-if
                   if ws-lock-status-2 = "00"
                       move "Y" to ws-held-2
                       move "Y" to ws-got-it
                   end-if
           end-evaluate
           .

       release-lock section.
           if ws-held-1 = "Y" and ws-lock-path-1 = ws-want-path
               close lock-file-1
               move "N" to ws-held-1
               exit section
           end-if
           if ws-held-2 = "Y" and ws-lock-path-2 = ws-want-path
               close lock-file-2
               move "N" to ws-held-2
           end-if
           .

       log-contention section.
           move spaces to ws-cabinet
           accept ws-cabinet from environment "COMPUTERNAME"
           open extend contention-file
           if ws-contention-status = "35"
               open output contention-file
           end-if
           if ws-contention-status not = "00"
               exit section
           end-if
           move spaces to ws-line-out
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2) ":"
                  function current-date(13:2)
                  "," delimited by size
                  l-file delimited by space
                  "," delimited by size
                  ws-event delimited by space
                  "," ws-waited-ms
                  "," delimited by size
                  ws-cabinet delimited by space
                  "," delimited by size
                  l-who delimited by space
               into ws-line-out
           end-string
           move ws-line-out to lc-line
           write lc-line
           close contention-file
           .

       end program CommonLock.
