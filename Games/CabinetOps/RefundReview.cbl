      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Refund queue review: the supervisor's side of RefundScan. Signs on
      *> through the shared OperatorSignOn gate, then walks the pending
      *> ("P") lines of refundqueue.dat one at a time -- the charge time,
      *> cabinet, title, price and who paid -- for a decision: A approves,
      *> R rejects, S skips to the next, Q stops reviewing. An approved
      *> refund posts exactly as a manual CreditsTopUp adjustment would:
      *> the price goes back on the cabinet's credits.dat (a CAB-paid
      *> start, under the CreditsJournal INTENT/CONFIRM protocol) or on the
      *> player's line of ../Common/wallet.dat (a WLT:III-paid one), and
      *> an adjustments.log line records it under the CRASHREF reason code
      *> -- kept apart from the REFUND code, which DrawerClose counts as
      *> cash paid out over the counter; a crash refund never leaves the
      *> drawer. Every decision stamps the queue line with its new status
      *> (A/R), the reviewing operator and the time, so the line is never
      *> offered again; the queue is rewritten through a temp file. Run
      *> from the AttendantConsole menu or a Games\CabinetOps working
      *> directory.
      *> Only a SUPERVISOR sign-on may work the queue.
      *> A wallet refund is made under the writer's lock on wallet.dat
      *> (CommonLock); a wallet still busy at the lock timeout leaves the
      *> line pending for another pass.
      *> Training sandbox: run where TrainingRefresh's training.flg sits,
      *> the adjustments.log line carries a trailing ",TRAINING" field, as
      *> CreditsTopUp's do.
       program-id. RefundReview as "RefundReview".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select queue-file
                   assign to "refundqueue.dat"
                   organization is line sequential
                   file status is ws-queue-status.
           select queue-temp-file
                   assign to "refundqueue.dat.tmp"
                   organization is line sequential
                   file status is ws-queue-temp-status.
           select credits-file
                   assign to ws-credits-path
                   organization is line sequential
                   file status is ws-credits-status.
           select adjust-log-file
                   assign to "adjustments.log"
                   organization is line sequential
                   file status is ws-adjust-log-status.
           select wallet-file
                   assign to "../Common/wallet.dat"
                   organization is line sequential
                   file status is ws-wallet-status.
           select wallet-temp-file
                   assign to "../Common/wallet.dat.tmp"
                   organization is line sequential
                   file status is ws-wallet-temp-status.
           select training-flag-file
                   assign to "training.flg"
                   organization is line sequential
                   file status is ws-training-status.

       data division.
       file section.
       fd queue-file record contains 200 characters.
       01 qu-line           pic x(200).

       fd queue-temp-file record contains 200 characters.
       01 qt-line           pic x(200).

       fd credits-file record contains 5 characters.
       01 cr-record.
           03 cr-balance        pic 9(5).

       fd adjust-log-file record contains 132 characters.
       01 adjust-log-line   pic x(132).

       fd wallet-file record contains 20 characters.
       01 wa-line           pic x(20).

       fd wallet-temp-file record contains 20 characters.
       01 wt-line           pic x(20).

       fd training-flag-file record contains 60 characters.
       01 tf-line           pic x(60).

       working-storage section.
       01 ws-queue-status       pic xx.
       01 ws-queue-temp-status  pic xx.
       01 ws-credits-status     pic xx.
       01 ws-adjust-log-status  pic xx.
       01 ws-wallet-status      pic xx.
       01 ws-wallet-temp-status pic xx.
       01 ws-eof                pic x.
       01 ws-wallet-eof         pic x.

       01 ws-signed-operator    pic x(3).
       01 ws-operator-role      pic x(10).
       01 ws-decision           pic x.
       01 ws-stop-review        pic x value "N".
       01 ws-pending-count      pic 9(5) value 0.
       01 ws-approved           pic 9(5) value 0.
       01 ws-rejected           pic 9(5) value 0.

      *> Parsed fields of one refundqueue.dat line.
       01 ws-q-status           pic x.
       01 ws-q-stamp            pic x(19).
       01 ws-q-cabinet          pic x(8).
       01 ws-q-directory        pic x(64).
       01 ws-q-title            pic x(16).
       01 ws-q-price            pic x(5).
       01 ws-q-source           pic x(8).
       01 ws-q-seal             pic x(14).

       01 ws-amount             pic 9(5).
       01 ws-old-balance        pic 9(5).
       01 ws-new-balance        pic 9(5).
       01 ws-credits-path       pic x(80).
       01 ws-journal-action     pic x(7).
       01 ws-adjust-target      pic x(64).
       01 ws-reason-code        pic x(8) value "CRASHREF".
       01 ws-timestamp          pic x(19).
       01 ws-line-out           pic x(200).

       01 ws-wallet-initials    pic x(3).
       01 ws-w-initials         pic x(3).
       01 ws-w-balance          pic x(5).
       01 ws-wallet-found       pic x.
       01 ws-rename-rc          pic s9(9) comp-5.
       01 ws-wallet-name        pic x(30)
           value "../Common/wallet.dat".
       01 ws-wallet-temp-name   pic x(30)
           value "../Common/wallet.dat.tmp".
       01 ws-wallet-written     pic x.

      *> Writer's lock held across the wallet rewrite.
       01 ws-lock-action        pic x.
       01 ws-lock-file          pic x(64)
           value "../Common/wallet.dat".
       01 ws-lock-who           pic x(16) value "RefundReview".
       01 ws-lock-granted       pic x.
       01 ws-queue-name         pic x(30)
           value "refundqueue.dat".
       01 ws-queue-temp-name    pic x(30)
           value "refundqueue.dat.tmp".

      *> ",TRAINING" on every line written in the training sandbox.
       01 ws-training-status    pic xx.
       01 ws-training-tag       pic x(9) value spaces.

       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           perform note-training-mode
           if ws-operator-role not = "SUPERVISOR"
               display "The refund queue review needs a "
                       "supervisor sign-on."
               stop run
           end-if
           open input queue-file
           if ws-queue-status not = "00"
               display "The refund queue is empty."
               stop run
           end-if
           open output queue-temp-file
           if ws-queue-temp-status not = "00"
               close queue-file
               display "Cannot rewrite the refund queue."
               stop run
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read queue-file
                   at end move "T" to ws-eof
                   not at end
                       move qu-line to qt-line
                       if qu-line(1:1) = "P"
                           add 1 to ws-pending-count
                           if ws-stop-review = "N"
                               perform review-one-entry
                           end-if
                       end-if
                       write qt-line
               end-read
           end-perform
           close queue-file
           close queue-temp-file
           call "CBL_DELETE_FILE" using ws-queue-name
               returning ws-rename-rc
           call "CBL_RENAME_FILE" using ws-queue-temp-name
                                        ws-queue-name
               returning ws-rename-rc
           if ws-pending-count = 0
               display "No refunds waiting for review."
           else
               display ws-approved " approved, " ws-rejected
                       " rejected of " ws-pending-count " pending."
           end-if
           stop run
           .

       review-one-entry section.
           move spaces to ws-q-status ws-q-stamp ws-q-cabinet
                          ws-q-directory ws-q-title ws-q-price
                          ws-q-source ws-q-seal
           unstring qu-line delimited by ","
               into ws-q-status ws-q-stamp ws-q-cabinet
                    ws-q-directory ws-q-title ws-q-price
                    ws-q-source ws-q-seal
           display " "
           display "Charged " ws-q-stamp " on " ws-q-cabinet
                   " (" ws-q-title ")"
           display "  Price " ws-q-price " credits, paid from "
                   ws-q-source "  seal " ws-q-seal
           move spaces to ws-decision
           perform until ws-decision = "A" or ws-decision = "R"
                   or ws-decision = "S" or ws-decision = "Q"
               display "A = approve refund, R = reject, S = skip, "
                       "Q = quit reviewing: " with no advancing
               accept ws-decision
               move function upper-case(ws-decision) to ws-decision
           end-perform
           evaluate ws-decision
               when "A"
                   perform post-refund
               when "R"
                   add 1 to ws-rejected
                   perform stamp-decision
               when "Q"
                   move "Y" to ws-stop-review
           end-evaluate
           .

       post-refund section.
           move 0 to ws-amount
           if ws-q-price not = spaces
               move function numval(ws-q-price) to ws-amount
           end-if
           if ws-amount = 0
               display "No price on the charge - nothing to refund."
               exit section
           end-if
           if ws-q-source(1:4) = "WLT:"
               move ws-q-source(5:3) to ws-wallet-initials
               perform refund-to-wallet
               if ws-wallet-written = "N"
                   exit section
               end-if
               move spaces to ws-adjust-target
               string "WALLET:" ws-wallet-initials
                   delimited by size into ws-adjust-target
               end-string
           else
               perform refund-to-cabinet
               move ws-q-directory to ws-adjust-target
           end-if
           perform log-adjustment
           add 1 to ws-approved
           perform stamp-decision
           display "Refunded - balance now " ws-new-balance " (was "
                   ws-old-balance ")"
           .

       refund-to-cabinet section.
           move spaces to ws-credits-path
           string ws-q-directory delimited by space
                  "/credits.dat" delimited by size
                  into ws-credits-path
           end-string
           move 0 to ws-old-balance
           open input credits-file
           if ws-credits-status = "00"
               read credits-file
                   not at end
                       if cr-balance is numeric
                           move cr-balance to ws-old-balance
                       end-if
               end-read
               close credits-file
           end-if
           compute ws-new-balance = ws-old-balance + ws-amount
           move "INTENT" to ws-journal-action
           call "CreditsJournal" using ws-q-directory
               ws-journal-action ws-old-balance ws-new-balance
           open output credits-file
           move ws-new-balance to cr-record
           write cr-record
           close credits-file
           move "CONFIRM" to ws-journal-action
           call "CreditsJournal" using ws-q-directory
               ws-journal-action ws-old-balance ws-new-balance
           .

      *> The wallet ledger copied through a temp file with the price added
      *> back to the player's line (recreated if it has since gone).
       refund-to-wallet section.
           move "N" to ws-wallet-found
           move 0 to ws-old-balance
           move ws-amount to ws-new-balance
           move "N" to ws-wallet-written
           move "A" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           if ws-lock-granted not = "Y"
               display "The wallet ledger is busy - left pending; "
                       "try again."
               exit section
           end-if
           open output wallet-temp-file
           if ws-wallet-temp-status not = "00"
               perform release-wallet-lock
               display "Cannot write the wallet ledger."
               exit section
           end-if
           open input wallet-file
           if ws-wallet-status = "00"
               move "F" to ws-wallet-eof
               perform until ws-wallet-eof = "T"
                   read wallet-file
                       at end move "T" to ws-wallet-eof
                       not at end
                           perform copy-or-refund-wallet-line
                   end-read
               end-perform
               close wallet-file
           end-if
           if ws-wallet-found = "N"
               move spaces to wt-line
               string ws-wallet-initials "," ws-new-balance
                   delimited by size into wt-line
               end-string
               write wt-line
           end-if
           close wallet-temp-file
           call "CBL_DELETE_FILE" using ws-wallet-name
               returning ws-rename-rc
           call "CBL_RENAME_FILE" using ws-wallet-temp-name
                                        ws-wallet-name
               returning ws-rename-rc
           perform release-wallet-lock
           move "Y" to ws-wallet-written
           .

       release-wallet-lock section.
           move "R" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           .

       copy-or-refund-wallet-line section.
           unstring wa-line delimited by ","
               into ws-w-initials ws-w-balance
           if ws-w-initials = ws-wallet-initials
               and ws-wallet-found = "N"
               move "Y" to ws-wallet-found
               if ws-w-balance is numeric
                   move ws-w-balance to ws-old-balance
               end-if
               compute ws-new-balance = ws-old-balance + ws-amount
               move spaces to wt-line
               string ws-wallet-initials "," ws-new-balance
                   delimited by size into wt-line
               end-string
               write wt-line
           else
               move wa-line to wt-line
               write wt-line
           end-if
           .

      *> Same line CreditsTopUp writes for a manual adjustment.
       log-adjustment section.
           perform build-timestamp
           open extend adjust-log-file
           if ws-adjust-log-status = "35"
               open output adjust-log-file
           end-if
           move spaces to ws-line-out
           string ws-timestamp delimited by size
                  "," delimited by size
                  ws-adjust-target delimited by space
                  ",+" delimited by size
                  ws-amount delimited by size
                  "," delimited by size
                  ws-new-balance delimited by size
                  "," delimited by size
                  ws-reason-code delimited by space
                  "," delimited by size
                  ws-signed-operator delimited by size
                  ws-training-tag delimited by space
                  into ws-line-out
           end-string
           move ws-line-out to adjust-log-line
           write adjust-log-line
           close adjust-log-file
           .

      *> The queue line goes back out with its decision, who made it,
      *> and when.
       stamp-decision section.
           perform build-timestamp
           move spaces to ws-line-out
           string ws-decision "," ws-q-stamp
                  "," delimited by size
                  ws-q-cabinet delimited by space
                  "," delimited by size
                  ws-q-directory delimited by space
                  "," delimited by size
                  ws-q-title delimited by space
                  "," delimited by size
                  ws-q-price delimited by space
                  "," delimited by size
                  ws-q-source delimited by space
                  "," delimited by size
                  ws-q-seal delimited by space
                  "," delimited by size
                  ws-signed-operator delimited by size
                  "," delimited by size
                  ws-timestamp delimited by size
               into ws-line-out
           end-string
           move ws-line-out to qt-line
           .

       build-timestamp section.
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2) ":"
                  function current-date(13:2)
                  delimited by size into ws-timestamp
           end-string
           .

      *> TrainingRefresh's marker: this folder is the training sandbox.
       note-training-mode section.
           open input training-flag-file
           if ws-training-status not = "00"
               exit section
           end-if
           close training-flag-file
           move ",TRAINING" to ws-training-tag
           .

       end program RefundReview.
