      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Promotional vouchers ("5 free credits" handed out at events and
      *> printed in the local paper). Option 1 issues a batch: a batch
      *> name, how many codes, the credit value of each and the last
      *> valid day, and the program generates that many unique
      *> 8-character codes (letters and digits, leaving out the
      *> easily-misread I, O, 0 and 1) onto the shared
      *> ../Common/vouchers.dat master as
      *> "code,batch,value,expiry,issued,operator" lines, listing the
      *> new codes in voucherbatch.txt for the printer. Players redeem a
      *> code at any cabinet's initials entry (the shared VoucherRedeem
      *> subprogram and the managed InitialsPrompt dialogs), which
      *> journals it to ../Common/voucherredeem.log
      *> ("timestamp,code,III,cabinet,value"). Option 2 writes
      *> vouchersout.txt, the outstanding-vouchers report by batch:
      *> codes and credits issued, redeemed, lapsed unredeemed past
      *> expiry, and still outstanding. Sign-on through the shared
      *> OperatorSignOn gate; run from a Games\CabinetOps working
      *> directory.
       program-id. Vouchers as "Vouchers".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select voucher-file
                   assign to "../Common/vouchers.dat"
                   organization is line sequential
                   file status is ws-voucher-status.
           select voucher-log-file
                   assign to "../Common/voucherredeem.log"
                   organization is line sequential
                   file status is ws-voucher-log-status.
           select batch-list-file assign to "voucherbatch.txt"
                               organization is line sequential.
           select report-file assign to "vouchersout.txt"
                               organization is line sequential.

       data division.
       file section.
       fd voucher-file record contains 60 characters.
       01 vo-line           pic x(60).

       fd voucher-log-file record contains 80 characters.
       01 vl-line           pic x(80).

       fd batch-list-file record contains 80 characters.
       01 batch-list-line   pic x(80).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
      *> Codes are drawn from these 32 characters.
       78 ALPHABET-SIZE         value 32.
       01 ws-alphabet           pic x(32)
           value "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".

       01 ws-voucher-status     pic xx.
       01 ws-voucher-log-status pic xx.
       01 ws-eof                pic x value "F".
       01 ws-done               pic x value "F".
       01 ws-menu-choice        pic x.
       01 ws-signed-operator    pic x(3).
       01 ws-operator-role      pic x(10).

      *> Every code already on the master (plus this batch as it grows),
      *> so no code is ever issued twice.
       01 ws-code-count         pic 9(5) value 0.
       01 ws-code-table.
           03 ws-known-code occurs 10000 pic x(8).
       01 ws-code-ix            pic 9(5).
       01 ws-duplicate          pic x.
       01 ws-batch-taken        pic x.

      *> One batch being issued.
       01 ws-batch-name         pic x(12).
       01 ws-batch-size         pic 9(3).
       01 ws-batch-value        pic 9(3).
       01 ws-batch-expiry       pic 9(8).
       01 ws-issued-count       pic 9(3).
       01 ws-new-code           pic x(8).
       01 ws-char-ix            pic 9(2).
       01 ws-char-pos           pic 9(2).
       01 ws-seed               pic 9(8).
       01 ws-random             pic 9v9(8).
       01 ws-value-out          pic 9(5).

      *> Parsed fields of one master line and one journal line.
       01 ws-v-code             pic x(8).
       01 ws-v-batch            pic x(12).
       01 ws-v-value            pic x(5).
       01 ws-v-expiry           pic x(8).
       01 ws-j-stamp            pic x(19).
       01 ws-j-code             pic x(8).

      *> Codes already spent, off the redemption journal.
       01 ws-spent-count        pic 9(5) value 0.
       01 ws-spent-table.
           03 ws-spent-code occurs 10000 pic x(8).
       01 ws-spent-ix           pic 9(5).
       01 ws-spent              pic x.

      *> Per-batch outstanding-report totals.
       01 ws-rb-count           pic 9(3) value 0.
       01 ws-rb-table.
           03 ws-rb-entry occurs 200.
               05 ws-rb-name         pic x(12).
               05 ws-rb-expiry       pic x(8).
               05 ws-rb-issued       pic 9(5).
               05 ws-rb-issued-cr    pic 9(7).
               05 ws-rb-redeemed     pic 9(5).
               05 ws-rb-redeemed-cr  pic 9(7).
               05 ws-rb-lapsed       pic 9(5).
               05 ws-rb-lapsed-cr    pic 9(7).
               05 ws-rb-open         pic 9(5).
               05 ws-rb-open-cr      pic 9(7).
       01 ws-rb-ix              pic 9(3).
       01 ws-total-open-cr      pic 9(9) value 0.
       01 ws-line-out           pic x(132).

       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           perform until ws-done = "T"
               perform show-menu
               evaluate ws-menu-choice
                   when "1"
                       perform issue-batch
                   when "2"
                       perform write-outstanding-report
                   when "3"
                       move "T" to ws-done
                   when other
                       display "Unrecognized choice."
               end-evaluate
           end-perform
           stop run
           .

       show-menu section.
           display " "
           display "PROMOTIONAL VOUCHERS - signed on as "
                   ws-signed-operator
           display "  1. Issue a batch of voucher codes"
           display "  2. Outstanding-vouchers report by batch"
           display "  3. Exit"
           display "Choice: " with no advancing
           accept ws-menu-choice
           .

       issue-batch section.
           display "Batch name (up to 12 characters, no commas): "
               with no advancing
           move spaces to ws-batch-name
           accept ws-batch-name
           move function upper-case(ws-batch-name) to ws-batch-name
           if ws-batch-name = spaces
               exit section
           end-if
           perform load-known-codes
           if ws-batch-taken = "Y"
               display "Batch " ws-batch-name " already exists."
               exit section
           end-if
           display "How many codes (1-999): " with no advancing
           accept ws-batch-size
           display "Credits per voucher (1-999): " with no advancing
           accept ws-batch-value
           display "Last valid day (yyyymmdd): " with no advancing
           accept ws-batch-expiry
           if ws-batch-size = 0 or ws-batch-value = 0
               display "Nothing issued - count and value must be set."
               exit section
           end-if
           if ws-batch-expiry < function numval(
                   function current-date(1:8))
               display "Nothing issued - the expiry date has passed."
               exit section
           end-if
           if ws-code-count + ws-batch-size > 10000
               display "Nothing issued - the voucher master is full."
               exit section
           end-if

           open extend voucher-file
           if ws-voucher-status = "35"
               open output voucher-file
           end-if
           if ws-voucher-status not = "00"
               display "Voucher master could not be opened."
               exit section
           end-if
           open output batch-list-file
           move spaces to ws-line-out
           string "VOUCHER BATCH " ws-batch-name
                  "  value " ws-batch-value " credit(s)"
                  "  valid to " ws-batch-expiry
               delimited by size into ws-line-out
           end-string
           move ws-line-out to batch-list-line
           write batch-list-line

           compute ws-seed = function numval(function current-date(9:8))
           move function random(ws-seed) to ws-random
           move 0 to ws-issued-count
           perform until ws-issued-count >= ws-batch-size
               perform generate-unique-code
               add 1 to ws-issued-count
               add 1 to ws-code-count
               move ws-new-code to ws-known-code(ws-code-count)
               move ws-batch-value to ws-value-out
               move spaces to vo-line
               string ws-new-code "," delimited by size
                      ws-batch-name delimited by space
                      "," ws-value-out
                      "," ws-batch-expiry
                      "," function current-date(1:8)
                      "," ws-signed-operator
                   delimited by size into vo-line
               end-string
               write vo-line
               move spaces to batch-list-line
               string "  " ws-new-code
                   delimited by size into batch-list-line
               end-string
               write batch-list-line
           end-perform
           close voucher-file
           close batch-list-file
           display ws-issued-count " code(s) issued to batch "
                   ws-batch-name "; listed in voucherbatch.txt."
           .

      *> Loads every code on the master, noting whether the new batch
      *> name is already in use.
       load-known-codes section.
           move 0 to ws-code-count
           move "N" to ws-batch-taken
           open input voucher-file
           if ws-voucher-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read voucher-file
                   at end move "T" to ws-eof
                   not at end
                       unstring vo-line delimited by ","
                           into ws-v-code ws-v-batch
                       if ws-v-batch = ws-batch-name
                           move "Y" to ws-batch-taken
                       end-if
                       if ws-code-count < 10000
                           add 1 to ws-code-count
                           move ws-v-code
                               to ws-known-code(ws-code-count)
                       end-if
               end-read
           end-perform
           close voucher-file
           .

       generate-unique-code section.
           move "Y" to ws-duplicate
           perform until ws-duplicate = "N"
               perform varying ws-char-pos from 1 by 1
                       until ws-char-pos > 8
                   move function random to ws-random
                   compute ws-char-ix
                       = ws-random * ALPHABET-SIZE + 1
                   if ws-char-ix > ALPHABET-SIZE
                       move ALPHABET-SIZE to ws-char-ix
                   end-if
                   move ws-alphabet(ws-char-ix:1)
                       to ws-new-code(ws-char-pos:1)
               end-perform
               move "N" to ws-duplicate
               perform varying ws-code-ix from 1 by 1
                       until ws-code-ix > ws-code-count
                   if ws-known-code(ws-code-ix) = ws-new-code
                       move "Y" to ws-duplicate
                       exit perform
                   end-if
               end-perform
           end-perform
           .

       write-outstanding-report section.
           perform load-spent-codes
           move 0 to ws-rb-count
           move 0 to ws-total-open-cr
           open input voucher-file
           if ws-voucher-status not = "00"
               display "No vouchers have been issued."
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read voucher-file
                   at end move "T" to ws-eof
                   not at end
                       unstring vo-line delimited by ","
                           into ws-v-code ws-v-batch ws-v-value
                                ws-v-expiry
                       if ws-v-value is numeric
                           perform tally-voucher
                       end-if
               end-read
           end-perform
           close voucher-file

           open output report-file
           move spaces to ws-line-out
           string "OUTSTANDING VOUCHERS BY BATCH - "
                  function current-date(1:8)
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to ws-line-out
           string "Batch        Expires   Issued/credits  "
                  "Redeemed/credits  Lapsed/credits  "
                  "Outstanding/credits"
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           perform varying ws-rb-ix from 1 by 1
                   until ws-rb-ix > ws-rb-count
               add ws-rb-open-cr(ws-rb-ix) to ws-total-open-cr
               move spaces to ws-line-out
               string ws-rb-name(ws-rb-ix) " "
                      ws-rb-expiry(ws-rb-ix) "  "
                      ws-rb-issued(ws-rb-ix) "/"
                      ws-rb-issued-cr(ws-rb-ix) "   "
                      ws-rb-redeemed(ws-rb-ix) "/"
                      ws-rb-redeemed-cr(ws-rb-ix) "     "
                      ws-rb-lapsed(ws-rb-ix) "/"
                      ws-rb-lapsed-cr(ws-rb-ix) "   "
                      ws-rb-open(ws-rb-ix) "/"
                      ws-rb-open-cr(ws-rb-ix)
                   delimited by size into ws-line-out
               end-string
               move ws-line-out to report-line
               write report-line
           end-perform
           move spaces to report-line
           write report-line
           move spaces to ws-line-out
           string "Credits still redeemable on outstanding vouchers: "
                  ws-total-open-cr
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           close report-file
           display "Outstanding-vouchers report written to "
                   "vouchersout.txt."
           .

       load-spent-codes section.
           move 0 to ws-spent-count
           open input voucher-log-file
           if ws-voucher-log-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read voucher-log-file
                   at end move "T" to ws-eof
                   not at end
                       unstring vl-line delimited by ","
                           into ws-j-stamp ws-j-code
                       if ws-spent-count < 10000
                           add 1 to ws-spent-count
                           move ws-j-code
                               to ws-spent-code(ws-spent-count)
                       end-if
               end-read
           end-perform
           close voucher-log-file
           .

      *> One master line joins its batch's totals as redeemed, lapsed
      *> (past expiry, never redeemed) or still outstanding.
       tally-voucher section.
           perform varying ws-rb-ix from 1 by 1
                   until ws-rb-ix > ws-rb-count
               if ws-rb-name(ws-rb-ix) = ws-v-batch
                   exit perform
               end-if
           end-perform
           if ws-rb-ix > ws-rb-count
               if ws-rb-count >= 200
                   exit section
               end-if
               add 1 to ws-rb-count
               move ws-rb-count to ws-rb-ix
               initialize ws-rb-entry(ws-rb-ix)
               move ws-v-batch to ws-rb-name(ws-rb-ix)
               move ws-v-expiry to ws-rb-expiry(ws-rb-ix)
           end-if
           add 1 to ws-rb-issued(ws-rb-ix)
           add function numval(ws-v-value) to ws-rb-issued-cr(ws-rb-ix)

           move "N" to ws-spent
           perform varying ws-spent-ix from 1 by 1
                   until ws-spent-ix > ws-spent-count
               if ws-spent-code(ws-spent-ix) = ws-v-code
                   move "Y" to ws-spent
                   exit perform
               end-if
           end-perform
           evaluate true
               when ws-spent = "Y"
                   add 1 to ws-rb-redeemed(ws-rb-ix)
                   add function numval(ws-v-value)
                       to ws-rb-redeemed-cr(ws-rb-ix)
               when ws-v-expiry < function current-date(1:8)
                   add 1 to ws-rb-lapsed(ws-rb-ix)
                   add function numval(ws-v-value)
                       to ws-rb-lapsed-cr(ws-rb-ix)
               when other
                   add 1 to ws-rb-open(ws-rb-ix)
                   add function numval(ws-v-value)
                       to ws-rb-open-cr(ws-rb-ix)
           end-evaluate
           .

       end program Vouchers.
