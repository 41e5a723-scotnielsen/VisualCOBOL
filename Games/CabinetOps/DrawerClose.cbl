      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Shift close-out: the hand count of the cash drawer against what the
      *> journals say the shift took in, so a short drawer is tied to one
      *> shift and one operator instead of surfacing at MonthlyClose. The
      *> shift window comes off the signon.tok token AttendantConsole drops
      *> ("III,yyyymmddhhmmss" -- the operator and the sign-on moment); run
      *> standalone with no token, the tool signs on through the shared
      *> OperatorSignOn gate and asks when the shift began. Every topups.log
      *> sale that operator journaled inside the window counts -- cabinet
      *> top-ups and the "WALLET:III" wallet loads alike -- and the cash
      *> paid back out is netted off: adjustments.log subtractions by that
      *> operator carrying a REFUND or VOID reason (credits taken back off a
      *> balance are money handed back, or never taken). Credits turn into
      *> money at the cash value of one credit, first line of drawer.cfg in
      *> cents (100 when the file is absent). The attendant keys the counted
      *> cash one denomination at a time, and the close lands in
      *> drawerclose.dat as one "shift-start,shift-end,operator,sales,
      *> refunds,expected,counted,variance" line (credits for the sales and
      *> refunds, money for the rest, variance signed -- negative is short).
      *> Card-kiosk wallet sales (KioskImport's topups.log lines, "KIOSK" in
      *> the operator field) were paid by card, not into the drawer: they
      *> are left out of the expected cash and shown as a memo line for
      *> the shift window instead.
      *> Run from a Games\CabinetOps working directory, normally from the
      *> attendant console's menu before signing off.
      *> Training sandbox: run where TrainingRefresh's training.flg sits,
      *> the drawerclose.dat line carries a trailing ",TRAINING" field.
       program-id. DrawerClose as "DrawerClose".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select token-file
                   assign to "signon.tok"
                   organization is line sequential
                   file status is ws-token-status.
           select drawer-config-file
                   assign to "drawer.cfg"
                   organization is line sequential
                   file status is ws-config-status.
           select topup-log-file
                   assign to "topups.log"
                   organization is line sequential
                   file status is ws-topup-status.
           select adjust-log-file
                   assign to "adjustments.log"
                   organization is line sequential
                   file status is ws-adjust-status.
           select drawer-close-file
                   assign to "drawerclose.dat"
                   organization is line sequential
                   file status is ws-close-status.
           select training-flag-file
                   assign to "training.flg"
                   organization is line sequential
                   file status is ws-training-status.

       data division.
       file section.
       fd token-file record contains 20 characters.
       01 tk-line           pic x(20).

       fd drawer-config-file record contains 20 characters.
       01 dc-line           pic x(20).

       fd topup-log-file record contains 132 characters.
       01 topup-log-line    pic x(132).

       fd adjust-log-file record contains 132 characters.
       01 adjust-log-line   pic x(132).

       fd drawer-close-file record contains 132 characters.
       01 close-line        pic x(132).

       fd training-flag-file record contains 60 characters.
       01 tf-line           pic x(60).

       working-storage section.
       01 ws-token-status       pic xx.
       01 ws-config-status      pic xx.
       01 ws-topup-status       pic xx.
       01 ws-adjust-status      pic xx.
       01 ws-close-status       pic xx.
       01 ws-close-recorded     pic x value "N".
       01 ws-eof                pic x.

      *> The shift being closed: who, and the window its journal lines
      *> must fall inside ("yyyy-mm-dd hh:mm:ss", the journals' form).
       01 ws-shift-operator     pic x(3).
       01 ws-shift-role         pic x(10).
       01 ws-tk-id              pic x(3).
       01 ws-tk-stamp           pic x(14).
       01 ws-typed-start        pic x(12).
       01 ws-shift-start        pic x(19).
       01 ws-shift-end          pic x(19).

      *> Cash value of one credit, in cents.
       01 ws-credit-cents       pic 9(5) value 100.

      *> Parsed fields of the journal lines being swept.
       01 ws-f-stamp            pic x(19).
       01 ws-f-target           pic x(64).
       01 ws-f-amount           pic x(8).
       01 ws-f-balance          pic x(8).
       01 ws-f-reason           pic x(8).
       01 ws-f-operator         pic x(8).
       01 ws-signed-part        pic x(5).
       01 ws-amount-num         pic 9(5).

       01 ws-sale-credits       pic 9(7) value 0.
       01 ws-sale-count         pic 9(5) value 0.
       01 ws-wallet-credits     pic 9(7) value 0.
       01 ws-refund-credits     pic 9(7) value 0.
       01 ws-refund-count       pic 9(5) value 0.
       01 ws-kiosk-credits      pic 9(7) value 0.
       01 ws-kiosk-count        pic 9(5) value 0.

      *> The count, one denomination at a time, notes then coins.
       78 DENOM-COUNT           value 10.
       01 ws-denom-list.
           03 filler pic 9(5) value 10000.
           03 filler pic 9(5) value 05000.
           03 filler pic 9(5) value 02000.
           03 filler pic 9(5) value 01000.
           03 filler pic 9(5) value 00500.
           03 filler pic 9(5) value 00100.
           03 filler pic 9(5) value 00025.
           03 filler pic 9(5) value 00010.
           03 filler pic 9(5) value 00005.
           03 filler pic 9(5) value 00001.
       01 ws-denom-table redefines ws-denom-list.
           03 ws-denom-cents occurs 10 pic 9(5).
       01 ws-denom-ix           pic 9(2).
       01 ws-denom-count        pic 9(5).
       01 ws-denom-disp         pic zz9.99.

       01 ws-expected-cents     pic s9(9) value 0.
       01 ws-counted-cents      pic s9(9) value 0.
       01 ws-variance-cents     pic s9(9) value 0.
       01 ws-expected-money     pic s9(7)v99.
       01 ws-counted-money      pic s9(7)v99.
       01 ws-variance-money     pic s9(7)v99.
       01 ws-money-disp         pic -9(6).99.
       01 ws-variance-disp      pic +9(7).99.
       01 ws-expected-text      pic x(10).
       01 ws-counted-text       pic x(10).

       01 ws-line-out           pic x(132).

      *> ",TRAINING" on every line written in the training sandbox.
       01 ws-training-status    pic xx.
       01 ws-training-tag       pic x(9) value spaces.

       procedure division.
       main-line section.
           perform note-training-mode
           perform pick-up-shift
           perform load-credit-value

           display " "
           display "SHIFT CLOSE-OUT - operator " ws-shift-operator
           display "  Shift began " ws-shift-start
           display "  Closing at  " ws-shift-end

           perform sum-shift-sales
           perform sum-cash-refunds

           compute ws-expected-cents
               = (ws-sale-credits - ws-refund-credits) * ws-credit-cents
           display "  Sales on the shift: " ws-sale-count
                   " (" ws-sale-credits " credits, "
                   ws-wallet-credits " of them wallet loads)"
           display "  Cash refunds/voids: " ws-refund-count
                   " (" ws-refund-credits " credits)"
           display "  Kiosk card sales:   " ws-kiosk-count
                   " (" ws-kiosk-credits " credits, not in drawer)"

           perform count-the-drawer

           compute ws-variance-cents
               = ws-counted-cents - ws-expected-cents
           compute ws-expected-money = ws-expected-cents / 100
           compute ws-counted-money = ws-counted-cents / 100
           compute ws-variance-money = ws-variance-cents / 100

           move ws-expected-money to ws-money-disp
           move ws-money-disp to ws-expected-text
           display "  Expected in the drawer: " ws-money-disp
           move ws-counted-money to ws-money-disp
           move ws-money-disp to ws-counted-text
           display "  Counted:                " ws-money-disp
           move ws-variance-money to ws-variance-disp
           evaluate true
               when ws-variance-cents = 0
                   display "  Drawer balances."
               when ws-variance-cents < 0
                   display "  Drawer SHORT by     " ws-variance-disp
               when other
                   display "  Drawer OVER by      " ws-variance-disp
           end-evaluate

           perform record-close-out
           if ws-close-recorded = "Y"
               display "Close-out recorded in drawerclose.dat."
           end-if
           stop run
           .

      *> The console's shift token names the operator and the moment the
      *> shift began; without one, the operator signs on here and types
      *> the start of the shift instead.
       pick-up-shift section.
           move spaces to ws-shift-operator
           move spaces to ws-tk-stamp
           open input token-file
           if ws-token-status = "00"
               move spaces to tk-line
               read token-file
                   at end continue
               end-read
               close token-file
               unstring tk-line delimited by ","
                   into ws-tk-id ws-tk-stamp
               if ws-tk-id not = spaces
                   and ws-tk-stamp(1:14) is numeric
                   move ws-tk-id to ws-shift-operator
               end-if
           end-if

           if ws-shift-operator = spaces
               display "No attendant shift token - signing on."
               call "OperatorSignOn" using ws-shift-operator
                                           ws-shift-role
               move spaces to ws-typed-start
               perform until ws-typed-start(1:12) is numeric
                   display "Shift began (yyyymmddhhmm): "
                       with no advancing
                   accept ws-typed-start
               end-perform
               move spaces to ws-tk-stamp
               string ws-typed-start "00"
                   delimited by size into ws-tk-stamp
               end-string
           end-if

           string ws-tk-stamp(1:4) "-" ws-tk-stamp(5:2) "-"
                  ws-tk-stamp(7:2) " " ws-tk-stamp(9:2) ":"
                  ws-tk-stamp(11:2) ":" ws-tk-stamp(13:2)
               delimited by size into ws-shift-start
           end-string
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2) ":"
                  function current-date(13:2)
               delimited by size into ws-shift-end
           end-string
           .

      *> drawer.cfg's first line: the cash value of one credit in cents.
       load-credit-value section.
           open input drawer-config-file
           if ws-config-status not = "00"
               exit section
           end-if
           read drawer-config-file
               not at end
                   if dc-line not = spaces
                       and function numval(dc-line) > 0
                       compute ws-credit-cents
                           = function numval(dc-line)
                   end-if
           end-read
           close drawer-config-file
           .

      *> Every sale this operator journaled inside the shift window --
      *> cabinet top-ups and wallet loads both took cash at the counter.
       sum-shift-sales section.
           open input topup-log-file
           if ws-topup-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read topup-log-file
                   at end move "T" to ws-eof
                   not at end
                       perform tally-sale-line
               end-read
           end-perform
           close topup-log-file
           .

       tally-sale-line section.
           move spaces to ws-f-operator
           unstring topup-log-line delimited by ","
               into ws-f-stamp ws-f-target ws-f-amount
                    ws-f-balance ws-f-operator
           if ws-f-stamp < ws-shift-start or ws-f-stamp > ws-shift-end
               or ws-f-amount = spaces
               exit section
           end-if
           if ws-f-operator = "KIOSK"
               add function numval(ws-f-amount) to ws-kiosk-credits
               add 1 to ws-kiosk-count
               exit section
           end-if
           if ws-f-operator(1:3) not = ws-shift-operator
               exit section
           end-if
           add function numval(ws-f-amount) to ws-sale-credits
           add 1 to ws-sale-count
           if ws-f-target(1:7) = "WALLET:"
               add function numval(ws-f-amount) to ws-wallet-credits
           end-if
           .

      *> Credits this operator took back off a balance as a refund or a
      *> void are cash that left the drawer (or never went in).
       sum-cash-refunds section.
           open input adjust-log-file
           if ws-adjust-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read adjust-log-file
                   at end move "T" to ws-eof
                   not at end
                       perform tally-refund-line
               end-read
           end-perform
           close adjust-log-file
           .

       tally-refund-line section.
           move spaces to ws-f-reason
           move spaces to ws-f-operator
           unstring adjust-log-line delimited by ","
               into ws-f-stamp ws-f-target ws-f-amount ws-f-balance
                    ws-f-reason ws-f-operator
           if ws-f-stamp < ws-shift-start or ws-f-stamp > ws-shift-end
               or ws-f-operator(1:3) not = ws-shift-operator
               or ws-f-amount(1:1) not = "-"
               exit section
           end-if
           if ws-f-reason not = "REFUND" and ws-f-reason not = "VOID"
               exit section
           end-if
           move ws-f-amount(2:5) to ws-signed-part
           if ws-signed-part is not numeric
               exit section
           end-if
           move ws-signed-part to ws-amount-num
           add ws-amount-num to ws-refund-credits
           add 1 to ws-refund-count
           .

      *> The hand count, keyed one denomination at a time.
       count-the-drawer section.
           display " "
           display "Count the drawer - pieces of each denomination"
           display "(ENTER for none):"
           move 0 to ws-counted-cents
           perform varying ws-denom-ix from 1 by 1
                   until ws-denom-ix > DENOM-COUNT
               compute ws-denom-disp = ws-denom-cents(ws-denom-ix) / 100
               display "  " ws-denom-disp " x " with no advancing
               move 0 to ws-denom-count
               accept ws-denom-count
               compute ws-counted-cents = ws-counted-cents
                   + ws-denom-count * ws-denom-cents(ws-denom-ix)
           end-perform
           .

       record-close-out section.
           open extend drawer-close-file
           if ws-close-status = "35"
               open output drawer-close-file
           end-if
           if ws-close-status not = "00"
               display "Cannot write drawerclose.dat (status "
                       ws-close-status ") - close-out not recorded."
               exit section
           end-if
           move spaces to ws-line-out
           string ws-shift-start delimited by size
                  "," delimited by size
                  ws-shift-end delimited by size
                  "," delimited by size
                  ws-shift-operator delimited by size
                  "," delimited by size
                  ws-sale-credits delimited by size
                  "," delimited by size
                  ws-refund-credits delimited by size
                  "," delimited by size
                  ws-expected-text delimited by size
                  "," delimited by size
                  ws-counted-text delimited by size
                  "," delimited by size
                  ws-variance-disp delimited by size
                  ws-training-tag delimited by space
                  into ws-line-out
           end-string
           move ws-line-out to close-line
           write close-line
           if ws-close-status not = "00"
               display "Cannot write drawerclose.dat (status "
                       ws-close-status ") - close-out not recorded."
               close drawer-close-file
               exit section
           end-if
           close drawer-close-file
           move "Y" to ws-close-recorded
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

       end program DrawerClose.
