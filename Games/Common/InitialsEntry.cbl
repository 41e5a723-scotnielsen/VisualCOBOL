      *> file (awarded by the nightly achievements build) is greeted with their
      *> newest badge under the prompt, the stamps-on-a-card recognition that
      *> keeps regulars coming back.
      *> Promotional vouchers: once the initials stand, the prompt offers a
      *> voucher code (ENTER skips it); a keyed code goes to the shared
      *> VoucherRedeem subprogram, which lands its value on the player's
      *> ../Common/wallet.dat line, and the outcome is shown under the
      *> prompt.
       program-id. InitialsEntry as "InitialsEntry".

       environment division.
       01 ws-ac-badge           pic x(20).
       01 ws-newest-badge       pic x(20).

      *> An optional voucher code keyed after the initials.
       01 ws-voucher-code       pic x(8).
       01 ws-voucher-result     pic x.
       01 ws-voucher-value      pic 9(5).
       01 ws-voucher-value-disp pic z(4)9.

       linkage section.
       01 l-row                 pic 9(2) comp.
       01 l-column              pic 9(2) comp.
           display "                       "
               line l-row + 1 column l-column
           perform greet-with-newest-badge
           perform offer-voucher-redemption
           move ws-typed-initials to l-initials
           goback.

      *> ENTER skips; anything keyed is handed to VoucherRedeem and the
      *> outcome shown on the line under the prompt.
       offer-voucher-redemption section.
           display "VOUCHER CODE (ENTER TO SKIP): "
               line l-row + 2 column l-column
           move spaces to ws-voucher-code
           accept ws-voucher-code line l-row + 2 column l-column + 30
           display "                                      "
               line l-row + 2 column l-column
           if ws-voucher-code = spaces
               exit section
           end-if
           call "VoucherRedeem" using ws-typed-initials ws-voucher-code
                                      ws-voucher-result ws-voucher-value
           evaluate ws-voucher-result
               when "Y"
                   move ws-voucher-value to ws-voucher-value-disp
                   display "VOUCHER ACCEPTED - CREDITS: "
                       line l-row + 2 column l-column
                   display ws-voucher-value-disp
                       line l-row + 2 column l-column + 28
               when "U"
                   display "VOUCHER ALREADY USED"
                       line l-row + 2 column l-column
               when "E"
                   display "VOUCHER HAS EXPIRED"
                       line l-row + 2 column l-column
               when "B"
                   display "WALLET BUSY - TRY THE CODE AGAIN"
                       line l-row + 2 column l-column
               when "S"
                   display "WALLET SUSPENDED - SEE THE ATTENDANT"
                       line l-row + 2 column l-column
               when other
                   display "VOUCHER CODE NOT RECOGNIZED"
                       line l-row + 2 column l-column
           end-evaluate
           .

      *> Registered initials belong to one person: the typed initials
      *> only stand once their 4-digit PIN is offered back. A wrong PIN
      *> re-runs the whole prompt, exactly like a blocked entry.
