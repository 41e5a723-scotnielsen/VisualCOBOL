      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Responsible-play daily spend limit for the console-mode games. A
      *> player with a line on the shared ../Common/limits.dat file
      *> ("III,limit,pending,effective,set-by" -- maintained at the counter
      *> by the operator's SpendLimits program) may spend at most their
      *> daily limit in wallet credits across the whole fleet in one day; a
      *> raised limit waits in the pending field until its effective date
      *> (the next day), a lowered one applies at once. Today's wallet spend
      *> per player is kept in the shared ../Common/dailyspend.dat tally
      *> ("yyyymmdd,III,spent" lines, yesterday's lines dropped on the next
      *> rewrite). Action "C" checks whether a wallet-funded start or fee of
      *> the given amount would take the player over their limit, logging
      *> any refusal to ../Common/limitrefusals.log
      *> ("timestamp,III,cabinet,amount,spent,limit") for the attendant;
      *> action "A" adds a charged amount to the tally. Called by
      *> CreditsCharge and CreditsDebit on the wallet path only -- players
      *> without a limit line are never refused. The caller makes the "A"
      *> call while it still holds the writer's lock on wallet.dat, the
      *> same lock the managed titles' Credits class holds for its own
      *> tally rewrite, so no two writers rewrite the tally at once.
       program-id. SpendLimit as "SpendLimit".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select limits-file
                   assign to "../Common/limits.dat"
                   organization is line sequential
                   file status is ws-limits-status.
           select spend-file
                   assign to "../Common/dailyspend.dat"
                   organization is line sequential
                   file status is ws-spend-status.
           select spend-temp-file
                   assign to "../Common/dailyspend.dat.tmp"
                   organization is line sequential
                   file status is ws-spend-temp-status.
           select refusal-log-file
                   assign to "../Common/limitrefusals.log"
                   organization is line sequential
                   file status is ws-refusal-status.

       data division.
       file section.
       fd limits-file record contains 40 characters.
       01 lm-line           pic x(40).

       fd spend-file record contains 24 characters.
       01 sp-line           pic x(24).

       fd spend-temp-file record contains 24 characters.
       01 st-line           pic x(24).

       fd refusal-log-file record contains 80 characters.
       01 rf-line           pic x(80).

       working-storage section.
       01 ws-limits-status      pic xx.
       01 ws-spend-status       pic xx.
       01 ws-spend-temp-status  pic xx.
       01 ws-refusal-status     pic xx.
       01 ws-eof                pic x.

      *> Parsed fields of one limits.dat line.
       01 ws-l-initials         pic x(3).
       01 ws-l-limit            pic x(5).
       01 ws-l-pending          pic x(5).
       01 ws-l-effective        pic x(8).
       01 ws-has-limit          pic x.
       01 ws-limit              pic 9(5).

      *> Parsed fields of one dailyspend.dat line.
       01 ws-s-date             pic x(8).
       01 ws-s-initials         pic x(3).
       01 ws-s-spent            pic x(5).
       01 ws-spent              pic 9(5).
       01 ws-found              pic x.

       01 ws-today              pic x(8).
       01 ws-cabinet-id         pic x(16).
       01 ws-rename-rc          pic s9(9) comp-5.
       01 ws-spend-name         pic x(30)
           value "../Common/dailyspend.dat".
       01 ws-spend-temp-name    pic x(30)
           value "../Common/dailyspend.dat.tmp".
       01 ws-line-out           pic x(80).

       linkage section.
      *> "C" = check a proposed spend, "A" = add a charged spend.
       01 l-action              pic x.
       01 l-initials            pic x(3).
       01 l-amount              pic 9(5).
      *> "Y" = within the limit (or no limit), "N" = refused.
       01 l-allowed             pic x.

       procedure division using l-action l-initials l-amount
                                l-allowed.
       main-entry section.
           move "Y" to l-allowed
           move function current-date(1:8) to ws-today
           if l-initials = spaces
               goback
           end-if

           if l-action = "A"
               perform add-to-tally
               goback
           end-if

           perform find-limit
           if ws-has-limit = "N"
               goback
           end-if
           perform find-today-spend
           if ws-spent + l-amount > ws-limit
               move "N" to l-allowed
               perform log-refusal
           end-if
           goback.

      *> The limit in force today: a pending (raised) limit counts once
      *> its effective date has come.
       find-limit section.
           move "N" to ws-has-limit
           open input limits-file
           if ws-limits-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read limits-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-l-pending ws-l-effective
                       unstring lm-line delimited by ","
                           into ws-l-initials ws-l-limit ws-l-pending
                                ws-l-effective
                       if ws-l-initials = l-initials
                           and ws-l-limit is numeric
                           move "Y" to ws-has-limit
                           move ws-l-limit to ws-limit
                           if ws-l-pending is numeric
                               and ws-l-effective <= ws-today
                               move ws-l-pending to ws-limit
                           end-if
                           move "T" to ws-eof
                       end-if
               end-read
           end-perform
           close limits-file
      *> 99999 is "no limit" -- a removed limit waiting out its day.
           if ws-limit = 99999
               move "N" to ws-has-limit
           end-if
           .

       find-today-spend section.
           move 0 to ws-spent
           open input spend-file
           if ws-spend-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read spend-file
                   at end move "T" to ws-eof
                   not at end
                       unstring sp-line delimited by ","
                           into ws-s-date ws-s-initials ws-s-spent
                       if ws-s-date = ws-today
                           and ws-s-initials = l-initials
                           and ws-s-spent is numeric
                           move ws-s-spent to ws-spent
                           move "T" to ws-eof
                       end-if
               end-read
           end-perform
           close spend-file
           .

      *> Copies today's tally lines through a temp file, adding to this
      *> player's line (or starting one); earlier days fall away.
       add-to-tally section.
           move "N" to ws-found
           open output spend-temp-file
           if ws-spend-temp-status not = "00"
               exit section
           end-if
           open input spend-file
           if ws-spend-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read spend-file
                       at end move "T" to ws-eof
                       not at end
                           perform copy-or-add-tally-line
                   end-read
               end-perform
               close spend-file
           end-if
           if ws-found = "N"
               move l-amount to ws-spent
               move spaces to st-line
               string ws-today "," l-initials "," ws-spent
                   delimited by size into st-line
               end-string
               write st-line
           end-if
           close spend-temp-file
           call "CBL_DELETE_FILE" using ws-spend-name
               returning ws-rename-rc
           call "CBL_RENAME_FILE" using ws-spend-temp-name
                                        ws-spend-name
               returning ws-rename-rc
           .

       copy-or-add-tally-line section.
           unstring sp-line delimited by ","
               into ws-s-date ws-s-initials ws-s-spent
           if ws-s-date not = ws-today
               exit section
           end-if
           if ws-s-initials = l-initials
               and ws-found = "N"
               move "Y" to ws-found
               move 0 to ws-spent
               if ws-s-spent is numeric
                   move ws-s-spent to ws-spent
               end-if
               add l-amount to ws-spent
               move spaces to st-line
               string ws-today "," l-initials "," ws-spent
                   delimited by size into st-line
               end-string
               write st-line
           else
               move sp-line to st-line
               write st-line
           end-if
           .

       log-refusal section.
           accept ws-cabinet-id from environment "COMPUTERNAME"
           if ws-cabinet-id = spaces
               move "CABINET" to ws-cabinet-id
           end-if
           open extend refusal-log-file
           if ws-refusal-status = "35"
               open output refusal-log-file
           end-if
           if ws-refusal-status not = "00"
               exit section
           end-if
           move spaces to ws-line-out
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2) ":"
                  function current-date(13:2)
                  "," l-initials
                  "," delimited by size
                  ws-cabinet-id delimited by space
                  "," l-amount
                  "," ws-spent
                  "," ws-limit delimited by size
               into ws-line-out
           end-string
           move ws-line-out to rf-line
           write rf-line
           close refusal-log-file
           .

       end program SpendLimit.
