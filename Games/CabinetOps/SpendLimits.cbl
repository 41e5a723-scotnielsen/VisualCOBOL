      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Responsible-play daily spend limits, kept at the counter. Option 1
      *> sets or changes a player's daily wallet-credit limit, either at
      *> the player's own request (SELF) or by a supervisor (SUPV);
      *> option 2 removes one. Limits live on the shared
      *> ../Common/limits.dat file as "III,limit,pending,effective,set-by"
      *> lines. A lower limit applies at once; a raised limit -- and a
      *> removal, held as the 99999 "no limit" figure -- waits in the
      *> pending field until tomorrow's effective date, so nobody talks
      *> their way into more play the same day. Every change is journaled
      *> to ../Common/limitsjournal.log as
      *> "timestamp,III,old,new,effective,set-by,operator". Option 3
      *> writes spendlimits.txt: every limit in force (and any pending
      *> change), with today's refusals off ../Common/limitrefusals.log,
      *> which the shared SpendLimit subprogram and the managed Credits
      *> classes append to whenever a wallet start or fee is turned away.
      *> Sign-on through the shared OperatorSignOn gate; run from a
      *> Games\CabinetOps working directory.
       program-id. SpendLimits as "SpendLimits".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select limits-file
                   assign to "../Common/limits.dat"
                   organization is line sequential
                   file status is ws-limits-status.
           select limits-temp-file
                   assign to "../Common/limits.dat.tmp"
                   organization is line sequential
                   file status is ws-limits-temp-status.
           select journal-file
                   assign to "../Common/limitsjournal.log"
                   organization is line sequential
                   file status is ws-journal-status.
           select refusal-log-file
                   assign to "../Common/limitrefusals.log"
                   organization is line sequential
                   file status is ws-refusal-status.
           select report-file assign to "spendlimits.txt"
                               organization is line sequential.

       data division.
       file section.
       fd limits-file record contains 40 characters.
       01 lm-line           pic x(40).

       fd limits-temp-file record contains 40 characters.
       01 lt-line           pic x(40).

       fd journal-file record contains 80 characters.
       01 jn-line           pic x(80).

       fd refusal-log-file record contains 80 characters.
       01 rf-line           pic x(80).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
      *> The "no limit" figure a removal is held as.
       78 NO-LIMIT              value 99999.

       01 ws-limits-status      pic xx.
       01 ws-limits-temp-status pic xx.
       01 ws-journal-status     pic xx.
       01 ws-refusal-status     pic xx.
       01 ws-eof                pic x value "F".
       01 ws-done               pic x value "F".
       01 ws-menu-choice        pic x.
       01 ws-signed-operator    pic x(3).
       01 ws-operator-role      pic x(10).

      *> Parsed fields of one limits.dat line.
       01 ws-l-initials         pic x(3).
       01 ws-l-limit            pic x(5).
       01 ws-l-pending          pic x(5).
       01 ws-l-effective        pic x(8).
       01 ws-l-set-by           pic x(4).

      *> Parsed fields of one limitrefusals.log line.
       01 ws-r-stamp            pic x(19).
       01 ws-r-initials         pic x(3).
       01 ws-r-cabinet          pic x(16).
       01 ws-r-amount           pic x(5).
       01 ws-r-spent            pic x(5).
       01 ws-r-limit            pic x(5).
       01 ws-refusal-count      pic 9(5) value 0.

      *> The change being keyed.
       01 ws-initials           pic x(3).
       01 ws-new-limit          pic 9(5).
       01 ws-set-by             pic x(4).
       01 ws-found              pic x.
       01 ws-old-limit          pic 9(5).
       01 ws-effective          pic x(8).
       01 ws-limit-out          pic 9(5).
       01 ws-pending-out        pic x(5).
       01 ws-effective-out      pic x(8).

       01 ws-today              pic x(8).
       01 ws-tomorrow           pic 9(8).
       01 ws-today-int          pic 9(8).
       01 ws-rename-rc          pic s9(9) comp-5.
       01 ws-limits-name        pic x(30)
           value "../Common/limits.dat".
       01 ws-limits-temp-name   pic x(30)
           value "../Common/limits.dat.tmp".
       01 ws-line-out           pic x(132).

       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           perform until ws-done = "T"
               perform show-menu
               evaluate ws-menu-choice
                   when "1"
                       perform set-limit
                   when "2"
                       perform remove-limit
                   when "3"
                       perform write-limits-report
                   when "4"
                       move "T" to ws-done
                   when other
                       display "Unrecognized choice."
               end-evaluate
           end-perform
           stop run
           .

       show-menu section.
           display " "
           display "DAILY SPEND LIMITS - signed on as "
                   ws-signed-operator
           display "  1. Set or change a player's daily limit"
           display "  2. Remove a player's daily limit"
           display "  3. Limits and today's refusals report"
           display "  4. Exit"
           display "Choice: " with no advancing
           accept ws-menu-choice
           .

       set-limit section.
           perform accept-initials
           if ws-initials = spaces
               exit section
           end-if
           display "Daily limit in credits (1-99998): "
               with no advancing
           move 0 to ws-new-limit
           accept ws-new-limit
           if ws-new-limit = 0 or ws-new-limit >= NO-LIMIT
               display "No change - the limit must be 1 to 99998."
               exit section
           end-if
           perform accept-set-by
           if ws-set-by = spaces
               exit section
           end-if
           perform apply-change
           .

       remove-limit section.
           perform accept-initials
           if ws-initials = spaces
               exit section
           end-if
           perform accept-set-by
           if ws-set-by = spaces
               exit section
           end-if
           move NO-LIMIT to ws-new-limit
           perform apply-change
           .

       accept-initials section.
           display "Player initials: " with no advancing
           move spaces to ws-initials
           accept ws-initials
           move function upper-case(ws-initials) to ws-initials
           .

       accept-set-by section.
           display "Requested by the player (SELF) or a supervisor "
                   "(SUPV): " with no advancing
           move spaces to ws-set-by
           accept ws-set-by
           move function upper-case(ws-set-by) to ws-set-by
           if ws-set-by not = "SELF" and ws-set-by not = "SUPV"
               display "No change - enter SELF or SUPV."
               move spaces to ws-set-by
           end-if
           if ws-set-by = "SUPV" and ws-operator-role not = "SUPERVISOR"
               display "No change - a SUPV limit needs a supervisor "
                       "sign-on."
               move spaces to ws-set-by
           end-if
           .

      *> Rewrites limits.dat through a temp file with the player's line
      *> replaced (or added), then journals the change.
       apply-change section.
           move function current-date(1:8) to ws-today
           compute ws-today-int = function integer-of-date(
               function numval(ws-today))
           compute ws-tomorrow = function date-of-integer(
               ws-today-int + 1)
           move "N" to ws-found

           open output limits-temp-file
           if ws-limits-temp-status not = "00"
               display "Limits file could not be written."
               exit section
           end-if
           open input limits-file
           if ws-limits-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read limits-file
                       at end move "T" to ws-eof
                       not at end
                           perform copy-or-change-limit-line
                   end-read
               end-perform
               close limits-file
           end-if
           if ws-found = "N"
               move NO-LIMIT to ws-old-limit
               perform decide-new-line
           end-if
           close limits-temp-file
           call "CBL_DELETE_FILE" using ws-limits-name
               returning ws-rename-rc
           call "CBL_RENAME_FILE" using ws-limits-temp-name
                                        ws-limits-name
               returning ws-rename-rc
           perform journal-change
           .

       copy-or-change-limit-line section.
           move spaces to ws-l-pending ws-l-effective
           unstring lm-line delimited by ","
               into ws-l-initials ws-l-limit ws-l-pending
                    ws-l-effective
           if ws-l-initials not = ws-initials or ws-found = "Y"
               move lm-line to lt-line
               write lt-line
               exit section
           end-if
           move "Y" to ws-found
      *> The limit in force today, with any pending figure that has
      *> reached its date folded in.
           move NO-LIMIT to ws-old-limit
           if ws-l-limit is numeric
               move ws-l-limit to ws-old-limit
           end-if
           if ws-l-pending is numeric
               and ws-l-effective <= ws-today
               move ws-l-pending to ws-old-limit
           end-if
           perform decide-new-line
           .

      *> Lower (or first) limits bite today; raises and removals wait
      *> for tomorrow, the in-force figure standing until then. A
      *> removal of a player with no limit leaves no line at all.
       decide-new-line section.
           move ws-old-limit to ws-limit-out
           move spaces to ws-pending-out
           move ws-today to ws-effective
           if ws-new-limit < ws-old-limit
               move ws-new-limit to ws-limit-out
           else
               if ws-new-limit > ws-old-limit
                   move ws-new-limit to ws-pending-out
                   move ws-tomorrow to ws-effective
               end-if
           end-if
           if ws-limit-out = NO-LIMIT and ws-pending-out = spaces
               exit section
           end-if
           move spaces to ws-effective-out
           if ws-pending-out not = spaces
               move ws-effective to ws-effective-out
           end-if
           move spaces to lt-line
           string ws-initials "," ws-limit-out
                  "," ws-pending-out delimited by space
                  "," ws-effective-out delimited by space
                  "," ws-set-by delimited by size
               into lt-line
           end-string
           write lt-line
           .

       journal-change section.
           open extend journal-file
           if ws-journal-status = "35"
               open output journal-file
           end-if
           if ws-journal-status not = "00"
               exit section
           end-if
           move spaces to ws-line-out
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2) ":"
                  function current-date(13:2)
                  "," ws-initials
                  "," ws-old-limit
                  "," ws-new-limit
                  "," ws-effective
                  "," ws-set-by
                  "," ws-signed-operator
               delimited by size into ws-line-out
           end-string
           move ws-line-out to jn-line
           write jn-line
           close journal-file
           evaluate true
               when ws-effective not = ws-today
                   display "Change for " ws-initials
                           " takes effect on " ws-effective "."
               when ws-new-limit = NO-LIMIT
                   display ws-initials " had no limit to remove."
               when other
                   display "Limit for " ws-initials " is " ws-new-limit
                           " credit(s) from today."
           end-evaluate
           .

       write-limits-report section.
           move function current-date(1:8) to ws-today
           open output report-file
           move spaces to ws-line-out
           string "DAILY SPEND LIMITS - " ws-today
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line
           move "INI  LIMIT  PENDING  EFFECTIVE  SET BY"
               to report-line
           write report-line

           open input limits-file
           if ws-limits-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read limits-file
                       at end move "T" to ws-eof
                       not at end
                           perform write-limit-line
                   end-read
               end-perform
               close limits-file
           end-if

           move spaces to report-line
           write report-line
           move "REFUSED TODAY" to report-line
           write report-line
           move spaces to ws-line-out
           string "TIME                 INI  CABINET           "
                  "AMOUNT  SPENT  LIMIT"
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           move 0 to ws-refusal-count
           open input refusal-log-file
           if ws-refusal-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read refusal-log-file
                       at end move "T" to ws-eof
                       not at end
                           perform write-refusal-line
                   end-read
               end-perform
               close refusal-log-file
           end-if
           move spaces to ws-line-out
           string "Refusals today: " ws-refusal-count
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           close report-file
           display "Limits report written to spendlimits.txt."
           .

       write-limit-line section.
           move spaces to ws-l-pending ws-l-effective ws-l-set-by
           unstring lm-line delimited by ","
               into ws-l-initials ws-l-limit ws-l-pending
                    ws-l-effective ws-l-set-by
      *> A pending figure whose date has come is the limit in force.
           if ws-l-pending is numeric
               and ws-l-effective <= ws-today
               move ws-l-pending to ws-l-limit
               move spaces to ws-l-pending ws-l-effective
           end-if
           move spaces to ws-line-out
           if ws-l-limit = "99999"
               move "none " to ws-l-limit
           end-if
           if ws-l-pending = "99999"
               move "none " to ws-l-pending
           end-if
           string ws-l-initials "  " ws-l-limit "  " ws-l-pending
                  "    " ws-l-effective "   " ws-l-set-by
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           .

       write-refusal-line section.
           unstring rf-line delimited by ","
               into ws-r-stamp ws-r-initials ws-r-cabinet
                    ws-r-amount ws-r-spent ws-r-limit
           if ws-r-stamp(1:4) not = ws-today(1:4)
               or ws-r-stamp(6:2) not = ws-today(5:2)
               or ws-r-stamp(9:2) not = ws-today(7:2)
               exit section
           end-if
           add 1 to ws-refusal-count
           move spaces to ws-line-out
           string ws-r-stamp "  " ws-r-initials "  " ws-r-cabinet
                  "  " ws-r-amount "  " ws-r-spent "  " ws-r-limit
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           .

       end program SpendLimits.
