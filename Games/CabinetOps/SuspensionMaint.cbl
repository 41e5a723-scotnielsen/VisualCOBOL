      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Player suspensions, kept at the counter. A suspension takes a player
      *> out of paid play for a set time: while it runs their wallet can't
      *> be spent or loaded, their tournament entries are refused and their
      *> new scores are kept off the leaderboards (enforced wherever those
      *> happen by the shared SuspensionCheck subprogram and the managed
      *> Credits::Suspended). The master is the shared
      *> ../Common/suspensions.dat, one "III,start,end,set-by,reason" line
      *> per player (dates yyyymmdd); a suspension runs from its start date
      *> up to the day before its end date and lapses on the end date by
      *> itself -- a blank end date runs until it is lifted. Option 1 sets
      *> (or replaces) a player's suspension, option 2 lifts one today by
      *> bringing its end date forward; both need a SUPERVISOR sign-on,
      *> whose id is kept on the line as the one who set it. Every change is
      *> journaled to ../Common/suspensionsjournal.log as
      *> "timestamp,III,SUSPEND|LIFT,start,end,operator,reason". Option 3
      *> writes suspensions.txt: every suspension on file with whether it
      *> is running, still to start or lapsed, and today's refusals off
      *> ../Common/suspensionrefusals.log. This is not the initials
      *> blocklist -- blocked initials can't be used at all, a suspended
      *> player keeps their initials, balance and history. Sign-on through
      *> the shared OperatorSignOn gate; run from a Games\CabinetOps
      *> working directory.
       program-id. SuspensionMaint as "SuspensionMaint".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select suspensions-file
                   assign to "../Common/suspensions.dat"
                   organization is line sequential
                   file status is ws-suspensions-status.
           select suspensions-temp-file
                   assign to "../Common/suspensions.dat.tmp"
                   organization is line sequential
                   file status is ws-suspensions-temp-status.
           select journal-file
                   assign to "../Common/suspensionsjournal.log"
                   organization is line sequential
                   file status is ws-journal-status.
           select refusal-log-file
                   assign to "../Common/suspensionrefusals.log"
                   organization is line sequential
                   file status is ws-refusal-status.
           select report-file assign to "suspensions.txt"
                               organization is line sequential.

       data division.
       file section.
       fd suspensions-file record contains 80 characters.
       01 su-line           pic x(80).

       fd suspensions-temp-file record contains 80 characters.
       01 st-line           pic x(80).

       fd journal-file record contains 132 characters.
       01 jn-line           pic x(132).

       fd refusal-log-file record contains 80 characters.
       01 rf-line           pic x(80).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
       01 ws-suspensions-status pic xx.
       01 ws-suspensions-temp-status pic xx.
       01 ws-journal-status     pic xx.
       01 ws-refusal-status     pic xx.
       01 ws-eof                pic x value "F".
       01 ws-done               pic x value "F".
       01 ws-menu-choice        pic x.
       01 ws-signed-operator    pic x(3).
       01 ws-operator-role      pic x(10).

      *> Parsed fields of one suspensions.dat line.
       01 ws-s-initials         pic x(3).
       01 ws-s-start            pic x(8).
       01 ws-s-end              pic x(8).
       01 ws-s-set-by           pic x(3).
       01 ws-s-reason           pic x(50).
       01 ws-s-state            pic x(8).

      *> Parsed fields of one suspensionrefusals.log line.
       01 ws-r-stamp            pic x(19).
       01 ws-r-initials         pic x(3).
       01 ws-r-cabinet          pic x(16).
       01 ws-r-what             pic x(5).
       01 ws-r-title            pic x(16).
       01 ws-r-until            pic x(8).
       01 ws-refusal-count      pic 9(5) value 0.
       01 ws-running-count      pic 9(5) value 0.

      *> The change being keyed.
       01 ws-initials           pic x(3).
       01 ws-start              pic x(8).
       01 ws-end                pic x(8).
       01 ws-reason             pic x(50).
       01 ws-action             pic x(7).
       01 ws-found              pic x.
       01 ws-typed-date         pic x(8).
       01 ws-date-ok            pic x.

       01 ws-today              pic x(8).
       01 ws-rename-rc          pic s9(9) comp-5.
       01 ws-suspensions-name   pic x(34)
           value "../Common/suspensions.dat".
       01 ws-suspensions-temp-name pic x(34)
           value "../Common/suspensions.dat.tmp".
       01 ws-line-out           pic x(132).

       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           perform until ws-done = "T"
               perform show-menu
               evaluate ws-menu-choice
                   when "1"
                       perform suspend-player
                   when "2"
                       perform lift-suspension
                   when "3"
                       perform write-suspensions-report
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
           display "PLAYER SUSPENSIONS - signed on as "
                   ws-signed-operator
           display "  1. Suspend a player"
           display "  2. Lift a suspension"
           display "  3. Suspensions and today's refusals report"
           display "  4. Exit"
           display "Choice: " with no advancing
           accept ws-menu-choice
           .

       suspend-player section.
           if ws-operator-role not = "SUPERVISOR"
               display "Suspensions need a supervisor sign-on."
               exit section
           end-if
           perform accept-initials
           if ws-initials = spaces
               exit section
           end-if
           move function current-date(1:8) to ws-today
           display "Suspended from (yyyymmdd, ENTER for today): "
               with no advancing
           perform accept-date
           move ws-typed-date to ws-start
           if ws-start = spaces
               move ws-today to ws-start
           end-if
           display "Suspended until (yyyymmdd, the day it lapses; "
                   "ENTER until lifted): " with no advancing
           perform accept-date
           move ws-typed-date to ws-end
           if ws-end not = spaces and ws-end <= ws-start
               display "No change - it must lapse after it starts."
               exit section
           end-if
           move spaces to ws-reason
           perform until ws-reason not = spaces
               display "Reason: " with no advancing
               accept ws-reason
           end-perform
      *> The reason goes into a comma-delimited line.
           inspect ws-reason replacing all "," by ";"
           move "SUSPEND" to ws-action
           perform apply-change
           .

       lift-suspension section.
           if ws-operator-role not = "SUPERVISOR"
               display "Suspensions need a supervisor sign-on."
               exit section
           end-if
           perform accept-initials
           if ws-initials = spaces
               exit section
           end-if
           move function current-date(1:8) to ws-today
           move "LIFT" to ws-action
           perform apply-change
           .

       accept-initials section.
           display "Player initials: " with no advancing
           move spaces to ws-initials
           accept ws-initials
           move function upper-case(ws-initials) to ws-initials
           .

      *> A yyyymmdd date checked as far as a calendar allows, or ENTER
      *> for none.
       accept-date section.
           move "N" to ws-date-ok
           perform until ws-date-ok = "Y"
               move spaces to ws-typed-date
               accept ws-typed-date
               if ws-typed-date = spaces
                   move "Y" to ws-date-ok
               else
                   if ws-typed-date is numeric
                       and ws-typed-date(5:2) >= "01"
                       and ws-typed-date(5:2) <= "12"
                       and ws-typed-date(7:2) >= "01"
                       and ws-typed-date(7:2) <= "31"
                       and ws-typed-date(1:2) >= "19"
                       move "Y" to ws-date-ok
                   else
                       display "A date as yyyymmdd, please: "
                               with no advancing
                   end-if
               end-if
           end-perform
           .

      *> Rewrites suspensions.dat through a temp file with the player's
      *> line replaced (or added, for a new suspension), then journals
      *> the change.
       apply-change section.
           move "N" to ws-found
           open output suspensions-temp-file
           if ws-suspensions-temp-status not = "00"
               display "Suspensions file could not be written."
               exit section
           end-if
           open input suspensions-file
           if ws-suspensions-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read suspensions-file
                       at end move "T" to ws-eof
                       not at end
                           perform copy-or-change-line
                   end-read
               end-perform
               close suspensions-file
           end-if
           if ws-found = "N" and ws-action = "SUSPEND"
               move "Y" to ws-found
               perform write-new-line
           end-if
           close suspensions-temp-file
           if ws-found = "N"
               call "CBL_DELETE_FILE" using ws-suspensions-temp-name
                   returning ws-rename-rc
               display ws-initials " has no suspension to lift."
               exit section
           end-if
           call "CBL_DELETE_FILE" using ws-suspensions-name
               returning ws-rename-rc
           call "CBL_RENAME_FILE" using ws-suspensions-temp-name
                                        ws-suspensions-name
               returning ws-rename-rc
           perform journal-change
           .

       copy-or-change-line section.
           move spaces to ws-s-start ws-s-end ws-s-set-by ws-s-reason
           unstring su-line delimited by ","
               into ws-s-initials ws-s-start ws-s-end ws-s-set-by
                    ws-s-reason
           if ws-s-initials not = ws-initials or ws-found = "Y"
               move su-line to st-line
               write st-line
               exit section
           end-if
           if ws-action = "SUSPEND"
               move "Y" to ws-found
               perform write-new-line
               exit section
           end-if
      *> Lifting: a suspension already lapsed is left as it stands; one
      *> running (or still to start) lapses today.
           if ws-s-end not = spaces and ws-s-end <= ws-today
               move su-line to st-line
               write st-line
               exit section
           end-if
           move "Y" to ws-found
           move ws-s-start to ws-start
           move ws-today to ws-end
           move ws-s-reason to ws-reason
           move spaces to st-line
           string ws-s-initials "," ws-s-start "," ws-today ","
                  ws-s-set-by "," delimited by size
                  ws-s-reason delimited by "  "
               into st-line
           end-string
           write st-line
           .

       write-new-line section.
           move spaces to st-line
           string ws-initials "," ws-start "," delimited by size
                  ws-end delimited by space
                  "," ws-signed-operator "," delimited by size
                  ws-reason delimited by "  "
               into st-line
           end-string
           write st-line
           .

       journal-change section.
           open extend journal-file
           if ws-journal-status = "35"
               open output journal-file
           end-if
           if ws-journal-status = "00"
               move spaces to ws-line-out
               string function current-date(1:4) "-"
                      function current-date(5:2) "-"
                      function current-date(7:2) " "
                      function current-date(9:2) ":"
                      function current-date(11:2) ":"
                      function current-date(13:2)
                      "," ws-initials
                      "," delimited by size
                      ws-action delimited by space
                      "," ws-start
                      "," delimited by size
                      ws-end delimited by space
                      "," ws-signed-operator
                      "," delimited by size
                      ws-reason delimited by "  "
                   into ws-line-out
               end-string
               move ws-line-out to jn-line
               write jn-line
               close journal-file
           end-if
           evaluate true
               when ws-action = "LIFT"
                   display "Suspension of " ws-initials
                           " lifted - it lapses today."
               when ws-end = spaces
                   display ws-initials " suspended from " ws-start
                           " until lifted."
               when other
                   display ws-initials " suspended from " ws-start
                           ", lapsing on " ws-end "."
           end-evaluate
           .

       write-suspensions-report section.
           move function current-date(1:8) to ws-today
           open output report-file
           move spaces to ws-line-out
           string "PLAYER SUSPENSIONS - " ws-today
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line
           move "INI  FROM      LAPSES    STATE     SET BY  REASON"
               to report-line
           write report-line

           move 0 to ws-running-count
           open input suspensions-file
           if ws-suspensions-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read suspensions-file
                       at end move "T" to ws-eof
                       not at end
                           perform write-suspension-line
                   end-read
               end-perform
               close suspensions-file
           end-if
           move spaces to ws-line-out
           string "Running today: " ws-running-count
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line

           move spaces to report-line
           write report-line
           move "REFUSED TODAY" to report-line
           write report-line
           move spaces to ws-line-out
           string "TIME                 INI  CABINET           "
                  "WHAT   TITLE             UNTIL"
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
           display "Suspensions report written to suspensions.txt."
           .

       write-suspension-line section.
           move spaces to ws-s-start ws-s-end ws-s-set-by ws-s-reason
           unstring su-line delimited by ","
               into ws-s-initials ws-s-start ws-s-end ws-s-set-by
                    ws-s-reason
           evaluate true
               when ws-s-start > ws-today
                   move "TO START" to ws-s-state
               when ws-s-end not = spaces and ws-s-end <= ws-today
                   move "LAPSED" to ws-s-state
               when other
                   move "RUNNING" to ws-s-state
                   add 1 to ws-running-count
           end-evaluate
           if ws-s-end = spaces
               move "OPEN" to ws-s-end
           end-if
           move spaces to ws-line-out
           string ws-s-initials "  " ws-s-start "  " ws-s-end "  "
                  ws-s-state "  " ws-s-set-by "     " ws-s-reason
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           .

       write-refusal-line section.
           move spaces to ws-r-until
           unstring rf-line delimited by ","
               into ws-r-stamp ws-r-initials ws-r-cabinet
                    ws-r-what ws-r-title ws-r-until
           if ws-r-stamp(1:4) not = ws-today(1:4)
               or ws-r-stamp(6:2) not = ws-today(5:2)
               or ws-r-stamp(9:2) not = ws-today(7:2)
               exit section
           end-if
           add 1 to ws-refusal-count
           move spaces to ws-line-out
           string ws-r-stamp "  " ws-r-initials "  " ws-r-cabinet
                  "  " ws-r-what "  " ws-r-title "  " ws-r-until
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           .

       end program SuspensionMaint.
