      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Team league roster: the regulars who play as teams across the
      *> whole floor over a season. The master is the shared
      *> ../Common/teams.dat, one "team,III,joined,left" line per spell a
      *> player spends on a team (dates yyyymmdd) -- a spell runs from the
      *> day they joined up to the day before they left, and a blank left
      *> date means they are still on it. Lines are never deleted, so
      *> TeamStandings can credit each result to the team the player was
      *> on when they made it. Option 1 puts a player on a team: a team
      *> holds five players at a time, and a player already on another
      *> team leaves it the day they join the new one. Option 2 takes a
      *> player off their team. Option 3 writes teamroster.txt, every team
      *> with its current players and past spells. Sign-on through the
      *> shared OperatorSignOn gate; run from a Games\CabinetOps working
      *> directory.
       program-id. TeamRoster as "TeamRoster".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select teams-file
                   assign to "../Common/teams.dat"
                   organization is line sequential
                   file status is ws-teams-status.
           select teams-temp-file
                   assign to "../Common/teams.dat.tmp"
                   organization is line sequential
                   file status is ws-teams-temp-status.
           select report-file assign to "teamroster.txt"
                               organization is line sequential.

       data division.
       file section.
       fd teams-file record contains 40 characters.
       01 tm-line           pic x(40).

       fd teams-temp-file record contains 40 characters.
       01 tt-line           pic x(40).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
       01 ws-teams-status       pic xx.
       01 ws-teams-temp-status  pic xx.
       01 ws-eof                pic x value "F".
       01 ws-done               pic x value "F".
       01 ws-menu-choice        pic x.
       01 ws-signed-operator    pic x(3).
       01 ws-operator-role      pic x(10).

      *> Parsed fields of one teams.dat line.
       01 ws-t-team             pic x(16).
       01 ws-t-initials         pic x(3).
       01 ws-t-joined           pic x(8).
       01 ws-t-left             pic x(8).

      *> The change being keyed.
       01 ws-team               pic x(16).
       01 ws-initials           pic x(3).
       01 ws-change-date        pic x(8).
       01 ws-action             pic x(5).
       01 ws-found              pic x.
       01 ws-refused            pic x.
       01 ws-old-team           pic x(16).
       01 ws-team-members       pic 9(3).
       01 ws-team-limit         pic 9(3) value 5.
       01 ws-typed-date         pic x(8).
       01 ws-date-ok            pic x.

      *> The roster, held for the printout.
       01 ws-spell-count        pic 9(3) value 0.
       01 ws-spell-table.
           03 ws-spell-entry occurs 500.
               05 ws-sp-team         pic x(16).
               05 ws-sp-initials     pic x(3).
               05 ws-sp-joined       pic x(8).
               05 ws-sp-left         pic x(8).
               05 ws-sp-printed      pic x.
       01 ws-sp-ix              pic 9(3).
       01 ws-sp-ix2             pic 9(3).
       01 ws-team-count         pic 9(3).

       01 ws-today              pic x(8).
       01 ws-rename-rc          pic s9(9) comp-5.
       01 ws-teams-name         pic x(30)
           value "../Common/teams.dat".
       01 ws-teams-temp-name    pic x(30)
           value "../Common/teams.dat.tmp".
       01 ws-line-out           pic x(132).

       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           perform until ws-done = "T"
               perform show-menu
               evaluate ws-menu-choice
                   when "1"
                       perform join-team
                   when "2"
                       perform leave-team
                   when "3"
                       perform write-roster-report
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
           display "TEAM LEAGUE ROSTER - signed on as "
                   ws-signed-operator
           display "  1. Put a player on a team"
           display "  2. Take a player off their team"
           display "  3. Roster report"
           display "  4. Exit"
           display "Choice: " with no advancing
           accept ws-menu-choice
           .

       join-team section.
           display "Team name: " with no advancing
           move spaces to ws-team
           accept ws-team
           move function upper-case(ws-team) to ws-team
      *> The name goes into a comma-delimited line.
           inspect ws-team replacing all "," by " "
           if ws-team = spaces
               exit section
           end-if
           perform accept-initials
           if ws-initials = spaces
               exit section
           end-if
           display "Joined (yyyymmdd, ENTER for today): "
               with no advancing
           perform accept-date
           move ws-typed-date to ws-change-date
           if ws-change-date = spaces
               move function current-date(1:8) to ws-change-date
           end-if
           move "JOIN" to ws-action
           perform apply-change
           .

       leave-team section.
           perform accept-initials
           if ws-initials = spaces
               exit section
           end-if
           display "Left (yyyymmdd, ENTER for today): "
               with no advancing
           perform accept-date
           move ws-typed-date to ws-change-date
           if ws-change-date = spaces
               move function current-date(1:8) to ws-change-date
           end-if
           move "LEAVE" to ws-action
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

      *> Rewrites teams.dat through a temp file: the player's open spell
      *> is closed on the change date, and a join adds the new spell at
      *> the end -- unless the team is already full.
       apply-change section.
           move "N" to ws-found
           move "N" to ws-refused
           move spaces to ws-old-team
           move 0 to ws-team-members
           open output teams-temp-file
           if ws-teams-temp-status not = "00"
               display "Team roster could not be written."
               exit section
           end-if
           open input teams-file
           if ws-teams-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read teams-file
                       at end move "T" to ws-eof
                       not at end
                           perform copy-or-close-spell
                   end-read
               end-perform
               close teams-file
           end-if

           evaluate true
               when ws-action = "LEAVE" and ws-found = "N"
                   move "Y" to ws-refused
                   display ws-initials " is not on a team."
               when ws-action = "JOIN" and ws-old-team = ws-team
                   move "Y" to ws-refused
                   display "No change - " ws-initials
                           " is already on " ws-team
               when ws-action = "JOIN"
                   and ws-team-members >= ws-team-limit
                   move "Y" to ws-refused
                   display "No change - the team already has "
                           ws-team-limit " players: " ws-team
           end-evaluate
           if ws-refused = "N" and ws-action = "JOIN"
               move spaces to tt-line
               string ws-team delimited by "  "
                      "," ws-initials "," ws-change-date ","
                      delimited by size
                   into tt-line
               end-string
               write tt-line
           end-if
           close teams-temp-file
           if ws-refused = "Y"
               call "CBL_DELETE_FILE" using ws-teams-temp-name
                   returning ws-rename-rc
               exit section
           end-if
           call "CBL_DELETE_FILE" using ws-teams-name
               returning ws-rename-rc
           call "CBL_RENAME_FILE" using ws-teams-temp-name
                                        ws-teams-name
               returning ws-rename-rc

           if ws-old-team not = spaces
               display ws-initials " left on " ws-change-date ": "
                       ws-old-team
           end-if
           if ws-action = "JOIN"
               display ws-initials " joined on " ws-change-date ": "
                       ws-team
           end-if
           .

      *> Open spells are the ones that count: the player's own is closed,
      *> and the joining team's are counted against its limit.
       copy-or-close-spell section.
           move spaces to ws-t-team ws-t-initials ws-t-joined ws-t-left
           unstring tm-line delimited by ","
               into ws-t-team ws-t-initials ws-t-joined ws-t-left
           if ws-t-left not = spaces
               move tm-line to tt-line
               write tt-line
               exit section
           end-if
           if ws-t-initials not = ws-initials
               if ws-t-team = ws-team
                   add 1 to ws-team-members
               end-if
               move tm-line to tt-line
               write tt-line
               exit section
           end-if
           move "Y" to ws-found
           move ws-t-team to ws-old-team
      *> Rejoining the same team leaves the spell running.
           if ws-action = "JOIN" and ws-t-team = ws-team
               move tm-line to tt-line
               write tt-line
               exit section
           end-if
      *> A spell closed on the day it began never counted at all.
           move ws-change-date to ws-t-left
           if ws-t-left < ws-t-joined
               move ws-t-joined to ws-t-left
           end-if
           move spaces to tt-line
           string ws-t-team delimited by "  "
                  "," ws-t-initials "," ws-t-joined "," ws-t-left
                  delimited by size
               into tt-line
           end-string
           write tt-line
           .

       write-roster-report section.
           move function current-date(1:8) to ws-today
           move 0 to ws-spell-count
           open input teams-file
           if ws-teams-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read teams-file
                       at end move "T" to ws-eof
                       not at end
                           if ws-spell-count < 500
                               add 1 to ws-spell-count
                               move spaces
                                   to ws-spell-entry(ws-spell-count)
                               unstring tm-line delimited by ","
                                   into ws-sp-team(ws-spell-count)
                                        ws-sp-initials(ws-spell-count)
                                        ws-sp-joined(ws-spell-count)
                                        ws-sp-left(ws-spell-count)
                               move "N"
                                   to ws-sp-printed(ws-spell-count)
                           end-if
                   end-read
               end-perform
               close teams-file
           end-if

           open output report-file
           move spaces to ws-line-out
           string "TEAM LEAGUE ROSTER - " ws-today
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line

      *> Each team in the order it first appears, its spells together.
           move 0 to ws-team-count
           perform varying ws-sp-ix from 1 by 1
                   until ws-sp-ix > ws-spell-count
               if ws-sp-printed(ws-sp-ix) = "N"
                   add 1 to ws-team-count
                   move spaces to report-line
                   write report-line
                   move ws-sp-team(ws-sp-ix) to report-line
                   write report-line
                   perform varying ws-sp-ix2 from ws-sp-ix by 1
                           until ws-sp-ix2 > ws-spell-count
                       if ws-sp-team(ws-sp-ix2) = ws-sp-team(ws-sp-ix)
                           perform write-spell-line
                       end-if
                   end-perform
               end-if
           end-perform
           move spaces to report-line
           write report-line
           move spaces to ws-line-out
           string "Teams: " ws-team-count
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           close report-file
           display "Roster written to teamroster.txt"
           .

       write-spell-line section.
           move "Y" to ws-sp-printed(ws-sp-ix2)
           move spaces to ws-line-out
           if ws-sp-left(ws-sp-ix2) = spaces
               string "    " ws-sp-initials(ws-sp-ix2)
                      "  joined " ws-sp-joined(ws-sp-ix2)
                   delimited by size into ws-line-out
               end-string
           else
               string "    " ws-sp-initials(ws-sp-ix2)
                      "  joined " ws-sp-joined(ws-sp-ix2)
                      "  left " ws-sp-left(ws-sp-ix2)
                   delimited by size into ws-line-out
               end-string
           end-if
           move ws-line-out to report-line
           write report-line
           .

       end program TeamRoster.
