      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Team league weekly standings: credits every team player's results
      *> to the team they were on when they made them, by the spells on
      *> ../Common/teams.dat (TeamRoster). Two kinds of result count:
      *>  - the per-title bests ProfileUpdate keeps on
      *>    ../Common/playerprofiles.idx, each credited to the team the
      *>    player was on the day they last played that title;
      *>  - every tournament and pentathlon entry on the cabinets'
      *>    tournamententries.log files (cabinets.dat registry, or the
      *>    default one-folder-per-title layout), credited by its date.
      *> Results are turned into points by the per-title scale in
      *> ../Common/teampoints.dat, one "title,kind,par,per,points" line
      *> per title: kind SCORE earns the points for every full "per" of
      *> the value, kind TIME for every full "per" seconds under "par".
      *> With no scale file on the floor the standard scale below is
      *> used. Standings run up to a week-ending date (ENTER for today);
      *> the THIS WEEK column is the entry points from the seven days
      *> ending then. Written to teamstandings.txt for the wall, where
      *> KioskExport also picks it up for the lobby bundle. Run weekly
      *> from a Games\CabinetOps working directory.
       program-id. TeamStandings as "TeamStandings".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select cabinet-file
                   assign to "cabinets.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is cb-cabinet-id
                   file status is ws-cabinet-status.
           select teams-file
                   assign to "../Common/teams.dat"
                   organization is line sequential
                   file status is ws-teams-status.
           select points-file
                   assign to "../Common/teampoints.dat"
                   organization is line sequential
                   file status is ws-points-status.
           select profile-file
                   assign to "../Common/playerprofiles.idx"
                   organization is indexed
                   access mode is dynamic
                   record key is pk-key
                   file status is ws-profile-status.
           select entries-file
                   assign to ws-entries-path
                   organization is line sequential
                   file status is ws-entries-status.
           select report-file assign to "teamstandings.txt"
                               organization is line sequential.

       data division.
       file section.
       fd cabinet-file record contains 121 characters.
       01 cb-record.
           03 cb-cabinet-id    pic x(8).
           03 cb-title         pic x(16).
           03 cb-location      pic x(20).
           03 cb-directory     pic x(64).
           03 cb-in-service    pic x.
           03 cb-install-date  pic x(8).
           03 cb-site          pic x(4).

       fd teams-file record contains 40 characters.
       01 tm-line           pic x(40).

       fd points-file record contains 60 characters.
       01 tp-line           pic x(60).

       fd profile-file record contains 54 characters.
       01 pk-record.
           03 pk-key.
               05 pk-initials   pic x(3).
               05 pk-title      pic x(16).
           03 pk-plays      pic 9(7).
           03 pk-best       pic 9(7).
           03 pk-kind       pic x(5).
           03 pk-first-seen pic x(8).
           03 pk-last-seen  pic x(8).

       fd entries-file record contains 100 characters.
       01 entry-line        pic x(100).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
       01 ws-cabinet-status     pic xx.
       01 ws-teams-status       pic xx.
       01 ws-points-status      pic xx.
       01 ws-profile-status     pic xx.
       01 ws-entries-status     pic xx.
       01 ws-eof                pic x value "F".

      *> The week the standings run up to.
       01 ws-typed-date         pic x(8).
       01 ws-week-end           pic x(8).
       01 ws-week-start         pic x(8).
       01 ws-week-end-num       pic 9(8).
       01 ws-week-start-num     pic 9(8).

      *> Every spell on the roster and the points it has earned.
       01 ws-spell-count        pic 9(3) value 0.
       01 ws-spell-table.
           03 ws-spell-entry occurs 500.
               05 ws-sp-team         pic x(16).
               05 ws-sp-initials     pic x(3).
               05 ws-sp-joined       pic x(8).
               05 ws-sp-left         pic x(8).
               05 ws-sp-bests        pic 9(6).
               05 ws-sp-events       pic 9(6).
               05 ws-sp-week         pic 9(6).
       01 ws-sp-ix              pic 9(3).

      *> The teams, totalled from their spells.
       01 ws-team-count         pic 9(3) value 0.
       01 ws-team-table.
           03 ws-team-entry occurs 100.
               05 ws-tm-name         pic x(16).
               05 ws-tm-players      pic 9(3).
               05 ws-tm-bests        pic 9(7).
               05 ws-tm-events       pic 9(7).
               05 ws-tm-total        pic 9(7).
               05 ws-tm-week         pic 9(7).
       01 ws-team-swap          pic x(47).
       01 ws-tm-ix              pic 9(3).
       01 ws-tm-ix2             pic 9(3).

      *> The points scale, one line per title.
       01 ws-scale-count        pic 9(2) value 0.
       01 ws-scale-table.
           03 ws-scale-entry occurs 20.
               05 ws-sc-title        pic x(16).
               05 ws-sc-kind         pic x(5).
               05 ws-sc-par          pic 9(7).
               05 ws-sc-per          pic 9(7).
               05 ws-sc-points       pic 9(5).
       01 ws-sc-ix              pic 9(2).
       01 ws-s-title            pic x(16).
       01 ws-s-kind             pic x(5).
       01 ws-s-par              pic x(7).
       01 ws-s-per              pic x(7).
       01 ws-s-points           pic x(5).

      *> The result being scored and credited.
       01 ws-r-title            pic x(16).
       01 ws-r-initials         pic x(3).
       01 ws-r-value            pic 9(7).
       01 ws-r-date             pic x(8).
       01 ws-r-points           pic 9(6).
       01 ws-r-units            pic 9(7).
       01 ws-r-spell            pic 9(3).

      *> Every cabinet whose tournamententries.log may hold entries.
       01 ws-dir-count          pic 9(3) value 0.
       01 ws-dir-table.
           03 ws-dir-path occurs 50 pic x(64).
       01 ws-dir-ix             pic 9(3).
       01 ws-entries-path       pic x(80).

      *> Parsed fields of one tournamententries.log line.
       01 ws-e-event            pic x(16).
       01 ws-e-stamp            pic x(16).
       01 ws-e-title            pic x(16).
       01 ws-e-initials         pic x(16).
       01 ws-e-value            pic x(16).
       01 ws-e-kind             pic x(5).

       01 ws-rank               pic 9(3).
       01 ws-players-disp       pic z9.
       01 ws-points-disp        pic z(6)9.
       01 ws-bests-disp         pic z(6)9.
       01 ws-events-disp        pic z(6)9.
       01 ws-week-disp          pic z(6)9.
       01 ws-line-out           pic x(132).

       procedure division.
       main-line section.
           display "Week ending (yyyymmdd, ENTER for today): "
               with no advancing
           move spaces to ws-typed-date
           accept ws-typed-date
           if ws-typed-date is numeric
               and ws-typed-date(5:2) >= "01"
               and ws-typed-date(5:2) <= "12"
               and ws-typed-date(7:2) >= "01"
               and ws-typed-date(7:2) <= "31"
               move ws-typed-date to ws-week-end
           else
               move function current-date(1:8) to ws-week-end
           end-if
           move ws-week-end to ws-week-end-num
           compute ws-week-start-num = function date-of-integer(
               function integer-of-date(ws-week-end-num) - 6)
           move ws-week-start-num to ws-week-start

           perform load-roster
           if ws-spell-count = 0
               display "No teams on ../Common/teams.dat - nothing to "
                       "stand."
               stop run
           end-if
           perform load-points-scale
           perform credit-profile-bests
           perform load-directories
           perform varying ws-dir-ix from 1 by 1
                   until ws-dir-ix > ws-dir-count
               move spaces to ws-entries-path
               string ws-dir-path(ws-dir-ix) delimited by space
                      "/tournamententries.log" delimited by size
                      into ws-entries-path
               end-string
               perform credit-tournament-entries
           end-perform
           perform total-and-sort-teams
           perform write-report
           display "Standings for the week ending " ws-week-end
                   " written to teamstandings.txt"
           stop run
           .

       load-roster section.
           open input teams-file
           if ws-teams-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read teams-file
                   at end move "T" to ws-eof
                   not at end
                       if ws-spell-count < 500
                           add 1 to ws-spell-count
                           initialize ws-spell-entry(ws-spell-count)
                           unstring tm-line delimited by ","
                               into ws-sp-team(ws-spell-count)
                                    ws-sp-initials(ws-spell-count)
                                    ws-sp-joined(ws-spell-count)
                                    ws-sp-left(ws-spell-count)
                       end-if
               end-read
           end-perform
           close teams-file
           .

      *> The floor's own scale, or the standard one: Blitz and Snake
      *> points by score, Minesweeper and DoKu by seconds under par, and
      *> TicTacToe by the ladder rating it records as its score.
       load-points-scale section.
           open input points-file
           if ws-points-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read points-file
                       at end move "T" to ws-eof
                       not at end
                           perform keep-scale-line
                   end-read
               end-perform
               close points-file
               exit section
           end-if
           move 5 to ws-scale-count
           move "CobolBlitz" to ws-sc-title(1)
           move "SCORE" to ws-sc-kind(1)
           move 0 to ws-sc-par(1)
           move 1000 to ws-sc-per(1)
           move 1 to ws-sc-points(1)
           move "CobolMineSweeper" to ws-sc-title(2)
           move "TIME" to ws-sc-kind(2)
           move 600 to ws-sc-par(2)
           move 10 to ws-sc-per(2)
           move 1 to ws-sc-points(2)
           move "CobolDoKu" to ws-sc-title(3)
           move "TIME" to ws-sc-kind(3)
           move 1800 to ws-sc-par(3)
           move 30 to ws-sc-per(3)
           move 1 to ws-sc-points(3)
           move "CobolSnake" to ws-sc-title(4)
           move "SCORE" to ws-sc-kind(4)
           move 0 to ws-sc-par(4)
           move 10 to ws-sc-per(4)
           move 1 to ws-sc-points(4)
           move "CobolTicTacToe" to ws-sc-title(5)
           move "SCORE" to ws-sc-kind(5)
           move 0 to ws-sc-par(5)
           move 100 to ws-sc-per(5)
           move 1 to ws-sc-points(5)
           .

       keep-scale-line section.
           move spaces to ws-s-title ws-s-kind ws-s-par ws-s-per
                          ws-s-points
           unstring tp-line delimited by ","
               into ws-s-title ws-s-kind ws-s-par ws-s-per ws-s-points
           if ws-s-title = spaces or ws-scale-count >= 20
               exit section
           end-if
           add 1 to ws-scale-count
           move ws-s-title to ws-sc-title(ws-scale-count)
           move function upper-case(ws-s-kind)
               to ws-sc-kind(ws-scale-count)
           compute ws-sc-par(ws-scale-count) = function numval(ws-s-par)
           compute ws-sc-per(ws-scale-count) = function numval(ws-s-per)
           compute ws-sc-points(ws-scale-count)
               = function numval(ws-s-points)
           .

      *> A best counts once, for the team the player was on the day they
      *> last played the title -- and not at all if that is after the
      *> week being stood.
       credit-profile-bests section.
           open input profile-file
           if ws-profile-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read profile-file next record
                   at end move "T" to ws-eof
                   not at end
                       if pk-last-seen <= ws-week-end
                           move pk-title to ws-r-title
                           move pk-initials to ws-r-initials
                           move pk-best to ws-r-value
                           move pk-last-seen to ws-r-date
                           perform score-result
                           perform find-spell
                           if ws-r-spell > 0
                               add ws-r-points
                                   to ws-sp-bests(ws-r-spell)
                           end-if
                       end-if
               end-read
           end-perform
           close profile-file
           .

      *> "event,yyyy-mm-dd hh:mm,title,initials,value,kind" -- every
      *> entry up to the week's end counts on the day it was played.
       credit-tournament-entries section.
           open input entries-file
           if ws-entries-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read entries-file
                   at end move "T" to ws-eof
                   not at end
                       unstring entry-line delimited by ","
                           into ws-e-event ws-e-stamp ws-e-title
                                ws-e-initials ws-e-value ws-e-kind
                       move spaces to ws-r-date
                       string ws-e-stamp(1:4) ws-e-stamp(6:2)
                              ws-e-stamp(9:2)
                           delimited by size into ws-r-date
                       end-string
                       if ws-r-date <= ws-week-end
                           move ws-e-title to ws-r-title
                           move ws-e-initials(1:3) to ws-r-initials
                           compute ws-r-value
                               = function numval(ws-e-value)
                           perform score-result
                           perform find-spell
                           if ws-r-spell > 0
                               add ws-r-points
                                   to ws-sp-events(ws-r-spell)
                               if ws-r-date >= ws-week-start
                                   add ws-r-points
                                       to ws-sp-week(ws-r-spell)
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           close entries-file
           .

      *> The title's scale applied to the result; a title with no scale
      *> line scores nothing.
       score-result section.
           move 0 to ws-r-points
           perform varying ws-sc-ix from 1 by 1
                   until ws-sc-ix > ws-scale-count
               if ws-sc-title(ws-sc-ix) = ws-r-title
                   exit perform
               end-if
           end-perform
           if ws-sc-ix > ws-scale-count
               exit section
           end-if
           if ws-sc-per(ws-sc-ix) = 0
               exit section
           end-if
           if ws-sc-kind(ws-sc-ix) = "TIME"
               if ws-r-value >= ws-sc-par(ws-sc-ix)
                   exit section
               end-if
               compute ws-r-units = (ws-sc-par(ws-sc-ix) - ws-r-value)
                   / ws-sc-per(ws-sc-ix)
           else
               divide ws-sc-per(ws-sc-ix) into ws-r-value
                   giving ws-r-units
           end-if
           compute ws-r-points = ws-r-units * ws-sc-points(ws-sc-ix)
               on size error move 999999 to ws-r-points
           end-compute
           .

      *> The spell the player was on the team for on the result's date:
      *> from the day they joined up to the day before they left.
       find-spell section.
           move 0 to ws-r-spell
           if ws-r-points = 0
               exit section
           end-if
           perform varying ws-sp-ix from 1 by 1
                   until ws-sp-ix > ws-spell-count
               if ws-sp-initials(ws-sp-ix) = ws-r-initials
                   and ws-sp-joined(ws-sp-ix) <= ws-r-date
                   and (ws-sp-left(ws-sp-ix) = spaces
                        or ws-r-date < ws-sp-left(ws-sp-ix))
                   move ws-sp-ix to ws-r-spell
                   exit perform
               end-if
           end-perform
           .

       load-directories section.
           open input cabinet-file
           if ws-cabinet-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read cabinet-file next record
                       at end move "T" to ws-eof
                       not at end
                           if cb-in-service = "Y"
                               and ws-dir-count < 50
                               add 1 to ws-dir-count
                               move cb-directory
                                   to ws-dir-path(ws-dir-count)
                           end-if
                   end-read
               end-perform
               close cabinet-file
           end-if
           if ws-dir-count = 0
               move 5 to ws-dir-count
               move "../CobolBlitz" to ws-dir-path(1)
               move "../CobolMineSweeper" to ws-dir-path(2)
               move "../CobolDoKu" to ws-dir-path(3)
               move "../CobolSnake" to ws-dir-path(4)
               move "../CobolTicTacToe" to ws-dir-path(5)
           end-if
           .

      *> A team's players are the spells running on the week's last day.
       total-and-sort-teams section.
           perform varying ws-sp-ix from 1 by 1
                   until ws-sp-ix > ws-spell-count
               perform varying ws-tm-ix from 1 by 1
                       until ws-tm-ix > ws-team-count
                   if ws-tm-name(ws-tm-ix) = ws-sp-team(ws-sp-ix)
                       exit perform
                   end-if
               end-perform
               if ws-tm-ix > ws-team-count and ws-team-count < 100
                   add 1 to ws-team-count
                   move ws-team-count to ws-tm-ix
                   initialize ws-team-entry(ws-tm-ix)
                   move ws-sp-team(ws-sp-ix) to ws-tm-name(ws-tm-ix)
               end-if
               if ws-tm-ix <= ws-team-count
                   add ws-sp-bests(ws-sp-ix) to ws-tm-bests(ws-tm-ix)
                   add ws-sp-events(ws-sp-ix) to ws-tm-events(ws-tm-ix)
                   add ws-sp-week(ws-sp-ix) to ws-tm-week(ws-tm-ix)
                   compute ws-tm-total(ws-tm-ix)
                       = ws-tm-bests(ws-tm-ix) + ws-tm-events(ws-tm-ix)
                   if ws-sp-joined(ws-sp-ix) <= ws-week-end
                       and (ws-sp-left(ws-sp-ix) = spaces
                            or ws-sp-left(ws-sp-ix) > ws-week-end)
                       add 1 to ws-tm-players(ws-tm-ix)
                   end-if
               end-if
           end-perform

      *> Highest total first.
           perform varying ws-tm-ix from 1 by 1
                   until ws-tm-ix >= ws-team-count
               perform varying ws-tm-ix2 from 1 by 1
                       until ws-tm-ix2 >= ws-team-count
                   if ws-tm-total(ws-tm-ix2)
                           < ws-tm-total(ws-tm-ix2 + 1)
                       move ws-team-entry(ws-tm-ix2) to ws-team-swap
                       move ws-team-entry(ws-tm-ix2 + 1)
                           to ws-team-entry(ws-tm-ix2)
                       move ws-team-swap
                           to ws-team-entry(ws-tm-ix2 + 1)
                   end-if
               end-perform
           end-perform
           .

       write-report section.
           open output report-file
           move spaces to ws-line-out
           string "TEAM LEAGUE STANDINGS - week ending "
                  ws-week-end(1:4) "-" ws-week-end(5:2) "-"
                  ws-week-end(7:2)
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to ws-line-out
           string "  # TEAM            PLAYERS    BESTS   EVENTS"
                  "    TOTAL  THIS WEEK"
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line

           move 0 to ws-rank
           perform varying ws-tm-ix from 1 by 1
                   until ws-tm-ix > ws-team-count
               add 1 to ws-rank
               move ws-tm-players(ws-tm-ix) to ws-players-disp
               move ws-tm-bests(ws-tm-ix) to ws-bests-disp
               move ws-tm-events(ws-tm-ix) to ws-events-disp
               move ws-tm-total(ws-tm-ix) to ws-points-disp
               move ws-tm-week(ws-tm-ix) to ws-week-disp
               move spaces to ws-line-out
               string ws-rank " " ws-tm-name(ws-tm-ix) "     "
                      ws-players-disp "  " ws-bests-disp "  "
                      ws-events-disp "  " ws-points-disp "    "
                      ws-week-disp
                   delimited by size into ws-line-out
               end-string
               move ws-line-out to report-line
               write report-line
           end-perform

      *> Each team's players, standings order, with what each spell
      *> brought in.
           perform varying ws-tm-ix from 1 by 1
                   until ws-tm-ix > ws-team-count
               move spaces to report-line
               write report-line
               move ws-tm-name(ws-tm-ix) to report-line
               write report-line
               perform varying ws-sp-ix from 1 by 1
                       until ws-sp-ix > ws-spell-count
                   if ws-sp-team(ws-sp-ix) = ws-tm-name(ws-tm-ix)
                       and ws-sp-joined(ws-sp-ix) <= ws-week-end
                       perform write-spell-line
                   end-if
               end-perform
           end-perform

           move spaces to report-line
           write report-line
           move "Points scale:" to report-line
           write report-line
           perform varying ws-sc-ix from 1 by 1
                   until ws-sc-ix > ws-scale-count
               perform write-scale-line
           end-perform
           close report-file
           .

       write-spell-line section.
           move ws-sp-bests(ws-sp-ix) to ws-bests-disp
           move ws-sp-events(ws-sp-ix) to ws-events-disp
           move ws-sp-week(ws-sp-ix) to ws-week-disp
           move spaces to ws-line-out
           if ws-sp-left(ws-sp-ix) = spaces
               string "    " ws-sp-initials(ws-sp-ix)
                      "  joined " ws-sp-joined(ws-sp-ix)
                      "                 bests " ws-bests-disp
                      "  events " ws-events-disp
                      "  this week " ws-week-disp
                   delimited by size into ws-line-out
               end-string
           else
               string "    " ws-sp-initials(ws-sp-ix)
                      "  joined " ws-sp-joined(ws-sp-ix)
                      "  left " ws-sp-left(ws-sp-ix)
                      "  bests " ws-bests-disp
                      "  events " ws-events-disp
                      "  this week " ws-week-disp
                   delimited by size into ws-line-out
               end-string
           end-if
           move ws-line-out to report-line
           write report-line
           .

       write-scale-line section.
           move spaces to ws-line-out
           if ws-sc-kind(ws-sc-ix) = "TIME"
               string "  " ws-sc-title(ws-sc-ix) " "
                      ws-sc-points(ws-sc-ix) " for every "
                      ws-sc-per(ws-sc-ix) " second(s) under "
                      ws-sc-par(ws-sc-ix)
                   delimited by size into ws-line-out
               end-string
           else
               string "  " ws-sc-title(ws-sc-ix) " "
                      ws-sc-points(ws-sc-ix) " for every "
                      ws-sc-per(ws-sc-ix) " point(s) scored"
                   delimited by size into ws-line-out
               end-string
           end-if
           move ws-line-out to report-line
           write report-line
           .

       end program TeamStandings.
