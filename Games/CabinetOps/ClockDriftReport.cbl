      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Clock-drift report off the readings ClockDriftCheck appends to
      *> ../Common/clockdrift.log ("office-stamp,cabinet,title,offset-
      *> seconds,OK|DRIFT"; the offset is the cabinet's clock less this
      *> office's, so positive means the cabinet runs ahead). For every
      *> cabinet it prints one line per day -- readings taken, smallest and
      *> largest offset, the day's last offset and how many readings were
      *> past the tolerance -- so a clock creeping a few seconds a day shows
      *> as a trend long before it trips an alert. A closing line per
      *> cabinet gives its latest and worst offsets and marks
      *> "QUESTION TIMESTAMPS" against any cabinet that drifted in the
      *> range: its heartbeats, play lines and audit stamps from those days
      *> need reading with the offset in mind. Prompts for an optional date
      *> range (ENTER for the whole log). Written to clockdriftreport.txt;
      *> run from a Games\CabinetOps working directory.
       program-id. ClockDriftReport as "ClockDriftReport".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select drift-log-file
                   assign to "../Common/clockdrift.log"
                   organization is line sequential
                   file status is ws-drift-log-status.
           select report-file assign to "clockdriftreport.txt"
                               organization is line sequential.

       data division.
       file section.
       fd drift-log-file record contains 80 characters.
       01 dl-line          pic x(80).

       fd report-file record contains 132 characters.
       01 report-line      pic x(132).

       working-storage section.
       01 ws-drift-log-status   pic xx.
       01 ws-eof                pic x value "F".

       01 ws-from-date          pic x(8).
       01 ws-to-date            pic x(8).
       01 ws-line-date          pic x(8).

       01 ws-d-stamp            pic x(19).
       01 ws-d-id               pic x(16).
       01 ws-d-title            pic x(16).
       01 ws-d-offset           pic x(8).
       01 ws-d-verdict          pic x(5).

      *> The readings in range, in file (time) order.
       01 ws-rd-count           pic 9(4) value 0.
       01 ws-rd-table.
           03 ws-rd-entry occurs 5000.
               05 ws-rd-date         pic x(10).
               05 ws-rd-id           pic x(16).
               05 ws-rd-title        pic x(16).
               05 ws-rd-offset       pic s9(7).
               05 ws-rd-verdict      pic x(5).
       01 ws-rd-index           pic 9(4).

      *> The cabinets seen, reported one after another.
       01 ws-cab-count          pic 9(3) value 0.
       01 ws-cab-table.
           03 ws-cab-entry occurs 100.
               05 ws-cab-id          pic x(16).
               05 ws-cab-title       pic x(16).
       01 ws-cab-index          pic 9(3).
       01 ws-found              pic x.

      *> The day being totalled for the cabinet being reported.
       01 ws-day-date           pic x(10).
       01 ws-day-readings       pic 9(5).
       01 ws-day-min            pic s9(7).
       01 ws-day-max            pic s9(7).
       01 ws-day-last           pic s9(7).
       01 ws-day-drifts         pic 9(5).

      *> The cabinet's whole range.
       01 ws-cab-readings       pic 9(5).
       01 ws-cab-drifts         pic 9(5).
       01 ws-cab-worst          pic s9(7).
       01 ws-cab-worst-abs      pic 9(7).
       01 ws-offset-abs         pic 9(7).
       01 ws-flagged-count      pic 9(3) value 0.

       01 ws-readings-out       pic z(4)9.
       01 ws-drifts-out         pic z(4)9.
       01 ws-min-out            pic -(6)9.
       01 ws-max-out            pic -(6)9.
       01 ws-last-out           pic -(6)9.
       01 ws-worst-out          pic -(6)9.
       01 ws-report-line-out    pic x(132).

       procedure division.
       main-line section.
           display "From date (yyyymmdd, ENTER for all): "
               with no advancing
           accept ws-from-date
           display "To date   (yyyymmdd, ENTER for all): "
               with no advancing
           accept ws-to-date
           if ws-from-date = spaces
               move "00000000" to ws-from-date
           end-if
           if ws-to-date = spaces
               move "99999999" to ws-to-date
           end-if
           if ws-from-date is not numeric or ws-to-date is not numeric
               display "Dates must be given as yyyymmdd."
               stop run
           end-if

           perform load-readings
           if ws-rd-count = 0
               display "No clock readings in range - run "
                       "HeartbeatRecord or AlertScan first."
               stop run
           end-if
           open output report-file
           move "CABINET CLOCK DRIFT - OFFSET FROM THE OFFICE CLOCK"
               & " (SECONDS, + = CABINET AHEAD)" to report-line
           write report-line
           perform varying ws-cab-index from 1 by 1
                   until ws-cab-index > ws-cab-count
               perform report-one-cabinet
           end-perform
           move spaces to report-line
           write report-line
           move spaces to ws-report-line-out
           string "Cabinets whose timestamps need questioning: "
                  ws-flagged-count
                  delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           close report-file
           display "Report written to clockdriftreport.txt ("
                   ws-cab-count " cabinet(s), " ws-flagged-count
                   " drifting)"
           stop run
           .

       load-readings section.
           open input drift-log-file
           if ws-drift-log-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read drift-log-file
                   at end move "T" to ws-eof
                   not at end
                       perform keep-one-reading
               end-read
           end-perform
           close drift-log-file
           .

       keep-one-reading section.
           move spaces to ws-d-stamp ws-d-id ws-d-title ws-d-offset
                          ws-d-verdict
           unstring dl-line delimited by ","
               into ws-d-stamp ws-d-id ws-d-title ws-d-offset
                    ws-d-verdict
           if ws-d-id = spaces or ws-d-offset = spaces
               or ws-rd-count >= 5000
               exit section
           end-if
           string ws-d-stamp(1:4) ws-d-stamp(6:2) ws-d-stamp(9:2)
               delimited by size into ws-line-date
           end-string
           if ws-line-date < ws-from-date or ws-line-date > ws-to-date
               exit section
           end-if
           add 1 to ws-rd-count
           move ws-d-stamp(1:10) to ws-rd-date(ws-rd-count)
           move ws-d-id to ws-rd-id(ws-rd-count)
           move ws-d-title to ws-rd-title(ws-rd-count)
           compute ws-rd-offset(ws-rd-count) =
               function numval(ws-d-offset)
           move ws-d-verdict to ws-rd-verdict(ws-rd-count)

           move "N" to ws-found
           perform varying ws-cab-index from 1 by 1
                   until ws-cab-index > ws-cab-count
               if ws-cab-id(ws-cab-index) = ws-d-id
                   and ws-cab-title(ws-cab-index) = ws-d-title
                   move "Y" to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = "N" and ws-cab-count < 100
               add 1 to ws-cab-count
               move ws-d-id to ws-cab-id(ws-cab-count)
               move ws-d-title to ws-cab-title(ws-cab-count)
           end-if
           .

      *> Walks this cabinet's readings in time order, printing a day's
      *> line each time the date moves on.
       report-one-cabinet section.
           move spaces to report-line
           write report-line
           move spaces to ws-report-line-out
           string "Cabinet " ws-cab-id(ws-cab-index) " "
                  ws-cab-title(ws-cab-index)
                  delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move "  Date        Readings  Smallest   Largest      Last"
               & "  Past tolerance" to report-line
           write report-line

           move spaces to ws-day-date
           move 0 to ws-cab-readings
           move 0 to ws-cab-drifts
           move 0 to ws-cab-worst
           move 0 to ws-cab-worst-abs
           perform varying ws-rd-index from 1 by 1
                   until ws-rd-index > ws-rd-count
               if ws-rd-id(ws-rd-index) = ws-cab-id(ws-cab-index)
                   and ws-rd-title(ws-rd-index)
                       = ws-cab-title(ws-cab-index)
                   perform take-one-reading
               end-if
           end-perform
           if ws-day-date not = spaces
               perform write-day-line
           end-if

           move ws-day-last to ws-last-out
           move ws-cab-worst to ws-worst-out
           move ws-cab-drifts to ws-drifts-out
           move spaces to ws-report-line-out
           if ws-cab-drifts > 0
               add 1 to ws-flagged-count
               string "  Latest " ws-last-out "s, worst " ws-worst-out
                      "s, " ws-drifts-out " reading(s) past tolerance"
                      " - QUESTION TIMESTAMPS"
                      delimited by size into ws-report-line-out
               end-string
           else
               string "  Latest " ws-last-out "s, worst " ws-worst-out
                      "s, within tolerance throughout"
                      delimited by size into ws-report-line-out
               end-string
           end-if
           move ws-report-line-out to report-line
           write report-line
           .

       take-one-reading section.
           if ws-rd-date(ws-rd-index) not = ws-day-date
               if ws-day-date not = spaces
                   perform write-day-line
               end-if
               move ws-rd-date(ws-rd-index) to ws-day-date
               move 0 to ws-day-readings
               move 0 to ws-day-drifts
               move ws-rd-offset(ws-rd-index) to ws-day-min
               move ws-rd-offset(ws-rd-index) to ws-day-max
           end-if
           add 1 to ws-day-readings
           add 1 to ws-cab-readings
           if ws-rd-offset(ws-rd-index) < ws-day-min
               move ws-rd-offset(ws-rd-index) to ws-day-min
           end-if
           if ws-rd-offset(ws-rd-index) > ws-day-max
               move ws-rd-offset(ws-rd-index) to ws-day-max
           end-if
           move ws-rd-offset(ws-rd-index) to ws-day-last
           if ws-rd-verdict(ws-rd-index) = "DRIFT"
               add 1 to ws-day-drifts
               add 1 to ws-cab-drifts
           end-if

           if ws-rd-offset(ws-rd-index) < 0
               compute ws-offset-abs = 0 - ws-rd-offset(ws-rd-index)
           else
               move ws-rd-offset(ws-rd-index) to ws-offset-abs
           end-if
           if ws-offset-abs > ws-cab-worst-abs
               move ws-offset-abs to ws-cab-worst-abs
               move ws-rd-offset(ws-rd-index) to ws-cab-worst
           end-if
           .

       write-day-line section.
           move ws-day-readings to ws-readings-out
           move ws-day-min to ws-min-out
           move ws-day-max to ws-max-out
           move ws-day-last to ws-last-out
           move ws-day-drifts to ws-drifts-out
           move spaces to ws-report-line-out
           string "  " ws-day-date "  " ws-readings-out "   "
                  ws-min-out "   " ws-max-out "   " ws-last-out
                  "           " ws-drifts-out
                  delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           .

       end program ClockDriftReport.
