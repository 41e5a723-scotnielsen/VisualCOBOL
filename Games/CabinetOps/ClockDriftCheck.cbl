      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Cabinet clock-drift check, shared by HeartbeatRecord and AlertScan
      *> the way OperatorSignOn is shared by the supervised programs. Every
      *> heartbeat line carries, as its sixth field, the cabinet's own clock
      *> at the instant the line was written ("yyyymmddhhmmsscc"). The check
      *> reads ../Common/heartbeat.dat twice, six seconds apart -- longer
      *> than any title's publish cadence -- and for every cabinet whose
      *> clock reading moved between the two reads (so it wrote its line
      *> inside the window) compares that reading with the middle of the
      *> window on this office machine's clock: the offset is good to about
      *> three seconds either way. Cabinets that didn't publish in the
      *> window (down, or on an old build without the clock field) are not
      *> measured this time. Each measurement is appended to
      *> ../Common/clockdrift.log ("office-stamp,cabinet,title,offset-
      *> seconds,OK|DRIFT", offset signed, cabinet ahead positive), which
      *> ClockDriftReport turns into every cabinet's offset over time. An
      *> offset past the tolerance -- first line of clockdrift.cfg in
      *> seconds, 120 when the file is absent -- raises a MEDIUM
      *> CLOCK-DRIFT alert into ../Common/alerts.dat for AlertQueue, never
      *> twice while one is still open for the cabinet. Returns how many
      *> cabinets were measured, how many are drifting and how many new
      *> alerts were raised.
       program-id. ClockDriftCheck as "ClockDriftCheck".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select heartbeat-file
                   assign to "../Common/heartbeat.dat"
                   organization is line sequential
                   file status is ws-heartbeat-status.
           select drift-config-file
                   assign to "clockdrift.cfg"
                   organization is line sequential
                   file status is ws-config-status.
           select drift-log-file
                   assign to "../Common/clockdrift.log"
                   organization is line sequential
                   file status is ws-drift-log-status.
           select alerts-file
                   assign to "../Common/alerts.dat"
                   organization is line sequential
                   file status is ws-alerts-status.

       data division.
       file section.
       fd heartbeat-file record contains 100 characters.
       01 hb-line          pic x(100).

       fd drift-config-file record contains 20 characters.
       01 dc-line          pic x(20).

       fd drift-log-file record contains 80 characters.
       01 dl-line          pic x(80).

       fd alerts-file record contains 100 characters.
       01 al-line          pic x(100).

       working-storage section.
       01 ws-heartbeat-status   pic xx.
       01 ws-config-status      pic xx.
       01 ws-drift-log-status   pic xx.
       01 ws-alerts-status      pic xx.
       01 ws-eof                pic x.

      *> Past this many seconds either way a cabinet's clock is drifting.
       01 ws-tolerance          pic 9(5) value 120.

      *> The two reads of the heartbeat file and the office clock taken
      *> around each, in hundredths of a second on a day-number scale.
       01 ws-first-count        pic 9(3) value 0.
       01 ws-first-table.
           03 ws-first-entry occurs 100.
               05 ws-first-id        pic x(16).
               05 ws-first-title     pic x(16).
               05 ws-first-clock     pic x(16).
       01 ws-first-index        pic 9(3).
       01 ws-window-start       pic 9(14).
       01 ws-window-end         pic 9(14).
       01 ws-window-middle      pic 9(14).
       01 ws-sleep-ms           pic x(4) comp-5 value 6000.

       01 ws-line-id            pic x(16).
       01 ws-line-title         pic x(16).
       01 ws-line-state         pic x(12).
       01 ws-line-stamp         pic x(19).
       01 ws-line-version       pic x(12).
       01 ws-line-clock         pic x(16).
       01 ws-moved              pic x.

       01 ws-reading            pic x(16).
       01 ws-reading-cs         pic 9(14).
       01 ws-offset-cs          pic s9(14).
       01 ws-offset-seconds     pic s9(7).
       01 ws-offset-abs         pic 9(7).
       01 ws-offset-display     pic +9(5).
       01 ws-verdict            pic x(5).
       01 ws-now-stamp          pic x(19).
       01 ws-line-out           pic x(100).

      *> Open alerts already queued, so CLOCK-DRIFT never double-raises.
       01 ws-open-count         pic 9(3) value 0.
       01 ws-open-table.
           03 ws-open-entry occurs 200.
               05 ws-open-cabinet    pic x(16).
       01 ws-open-index         pic 9(3).
       01 ws-next-id            pic 9(6) value 0.
       01 ws-already-open       pic x.
       01 ws-a-id               pic x(6).
       01 ws-a-stamp            pic x(19).
       01 ws-a-severity         pic x(6).
       01 ws-a-cabinet          pic x(16).
       01 ws-a-condition        pic x(16).
       01 ws-a-status           pic x(4).

       linkage section.
       01 l-measured            pic 9(3).
       01 l-drifting            pic 9(3).
       01 l-raised              pic 9(3).

       procedure division using l-measured l-drifting l-raised.
       main-entry section.
           move 0 to l-measured
           move 0 to l-drifting
           move 0 to l-raised
           perform load-tolerance
           perform load-open-alerts

           perform read-office-clock
           move ws-reading-cs to ws-window-start
           perform take-first-read
           call "CBL_THREAD_SLEEP" using by value ws-sleep-ms
           perform read-office-clock
           move ws-reading-cs to ws-window-end
           compute ws-window-middle =
               (ws-window-start + ws-window-end) / 2

           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2) ":"
                  function current-date(13:2)
               delimited by size into ws-now-stamp
           end-string
           perform take-second-read
           goback.

       load-tolerance section.
           open input drift-config-file
           if ws-config-status not = "00"
               exit section
           end-if
           read drift-config-file
               not at end
                   if dc-line(1:5) is numeric
                       move dc-line(1:5) to ws-tolerance
                   end-if
           end-read
           close drift-config-file
           .

       load-open-alerts section.
           open input alerts-file
           if ws-alerts-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read alerts-file
                   at end move "T" to ws-eof
                   not at end
                       unstring al-line delimited by ","
                           into ws-a-id ws-a-stamp ws-a-severity
                                ws-a-cabinet ws-a-condition
                                ws-a-status
                       if ws-a-id is numeric
                           and function numval(ws-a-id) > ws-next-id
                           compute ws-next-id
                               = function numval(ws-a-id)
                       end-if
                       if ws-a-status = "OPEN"
                           and ws-a-condition = "CLOCK-DRIFT"
                           and ws-open-count < 200
                           add 1 to ws-open-count
                           move ws-a-cabinet
                               to ws-open-cabinet(ws-open-count)
                       end-if
               end-read
           end-perform
           close alerts-file
           .

      *> This machine's clock now, in hundredths on the day-number scale.
       read-office-clock section.
           move function current-date(1:16) to ws-reading
           perform reading-to-hundredths
           .

       reading-to-hundredths section.
           compute ws-reading-cs =
               function integer-of-date(
                   function numval(ws-reading(1:8))) * 8640000
               + function numval(ws-reading(9:2)) * 360000
               + function numval(ws-reading(11:2)) * 6000
               + function numval(ws-reading(13:2)) * 100
               + function numval(ws-reading(15:2))
           .

       take-first-read section.
           open input heartbeat-file
           if ws-heartbeat-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read heartbeat-file
                   at end move "T" to ws-eof
                   not at end
                       perform split-heartbeat-line
                       if ws-line-id not = spaces
                           and ws-first-count < 100
                           add 1 to ws-first-count
                           move ws-line-id
                               to ws-first-id(ws-first-count)
                           move ws-line-title
                               to ws-first-title(ws-first-count)
                           move ws-line-clock
                               to ws-first-clock(ws-first-count)
                       end-if
               end-read
           end-perform
           close heartbeat-file
           .

       take-second-read section.
           open input heartbeat-file
           if ws-heartbeat-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read heartbeat-file
                   at end move "T" to ws-eof
                   not at end
                       perform split-heartbeat-line
                       if ws-line-id not = spaces
                           and ws-line-clock is numeric
                           perform measure-if-republished
                       end-if
               end-read
           end-perform
           close heartbeat-file
           .

       split-heartbeat-line section.
           move spaces to ws-line-id ws-line-title ws-line-state
                          ws-line-stamp ws-line-version ws-line-clock
           unstring hb-line delimited by ","
               into ws-line-id ws-line-title ws-line-state
                    ws-line-stamp ws-line-version ws-line-clock
           .

      *> Only a line rewritten inside the window has a clock reading that
      *> can be set against the office clock.
       measure-if-republished section.
           move "Y" to ws-moved
           perform varying ws-first-index from 1 by 1
                   until ws-first-index > ws-first-count
               if ws-first-id(ws-first-index) = ws-line-id
                   and ws-first-title(ws-first-index) = ws-line-title
                   if ws-first-clock(ws-first-index) = ws-line-clock
                       move "N" to ws-moved
                   end-if
                   exit perform
               end-if
           end-perform
           if ws-moved = "N"
               exit section
           end-if

           move ws-line-clock to ws-reading
           perform reading-to-hundredths
           compute ws-offset-cs = ws-reading-cs - ws-window-middle
           compute ws-offset-seconds rounded = ws-offset-cs / 100
           if ws-offset-seconds < 0
               compute ws-offset-abs = 0 - ws-offset-seconds
           else
               move ws-offset-seconds to ws-offset-abs
           end-if
           add 1 to l-measured
           if ws-offset-abs > ws-tolerance
               move "DRIFT" to ws-verdict
               add 1 to l-drifting
           else
               move "OK" to ws-verdict
           end-if
           perform log-measurement
           if ws-verdict = "DRIFT"
               perform raise-alert-if-new
           end-if
           .

       log-measurement section.
           open extend drift-log-file
           if ws-drift-log-status = "35"
               open output drift-log-file
           end-if
           if ws-drift-log-status not = "00"
               exit section
           end-if
           move ws-offset-seconds to ws-offset-display
           move spaces to ws-line-out
           string ws-now-stamp
                  "," delimited by size
                  ws-line-id delimited by space
                  "," delimited by size
                  ws-line-title delimited by space
                  "," ws-offset-display
                  "," delimited by size
                  ws-verdict delimited by space
                  into ws-line-out
           end-string
           move ws-line-out to dl-line
           write dl-line
           close drift-log-file
           .

       raise-alert-if-new section.
           move "N" to ws-already-open
           perform varying ws-open-index from 1 by 1
                   until ws-open-index > ws-open-count
               if ws-open-cabinet(ws-open-index) = ws-line-id
                   move "Y" to ws-already-open
                   exit perform
               end-if
           end-perform
           if ws-already-open = "Y"
               exit section
           end-if

           add 1 to ws-next-id
           open extend alerts-file
           if ws-alerts-status = "35"
               open output alerts-file
           end-if
           if ws-alerts-status not = "00"
               exit section
           end-if
           move spaces to ws-line-out
           string ws-next-id
                  "," ws-now-stamp
                  ",MEDIUM," delimited by size
                  ws-line-id delimited by space
                  ",CLOCK-DRIFT,OPEN,," delimited by size
                  into ws-line-out
           end-string
           move ws-line-out to al-line
           write al-line
           close alerts-file

           if ws-open-count < 200
               add 1 to ws-open-count
               move ws-line-id to ws-open-cabinet(ws-open-count)
           end-if
           add 1 to l-raised
           .

       end program ClockDriftCheck.
