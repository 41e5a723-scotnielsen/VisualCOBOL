      *> AlertQueue. A condition already open for the same cabinet is never
      *> raised twice, so the scan can run as often as the floor likes --
      *> every attendant shift, from the scheduler, before the nightly batch.
      *> Each scan also runs ClockDriftCheck first, which measures every
      *> publishing cabinet's clock against this machine's and raises a
      *> MEDIUM CLOCK-DRIFT alert for any past the clockdrift.cfg tolerance.
      *> Run from a Games\CabinetOps working directory.
      *> Warranty: a cabinet whose warranty or service contract in
      *> warranty.dat (WarrantyMaint) ends within 30 days raises a LOW
      *> WARRANTY-END alert, once for that end date -- acknowledging it
      *> is the renewal decision, so it is not raised again unless the
      *> cover is renewed to a new end date and that one comes round.
       program-id. AlertScan as "AlertScan".

       environment division.
                   assign to ws-probe-path
                   organization is line sequential
                   file status is ws-credits-status.
           select warranty-file
                   assign to "warranty.dat"
                   organization is line sequential
                   file status is ws-warranty-status.
           select alerts-file
                   assign to "../Common/alerts.dat"
                   organization is line sequential
       01 cr-record.
           03 cr-balance        pic 9(5).

       fd warranty-file record contains 120 characters.
       01 wa-line          pic x(120).

       fd alerts-file record contains 100 characters.
       01 al-line          pic x(100).

       01 ws-probe-status       pic xx.
       01 ws-credits-status     pic xx.
       01 ws-alerts-status      pic xx.
       01 ws-warranty-status    pic xx.
       01 ws-eof                pic x value "F".

       01 ws-stale-seconds      pic 9(5) value 60.
       01 ws-open-index         pic 9(3).
       01 ws-next-id            pic 9(6) value 0.

      *> Every WARRANTY-END alert on the queue, open or acknowledged,
      *> with the day it was raised.
       01 ws-warn-count         pic 9(3) value 0.
       01 ws-warn-table.
           03 ws-warn-entry occurs 200.
               05 ws-warn-cabinet    pic x(16).
               05 ws-warn-raised     pic 9(8).
       01 ws-warn-index         pic 9(3).
       01 ws-warned             pic x.

       01 ws-w-cabinet          pic x(8).
       01 ws-w-vendor           pic x(20).
       01 ws-w-type             pic x(8).
       01 ws-w-start            pic x(8).
       01 ws-w-end              pic x(8).
       01 ws-today-int          pic 9(7).
       01 ws-end-int            pic 9(7).
       01 ws-days-left          pic s9(7).
       01 ws-window-start       pic 9(8).

       01 ws-a-id               pic x(6).
       01 ws-a-stamp            pic x(19).
       01 ws-a-severity         pic x(6).
       01 ws-now-stamp          pic x(19).
       01 ws-line-out           pic x(100).

      *> What ClockDriftCheck found this run.
       01 ws-drift-measured     pic 9(3) value 0.
       01 ws-drift-count        pic 9(3) value 0.
       01 ws-drift-raised       pic 9(3) value 0.

       procedure division.
       main-line section.
      *> The drift check appends its own alerts, so it runs before this
      *> scan reads the queue for the next free id.
           call "ClockDriftCheck" using ws-drift-measured ws-drift-count
                                        ws-drift-raised
           add ws-drift-raised to ws-raised-count
           perform compute-now-seconds
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
           perform load-open-alerts
           perform scan-heartbeats
           perform scan-registry-cabinets
           perform scan-warranty-cover
           display "Clock drift: " ws-drift-measured
                   " cabinet(s) measured, " ws-drift-count " drifting."
           display "Alert scan complete: " ws-raised-count
                   " new alert(s) raised."
           stop run
                           move ws-a-condition
                               to ws-open-condition(ws-open-count)
                       end-if
                       if ws-a-condition = "WARRANTY-END"
                           and ws-a-stamp(1:4) is numeric
                           and ws-warn-count < 200
                           add 1 to ws-warn-count
                           move ws-a-cabinet
                               to ws-warn-cabinet(ws-warn-count)
                           compute ws-warn-raised(ws-warn-count) =
                               function numval(ws-a-stamp(1:4)) * 10000
                               + function numval(ws-a-stamp(6:2)) * 100
                               + function numval(ws-a-stamp(9:2))
                       end-if
               end-read
           end-perform
           close alerts-file
           end-if
           .

      *> Cover ending within 30 days raises LOW, once per end date: an
      *> alert raised inside this end date's 30-day window already
      *> counts, acknowledged or not.
       scan-warranty-cover section.
           open input warranty-file
           if ws-warranty-status not = "00"
               exit section
           end-if
           compute ws-today-int = function integer-of-date(
               function numval(function current-date(1:8)))
           move "F" to ws-eof
           perform until ws-eof = "T"
               read warranty-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-w-cabinet ws-w-vendor ws-w-type
                                      ws-w-start ws-w-end
                       unstring wa-line delimited by ","
                           into ws-w-cabinet ws-w-vendor ws-w-type
                                ws-w-start ws-w-end
                       if ws-w-cabinet not = spaces
                           and ws-w-end is numeric
                           perform check-one-warranty
                       end-if
               end-read
           end-perform
           close warranty-file
           .

       check-one-warranty section.
           compute ws-end-int = function integer-of-date(
               function numval(ws-w-end))
           compute ws-days-left = ws-end-int - ws-today-int
           if ws-days-left < 0 or ws-days-left > 30
               exit section
           end-if
           compute ws-window-start =
               function date-of-integer(ws-end-int - 30)
           move "N" to ws-warned
           perform varying ws-warn-index from 1 by 1
                   until ws-warn-index > ws-warn-count
               if ws-warn-cabinet(ws-warn-index) = ws-w-cabinet
                   and ws-warn-raised(ws-warn-index) >= ws-window-start
                   move "Y" to ws-warned
                   exit perform
               end-if
           end-perform
           if ws-warned = "Y"
               exit section
           end-if
           move ws-w-cabinet to ws-raise-cabinet
           move "WARRANTY-END" to ws-raise-condition
           move "LOW" to ws-raise-severity
           perform raise-alert-if-new
           .

       raise-alert-if-new section.
           perform varying ws-open-index from 1 by 1
                   until ws-open-index > ws-open-count
