      *> scheduler, before the nightly batch -- repeated runs in the same
      *> state append nothing. UptimeReport turns the history into
      *> per-cabinet uptime, downtime windows and time-in-maintenance.
      *> Every run also takes a ClockDriftCheck reading first, so the
      *> clockdrift.log ClockDriftReport works from gains a line per
      *> publishing cabinet each time the history is recorded.
      *> Run from a Games\CabinetOps working directory.
       program-id. HeartbeatRecord as "HeartbeatRecord".

       01 ws-written            pic 9(3) value 0.
       01 ws-line-out           pic x(80).

      *> What ClockDriftCheck found this run.
       01 ws-drift-measured     pic 9(3) value 0.
       01 ws-drift-count        pic 9(3) value 0.
       01 ws-drift-raised       pic 9(3) value 0.

       procedure division.
       main-line section.
           call "ClockDriftCheck" using ws-drift-measured ws-drift-count
                                        ws-drift-raised
           perform compute-now-seconds
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
           end-perform
           display "Heartbeat history: " ws-written
                   " transition(s) recorded."
           display "Clock drift: " ws-drift-measured
                   " cabinet(s) measured, " ws-drift-count
                   " drifting, " ws-drift-raised " alert(s) raised."
           stop run
           .

