      *> ../Seasons/seasons.lst records every rollover: the program
      *> refuses to run twice for the same season id. Run from a
      *> Games\CabinetOps working directory.
      *> Resetting the boards needs a SUPERVISOR sign-on.
       program-id. SeasonRollover as "SeasonRollover".

       environment division.
      *> Who is at the keyboard, off the shared OperatorSignOn gate,
      *> stamped into the seasons.lst record of the rollover.
       01 ws-signed-operator    pic x(3).
       01 ws-operator-role      pic x(10).
       01 ws-listed-season      pic x(12).

       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           if ws-operator-role not = "SUPERVISOR"
               display "The season rollover needs a "
                       "supervisor sign-on."
               stop run
           end-if
           display "Season id for this rollover (e.g. 2026Q3): "
               with no advancing
           accept ws-season-id
