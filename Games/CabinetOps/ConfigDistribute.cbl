      *> turns out to be a mistake. Every push and rollback is journaled to
      *> configdist.log with the operator's version label. Run from a
      *> Games\CabinetOps working directory.
      *> A push reaches every cabinet at once, so the tool signs on
      *> through the shared OperatorSignOn gate and needs a TECHNICIAN or
      *> SUPERVISOR role; the signed-on id closes every configdist.log
      *> line ("timestamp,action,cabinet,file,version,OK|FAILED,operator").
       program-id. ConfigDistribute as "ConfigDistribute".

       environment division.
       01 ws-eof                pic x value "F".
       01 ws-menu-choice        pic x.
       01 ws-done               pic x value "F".
       01 ws-signed-operator    pic x(3).
       01 ws-operator-role      pic x(10).

      *> The same title-to-config-file rules the drift audit walks.
       01 ws-rule-count         pic 9(2) value 5.

       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           if ws-operator-role not = "TECHNICIAN"
               and ws-operator-role not = "SUPERVISOR"
               display "Config distribution needs a technician or "
                       "supervisor sign-on."
               stop run
           end-if
           perform until ws-done = "T"
               perform show-menu
               evaluate ws-menu-choice
                  ws-rule-file(ws-rule-index) delimited by space
                  "," delimited by size
                  ws-version-label delimited by space
                  ",OK," delimited by size
                  ws-signed-operator delimited by size
                  into ws-line-out
           end-string
           perform append-journal-line
                  ws-rule-file(ws-rule-index) delimited by space
                  "," delimited by size
                  ws-version-label delimited by space
                  ",FAILED," delimited by size
                  ws-signed-operator delimited by size
                  into ws-line-out
           end-string
           perform append-journal-line
