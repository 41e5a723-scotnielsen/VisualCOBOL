      *> because the images themselves carry commas), and the menu's history
      *> option replays one cabinet-id's changes -- so "when did this
      *> cabinet's directory change, and who did it" has an answer.
      *> Registry changes need a TECHNICIAN or SUPERVISOR sign-on.
       program-id. CabinetRegistry as "CabinetRegistry".

       environment division.
       01 ws-cabinet-status          pic xx.
      *> Who is at the keyboard, off the shared OperatorSignOn gate.
       01 ws-signed-operator         pic x(3).
       01 ws-operator-role           pic x(10).
       01 ws-menu-choice             pic x.
       01 ws-done                    pic x value "F".
       01 ws-eof                     pic x value "F".
       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           if ws-operator-role not = "TECHNICIAN"
               and ws-operator-role not = "SUPERVISOR"
               display "The cabinet registry needs a technician or "
                       "supervisor sign-on."
               stop run
           end-if
           perform ensure-registry-exists
           perform until ws-done = "T"
               perform show-menu
                       not at end
                           add 1 to ws-listed-count
                           display cb-cabinet-id " " cb-title " "
                                   cb-location " in-service="
                                   cb-in-service
                                   " installed " cb-install-date
                                   " site " cb-site
                           display "         dir: " cb-directory
