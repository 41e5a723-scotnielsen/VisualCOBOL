      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Operator master maintenance: the menu for operators.dat that the
      *> OperatorSignOn gate reads, instead of editing it in Notepad. Each
      *> line is "III,pppp,name,role,active" -- 3-character id, 4-digit
      *> PIN, display name, role (ATTENDANT, TECHNICIAN or SUPERVISOR, in
      *> rising order of reach) and Y/N active flag; a line from before
      *> roles is shown and rewritten as an active ATTENDANT. Operators
      *> are added, have their PIN or role changed, and are deactivated
      *> (reactivated) rather than deleted, so an id never comes back as
      *> somebody else and the journals' ids stay meaningful. Every change
      *> is journaled to operatorjournal.log ("timestamp,action,id,old,
      *> new,by-operator" -- ADD, PIN, ROLE, DEACTIVATE, REACTIVATE; a PIN
      *> is never written out, only "****"). A supervisor cannot demote or
      *> deactivate their own id, so the floor is never left without one.
      *> Needs a SUPERVISOR sign-on -- except on a master that has no
      *> active supervisor yet, where the first operator to sign on may
      *> name one. The master is rewritten through a temp file. Run from a
      *> Games\CabinetOps working directory.
       program-id. OperatorMaint as "OperatorMaint".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select operators-file
                   assign to "operators.dat"
                   organization is line sequential
                   file status is ws-operators-status.
           select operators-temp-file
                   assign to "operators.dat.tmp"
                   organization is line sequential
                   file status is ws-operators-temp-status.
           select journal-file
                   assign to "operatorjournal.log"
                   organization is line sequential
                   file status is ws-journal-status.

       data division.
       file section.
       fd operators-file record contains 48 characters.
       01 op-line           pic x(48).

       fd operators-temp-file record contains 48 characters.
       01 ot-line           pic x(48).

       fd journal-file record contains 80 characters.
       01 jr-line           pic x(80).

       working-storage section.
       01 ws-operators-status      pic xx.
       01 ws-operators-temp-status pic xx.
       01 ws-journal-status        pic xx.
       01 ws-eof                   pic x.
       01 ws-menu-choice           pic x.
       01 ws-done                  pic x value "F".
       01 ws-signed-operator       pic x(3).
       01 ws-operator-role         pic x(10).

      *> The whole master, held while it is worked on.
       01 ws-op-count              pic 9(3) value 0.
       01 ws-op-table.
           03 ws-op-entry occurs 100.
               05 ws-op-id             pic x(3).
               05 ws-op-pin            pic x(4).
               05 ws-op-name           pic x(16).
               05 ws-op-role           pic x(10).
               05 ws-op-active         pic x.
       01 ws-op-index              pic 9(3).
       01 ws-found-index           pic 9(3).
       01 ws-supervisor-count      pic 9(3).

       01 ws-typed-id              pic x(3).
       01 ws-typed-pin             pic x(4).
       01 ws-typed-name            pic x(16).
       01 ws-typed-role            pic x(10).
       01 ws-confirm               pic x.

       01 ws-j-action              pic x(10).
       01 ws-j-old                 pic x(16).
       01 ws-j-new                 pic x(16).
       01 ws-rename-rc             pic s9(9) comp-5.
       01 ws-operators-name        pic x(20) value "operators.dat".
       01 ws-operators-temp-name   pic x(20) value "operators.dat.tmp".
       01 ws-line-out              pic x(80).

       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           perform load-operators
           if ws-operator-role not = "SUPERVISOR"
               if ws-supervisor-count > 0
                   display "Operator maintenance needs a supervisor "
                           "sign-on."
                   stop run
               end-if
               display "No supervisor on file yet - name one first."
           end-if
           perform until ws-done = "T"
               perform show-menu
               evaluate ws-menu-choice
                   when "1"
                       perform list-operators
                   when "2"
                       perform add-operator
                   when "3"
                       perform change-pin
                   when "4"
                       perform change-role
                   when "5"
                       perform deactivate-operator
                   when "6"
                       perform reactivate-operator
                   when "7"
                       move "T" to ws-done
                   when other
                       display "Unrecognized choice."
               end-evaluate
           end-perform
           stop run
           .

       show-menu section.
           display " "
           display "OPERATOR MAINTENANCE - signed on as "
                   ws-signed-operator
           display "  1. List operators"
           display "  2. Add an operator"
           display "  3. Change an operator's PIN"
           display "  4. Change an operator's role"
           display "  5. Deactivate an operator (leaver)"
           display "  6. Reactivate an operator"
           display "  7. Exit"
           display "Choice: " with no advancing
           accept ws-menu-choice
           .

       load-operators section.
           move 0 to ws-op-count
           move 0 to ws-supervisor-count
           open input operators-file
           if ws-operators-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read operators-file
                   at end move "T" to ws-eof
                   not at end
                       if op-line not = spaces and ws-op-count < 100
                           add 1 to ws-op-count
                           perform parse-operator-line
                       end-if
               end-read
           end-perform
           close operators-file
           .

       parse-operator-line section.
           move spaces to ws-op-entry(ws-op-count)
           unstring op-line delimited by ","
               into ws-op-id(ws-op-count) ws-op-pin(ws-op-count)
                    ws-op-name(ws-op-count) ws-op-role(ws-op-count)
                    ws-op-active(ws-op-count)
           move function upper-case(ws-op-id(ws-op-count))
               to ws-op-id(ws-op-count)
           if ws-op-role(ws-op-count) not = "TECHNICIAN"
               and ws-op-role(ws-op-count) not = "SUPERVISOR"
               move "ATTENDANT" to ws-op-role(ws-op-count)
           end-if
           if ws-op-active(ws-op-count) not = "N"
               move "Y" to ws-op-active(ws-op-count)
           end-if
           if ws-op-role(ws-op-count) = "SUPERVISOR"
               and ws-op-active(ws-op-count) = "Y"
               add 1 to ws-supervisor-count
           end-if
           .

       list-operators section.
           if ws-op-count = 0
               display "No operators on file."
               exit section
           end-if
           perform varying ws-op-index from 1 by 1
                   until ws-op-index > ws-op-count
               if ws-op-active(ws-op-index) = "N"
                   display "  " ws-op-id(ws-op-index) "  "
                           ws-op-name(ws-op-index) "  "
                           ws-op-role(ws-op-index) "  (deactivated)"
               else
                   display "  " ws-op-id(ws-op-index) "  "
                           ws-op-name(ws-op-index) "  "
                           ws-op-role(ws-op-index)
               end-if
           end-perform
           .

       accept-operator-id section.
           display "Operator id: " with no advancing
           move spaces to ws-typed-id
           accept ws-typed-id
           move function upper-case(ws-typed-id) to ws-typed-id
           move 0 to ws-found-index
           perform varying ws-op-index from 1 by 1
                   until ws-op-index > ws-op-count
               if ws-op-id(ws-op-index) = ws-typed-id
                   move ws-op-index to ws-found-index
                   exit perform
               end-if
           end-perform
           .

       accept-pin section.
           move spaces to ws-typed-pin
           perform until ws-typed-pin is numeric
               display "4-digit PIN: " with no advancing
               accept ws-typed-pin
               if ws-typed-pin is not numeric
                   display "The PIN must be four digits."
               end-if
           end-perform
           .

       accept-role section.
           move spaces to ws-typed-role
           perform until ws-typed-role = "ATTENDANT"
                   or ws-typed-role = "TECHNICIAN"
                   or ws-typed-role = "SUPERVISOR"
               display "Role - A = attendant, T = technician, "
                       "S = supervisor: " with no advancing
               accept ws-confirm
               evaluate function upper-case(ws-confirm)
                   when "A"
                       move "ATTENDANT" to ws-typed-role
                   when "T"
                       move "TECHNICIAN" to ws-typed-role
                   when "S"
                       move "SUPERVISOR" to ws-typed-role
               end-evaluate
           end-perform
           .

       add-operator section.
           perform accept-operator-id
           if ws-typed-id = spaces or ws-typed-id = "---"
               display "Not a usable operator id."
               exit section
           end-if
           if ws-found-index > 0
               display "Operator " ws-typed-id " is already on file."
               exit section
           end-if
           if ws-op-count >= 100
               display "The operator master is full."
               exit section
           end-if
           display "Name: " with no advancing
           move spaces to ws-typed-name
           accept ws-typed-name
           perform accept-pin
           perform accept-role
           add 1 to ws-op-count
           move ws-typed-id to ws-op-id(ws-op-count)
           move ws-typed-pin to ws-op-pin(ws-op-count)
           move ws-typed-name to ws-op-name(ws-op-count)
           move ws-typed-role to ws-op-role(ws-op-count)
           move "Y" to ws-op-active(ws-op-count)
           if ws-typed-role = "SUPERVISOR"
               add 1 to ws-supervisor-count
           end-if
           perform rewrite-operators
           move "ADD" to ws-j-action
           move spaces to ws-j-old
           move ws-typed-role to ws-j-new
           perform journal-change
           display "Operator " ws-typed-id " added as " ws-typed-role
           .

       change-pin section.
           perform accept-operator-id
           if ws-found-index = 0
               display "No operator " ws-typed-id " on file."
               exit section
           end-if
           perform accept-pin
           move ws-typed-pin to ws-op-pin(ws-found-index)
           perform rewrite-operators
           move "PIN" to ws-j-action
           move "****" to ws-j-old
           move "****" to ws-j-new
           perform journal-change
           display "PIN changed for " ws-typed-id "."
           .

       change-role section.
           perform accept-operator-id
           if ws-found-index = 0
               display "No operator " ws-typed-id " on file."
               exit section
           end-if
           display "Current role: " ws-op-role(ws-found-index)
           perform accept-role
           if ws-typed-role = ws-op-role(ws-found-index)
               display "No change."
               exit section
           end-if
           if ws-typed-id = ws-signed-operator
               and ws-op-role(ws-found-index) = "SUPERVISOR"
               display "You cannot demote your own id."
               exit section
           end-if
           move ws-op-role(ws-found-index) to ws-j-old
           move ws-typed-role to ws-op-role(ws-found-index)
           perform rewrite-operators
           move "ROLE" to ws-j-action
           move ws-typed-role to ws-j-new
           perform journal-change
           display ws-typed-id " is now " ws-typed-role "."
           .

       deactivate-operator section.
           perform accept-operator-id
           if ws-found-index = 0
               display "No operator " ws-typed-id " on file."
               exit section
           end-if
           if ws-op-active(ws-found-index) = "N"
               display ws-typed-id " is already deactivated."
               exit section
           end-if
           if ws-typed-id = ws-signed-operator
               display "You cannot deactivate your own id."
               exit section
           end-if
           display "Deactivate " ws-typed-id " ("
                   ws-op-name(ws-found-index) ")? (Y/N): "
                   with no advancing
           accept ws-confirm
           if ws-confirm not = "Y" and ws-confirm not = "y"
               exit section
           end-if
           move "N" to ws-op-active(ws-found-index)
           perform rewrite-operators
           move "DEACTIVATE" to ws-j-action
           move "Y" to ws-j-old
           move "N" to ws-j-new
           perform journal-change
           display ws-typed-id " can no longer sign on."
           .

       reactivate-operator section.
           perform accept-operator-id
           if ws-found-index = 0
               display "No operator " ws-typed-id " on file."
               exit section
           end-if
           if ws-op-active(ws-found-index) not = "N"
               display ws-typed-id " is already active."
               exit section
           end-if
           move "Y" to ws-op-active(ws-found-index)
           perform rewrite-operators
           move "REACTIVATE" to ws-j-action
           move "N" to ws-j-old
           move "Y" to ws-j-new
           perform journal-change
           display ws-typed-id " can sign on again."
           .

       rewrite-operators section.
           open output operators-temp-file
           if ws-operators-temp-status not = "00"
               display "Cannot write the operator master."
               exit section
           end-if
           perform varying ws-op-index from 1 by 1
                   until ws-op-index > ws-op-count
               move spaces to ot-line
               string ws-op-id(ws-op-index) ","
                      ws-op-pin(ws-op-index) ","
                      delimited by size
                      ws-op-name(ws-op-index) delimited by "  "
                      "," delimited by size
                      ws-op-role(ws-op-index) delimited by space
                      "," delimited by size
                      ws-op-active(ws-op-index) delimited by size
                   into ot-line
               end-string
               write ot-line
           end-perform
           close operators-temp-file
           call "CBL_DELETE_FILE" using ws-operators-name
               returning ws-rename-rc
           call "CBL_RENAME_FILE" using ws-operators-temp-name
                                        ws-operators-name
               returning ws-rename-rc
           .

       journal-change section.
           open extend journal-file
           if ws-journal-status = "35"
               open output journal-file
           end-if
           if ws-journal-status not = "00"
               exit section
           end-if
           move spaces to ws-line-out
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2) ":"
                  function current-date(13:2)
                  "," delimited by size
                  ws-j-action delimited by space
                  "," delimited by size
                  ws-typed-id delimited by size
                  "," delimited by size
                  ws-j-old delimited by space
                  "," delimited by size
                  ws-j-new delimited by space
                  "," delimited by size
                  ws-signed-operator delimited by size
               into ws-line-out
           end-string
           move ws-line-out to jr-line
           write jr-line
           close journal-file
           .

       end program OperatorMaint.
