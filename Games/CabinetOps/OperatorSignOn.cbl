      *> BackupRestore and the attendant-facing consoles). The operator
      *> master is operators.dat in this directory, one "III,pppp,name" line
      *> per operator (3-character id, 4-digit PIN, display name) -- kept by
      *> the OperatorMaint program. Three wrong PINs
      *> end the calling program. A floor that has not set up an operator
      *> master yet signs everyone on as "---", so the tools keep working
      *> while the accountability rollout happens cabinet-office by
      *> again -- so the console's menu tools don't each demand the PIN.
      *> Standalone runs never create the token, so nothing changes for a
      *> tool started on its own.
      *> Operator roles: each operators.dat line also carries the
      *> operator's role and an active flag ("III,pppp,name,role,Y"),
      *> kept by the OperatorMaint program. The gate hands the role back
      *> alongside the id -- ATTENDANT, TECHNICIAN or SUPERVISOR, in
      *> rising order of reach -- and each tool refuses a role below the
      *> one it needs. A line from before roles (no role field) reads as
      *> ATTENDANT; a deactivated operator (flag N) cannot sign on, and a
      *> shift token in their name is no longer honored. A floor with no
      *> master at all signs on as "---" with SUPERVISOR reach, as before.
      *> Training mode: in the training sandbox (a directory holding the
      *> training.flg TrainingRefresh writes) the gate announces that the
      *> data is a practice copy before anything else, and gives the
      *> signed-on operator SUPERVISOR reach -- a new hire practises the
      *> adjustments and refunds the live floor keeps from them, on money
      *> that isn't real.
       program-id. OperatorSignOn as "OperatorSignOn".

       environment division.
                   assign to "signon.tok"
                   organization is line sequential
                   file status is ws-token-status.
           select training-flag-file
                   assign to "training.flg"
                   organization is line sequential
                   file status is ws-training-status.

       data division.
       file section.
       fd operators-file record contains 48 characters.
       01 op-line           pic x(48).

       fd token-file record contains 20 characters.
       01 tk-line           pic x(20).

       fd training-flag-file record contains 60 characters.
       01 tf-line           pic x(60).

       working-storage section.
       01 ws-operators-status   pic xx.
       01 ws-eof                pic x.
       01 ws-o-id               pic x(3).
       01 ws-o-pin              pic x(4).
       01 ws-o-name             pic x(16).
       01 ws-o-role             pic x(10).
       01 ws-o-active           pic x.

       01 ws-token-status       pic xx.
       01 ws-tk-id              pic x(3).
       01 ws-typed-pin          pic x(4).
       01 ws-found-pin          pic x(4).
       01 ws-found-name         pic x(16).
       01 ws-found-role         pic x(10).
       01 ws-found-active       pic x.
       01 ws-tries              pic 9.

      *> Training sandbox marker and the backup set it was filled from.
       01 ws-training-status    pic xx.
       01 ws-training           pic x value "N".
       01 ws-training-set       pic x(8).

       linkage section.
      *> The signed-on operator id ("---" on a floor with no master).
       01 l-operator            pic x(3).
      *> ATTENDANT, TECHNICIAN or SUPERVISOR.
       01 l-role                pic x(10).

       procedure division using l-operator l-role.
       main-entry section.
           move spaces to l-role
           perform note-training-mode
           perform honor-shift-token
           if l-operator not = spaces
               if ws-training = "Y"
                   move "SUPERVISOR" to l-role
               end-if
               goback
           end-if
           open input operators-file
           if ws-operators-status not = "00"
               move "---" to l-operator
               move "SUPERVISOR" to l-role
               goback
           end-if
           close operators-file
               display "PIN: " with no advancing
               accept ws-typed-pin
               perform look-up-operator
               evaluate true
                   when ws-found-pin = spaces
                       or ws-typed-pin not = ws-found-pin
                       display "Unknown operator or wrong PIN."
                   when ws-found-active = "N"
                       display "Operator " ws-typed-id
                               " has been deactivated."
                   when other
                       display "Signed on: " ws-typed-id " ("
                               ws-found-name ") - " ws-found-role
                       move ws-typed-id to l-operator
                       move ws-found-role to l-role
                       if ws-training = "Y"
                           move "SUPERVISOR" to l-role
                       end-if
                       goback
               end-evaluate
           end-perform
           display "Sign-on failed - session ended."
           stop run.

       note-training-mode section.
           open input training-flag-file
           if ws-training-status not = "00"
               exit section
           end-if
           move spaces to tf-line
           read training-flag-file
               at end continue
           end-read
           close training-flag-file
           move "Y" to ws-training
           move spaces to ws-training-set
           unstring tf-line delimited by "," into ws-training-set
           display "*** TRAINING MODE - practice copy of backup set "
                   ws-training-set " - nothing here is live ***"
           .

      *> A fresh console-shift token stands in for the prompt; anything
      *> stale or unreadable falls through to the normal sign-on.
       honor-shift-token section.
               + function numval(function current-date(9:2)) * 3600
               + function numval(function current-date(11:2)) * 60
               + function numval(function current-date(13:2))
           if ws-now-seconds - ws-tk-seconds < 0
               or ws-now-seconds - ws-tk-seconds >= 43200
               exit section
           end-if
           if ws-tk-id = "---"
               move ws-tk-id to l-operator
               move "SUPERVISOR" to l-role
               exit section
           end-if
           move ws-tk-id to ws-typed-id
           perform look-up-operator
           if ws-found-pin not = spaces and ws-found-active not = "N"
               move ws-tk-id to l-operator
               move ws-found-role to l-role
           end-if
           .

       look-up-operator section.
           move spaces to ws-found-pin
           move spaces to ws-found-name
           move "ATTENDANT" to ws-found-role
           move "Y" to ws-found-active
           open input operators-file
           if ws-operators-status not = "00"
               exit section
               read operators-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-o-role ws-o-active
                       unstring op-line delimited by ","
                           into ws-o-id ws-o-pin ws-o-name
                                ws-o-role ws-o-active
                       if function upper-case(ws-o-id) = ws-typed-id
                           move ws-o-pin to ws-found-pin
                           move ws-o-name to ws-found-name
                           if ws-o-role = "TECHNICIAN"
                               or ws-o-role = "SUPERVISOR"
                               move ws-o-role to ws-found-role
                           end-if
                           if ws-o-active = "N"
                               move "N" to ws-found-active
                           end-if
                           move "T" to ws-eof
                       end-if
               end-read
