      *> ("id|cabinet|initials|logfile|sealseq|opened|status|operator|claim|
      *> remedy|resolved"); sign-on through the shared OperatorSignOn gate.
      *> Run from a Games\CabinetOps working directory.
      *> Training sandbox: run where TrainingRefresh's training.flg sits,
      *> every dispute opened has its claim prefixed "[TRAINING]", which
      *> every list and history shows.
       program-id. DisputeLog as "DisputeLog".

       environment division.
                   assign to "disputes.dat.tmp"
                   organization is line sequential
                   file status is ws-temp-status.
           select training-flag-file
                   assign to "training.flg"
                   organization is line sequential
                   file status is ws-training-status.

       data division.
       file section.
       fd disputes-temp-file record contains 300 characters.
       01 dt-line           pic x(300).

       fd training-flag-file record contains 60 characters.
       01 tf-line           pic x(60).

       working-storage section.
       01 ws-disputes-status    pic xx.
       01 ws-temp-status        pic xx.
       01 ws-menu-choice        pic x.
       01 ws-done               pic x value "F".
       01 ws-signed-operator    pic x(3).
       01 ws-operator-role      pic x(10).

      *> Parsed dispute fields.
       01 ws-d-id               pic x(6).
       01 ws-line-out           pic x(300).
       01 ws-rename-rc          pic s9(9) comp-5.

      *> Set in the training sandbox; claims are marked "[TRAINING]".
       01 ws-training-status    pic xx.
       01 ws-training           pic x value "N".
       01 ws-claim-was          pic x(80).

       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           perform note-training-mode
           perform until ws-done = "T"
               perform show-menu
               evaluate ws-menu-choice
               display "The claim (no pipes): " with no advancing
               accept ws-entry-claim
           end-perform
           if ws-training = "Y"
               move ws-entry-claim to ws-claim-was
               move spaces to ws-entry-claim
               string "[TRAINING] " ws-claim-was
                   delimited by size into ws-entry-claim
               end-string
           end-if

           perform find-next-id
           perform build-now-stamp
           end-string
           .

      *> TrainingRefresh's marker: this folder is the training sandbox.
       note-training-mode section.
           open input training-flag-file
           if ws-training-status not = "00"
               exit section
           end-if
           close training-flag-file
           move "Y" to ws-training
           .

       end program DisputeLog.
