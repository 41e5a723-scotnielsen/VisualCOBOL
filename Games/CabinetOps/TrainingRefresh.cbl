      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Training sandbox refresh. New hires practise on a copy of the
      *> floor's data kept in a ../Training tree laid out exactly like the
      *> live one (Training/CabinetOps, Training/Common and one folder per
      *> title), so every tool run from Training/CabinetOps finds the
      *> sandbox registry, credits, wallet and journals through the same
      *> relative paths it uses live, and nothing it writes can reach the
      *> live files. This job empties the sandbox and fills it again from
      *> last night's backup set (the newest in ../Backups/sets.lst, taken
      *> by BackupRestore): every "Folder_file" in the set goes back to
      *> Training/Folder/file, and the set's puzzles to the sandbox
      *> CobolDoKu. The live operators.dat is copied in as it stands
      *> today, so this week's hires can sign on. Last it writes
      *> Training/CabinetOps/training.flg ("set,refreshed,operator") --
      *> the marker the tools look for: OperatorSignOn announces training
      *> mode when it is present, the money and dispute tools mark every
      *> line they write, and MonthlyClose, SealVerify and NightlyBatch
      *> refuse to run beside it. Run on demand from a Games\CabinetOps
      *> working directory, or from the attendant console's training
      *> menu; never from inside the sandbox.
       program-id. TrainingRefresh as "TrainingRefresh".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select backup-sets-file
                   assign to "../Backups/sets.lst"
                   organization is line sequential
                   file status is ws-sets-status.
           select training-flag-file
                   assign to ws-flag-path
                   organization is line sequential
                   file status is ws-flag-status.

       data division.
       file section.
       fd backup-sets-file record contains 8 characters.
       01 backup-sets-line  pic x(8).

       fd training-flag-file record contains 60 characters.
       01 tf-line           pic x(60).

       working-storage section.
       01 ws-sets-status        pic xx.
       01 ws-flag-status        pic xx.
       01 ws-eof                pic x value "F".
       01 ws-flag-path          pic x(40).
       01 ws-newest-set         pic x(8).
       01 ws-signed-operator    pic x(3).
       01 ws-operator-role      pic x(10).

      *> The folders of the sandbox, the same as the live floor's.
       78 FOLDER-COUNT          value 7.
       01 ws-folders.
           03 filler pic x(16) value "CabinetOps".
           03 filler pic x(16) value "Common".
           03 filler pic x(16) value "CobolBlitz".
           03 filler pic x(16) value "CobolMineSweeper".
           03 filler pic x(16) value "CobolDoKu".
           03 filler pic x(16) value "CobolSnake".
           03 filler pic x(16) value "CobolTicTacToe".
       01 ws-folder-table redefines ws-folders.
           03 ws-folder-name occurs 7 pic x(16).
       01 ws-folder-ix          pic 9(2).

       01 ws-target-path        pic x(128).
       01 ws-scan-spec          pic x(128).
       01 ws-scan-path          pic x(256).
       01 ws-dir-scan-rc        pic s9(9) comp-5.
       01 ws-call-rc            pic s9(9) comp-5.
       01 ws-copy-rc            pic s9(9) comp-5.
       01 ws-base-name          pic x(64).
       01 ws-name-offset        pic 9(4).
       01 ws-name-start         pic 9(4).
       01 ws-file-folder        pic x(16).
       01 ws-file-name          pic x(64).
       01 ws-copied             pic 9(4).
       01 ws-cleared            pic 9(4).
       01 ws-line-out           pic x(60).

       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           perform refuse-inside-sandbox
           perform find-newest-backup-set
           if ws-newest-set = spaces
               display "No backup set on record - run BackupRestore "
                       "first."
               stop run
           end-if

           call "CBL_CREATE_DIR" using "../Training"
               returning ws-call-rc
           move 0 to ws-cleared
           perform varying ws-folder-ix from 1 by 1
                   until ws-folder-ix > FOLDER-COUNT
               move spaces to ws-target-path
               string "../Training/" delimited by size
                      ws-folder-name(ws-folder-ix) delimited by space
                      into ws-target-path
               end-string
               call "CBL_CREATE_DIR" using ws-target-path
                   returning ws-call-rc
               perform clear-one-folder
           end-perform
           call "CBL_CREATE_DIR" using "../Training/CobolDoKu/puzzles"
               returning ws-call-rc
           move "../Training/CobolDoKu/puzzles" to ws-target-path
           perform clear-one-folder

           move 0 to ws-copied
           perform copy-backup-set
           perform copy-backup-puzzles
           move "../Training/CabinetOps/operators.dat" to ws-target-path
           call "CBL_COPY_FILE" using "operators.dat" ws-target-path
               returning ws-copy-rc
           perform write-training-flag

           display "Training sandbox refreshed from backup set "
                   ws-newest-set " (" ws-copied " files; "
                   ws-cleared " practice files cleared)."
           stop run
           .

      *> Refreshing from inside the sandbox would look for the backups
      *> and the sandbox one level too deep.
       refuse-inside-sandbox section.
           move "training.flg" to ws-flag-path
           open input training-flag-file
           if ws-flag-status = "00"
               close training-flag-file
               display "This is the training sandbox - run "
                       "TrainingRefresh from the live CabinetOps "
                       "folder."
               stop run
           end-if
           .

       find-newest-backup-set section.
           move spaces to ws-newest-set
           open input backup-sets-file
           if ws-sets-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read backup-sets-file
                   at end move "T" to ws-eof
                   not at end
                       if backup-sets-line not = spaces
                           move backup-sets-line to ws-newest-set
                       end-if
               end-read
           end-perform
           close backup-sets-file
           .

      *> Everything the last session of practice left in the folder goes,
      *> so the sandbox holds exactly the backup set and nothing else.
      *> Sub-folders come back from the scan too and simply refuse the
      *> delete.
       clear-one-folder section.
           move spaces to ws-scan-spec
           string ws-target-path delimited by space
                  "/*" delimited by size
                  into ws-scan-spec
           end-string
           call "CBL_DIR_SCAN" using ws-scan-spec
                                     ws-scan-path
               returning ws-dir-scan-rc
           perform until ws-dir-scan-rc not = 0
               call "CBL_DELETE_FILE" using ws-scan-path
                   returning ws-call-rc
               if ws-call-rc = 0
                   add 1 to ws-cleared
               end-if
               call "CBL_DIR_SCAN" using ws-scan-spec
                                         ws-scan-path
                   returning ws-dir-scan-rc
           end-perform
           .

      *> A backup name is the live folder and the file name joined by
      *> the first "_" (CobolSnake_highscores.dat); a name that doesn't
      *> start with one of the sandbox folders is left behind.
       copy-backup-set section.
           move spaces to ws-scan-spec
           string "../Backups/" ws-newest-set "/*"
               delimited by size into ws-scan-spec
           end-string
           call "CBL_DIR_SCAN" using ws-scan-spec
                                     ws-scan-path
               returning ws-dir-scan-rc
           perform until ws-dir-scan-rc not = 0
               perform extract-base-name
               move spaces to ws-file-folder ws-file-name
               unstring ws-base-name delimited by "_"
                   into ws-file-folder ws-file-name
               end-unstring
               perform varying ws-folder-ix from 1 by 1
                       until ws-folder-ix > FOLDER-COUNT
                   if ws-folder-name(ws-folder-ix) = ws-file-folder
                       and ws-file-name not = spaces
                       perform copy-one-set-file
                       exit perform
                   end-if
               end-perform
               call "CBL_DIR_SCAN" using ws-scan-spec
                                         ws-scan-path
                   returning ws-dir-scan-rc
           end-perform
           .

       copy-one-set-file section.
           move spaces to ws-target-path
           string "../Training/" delimited by size
                  ws-file-folder delimited by space
                  "/" delimited by size
                  ws-file-name delimited by space
                  into ws-target-path
           end-string
           call "CBL_COPY_FILE" using ws-scan-path ws-target-path
               returning ws-copy-rc
           if ws-copy-rc = 0
               add 1 to ws-copied
           end-if
           .

       copy-backup-puzzles section.
           move spaces to ws-scan-spec
           string "../Backups/" ws-newest-set "/puzzles/*"
               delimited by size into ws-scan-spec
           end-string
           call "CBL_DIR_SCAN" using ws-scan-spec
                                     ws-scan-path
               returning ws-dir-scan-rc
           perform until ws-dir-scan-rc not = 0
               perform extract-base-name
               move spaces to ws-target-path
               string "../Training/CobolDoKu/puzzles/" delimited by size
                      ws-base-name delimited by space
                      into ws-target-path
               end-string
               call "CBL_COPY_FILE" using ws-scan-path ws-target-path
                   returning ws-copy-rc
               if ws-copy-rc = 0
                   add 1 to ws-copied
               end-if
               call "CBL_DIR_SCAN" using ws-scan-spec
                                         ws-scan-path
                   returning ws-dir-scan-rc
           end-perform
           .

      *> The file name is everything after the last "/" of the scan path.
       extract-base-name section.
           move 0 to ws-name-start
           perform varying ws-name-offset from 1 by 1
                   until ws-name-offset > 200
               if ws-scan-path(ws-name-offset:1) = "/"
                   move ws-name-offset to ws-name-start
               end-if
           end-perform
           add 1 to ws-name-start
           move ws-scan-path(ws-name-start:64) to ws-base-name
           .

       write-training-flag section.
           move "../Training/CabinetOps/training.flg" to ws-flag-path
           open output training-flag-file
           if ws-flag-status not = "00"
               display "Cannot write the training marker."
               exit section
           end-if
           move spaces to ws-line-out
           string ws-newest-set "," delimited by size
                  function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2) ":"
                  function current-date(13:2) ","
                  ws-signed-operator
               delimited by size into ws-line-out
           end-string
           move ws-line-out to tf-line
           write tf-line
           close training-flag-file
           .

       end program TrainingRefresh.
