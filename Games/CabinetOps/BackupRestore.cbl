      *> sets on disk, oldest first, so retention and the restore menus
      *> don't depend on directory-listing support for directories.
      *> Run nightly before the floor opens, from a Games\CabinetOps
      *> working directory. Any signed-on operator may take a backup;
      *> restoring over live data needs a SUPERVISOR sign-on.
      *> The set also carries the files the attendant tools work on --
      *> the cabinet registry, every cabinet's credits.dat and its
      *> creditsjournal.dat, the shared wallet.dat and alert queue, and
      *> the top-up, adjustment, dispute, work-order and refund files --
      *> named "CabinetOps_..." and "Common_..." for the two non-game
      *> folders. Last night's set is what TrainingRefresh copies into the
      *> training sandbox.
       program-id. BackupRestore as "BackupRestore".

       environment division.
      *> Who is at the keyboard, off the shared OperatorSignOn gate,
      *> stamped onto every backup/restore action in backupops.log.
       01 ws-signed-operator    pic x(3).
       01 ws-operator-role      pic x(10).
       01 ws-ops-action         pic x(12).
       01 ws-ops-target         pic x(16).
       01 ws-ops-line-out       pic x(60).
      *> Every flat file the fleet depends on, with the name it carries
      *> inside a backup set (the directory folded into the name, since
      *> two titles both call their score file highscores.dat).
       78 MANIFEST-SIZE         value 36.
       01 ws-manifest.
           03 filler pic x(100) value
               "../CobolBlitz/blitzaudit.log|CobolBlitz_blitzaudit.log".
           03 filler pic x(100) value
               "../CobolBlitz/cabinet.cfg|CobolBlitz_cabinet.cfg".
           03 filler pic x(100) value
               "../CobolBlitz/cabinetsettings.cfg|CobolBlitz_cabinetsett
      -        "ings.cfg".
           03 filler pic x(100) value
               "../CobolMineSweeper/besttimes.dat|CobolMineSweeper_bestt
      -        "imes.dat".
           03 filler pic x(100) value
               "../CobolMineSweeper/savegame.dat|CobolMineSweeper_savega
      -        "me.dat".
           03 filler pic x(100) value
               "../CobolMineSweeper/layout.dat|CobolMineSweeper_layout.d
      -        "at".
           03 filler pic x(100) value
               "../CobolMineSweeper/minegames.log|CobolMineSweeper_mineg
      -        "ames.log".
           03 filler pic x(100) value
               "../CobolDoKu/dokusolves.log|CobolDoKu_dokusolves.log".
           03 filler pic x(100) value
           03 filler pic x(100) value
               "../CobolSnake/snakespeed.cfg|CobolSnake_snakespeed.cfg".
           03 filler pic x(100) value
               "../CobolSnake/snakesession.log|CobolSnake_snakesession.l
      -        "og".
           03 filler pic x(100) value
               "../CobolTicTacToe/tictactoestats.log|CobolTicTacToe_tict
      -        "actoestats.log".
           03 filler pic x(100) value
               "../CobolTicTacToe/tttpuzzles.dat|CobolTicTacToe_tttpuzzl
      -        "es.dat".
           03 filler pic x(100) value
               "cabinets.dat|CabinetOps_cabinets.dat".
           03 filler pic x(100) value
               "cabinets.idx|CabinetOps_cabinets.idx".
           03 filler pic x(100) value
               "topups.log|CabinetOps_topups.log".
           03 filler pic x(100) value
               "adjustments.log|CabinetOps_adjustments.log".
           03 filler pic x(100) value
               "disputes.dat|CabinetOps_disputes.dat".
           03 filler pic x(100) value
               "workorders.dat|CabinetOps_workorders.dat".
           03 filler pic x(100) value
               "refundqueue.dat|CabinetOps_refundqueue.dat".
           03 filler pic x(100) value
               "drawer.cfg|CabinetOps_drawer.cfg".
           03 filler pic x(100) value
               "../Common/wallet.dat|Common_wallet.dat".
           03 filler pic x(100) value
               "../Common/alerts.dat|Common_alerts.dat".
           03 filler pic x(100) value
               "../CobolBlitz/credits.dat|CobolBlitz_credits.dat".
           03 filler pic x(100) value
               "../CobolBlitz/creditsjournal.dat|CobolBlitz_creditsjourn
      -        "al.dat".
           03 filler pic x(100) value
               "../CobolMineSweeper/credits.dat|CobolMineSweeper_credits
      -        ".dat".
           03 filler pic x(100) value
               "../CobolMineSweeper/creditsjournal.dat|CobolMineSweeper_
      -        "creditsjournal.dat".
           03 filler pic x(100) value
               "../CobolDoKu/credits.dat|CobolDoKu_credits.dat".
           03 filler pic x(100) value
               "../CobolDoKu/creditsjournal.dat|CobolDoKu_creditsjournal
      -        ".dat".
           03 filler pic x(100) value
               "../CobolSnake/credits.dat|CobolSnake_credits.dat".
           03 filler pic x(100) value
               "../CobolSnake/creditsjournal.dat|CobolSnake_creditsjourn
      -        "al.dat".
           03 filler pic x(100) value
             "../CobolTicTacToe/credits.dat|CobolTicTacToe_credits.dat".
           03 filler pic x(100) value
               "../CobolTicTacToe/creditsjournal.dat|CobolTicTacToe_cred
      -        "itsjournal.dat".
       01 ws-manifest-table redefines ws-manifest.
           03 ws-manifest-entry occurs 36 pic x(100).
       01 ws-manifest-ix        pic 9(3).
       01 ws-live-path          pic x(64).
       01 ws-backup-name        pic x(64).
       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           perform read-retention
           perform until ws-done = "T"
               perform show-menu
                   when "2"
                       perform list-sets
                   when "3"
                       if ws-operator-role = "SUPERVISOR"
                           perform restore-one-file
                       else
                           display "Restores need a supervisor sign-on."
                       end-if
                   when "4"
                       if ws-operator-role = "SUPERVISOR"
                           perform restore-whole-set
                       else
                           display "Restores need a supervisor sign-on."
                       end-if
                   when "5"
                       move "T" to ws-done
                   when other
