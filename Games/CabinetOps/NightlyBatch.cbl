      ********************************************************************************************************

      *> Close-of-day batch driver: runs the CabinetOps jobs in their
      *> required order -- FloorOpenCheck, SealVerify, KioskImport (the
      *> card kiosk's settlement file into the wallets), ReconcileReport,
      *> RefundScan, DailyOpsReport, CsvExport, AchievementsBuild,
      *> DailyAggregates, then LogArchive (so the day's sealed lines are
      *> verified and rolled up BEFORE the rotation
      *> moves them into the dated archives), then KioskExport's lobby
      *> pages off the rotated boards, with MorningSummary's
      *> exception front page closing the run -- recording each
      *> job runs as its own process (the jobs end with STOP RUN, which
      *> would take a CALLing driver down with them). Run from a
      *> Games\CabinetOps working directory.
      *> IntegrityAudit runs just ahead of MorningSummary, so the front
      *> page carries the night's registry/heartbeat/directory orphans and
      *> conflicts along with the job results.
      *> Every step's start, end, run time and return code is appended to
      *> batchtiming.log ("yyyymmdd,step,start,end,seconds,rc", the date
      *> being the night's), a failed step included, and BatchTimingReport
      *> -- the step after IntegrityAudit -- turns that history into each
      *> step's trend and the window's forecast against opening time.
      *> CapacityReport follows KioskExport, measuring the directories
      *> once the rotation has moved the day's logs into the archives, so
      *> an area filling toward its ceiling is alerted and on the front
      *> page the same morning.
      *> ArchiveRollup runs just ahead of LogArchive: after a month end it
      *> merges the closed month's dated archives into the monthly archive
      *> before the rotation's retention pass could prune any of them.
      *> Training sandbox: a folder holding TrainingRefresh's training.flg
      *> is practice data; the batch refuses to run there, so none of its
      *> reports is ever built from training transactions.
      *> ReferralBonus follows KioskImport, paying the referral bonuses
      *> that came due with the day's plays before the wallet reports run.
      *> BlitzDailyReport runs just ahead of KioskExport, so the lobby
      *> kiosk carries the day's Blitz daily-challenge results board.
      *> DokuPlayRollup follows DailyAggregates, folding the day's DoKu
      *> starts, solves and abandons into each cabinet's puzzle catalog.
      *> LossAnalysis follows DokuPlayRollup, rebuilding TicTacToe's
      *> avoidance book from the replays before LogArchive prunes any.
       program-id. NightlyBatch as "NightlyBatch".

       environment division.
                   assign to "floorstate.dat"
                   organization is line sequential
                   file status is ws-floor-state-status.
           select timing-file
                   assign to "batchtiming.log"
                   organization is line sequential
                   file status is ws-timing-status.
           select training-flag-file
                   assign to "training.flg"
                   organization is line sequential
                   file status is ws-training-status.

       data division.
       file section.
       fd floor-state-file record contains 40 characters.
       01 floor-state-line  pic x(40).

       fd timing-file record contains 80 characters.
       01 timing-line       pic x(80).

       fd training-flag-file record contains 60 characters.
       01 tf-line           pic x(60).

       working-storage section.
       01 ws-training-status    pic xx.
       01 ws-chk-status         pic xx.
       01 ws-chk-temp-status    pic xx.
       01 ws-floor-state-status pic xx.
       01 ws-timing-status      pic xx.
       01 ws-eof                pic x.

       78 STEP-COUNT            value 20.
       01 ws-step-list.
           03 filler pic x(20) value "FloorOpenCheck".
           03 filler pic x(20) value "SealVerify".
           03 filler pic x(20) value "KioskImport".
           03 filler pic x(20) value "ReferralBonus".
           03 filler pic x(20) value "ReconcileReport".
           03 filler pic x(20) value "RefundScan".
           03 filler pic x(20) value "DailyOpsReport".
           03 filler pic x(20) value "CsvExport".
           03 filler pic x(20) value "AchievementsBuild".
           03 filler pic x(20) value "DailyAggregates".
           03 filler pic x(20) value "DokuPlayRollup".
           03 filler pic x(20) value "LossAnalysis".
           03 filler pic x(20) value "ArchiveRollup".
           03 filler pic x(20) value "LogArchive".
           03 filler pic x(20) value "BlitzDailyReport".
           03 filler pic x(20) value "KioskExport".
           03 filler pic x(20) value "CapacityReport".
           03 filler pic x(20) value "IntegrityAudit".
           03 filler pic x(20) value "BatchTimingReport".
           03 filler pic x(20) value "MorningSummary".
       01 ws-step-table redefines ws-step-list.
           03 ws-step-name occurs 20 pic x(20).
       01 ws-step-ix            pic 9(2).

       01 ws-today              pic x(8).

      *> Steps already completed tonight, read from the checkpoint file.
       01 ws-done-flags.
           03 ws-step-done occurs 20 pic x value "N".

       01 ws-chk-ix             pic 9(2).
       01 ws-command            pic x(40).
       01 ws-ran                pic 9(2) value 0.
       01 ws-skipped            pic 9(2) value 0.

      *> One step's timing, for batchtiming.log.
       01 ws-clock-stamp        pic x(19).
       01 ws-clock-seconds      pic 9(12).
       01 ws-step-start         pic x(19).
       01 ws-step-start-seconds pic 9(12).
       01 ws-step-seconds       pic 9(6).
       01 ws-step-rc            pic s9(9) comp-5.
       01 ws-step-rc-out        pic -9(4).
       01 ws-timing-out         pic x(80).

       procedure division.
       main-line section.
           perform refuse-in-training-sandbox
           perform refuse-while-floor-open
           move function current-date(1:8) to ws-today
           perform load-checkpoints
       run-one-step section.
           display "  running " ws-step-name(ws-step-ix) "..."
           move ws-step-name(ws-step-ix) to ws-command
           perform read-clock
           move ws-clock-stamp to ws-step-start
           move ws-clock-seconds to ws-step-start-seconds
           call "SYSTEM" using ws-command
           move return-code to ws-step-rc
           perform record-step-timing
           if ws-step-rc not = 0
               display "  " ws-step-name(ws-step-ix)
                   " FAILED (return code " ws-step-rc-out ")"
               display "Nightly batch halted - fix the step and re-run"
               display "to resume from here."
               stop run
               using "nightlybatch.chk.tmp" "nightlybatch.chk"
           .

      *> "yyyy-mm-dd hh:mm:ss" now, and the same on a seconds scale.
       read-clock section.
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2) ":"
                  function current-date(13:2)
               delimited by size into ws-clock-stamp
           end-string
           compute ws-clock-seconds =
               function integer-of-date(
                   function numval(function current-date(1:8))) * 86400
               + function numval(function current-date(9:2)) * 3600
               + function numval(function current-date(11:2)) * 60
               + function numval(function current-date(13:2))
           .

       record-step-timing section.
           perform read-clock
           compute ws-step-seconds =
               ws-clock-seconds - ws-step-start-seconds
           move ws-step-rc to ws-step-rc-out
           open extend timing-file
           if ws-timing-status = "35"
               open output timing-file
           end-if
           if ws-timing-status not = "00"
               exit section
           end-if
           move spaces to ws-timing-out
           string ws-today ","
                  ws-step-name(ws-step-ix) delimited by space
                  "," delimited by size
                  ws-step-start ","
                  ws-clock-stamp ","
                  ws-step-seconds ","
                  ws-step-rc-out
                  delimited by size into ws-timing-out
           end-string
           move ws-timing-out to timing-line
           write timing-line
           close timing-file
           .

      *> TrainingRefresh's marker: this folder is the training sandbox.
       refuse-in-training-sandbox section.
           open input training-flag-file
           if ws-training-status not = "00"
               exit section
           end-if
           close training-flag-file
           display "This is the training sandbox - nightly batch "
                   "refused."
           display "Run it from the live CabinetOps folder."
           stop run
           .

       end program NightlyBatch.
