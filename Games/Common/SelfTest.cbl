      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Cabinet self-test for the console-mode games, run at power-on and
      *> again whenever the operator asks for it at the start screen. It
      *> checks, in order:
      *>   WRITABLE - the game directory takes a new file, and every data
      *>              file the caller lists that is already there opens
      *>              for extend (a file not yet created is skipped: a
      *>              fresh cabinet has no high scores to write over);
      *>   COMMON   - the ../Common share is reachable and takes a file;
      *>   VERSION  - version.cfg is present;
      *>   KEYBOARD - the keyboard answers a status poll (on an operator
      *>              run the key that started the test has proved it).
      *> Every check lands in the cabinet's selftest.log as
      *> "timestamp,title,trigger,check,PASS|FAIL,detail", and the run
      *> closes with a RESULT line of the same shape, so FloorOpenCheck
      *> can take the latest complete run and report any failure the
      *> same way it reports a broken data file. l-result comes back "P"
      *> when everything passed and "F" otherwise, for the caller to
      *> show. The managed titles write the same lines through their own
      *> SelfTest class. Called as a subprogram the same way the games
      *> already call HeartbeatPublish.
       program-id. SelfTest as "SelfTest".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select self-test-log-file
                   assign to "selftest.log"
                   organization is line sequential
                   file status is ws-log-status.
           select probe-file
                   assign to ws-probe-path
                   organization is line sequential
                   file status is ws-probe-status.

       data division.
       file section.
       fd self-test-log-file record contains 132 characters.
       01 st-line           pic x(132).

       fd probe-file record contains 80 characters.
       01 probe-line        pic x(80).

       working-storage section.
       01 ws-log-status         pic xx.
       01 ws-probe-status       pic xx.
       01 ws-probe-path         pic x(80).
       01 ws-delete-rc          pic s9(9) comp-5.
       01 ws-exist-rc           pic s9(9) comp-5.
       01 ws-file-details.
           03 ws-file-size           pic x(8) comp-x.
           03 ws-file-date.
               05 ws-fd-day          pic x comp-x.
               05 ws-fd-month        pic x comp-x.
               05 ws-fd-year         pic x(2) comp-x.
           03 ws-file-time.
               05 ws-fd-hours        pic x comp-x.
               05 ws-fd-minutes      pic x comp-x.
               05 ws-fd-seconds      pic x comp-x.
               05 ws-fd-hundredths   pic x comp-x.

       01 ws-cabinet-id         pic x(16).
       01 ws-timestamp          pic x(19).
       01 ws-fail-count         pic 9(2) value 0.

      *> The data-file list, one name at a time.
       01 ws-list-pointer       pic 9(3).
       01 ws-file-name          pic x(40).
       01 ws-unwritable         pic x(80).
       01 ws-unwritable-was     pic x(80).
       01 ws-checked-files      pic 9(2).

      *> Keyboard status poll.
       01 ws-kbd-status         pic x comp-x.
       01 ws-kbd-rc             pic s9(9) comp-5.

      *> The line being logged.
       01 ws-check              pic x(8).
       01 ws-outcome            pic x(4).
       01 ws-detail             pic x(80).
       01 ws-line-out           pic x(132).

       linkage section.
      *> The game, as it publishes its heartbeat.
       01 l-title               pic x(16).
      *> "POWER-ON" or "OPERATOR".
       01 l-trigger             pic x(8).
      *> The game's own data files, comma separated.
       01 l-data-files          pic x(200).
      *> "P" every check passed, "F" at least one failed.
       01 l-result              pic x.

       procedure division using l-title l-trigger l-data-files l-result.
       main-entry section.
           accept ws-cabinet-id from environment "COMPUTERNAME"
           if ws-cabinet-id = spaces
               move "CABINET" to ws-cabinet-id
           end-if
           move spaces to ws-timestamp
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2) ":"
                  function current-date(13:2)
               delimited by size into ws-timestamp
           end-string
           move 0 to ws-fail-count

           perform check-writable
           perform check-common-share
           perform check-version-file
           perform check-keyboard

           move "RESULT" to ws-check
           if ws-fail-count = 0
               move "PASS" to ws-outcome
               move "all checks passed" to ws-detail
               move "P" to l-result
           else
               move "FAIL" to ws-outcome
               move spaces to ws-detail
               string ws-fail-count " check(s) failed"
                   delimited by size into ws-detail
               end-string
               move "F" to l-result
           end-if
           perform log-check
           goback.

      *> A probe file proves the directory itself takes writes; each data
      *> file already on disk must then open for extend -- a read-only
      *> or locked-out file answers with a non-zero status.
       check-writable section.
           move "WRITABLE" to ws-check
           move "selftest.tmp" to ws-probe-path
           open output probe-file
           if ws-probe-status not = "00"
               move "FAIL" to ws-outcome
               move spaces to ws-detail
               string "game directory refuses a new file (status "
                      ws-probe-status ")"
                   delimited by size into ws-detail
               end-string
               perform log-check
               exit section
           end-if
           close probe-file
           call "CBL_DELETE_FILE" using ws-probe-path
               returning ws-delete-rc

           move spaces to ws-unwritable
           move 0 to ws-checked-files
           move 1 to ws-list-pointer
           perform until ws-list-pointer > 200
               move spaces to ws-file-name
               unstring l-data-files delimited by ","
                   into ws-file-name
                   with pointer ws-list-pointer
               end-unstring
               if ws-file-name = spaces
                   exit perform
               end-if
               perform check-one-data-file
           end-perform

           if ws-unwritable = spaces
               move "PASS" to ws-outcome
               move spaces to ws-detail
               string ws-checked-files " data file(s) open for writing"
                   delimited by size into ws-detail
               end-string
           else
               move "FAIL" to ws-outcome
               move spaces to ws-detail
               string "not writable:" ws-unwritable
                   delimited by size into ws-detail
               end-string
           end-if
           perform log-check
           .

       check-one-data-file section.
           move ws-file-name to ws-probe-path
           call "CBL_CHECK_FILE_EXIST" using ws-probe-path
                                             ws-file-details
               returning ws-exist-rc
           if ws-exist-rc not = 0
               exit section
           end-if
           add 1 to ws-checked-files
           open extend probe-file
           if ws-probe-status = "00"
               close probe-file
           else
               move ws-unwritable to ws-unwritable-was
               move spaces to ws-unwritable
               string ws-unwritable-was delimited by "  "
                      " " delimited by size
                      ws-file-name delimited by space
                   into ws-unwritable
               end-string
           end-if
           .

      *> The same test the shared-file writers live by: if a file can't
      *> be made on ../Common, nothing this cabinet publishes gets there.
       check-common-share section.
           move "COMMON" to ws-check
           move spaces to ws-probe-path
           string "../Common/selftest-" delimited by size
                  ws-cabinet-id delimited by space
                  ".tmp" delimited by size
               into ws-probe-path
           end-string
           open output probe-file
           if ws-probe-status = "00"
               close probe-file
               call "CBL_DELETE_FILE" using ws-probe-path
                   returning ws-delete-rc
               move "PASS" to ws-outcome
               move "../Common share reachable" to ws-detail
           else
               move "FAIL" to ws-outcome
               move spaces to ws-detail
               string "../Common share unreachable (status "
                      ws-probe-status ")"
                   delimited by size into ws-detail
               end-string
           end-if
           perform log-check
           .

       check-version-file section.
           move "VERSION" to ws-check
           move "version.cfg" to ws-probe-path
           call "CBL_CHECK_FILE_EXIST" using ws-probe-path
                                             ws-file-details
               returning ws-exist-rc
           if ws-exist-rc = 0
               move "PASS" to ws-outcome
               move "version.cfg present" to ws-detail
           else
               move "FAIL" to ws-outcome
               move "version.cfg missing" to ws-detail
           end-if
           perform log-check
           .

       check-keyboard section.
           move "KEYBOARD" to ws-check
           if l-trigger = "OPERATOR"
               move "PASS" to ws-outcome
               move "operator key received" to ws-detail
               perform log-check
               exit section
           end-if
           call "CBL_GET_KBD_STATUS" using ws-kbd-status
               returning ws-kbd-rc
           if ws-kbd-rc = 0
               move "PASS" to ws-outcome
               move "keyboard answers" to ws-detail
           else
               move "FAIL" to ws-outcome
               move "no answer from the keyboard" to ws-detail
           end-if
           perform log-check
           .

       log-check section.
           if ws-outcome = "FAIL" and ws-check not = "RESULT"
               add 1 to ws-fail-count
           end-if
           move spaces to ws-line-out
           string ws-timestamp delimited by size
                  "," delimited by size
                  l-title delimited by space
                  "," delimited by size
                  l-trigger delimited by space
                  "," delimited by size
                  ws-check delimited by space
                  "," delimited by size
                  ws-outcome delimited by space
                  "," delimited by size
                  ws-detail delimited by "  "
               into ws-line-out
           end-string
           open extend self-test-log-file
           if ws-log-status = "35"
               open output self-test-log-file
           end-if
           if ws-log-status = "00"
               move ws-line-out to st-line
               write st-line
               close self-test-log-file
           end-if
           .

       end program SelfTest.
