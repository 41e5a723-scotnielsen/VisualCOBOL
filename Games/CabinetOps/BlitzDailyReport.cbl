      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Daily-challenge results board for CobolBlitz: gathers every Blitz
      *> cabinet's sealed blitzdaily.log ("date,ENTRY|RESULT,initials,
      *> machine,score,wave" lines -- an ENTRY when a player starts the
      *> day's seeded run, a RESULT when it ends), keeps the requested
      *> day's lines, ranks the finished runs highest score first (the
      *> further wave breaking a tie) and prints the day's winner. Runs
      *> that were started but never finished count as attempts only.
      *> Sweeps the cabinets.dat registry (or the default
      *> one-folder-per-title layout) the same way the other daily reports
      *> do; blitzdailyreport.txt is also what KioskExport puts on the
      *> lobby kiosk. Run from a Games\CabinetOps working directory
      *> alongside the other game folders.
       program-id. BlitzDailyReport as "BlitzDailyReport".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select cabinet-file
                   assign to "cabinets.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is cb-cabinet-id
                   file status is ws-cabinet-status.
           select daily-file
                   assign to ws-daily-path
                   organization is line sequential
                   file status is ws-daily-status.
           select report-file assign to "blitzdailyreport.txt"
                               organization is line sequential.

       data division.
       file section.
       fd cabinet-file record contains 121 characters.
       01 cb-record.
           03 cb-cabinet-id    pic x(8).
           03 cb-title         pic x(16).
           03 cb-location      pic x(20).
           03 cb-directory     pic x(64).
           03 cb-in-service    pic x.
           03 cb-install-date  pic x(8).
           03 cb-site          pic x(4).

       fd daily-file record contains 100 characters.
       01 daily-line        pic x(100).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
       01 ws-cabinet-status     pic xx.
       01 ws-daily-status       pic xx.
       01 ws-eof                pic x value "F".

       01 ws-report-date        pic x(10).
       01 ws-daily-path         pic x(80).

      *> Directories to sweep for daily-challenge logs.
       01 ws-dir-count          pic 9(3) value 0.
       01 ws-dir-table.
           03 ws-dir-entry occurs 50.
               05 ws-dir-path        pic x(64).
       01 ws-dir-index          pic 9(3).

      *> Parsed line fields (the trailing seal field, when present,
      *> is simply not received).
       01 ws-field-date         pic x(10).
       01 ws-field-kind         pic x(6).
       01 ws-field-initials     pic x(6).
       01 ws-field-machine      pic x(20).
       01 ws-field-score        pic x(16).
       01 ws-field-wave         pic x(16).

       01 ws-attempt-count      pic 9(4) value 0.

      *> The day's finished runs, sorted best first at report time.
       01 ws-entry-count        pic 9(4) value 0.
       01 ws-entry-table.
           03 ws-tab-entry occurs 2000.
               05 ws-tab-initials    pic x(6).
               05 ws-tab-machine     pic x(20).
               05 ws-tab-score       pic 9(7).
               05 ws-tab-wave        pic 9(3).
       01 ws-entry-index        pic 9(4).
       01 ws-entry-index2       pic 9(4).
       01 ws-swap-entry.
           03 ws-swap-initials   pic x(6).
           03 ws-swap-machine    pic x(20).
           03 ws-swap-score      pic 9(7).
           03 ws-swap-wave       pic 9(3).

       01 ws-rank               pic 9(4).
       01 ws-score-out          pic z(6)9.
       01 ws-wave-out           pic zz9.
       01 ws-report-line-out    pic x(132).

       procedure division.
       main-line section.
           display "Date to report on (yyyy-mm-dd, empty = today): "
               with no advancing
           accept ws-report-date
           if ws-report-date = spaces
               string function current-date(1:4) "-"
                      function current-date(5:2) "-"
                      function current-date(7:2)
                   delimited by size into ws-report-date
           end-if

           perform load-directories
           perform varying ws-dir-index from 1 by 1
                   until ws-dir-index > ws-dir-count
               string ws-dir-path(ws-dir-index) delimited by space
                      "/blitzdaily.log" delimited by size
                      into ws-daily-path
               perform load-daily-file
           end-perform

           perform sort-entries
           perform write-report
           stop run
           .

       load-directories section.
           open input cabinet-file
           if ws-cabinet-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read cabinet-file next record
                       at end move "T" to ws-eof
                       not at end
                           if cb-in-service = "Y"
                               and cb-title = "CobolBlitz"
                               and ws-dir-count < 50
                               add 1 to ws-dir-count
                               move cb-directory
                                   to ws-dir-path(ws-dir-count)
                           end-if
                   end-read
               end-perform
               close cabinet-file
           end-if
           if ws-dir-count = 0
               move 1 to ws-dir-count
               move "../CobolBlitz" to ws-dir-path(1)
           end-if
           .

       load-daily-file section.
           move spaces to ws-daily-status
           open input daily-file
           if ws-daily-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read daily-file
                       at end move "T" to ws-eof
                       not at end
                           perform keep-line-if-matching
                   end-read
               end-perform
               close daily-file
           end-if
           .

       keep-line-if-matching section.
           move spaces to ws-field-kind ws-field-score ws-field-wave
           unstring daily-line delimited by ","
               into ws-field-date ws-field-kind ws-field-initials
                    ws-field-machine ws-field-score ws-field-wave
           if ws-field-date not = ws-report-date
               exit section
           end-if
           evaluate ws-field-kind
               when "ENTRY"
                   add 1 to ws-attempt-count
               when "RESULT"
                   if ws-entry-count < 2000
                       add 1 to ws-entry-count
                       move ws-field-initials
                           to ws-tab-initials(ws-entry-count)
                       move ws-field-machine
                           to ws-tab-machine(ws-entry-count)
                       compute ws-tab-score(ws-entry-count) =
                           function numval(ws-field-score)
                       compute ws-tab-wave(ws-entry-count) =
                           function numval(ws-field-wave)
                   end-if
           end-evaluate
           .

      *> Highest score first, the further wave breaking a tie; same
      *> straight exchange sort the other results boards use.
       sort-entries section.
           perform varying ws-entry-index from 1 by 1
                   until ws-entry-index >= ws-entry-count
               perform varying ws-entry-index2 from 1 by 1
                       until ws-entry-index2 >= ws-entry-count
                   if ws-tab-score(ws-entry-index2)
                           < ws-tab-score(ws-entry-index2 + 1)
                       or (ws-tab-score(ws-entry-index2)
                           = ws-tab-score(ws-entry-index2 + 1)
                       and ws-tab-wave(ws-entry-index2)
                           < ws-tab-wave(ws-entry-index2 + 1))
                       move ws-tab-entry(ws-entry-index2)
                           to ws-swap-entry
                       move ws-tab-entry(ws-entry-index2 + 1)
                           to ws-tab-entry(ws-entry-index2)
                       move ws-swap-entry
                           to ws-tab-entry(ws-entry-index2 + 1)
                   end-if
               end-perform
           end-perform
           .

       write-report section.
           open output report-file
           move spaces to ws-report-line-out
           string "BLITZ DAILY CHALLENGE RESULTS - " delimited by size
                  ws-report-date delimited by size
                  into ws-report-line-out
           move ws-report-line-out to report-line
           write report-line
           move spaces to ws-report-line-out
           string "Attempts: " delimited by size
                  ws-attempt-count delimited by size
                  "  Finished: " delimited by size
                  ws-entry-count delimited by size
                  into ws-report-line-out
           move ws-report-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line

           if ws-entry-count = 0
               move "No daily-challenge runs were finished on this day."
                   to report-line
               write report-line
           end-if

           move 0 to ws-rank
           perform varying ws-entry-index from 1 by 1
                   until ws-entry-index > ws-entry-count
               add 1 to ws-rank
               move ws-tab-score(ws-entry-index) to ws-score-out
               move ws-tab-wave(ws-entry-index) to ws-wave-out
               move spaces to ws-report-line-out
               if ws-rank = 1
                   string "  WINNER: " delimited by size
                          ws-tab-initials(ws-entry-index)
                              delimited by space
                          " on " delimited by size
                          ws-tab-machine(ws-entry-index)
                              delimited by space
                          "  " delimited by size
                          ws-score-out delimited by size
                          " pts, wave " delimited by size
                          ws-wave-out delimited by size
                          into ws-report-line-out
               else
                   string "  #" delimited by size
                          ws-rank delimited by size
                          "  " delimited by size
                          ws-tab-initials(ws-entry-index)
                              delimited by space
                          " on " delimited by size
                          ws-tab-machine(ws-entry-index)
                              delimited by space
                          "  " delimited by size
                          ws-score-out delimited by size
                          " pts, wave " delimited by size
                          ws-wave-out delimited by size
                          into ws-report-line-out
               end-if
               move ws-report-line-out to report-line
               write report-line
           end-perform

           close report-file
           display "Report written to blitzdailyreport.txt ("
                   ws-entry-count " finished runs)"
           .

       end program BlitzDailyReport.
