      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Fleet referential-integrity audit: cross-checks the cabinets.dat
      *> registry against ../Common/sites.dat, ../Common/heartbeat.dat,
      *> each registered cabinet's own directory and the shared
      *> ../Common/tournaments.dat master, and lists every orphan and
      *> conflict it finds by severity --
      *>   HIGH    two registry entries sharing one directory (both
      *>           cabinets would spend the same credits.dat); a retired
      *>           cabinet still holding a credits.dat balance; an
      *>           in-service cabinet whose directory isn't there
      *>   MEDIUM  a heartbeat line from a cabinet id the registry
      *>           doesn't know, or under a title other than the
      *>           registered one; names queued in the waitlist.dat of a
      *>           retired cabinet or one behind a maintenance.flag; a
      *>           site code missing from sites.dat; a tournament.cfg
      *>           naming a tournament the master has never heard of
      *>   LOW     a tournament.cfg left on a retired cabinet or after its
      *>           window has closed; a retired cabinet still publishing
      *>           heartbeats; a sites.dat room with no cabinet in it
      *> Each finding is one "[HIGH]"/"[MEDIUM]"/"[LOW]" line of
      *> integrityaudit.txt, which MorningSummary quotes on the front page.
      *> Findings never fail the run -- the audit only reports, so it runs
      *> as a NightlyBatch step without halting the batch; with no registry
      *> yet there is nothing to cross-check and the report says so. Run
      *> from a Games\CabinetOps working directory.
       program-id. IntegrityAudit as "IntegrityAudit".

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
           select sites-file
                   assign to "../Common/sites.dat"
                   organization is line sequential
                   file status is ws-sites-status.
           select heartbeat-file
                   assign to "../Common/heartbeat.dat"
                   organization is line sequential
                   file status is ws-heartbeat-status.
           select tournament-master-file
                   assign to "../Common/tournaments.dat"
                   organization is line sequential
                   file status is ws-master-status.
      *> credits.dat, waitlist.dat and tournament.cfg in one cabinet's
      *> directory, opened in turn.
           select probe-file
                   assign to ws-probe-path
                   organization is line sequential
                   file status is ws-probe-status.
           select report-file assign to "integrityaudit.txt"
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

       fd sites-file record contains 80 characters.
       01 si-line          pic x(80).

       fd heartbeat-file record contains 100 characters.
       01 hb-line          pic x(100).

       fd tournament-master-file record contains 80 characters.
       01 tm-line          pic x(80).

       fd probe-file record contains 80 characters.
       01 probe-line       pic x(80).

       fd report-file record contains 132 characters.
       01 report-line      pic x(132).

       working-storage section.
       01 ws-cabinet-status     pic xx.
       01 ws-sites-status       pic xx.
       01 ws-heartbeat-status   pic xx.
       01 ws-master-status      pic xx.
       01 ws-probe-status       pic xx.
       01 ws-eof                pic x.
       01 ws-probe-path         pic x(80).
       01 ws-now-stamp          pic x(16).

      *> The registry, loaded whole so entries can be set against each
      *> other.
       01 ws-reg-count          pic 9(3) value 0.
       01 ws-reg-table.
           03 ws-reg-entry occurs 100.
               05 ws-reg-id          pic x(16).
               05 ws-reg-title       pic x(16).
               05 ws-reg-directory   pic x(64).
               05 ws-reg-in-service  pic x.
               05 ws-reg-site        pic x(4).
       01 ws-reg-index          pic 9(3).
       01 ws-other-index        pic 9(3).

      *> sites.dat room codes, and whether any cabinet sits in each.
       01 ws-site-count         pic 9(3) value 0.
       01 ws-site-table.
           03 ws-site-entry occurs 50.
               05 ws-site-code       pic x(4).
               05 ws-site-used       pic x.
       01 ws-site-index         pic 9(3).
       01 ws-s-code             pic x(4).

      *> Tournament names on the shared master.
       01 ws-tm-count           pic 9(3) value 0.
       01 ws-tm-table.
           03 ws-tm-name occurs 100 pic x(20).
       01 ws-tm-index           pic 9(3).

       01 ws-h-id               pic x(16).
       01 ws-h-title            pic x(16).

       01 ws-t-name             pic x(20).
       01 ws-t-start            pic x(16).
       01 ws-t-end              pic x(16).

       01 ws-maint-flag         pic x.
       01 ws-queued-names       pic 9(3).
       01 ws-found              pic x.

       01 ws-file-details.
           03 ws-file-size           pic x(8) comp-x.
           03 ws-file-date.
               05 ws-fd-day          pic x comp-x.
               05 ws-fd-month        pic x comp-x.
               05 ws-fd-year         pic x(2) comp-x.
           03 ws-file-time.
               05 ws-ft-hours        pic x comp-x.
               05 ws-ft-minutes      pic x comp-x.
               05 ws-ft-seconds      pic x comp-x.
               05 ws-ft-hundredths   pic x comp-x.
       01 ws-exist-rc           pic s9(9) comp-5.

      *> Findings, held so the report can list them by severity.
       01 ws-finding-count      pic 9(3) value 0.
       01 ws-finding-table.
           03 ws-finding-entry occurs 500.
               05 ws-finding-severity pic x(6).
               05 ws-finding-text     pic x(110).
       01 ws-finding-index      pic 9(3).
       01 ws-new-severity       pic x(6).
       01 ws-new-text           pic x(110).
       01 ws-high-count         pic 9(3) value 0.
       01 ws-medium-count       pic 9(3) value 0.
       01 ws-low-count          pic 9(3) value 0.
       01 ws-list-severity      pic x(6).
       01 ws-report-line-out    pic x(132).

       procedure division.
       main-line section.
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2)
               delimited by size into ws-now-stamp
           end-string

           perform load-registry
           open output report-file
           move spaces to ws-report-line-out
           string "FLEET INTEGRITY AUDIT - " ws-now-stamp
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           if ws-reg-count = 0
               move "No cabinets.dat registry - nothing to cross-check."
                   to report-line
               write report-line
               close report-file
               display "Integrity audit: no registry to check."
               stop run
           end-if

           perform load-sites
           perform load-tournament-master
           perform check-shared-directories
           perform varying ws-reg-index from 1 by 1
                   until ws-reg-index > ws-reg-count
               perform check-one-cabinet
           end-perform
           perform check-heartbeat-lines
           perform check-unused-sites

           move spaces to report-line
           write report-line
           if ws-finding-count = 0
               move "No orphans or conflicts found." to report-line
               write report-line
           else
               move "HIGH" to ws-list-severity
               perform list-findings
               move "MEDIUM" to ws-list-severity
               perform list-findings
               move "LOW" to ws-list-severity
               perform list-findings
           end-if
           move spaces to report-line
           write report-line
           move spaces to ws-report-line-out
           string "Cabinets checked " ws-reg-count
                  ", findings: " ws-high-count " high, "
                  ws-medium-count " medium, " ws-low-count " low."
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           close report-file
           display "Integrity audit written to integrityaudit.txt ("
                   ws-high-count " high, " ws-medium-count " medium, "
                   ws-low-count " low)."
           stop run
           .

       load-registry section.
           open input cabinet-file
           if ws-cabinet-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read cabinet-file next record
                   at end move "T" to ws-eof
                   not at end
                       if ws-reg-count < 100
                           add 1 to ws-reg-count
                           move cb-cabinet-id to ws-reg-id(ws-reg-count)
                           move cb-title to ws-reg-title(ws-reg-count)
                           move cb-directory
                               to ws-reg-directory(ws-reg-count)
                           move cb-in-service
                               to ws-reg-in-service(ws-reg-count)
                           move cb-site to ws-reg-site(ws-reg-count)
                       end-if
               end-read
           end-perform
           close cabinet-file
           .

      *> "code,name" lines kept by hand.
       load-sites section.
           open input sites-file
           if ws-sites-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read sites-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-s-code
                       unstring si-line delimited by ","
                           into ws-s-code
                       if ws-s-code not = spaces and ws-site-count < 50
                           add 1 to ws-site-count
                           move ws-s-code to ws-site-code(ws-site-count)
                           move "N" to ws-site-used(ws-site-count)
                       end-if
               end-read
           end-perform
           close sites-file
           .

      *> "name,start,end,fee,pot" lines.
       load-tournament-master section.
           open input tournament-master-file
           if ws-master-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read tournament-master-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-t-name
                       unstring tm-line delimited by "," into ws-t-name
                       if ws-t-name not = spaces and ws-tm-count < 100
                           add 1 to ws-tm-count
                           move ws-t-name to ws-tm-name(ws-tm-count)
                       end-if
               end-read
           end-perform
           close tournament-master-file
           .

      *> Two registry entries on one directory share every local file.
       check-shared-directories section.
           perform varying ws-reg-index from 1 by 1
                   until ws-reg-index > ws-reg-count
               perform varying ws-other-index from ws-reg-index by 1
                       until ws-other-index > ws-reg-count
                   if ws-other-index > ws-reg-index
                       and ws-reg-directory(ws-other-index)
                           = ws-reg-directory(ws-reg-index)
                       move "HIGH" to ws-new-severity
                       move spaces to ws-new-text
                       string "cabinets "
                              ws-reg-id(ws-reg-index) delimited by space
                              " and " delimited by size
                              ws-reg-id(ws-other-index)
                                  delimited by space
                              " share directory " delimited by size
                              ws-reg-directory(ws-reg-index)
                                  delimited by space
                              into ws-new-text
                       end-string
                       perform add-finding
                   end-if
               end-perform
           end-perform
           .

       check-one-cabinet section.
           perform check-cabinet-site

           move spaces to ws-probe-path
           string ws-reg-directory(ws-reg-index) delimited by space
               into ws-probe-path
           end-string
           call "CBL_CHECK_FILE_EXIST" using ws-probe-path
                                             ws-file-details
               returning ws-exist-rc
           if ws-exist-rc not = 0
               if ws-reg-in-service(ws-reg-index) = "Y"
                   move "HIGH" to ws-new-severity
                   move spaces to ws-new-text
                   string "cabinet "
                          ws-reg-id(ws-reg-index) delimited by space
                          " is in service but its directory "
                              delimited by size
                          ws-reg-directory(ws-reg-index)
                              delimited by space
                          " is missing" delimited by size
                          into ws-new-text
                   end-string
                   perform add-finding
               end-if
               exit section
           end-if

           perform probe-maintenance-flag
           if ws-reg-in-service(ws-reg-index) not = "Y"
               perform check-retired-credits
           end-if
           perform check-waitlist
           perform check-tournament-config
           .

       check-cabinet-site section.
           if ws-reg-site(ws-reg-index) = spaces or ws-site-count = 0
               exit section
           end-if
           move "N" to ws-found
           perform varying ws-site-index from 1 by 1
                   until ws-site-index > ws-site-count
               if ws-site-code(ws-site-index)
                       = ws-reg-site(ws-reg-index)
                   move "Y" to ws-found
                   move "Y" to ws-site-used(ws-site-index)
                   exit perform
               end-if
           end-perform
           if ws-found = "N"
               move "MEDIUM" to ws-new-severity
               move spaces to ws-new-text
               string "cabinet "
                      ws-reg-id(ws-reg-index) delimited by space
                      " is registered to site " delimited by size
                      ws-reg-site(ws-reg-index) delimited by space
                      ", which sites.dat does not list"
                          delimited by size
                      into ws-new-text
               end-string
               perform add-finding
           end-if
           .

       probe-maintenance-flag section.
           move "N" to ws-maint-flag
           move spaces to ws-probe-path
           string ws-reg-directory(ws-reg-index) delimited by space
                  "/maintenance.flag" delimited by size
                  into ws-probe-path
           end-string
           call "CBL_CHECK_FILE_EXIST" using ws-probe-path
                                             ws-file-details
               returning ws-exist-rc
           if ws-exist-rc = 0
               move "Y" to ws-maint-flag
           end-if
           .

       check-retired-credits section.
           move spaces to ws-probe-path
           string ws-reg-directory(ws-reg-index) delimited by space
                  "/credits.dat" delimited by size
                  into ws-probe-path
           end-string
           open input probe-file
           if ws-probe-status not = "00"
               exit section
           end-if
           move spaces to probe-line
           read probe-file
               at end continue
           end-read
           close probe-file
           if probe-line(1:5) is numeric
               and probe-line(1:5) not = "00000"
               move "HIGH" to ws-new-severity
               move spaces to ws-new-text
               string "retired cabinet "
                      ws-reg-id(ws-reg-index) delimited by space
                      " still holds a credits.dat balance of "
                          delimited by size
                      probe-line(1:5) delimited by size
                      into ws-new-text
               end-string
               perform add-finding
           end-if
           .

      *> Players queued on a machine nobody can play are waiting for
      *> nothing.
       check-waitlist section.
           if ws-reg-in-service(ws-reg-index) = "Y"
               and ws-maint-flag = "N"
               exit section
           end-if
           move spaces to ws-probe-path
           string ws-reg-directory(ws-reg-index) delimited by space
                  "/waitlist.dat" delimited by size
                  into ws-probe-path
           end-string
           open input probe-file
           if ws-probe-status not = "00"
               exit section
           end-if
           move 0 to ws-queued-names
           move "F" to ws-eof
           perform until ws-eof = "T"
               read probe-file
                   at end move "T" to ws-eof
                   not at end
                       if probe-line(1:3) not = spaces
                           add 1 to ws-queued-names
                       end-if
               end-read
           end-perform
           close probe-file
           if ws-queued-names = 0
               exit section
           end-if
           move "MEDIUM" to ws-new-severity
           move spaces to ws-new-text
           if ws-reg-in-service(ws-reg-index) not = "Y"
               string ws-queued-names " name(s) queued on retired "
                      "cabinet " delimited by size
                      ws-reg-id(ws-reg-index) delimited by space
                      into ws-new-text
               end-string
           else
               string ws-queued-names " name(s) queued on cabinet "
                          delimited by size
                      ws-reg-id(ws-reg-index) delimited by space
                      ", which is down for maintenance"
                          delimited by size
                      into ws-new-text
               end-string
           end-if
           perform add-finding
           .

       check-tournament-config section.
           move spaces to ws-probe-path
           string ws-reg-directory(ws-reg-index) delimited by space
                  "/tournament.cfg" delimited by size
                  into ws-probe-path
           end-string
           open input probe-file
           if ws-probe-status not = "00"
               exit section
           end-if
           move spaces to probe-line
           read probe-file
               at end continue
           end-read
           close probe-file
           move spaces to ws-t-name ws-t-start ws-t-end
           unstring probe-line delimited by ","
               into ws-t-name ws-t-start ws-t-end

           if ws-reg-in-service(ws-reg-index) not = "Y"
               move "LOW" to ws-new-severity
               move spaces to ws-new-text
               string "retired cabinet "
                      ws-reg-id(ws-reg-index) delimited by space
                      " still holds tournament.cfg for "
                          delimited by size
                      ws-t-name delimited by space
                      into ws-new-text
               end-string
               perform add-finding
               exit section
           end-if

           move "N" to ws-found
           perform varying ws-tm-index from 1 by 1
                   until ws-tm-index > ws-tm-count
               if ws-tm-name(ws-tm-index) = ws-t-name
                   move "Y" to ws-found
                   exit perform
               end-if
           end-perform
           if ws-found = "N"
               move "MEDIUM" to ws-new-severity
               move spaces to ws-new-text
               string "cabinet "
                      ws-reg-id(ws-reg-index) delimited by space
                      " tournament.cfg names " delimited by size
                      ws-t-name delimited by space
                      ", which is not on tournaments.dat"
                          delimited by size
                      into ws-new-text
               end-string
               perform add-finding
               exit section
           end-if
           if ws-t-end not = spaces and ws-t-end < ws-now-stamp
               move "LOW" to ws-new-severity
               move spaces to ws-new-text
               string "cabinet "
                      ws-reg-id(ws-reg-index) delimited by space
                      " still holds tournament.cfg for "
                          delimited by size
                      ws-t-name delimited by space
                      ", closed " delimited by size
                      ws-t-end delimited by size
                      into ws-new-text
               end-string
               perform add-finding
           end-if
           .

       check-heartbeat-lines section.
           open input heartbeat-file
           if ws-heartbeat-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read heartbeat-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-h-id ws-h-title
                       unstring hb-line delimited by ","
                           into ws-h-id ws-h-title
                       if ws-h-id not = spaces
                           perform check-one-heartbeat
                       end-if
               end-read
           end-perform
           close heartbeat-file
           .

       check-one-heartbeat section.
           move "N" to ws-found
           perform varying ws-reg-index from 1 by 1
                   until ws-reg-index > ws-reg-count
               if ws-reg-id(ws-reg-index) = ws-h-id
                   move "Y" to ws-found
                   exit perform
               end-if
           end-perform
           move spaces to ws-new-text
           if ws-found = "N"
               move "MEDIUM" to ws-new-severity
               string "heartbeat.dat carries cabinet "
                          delimited by size
                      ws-h-id delimited by space
                      " (" delimited by size
                      ws-h-title delimited by space
                      "), which is not registered" delimited by size
                      into ws-new-text
               end-string
               perform add-finding
               exit section
           end-if
           if ws-reg-title(ws-reg-index) not = ws-h-title
               move "MEDIUM" to ws-new-severity
               string "cabinet " delimited by size
                      ws-h-id delimited by space
                      " publishes as " delimited by size
                      ws-h-title delimited by space
                      " but is registered as " delimited by size
                      ws-reg-title(ws-reg-index) delimited by space
                      into ws-new-text
               end-string
               perform add-finding
               exit section
           end-if
           if ws-reg-in-service(ws-reg-index) not = "Y"
               move "LOW" to ws-new-severity
               string "retired cabinet " delimited by size
                      ws-h-id delimited by space
                      " is still publishing heartbeats"
                          delimited by size
                      into ws-new-text
               end-string
               perform add-finding
           end-if
           .

       check-unused-sites section.
           perform varying ws-site-index from 1 by 1
                   until ws-site-index > ws-site-count
               if ws-site-used(ws-site-index) = "N"
                   move "LOW" to ws-new-severity
                   move spaces to ws-new-text
                   string "site " ws-site-code(ws-site-index)
                          " is on sites.dat but no cabinet is"
                          " registered to it"
                       delimited by size into ws-new-text
                   end-string
                   perform add-finding
               end-if
           end-perform
           .

       add-finding section.
           if ws-finding-count >= 500
               exit section
           end-if
           add 1 to ws-finding-count
           move ws-new-severity to ws-finding-severity(ws-finding-count)
           move ws-new-text to ws-finding-text(ws-finding-count)
           evaluate ws-new-severity
               when "HIGH"
                   add 1 to ws-high-count
               when "MEDIUM"
                   add 1 to ws-medium-count
               when other
                   add 1 to ws-low-count
           end-evaluate
           .

       list-findings section.
           perform varying ws-finding-index from 1 by 1
                   until ws-finding-index > ws-finding-count
               if ws-finding-severity(ws-finding-index)
                       = ws-list-severity
                   move spaces to ws-report-line-out
                   string "[" delimited by size
                          ws-list-severity delimited by space
                          "] " delimited by size
                          ws-finding-text(ws-finding-index)
                              delimited by size
                          into ws-report-line-out
                   end-string
                   move ws-report-line-out to report-line
                   write report-line
               end-if
           end-perform
           .

       end program IntegrityAudit.
