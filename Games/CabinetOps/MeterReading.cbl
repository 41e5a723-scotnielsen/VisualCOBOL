      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Mechanical coin-meter readings: the counter on every coin-op
      *> cabinet's door is the one record of money in that no program can
      *> rewrite, and this tool finally puts it beside the charge trail.
      *> The attendant keys each cabinet's reading by its cabinets.dat id;
      *> every reading is kept in meterreadings.dat ("timestamp,cabinet-id,
      *> reading,operator" lines, oldest first), so a cabinet's history is
      *> the whole file in order. The reconciliation report takes each
      *> cabinet's latest two readings, and sets the coins in between them
      *> (one coin buys one credit; a six-digit meter that rolled past
      *> 999999 is allowed for) against the door-funded credits the
      *> cabinet's sealed charges.log charged over the same period -- the
      *> CAB-sourced lines, less whatever counter top-ups topups.log put on
      *> that balance meanwhile, since those were paid for at the counter.
      *> Wallet-funded starts never touch the coin door and stay out. Any
      *> cabinet whose meter and trail disagree by more than the tolerance
      *> (first line of meter.cfg, percent of the charged credits, default
      *> 5, never tighter than two coins) is flagged: more coins than starts
      *> says the mech is swallowing coins, more starts than coins says
      *> somebody is playing without paying. Written to meterrecon.txt.
      *> Sign-on through the shared OperatorSignOn gate; run from a
      *> Games\CabinetOps working directory.
       program-id. MeterReading as "MeterReading".

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
           select meter-file
                   assign to "meterreadings.dat"
                   organization is line sequential
                   file status is ws-meter-status.
           select meter-config-file
                   assign to "meter.cfg"
                   organization is line sequential
                   file status is ws-config-status.
           select charges-log-file
                   assign to ws-charges-path
                   organization is line sequential
                   file status is ws-charges-status.
           select topup-log-file
                   assign to "topups.log"
                   organization is line sequential
                   file status is ws-topup-status.
           select report-file assign to "meterrecon.txt"
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

       fd meter-file record contains 60 characters.
       01 mt-line           pic x(60).

       fd meter-config-file record contains 20 characters.
       01 mc-line           pic x(20).

       fd charges-log-file record contains 120 characters.
       01 charges-line      pic x(120).

       fd topup-log-file record contains 132 characters.
       01 topup-log-line    pic x(132).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
       01 ws-cabinet-status     pic xx.
       01 ws-meter-status       pic xx.
       01 ws-config-status      pic xx.
       01 ws-charges-status     pic xx.
       01 ws-topup-status       pic xx.
       01 ws-eof                pic x value "F".
       01 ws-cab-eof            pic x value "F".
       01 ws-menu-choice        pic x.
       01 ws-done               pic x value "F".
       01 ws-signed-operator    pic x(3).
       01 ws-operator-role      pic x(10).

      *> Parsed fields of one meterreadings.dat line.
       01 ws-m-stamp            pic x(19).
       01 ws-m-cabinet          pic x(8).
       01 ws-m-reading          pic x(6).
       01 ws-m-operator         pic x(3).

      *> A cabinet's latest two readings, found by walking its history.
       01 ws-last-stamp         pic x(19).
       01 ws-last-reading       pic 9(6).
       01 ws-prior-stamp        pic x(19).
       01 ws-prior-reading      pic 9(6).
       01 ws-reading-count      pic 9(5).

       01 ws-entry-id           pic x(8).
       01 ws-reading-num        pic 9(6).
       01 ws-confirm            pic x.
       01 ws-now-stamp          pic x(19).
       01 ws-line-out           pic x(132).

      *> Reconciliation arithmetic for one cabinet.
       01 ws-tolerance-pct      pic 9(3) value 5.
       01 ws-charges-path       pic x(80).
       01 ws-f-stamp            pic x(19).
       01 ws-f-event            pic x(8).
       01 ws-f-title            pic x(16).
       01 ws-f-price            pic x(5).
       01 ws-f-balance          pic x(8).
       01 ws-f-source           pic x(8).
       01 ws-f-target           pic x(64).
       01 ws-f-amount           pic x(8).
       01 ws-coins-in           pic 9(7).
       01 ws-charged-credits    pic 9(7).
       01 ws-charged-starts     pic 9(5).
       01 ws-counter-credits    pic 9(7).
       01 ws-door-credits       pic s9(7).
       01 ws-difference         pic s9(7).
       01 ws-abs-difference     pic 9(7).
       01 ws-allowed            pic 9(7).
       01 ws-difference-disp    pic +9(7).
       01 ws-checked-count      pic 9(3) value 0.
       01 ws-flagged-count      pic 9(3) value 0.
       01 ws-unread-count       pic 9(3) value 0.

       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           perform until ws-done = "T"
               perform show-menu
               evaluate ws-menu-choice
                   when "1"
                       perform record-reading
                   when "2"
                       perform show-cabinet-history
                   when "3"
                       perform write-reconciliation
                   when "4"
                       move "T" to ws-done
                   when other
                       display "Unrecognized choice."
               end-evaluate
           end-perform
           stop run
           .

       show-menu section.
           display " "
           display "COIN METER READINGS - signed on as "
                   ws-signed-operator
           display "  1. Record a cabinet's meter reading"
           display "  2. Reading history for a cabinet"
           display "  3. Reconciliation report (meter vs charges)"
           display "  4. Exit"
           display "Choice: " with no advancing
           accept ws-menu-choice
           .

      *> One reading against a registered cabinet; a reading lower than
      *> the last one on file is only taken once the attendant confirms
      *> the meter rolled over or was replaced.
       record-reading section.
           display "Cabinet id: " with no advancing
           accept ws-entry-id
           if ws-entry-id = spaces
               exit section
           end-if
           open input cabinet-file
           if ws-cabinet-status not = "00"
               display "No cabinet registry on this floor."
               exit section
           end-if
           move ws-entry-id to cb-cabinet-id
           read cabinet-file
               invalid key
                   move spaces to cb-cabinet-id
           end-read
           close cabinet-file
           if cb-cabinet-id = spaces
               display "No cabinet registered with that id."
               exit section
           end-if
           display "Cabinet " cb-cabinet-id " (" cb-title ") at "
                   cb-location

           move ws-entry-id to ws-m-cabinet
           perform find-last-two-readings
           if ws-reading-count > 0
               display "Last reading " ws-last-reading " on "
                       ws-last-stamp
           end-if

           move 0 to ws-reading-num
           display "Meter reading (up to 6 digits): "
               with no advancing
           accept ws-reading-num
           if ws-reading-count > 0
               and ws-reading-num < ws-last-reading
               display "Lower than the last reading - did the meter "
                       "roll over or get replaced (Y/N)? "
                   with no advancing
               accept ws-confirm
               if ws-confirm not = "Y" and ws-confirm not = "y"
                   display "Reading not recorded."
                   exit section
               end-if
           end-if

           perform build-now-stamp
           open extend meter-file
           if ws-meter-status = "35"
               open output meter-file
           end-if
           if ws-meter-status not = "00"
               display "Cannot write meterreadings.dat."
               exit section
           end-if
           move spaces to ws-line-out
           string ws-now-stamp delimited by size
                  "," delimited by size
                  ws-entry-id delimited by space
                  "," delimited by size
                  ws-reading-num delimited by size
                  "," delimited by size
                  ws-signed-operator delimited by size
                  into ws-line-out
           end-string
           move ws-line-out to mt-line
           write mt-line
           close meter-file
           display "Reading " ws-reading-num " recorded for "
                   ws-entry-id "."
           .

       show-cabinet-history section.
           display "Cabinet id: " with no advancing
           accept ws-entry-id
           move 0 to ws-reading-count
           open input meter-file
           if ws-meter-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read meter-file
                       at end move "T" to ws-eof
                       not at end
                           perform parse-meter-line
                           if ws-m-cabinet = ws-entry-id
                               add 1 to ws-reading-count
                               display "  " ws-m-stamp "  "
                                       ws-m-reading "  by "
                                       ws-m-operator
                           end-if
                   end-read
               end-perform
               close meter-file
           end-if
           if ws-reading-count = 0
               display "No readings on file for that cabinet."
           end-if
           .

       parse-meter-line section.
           move spaces to ws-m-operator
           unstring mt-line delimited by ","
               into ws-m-stamp ws-m-cabinet ws-m-reading
                    ws-m-operator
           .

      *> Walks the history for ws-m-cabinet's id, keeping the newest
      *> reading and the one before it (the file is in time order).
       find-last-two-readings section.
           move ws-m-cabinet to ws-entry-id
           move 0 to ws-reading-count
           move spaces to ws-last-stamp ws-prior-stamp
           move 0 to ws-last-reading ws-prior-reading
           open input meter-file
           if ws-meter-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read meter-file
                   at end move "T" to ws-eof
                   not at end
                       perform parse-meter-line
                       if ws-m-cabinet = ws-entry-id
                           and ws-m-reading is numeric
                           add 1 to ws-reading-count
                           move ws-last-stamp to ws-prior-stamp
                           move ws-last-reading to ws-prior-reading
                           move ws-m-stamp to ws-last-stamp
                           move ws-m-reading to ws-last-reading
                       end-if
               end-read
           end-perform
           close meter-file
           .

      *> Every in-service cabinet with two readings on file gets its
      *> meter movement set against its charge trail over the period.
       write-reconciliation section.
           perform load-tolerance
           move 0 to ws-checked-count ws-flagged-count ws-unread-count
           open input cabinet-file
           if ws-cabinet-status not = "00"
               display "No cabinet registry on this floor."
               exit section
           end-if
           open output report-file
           perform build-now-stamp
           move spaces to ws-line-out
           string "COIN METER RECONCILIATION - " ws-now-stamp
                  "  (tolerance " ws-tolerance-pct "%)"
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line

           move "F" to ws-cab-eof
           perform until ws-cab-eof = "T"
               read cabinet-file next record
                   at end move "T" to ws-cab-eof
                   not at end
                       if cb-in-service = "Y"
                           perform reconcile-one-cabinet
                       end-if
               end-read
           end-perform
           close cabinet-file

           move spaces to report-line
           write report-line
           move spaces to ws-line-out
           string "Cabinets reconciled: " ws-checked-count
                  "  Flagged: " ws-flagged-count
                  "  Without two readings: " ws-unread-count
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           close report-file
           display "Reconciliation written to meterrecon.txt; "
                   ws-flagged-count " cabinet(s) flagged."
           .

       reconcile-one-cabinet section.
           move cb-cabinet-id to ws-m-cabinet
           perform find-last-two-readings
           if ws-reading-count < 2
               add 1 to ws-unread-count
               move spaces to ws-line-out
               string cb-cabinet-id " " cb-title
                      "  fewer than two meter readings on file"
                   delimited by size into ws-line-out
               end-string
               move ws-line-out to report-line
               write report-line
               exit section
           end-if
           add 1 to ws-checked-count

           if ws-last-reading >= ws-prior-reading
               compute ws-coins-in = ws-last-reading - ws-prior-reading
           else
               compute ws-coins-in
                   = 1000000 - ws-prior-reading + ws-last-reading
           end-if
           perform sum-period-charges
           perform sum-period-counter-topups
           compute ws-door-credits
               = ws-charged-credits - ws-counter-credits
           if ws-door-credits < 0
               move 0 to ws-door-credits
           end-if
           compute ws-difference = ws-coins-in - ws-door-credits
           if ws-difference < 0
               compute ws-abs-difference = 0 - ws-difference
           else
               move ws-difference to ws-abs-difference
           end-if
           compute ws-allowed
               = ws-door-credits * ws-tolerance-pct / 100
           if ws-allowed < 2
               move 2 to ws-allowed
           end-if

           move spaces to ws-line-out
           string cb-cabinet-id " " cb-title " " cb-location
                  "  " ws-prior-stamp " to " ws-last-stamp
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           move ws-difference to ws-difference-disp
           move spaces to ws-line-out
           string "  Meter coins in " ws-coins-in
                  "  Starts charged " ws-charged-starts
                  " (" ws-charged-credits " cr, less counter top-ups "
                  ws-counter-credits ")  Difference "
                  ws-difference-disp
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line

           move spaces to ws-line-out
           evaluate true
               when ws-abs-difference <= ws-allowed
                   move "  Agrees within tolerance." to ws-line-out
               when ws-difference > 0
                   add 1 to ws-flagged-count
                   string "  ** FLAGGED - more coins than paid starts: "
                          "the coin mech may be jamming or eating coins"
                       delimited by size into ws-line-out
                   end-string
               when other
                   add 1 to ws-flagged-count
                   string "  ** FLAGGED - more paid starts than coins: "
                          "play without payment suspected"
                       delimited by size into ws-line-out
                   end-string
           end-evaluate
           move ws-line-out to report-line
           write report-line
           .

      *> The cabinet-funded starts its sealed trail charged between the
      *> two readings; the seal rides as an ignored trailing field.
       sum-period-charges section.
           move 0 to ws-charged-credits ws-charged-starts
           move spaces to ws-charges-path
           string cb-directory delimited by space
                  "/charges.log" delimited by size
                  into ws-charges-path
           end-string
           open input charges-log-file
           if ws-charges-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read charges-log-file
                   at end move "T" to ws-eof
                   not at end
                       unstring charges-line delimited by ","
                           into ws-f-stamp ws-f-event ws-f-title
                                ws-f-price ws-f-balance ws-f-source
                       if ws-f-stamp > ws-prior-stamp
                           and ws-f-stamp <= ws-last-stamp
                           and ws-f-event = "CHARGE"
                           and ws-f-source(1:3) = "CAB"
                           and ws-f-price not = spaces
                           add function numval(ws-f-price)
                               to ws-charged-credits
                           add 1 to ws-charged-starts
                       end-if
               end-read
           end-perform
           close charges-log-file
           .

      *> Credits sold at the counter onto this cabinet's own balance over
      *> the period paid for starts that never saw the coin door.
       sum-period-counter-topups section.
           move 0 to ws-counter-credits
           open input topup-log-file
           if ws-topup-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read topup-log-file
                   at end move "T" to ws-eof
                   not at end
                       unstring topup-log-line delimited by ","
                           into ws-f-stamp ws-f-target ws-f-amount
                       if ws-f-stamp > ws-prior-stamp
                           and ws-f-stamp <= ws-last-stamp
                           and ws-f-target = cb-directory
                           and ws-f-amount not = spaces
                           add function numval(ws-f-amount)
                               to ws-counter-credits
                       end-if
               end-read
           end-perform
           close topup-log-file
           .

       load-tolerance section.
           open input meter-config-file
           if ws-config-status not = "00"
               exit section
           end-if
           read meter-config-file
               not at end
                   if mc-line not = spaces
                       compute ws-tolerance-pct
                           = function numval(mc-line)
                   end-if
           end-read
           close meter-config-file
           .

       build-now-stamp section.
           move spaces to ws-now-stamp
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2) ":"
                  function current-date(13:2)
               delimited by size into ws-now-stamp
           end-string
           .

       end program MeterReading.
