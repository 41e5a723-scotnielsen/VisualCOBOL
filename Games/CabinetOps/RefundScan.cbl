      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Nightly refund scan: finds today's paid starts that never
      *> finished (a crash or a power cut mid-game) and queues them for a
      *> supervisor's refund decision. For every registered cabinet
      *> (cabinets.dat, or the default one-folder-per-title layout) each
      *> of today's CHARGE lines on the sealed charges.log is matched
      *> against the title's own trail -- blitzaudit.log GAMEOVER,
      *> snakesession.log ENDED, and any non-practice outcome on
      *> minegames.log or tictactoestats.log. A start counts as finished
      *> when an ending follows it before the cabinet's next charge (all
      *> the charges of one multi-player start share a second and share
      *> the ending); the TicTacToe trail carries only a date, so there the
      *> day's charges beyond the day's outcomes are the unfinished ones,
      *> latest first. Each unfinished start is appended to refundqueue.dat
      *> as "P,charge-time,cabinet,directory,title,price,source,seal,,"
      *> (status P pending; the charge's seal field keys it, so a re-run
      *> never queues the same start twice). RefundReview works the queue
      *> at the attendant console. Run nightly by NightlyBatch before
      *> LogArchive rotates the day's trails away; from a Games\CabinetOps
      *> working directory.
       program-id. RefundScan as "RefundScan".

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
           select charges-log-file
                   assign to ws-charges-path
                   organization is line sequential
                   file status is ws-charges-status.
           select trail-file
                   assign to ws-trail-path
                   organization is line sequential
                   file status is ws-trail-status.
           select queue-file
                   assign to "refundqueue.dat"
                   organization is line sequential
                   file status is ws-queue-status.

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

       fd charges-log-file record contains 120 characters.
       01 charges-line      pic x(120).

       fd trail-file record contains 120 characters.
       01 trail-line        pic x(120).

       fd queue-file record contains 200 characters.
       01 qu-line           pic x(200).

       working-storage section.
       01 ws-cabinet-status     pic xx.
       01 ws-charges-status     pic xx.
       01 ws-trail-status       pic xx.
       01 ws-queue-status       pic xx.
       01 ws-eof                pic x value "F".

       01 ws-today-dash         pic x(10).

       01 ws-cab-count          pic 9(3) value 0.
       01 ws-cab-table.
           03 ws-cab-entry occurs 50.
               05 ws-cab-id          pic x(8).
               05 ws-cab-title       pic x(16).
               05 ws-cab-directory   pic x(64).
       01 ws-cab-index          pic 9(3).

      *> Starts already on the queue, by directory and charge seal.
       01 ws-queued-count       pic 9(5) value 0.
       01 ws-queued-table.
           03 ws-queued-key occurs 5000 pic x(80).
       01 ws-queued-index       pic 9(5).
       01 ws-key                pic x(80).
       01 ws-already            pic x.

      *> Today's charges at the cabinet being scanned.
       01 ws-chg-count          pic 9(4) value 0.
       01 ws-chg-table.
           03 ws-chg-entry occurs 2000.
               05 ws-chg-stamp       pic x(19).
               05 ws-chg-price       pic x(5).
               05 ws-chg-source      pic x(8).
               05 ws-chg-seal        pic x(14).
               05 ws-chg-open        pic x.
       01 ws-chg-index          pic 9(4).
       01 ws-next-index         pic 9(4).
       01 ws-next-stamp         pic x(19).

      *> Today's game endings off the title's trail.
       01 ws-end-count          pic 9(4) value 0.
       01 ws-end-table.
           03 ws-end-stamp occurs 2000 pic x(19).
       01 ws-end-index          pic 9(4).
       01 ws-surplus            pic s9(5).

       01 ws-charges-path       pic x(80).
       01 ws-trail-path         pic x(96).
       01 ws-trail-base         pic x(20).
       01 ws-f-stamp            pic x(19).
       01 ws-f-event            pic x(12).
       01 ws-f-title            pic x(16).
       01 ws-f-price            pic x(5).
       01 ws-f-balance          pic x(8).
       01 ws-f-source           pic x(8).
       01 ws-f-seal             pic x(14).
       01 ws-f-after-seal       pic x(6).
       01 ws-f-member-seal      pic x(14).
       01 ws-q-status           pic x.
       01 ws-q-stamp            pic x(19).
       01 ws-q-cabinet          pic x(8).
       01 ws-q-directory        pic x(64).
       01 ws-q-title            pic x(16).
       01 ws-q-price            pic x(5).
       01 ws-q-source           pic x(8).
       01 ws-q-seal             pic x(14).
       01 ws-added              pic 9(5) value 0.
       01 ws-line-out           pic x(200).

       procedure division.
       main-line section.
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2)
               delimited by size into ws-today-dash
           end-string
           perform load-cabinet-registry
           perform load-queued-keys

           open extend queue-file
           if ws-queue-status = "35"
               open output queue-file
           end-if
           if ws-queue-status not = "00"
               display "Refund queue could not be opened."
               move 8 to return-code
               stop run
           end-if
           perform varying ws-cab-index from 1 by 1
                   until ws-cab-index > ws-cab-count
               perform scan-one-cabinet
           end-perform
           close queue-file
           display "Refund scan: " ws-added
                   " unfinished start(s) queued for review."
           move 0 to return-code
           stop run
           .

       load-cabinet-registry section.
           open input cabinet-file
           if ws-cabinet-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read cabinet-file next record
                       at end move "T" to ws-eof
                       not at end
                           if cb-in-service = "Y"
                               perform keep-this-cabinet
                           end-if
                   end-read
               end-perform
               close cabinet-file
           end-if
           if ws-cab-count = 0
               move "BLITZ" to cb-cabinet-id
               move "CobolBlitz" to cb-title
               move "../CobolBlitz" to cb-directory
               perform keep-this-cabinet
               move "MINE" to cb-cabinet-id
               move "CobolMineSweeper" to cb-title
               move "../CobolMineSweeper" to cb-directory
               perform keep-this-cabinet
               move "SNAKE" to cb-cabinet-id
               move "CobolSnake" to cb-title
               move "../CobolSnake" to cb-directory
               perform keep-this-cabinet
               move "TTT" to cb-cabinet-id
               move "CobolTicTacToe" to cb-title
               move "../CobolTicTacToe" to cb-directory
               perform keep-this-cabinet
           end-if
           .

       keep-this-cabinet section.
           if ws-cab-count >= 50
               exit section
           end-if
           add 1 to ws-cab-count
           move cb-cabinet-id to ws-cab-id(ws-cab-count)
           move cb-title to ws-cab-title(ws-cab-count)
           move cb-directory to ws-cab-directory(ws-cab-count)
           .

       load-queued-keys section.
           open input queue-file
           if ws-queue-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read queue-file
                   at end move "T" to ws-eof
                   not at end
                       unstring qu-line delimited by ","
                           into ws-q-status ws-q-stamp ws-q-cabinet
                                ws-q-directory ws-q-title ws-q-price
                                ws-q-source ws-q-seal
                       if ws-queued-count < 5000
                           add 1 to ws-queued-count
                           move spaces to ws-key
                           string ws-q-directory delimited by space
                                  "|" ws-q-seal delimited by size
                               into ws-key
                           end-string
                           move ws-key
                               to ws-queued-key(ws-queued-count)
                       end-if
               end-read
           end-perform
           close queue-file
           .

      *> The titles without a start/finish trail (DoKu: an abandoned
      *> puzzle is a normal outcome) are not scanned.
       scan-one-cabinet section.
           evaluate ws-cab-title(ws-cab-index)
               when "CobolBlitz"
                   move "blitzaudit.log" to ws-trail-base
               when "CobolSnake"
                   move "snakesession.log" to ws-trail-base
               when "CobolMineSweeper"
                   move "minegames.log" to ws-trail-base
               when "CobolTicTacToe"
                   move "tictactoestats.log" to ws-trail-base
               when other
                   exit section
           end-evaluate
           perform load-todays-charges
           if ws-chg-count = 0
               exit section
           end-if
           perform load-todays-endings
           if ws-cab-title(ws-cab-index) = "CobolTicTacToe"
               perform match-by-day-count
           else
               perform match-by-interval
           end-if
           perform varying ws-chg-index from 1 by 1
                   until ws-chg-index > ws-chg-count
               if ws-chg-open(ws-chg-index) = "Y"
                   perform queue-unfinished-start
               end-if
           end-perform
           .

       load-todays-charges section.
           move 0 to ws-chg-count
           move spaces to ws-charges-path
           string ws-cab-directory(ws-cab-index) delimited by space
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
                       move spaces to ws-f-source ws-f-seal
                                      ws-f-after-seal ws-f-member-seal
                       unstring charges-line delimited by ","
                           into ws-f-stamp ws-f-event ws-f-title
                                ws-f-price ws-f-balance ws-f-source
                                ws-f-seal ws-f-after-seal
                                ws-f-member-seal
      *> a member's wallet start carries its full price and tier
      *> ahead of the seal
                       if ws-f-seal(1:1) not = "#"
                           and ws-f-member-seal(1:1) = "#"
                           move ws-f-member-seal to ws-f-seal
                       end-if
                       if ws-f-stamp(1:10) = ws-today-dash
                           and ws-f-event = "CHARGE"
                           and ws-chg-count < 2000
                           add 1 to ws-chg-count
                           move ws-f-stamp to ws-chg-stamp(ws-chg-count)
                           move ws-f-price to ws-chg-price(ws-chg-count)
                           move ws-f-source
                               to ws-chg-source(ws-chg-count)
                           move ws-f-seal to ws-chg-seal(ws-chg-count)
                           move "N" to ws-chg-open(ws-chg-count)
                       end-if
               end-read
           end-perform
           close charges-log-file
           .

      *> A game ending is a GAMEOVER (Blitz), an ENDED (Snake), or any
      *> outcome but a practice one (Minesweeper, TicTacToe).
       load-todays-endings section.
           move 0 to ws-end-count
           move spaces to ws-trail-path
           string ws-cab-directory(ws-cab-index) delimited by space
                  "/" delimited by size
                  ws-trail-base delimited by space
                  into ws-trail-path
           end-string
           open input trail-file
           if ws-trail-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read trail-file
                   at end move "T" to ws-eof
                   not at end
                       unstring trail-line delimited by ","
                           into ws-f-stamp ws-f-event
                       if ws-f-stamp(1:10) = ws-today-dash
                           and ws-end-count < 2000
                           perform note-ending
                       end-if
               end-read
           end-perform
           close trail-file
           .

       note-ending section.
           evaluate ws-cab-title(ws-cab-index)
               when "CobolBlitz"
                   if ws-f-event not = "GAMEOVER"
                       exit section
                   end-if
               when "CobolSnake"
                   if ws-f-event not = "ENDED"
                       exit section
                   end-if
               when other
                   if ws-f-event = "PRAC" or ws-f-event = "PRACTICE"
                       exit section
                   end-if
           end-evaluate
           add 1 to ws-end-count
           move ws-f-stamp to ws-end-stamp(ws-end-count)
           .

      *> Each charge (with any others stamped the same second) owns the
      *> time up to the cabinet's next charge; no ending in that window
      *> means the game never finished.
       match-by-interval section.
           perform varying ws-chg-index from 1 by 1
                   until ws-chg-index > ws-chg-count
               move high-values to ws-next-stamp
               perform varying ws-next-index from ws-chg-index by 1
                       until ws-next-index > ws-chg-count
                   if ws-chg-stamp(ws-next-index)
                           > ws-chg-stamp(ws-chg-index)
                       move ws-chg-stamp(ws-next-index)
                           to ws-next-stamp
                       exit perform
                   end-if
               end-perform
               move "Y" to ws-chg-open(ws-chg-index)
               perform varying ws-end-index from 1 by 1
                       until ws-end-index > ws-end-count
                   if ws-end-stamp(ws-end-index)
                           >= ws-chg-stamp(ws-chg-index)
                       and ws-end-stamp(ws-end-index) < ws-next-stamp
                       move "N" to ws-chg-open(ws-chg-index)
                       exit perform
                   end-if
               end-perform
           end-perform
           .

      *> Date-only trail: the day's charges beyond its outcomes are the
      *> unfinished ones, taken from the latest charge back.
       match-by-day-count section.
           compute ws-surplus = ws-chg-count - ws-end-count
           perform varying ws-chg-index from ws-chg-count by -1
                   until ws-chg-index < 1 or ws-surplus <= 0
               move "Y" to ws-chg-open(ws-chg-index)
               subtract 1 from ws-surplus
           end-perform
           .

       queue-unfinished-start section.
           move spaces to ws-key
           string ws-cab-directory(ws-cab-index) delimited by space
                  "|" ws-chg-seal(ws-chg-index) delimited by size
               into ws-key
           end-string
           move "N" to ws-already
           perform varying ws-queued-index from 1 by 1
                   until ws-queued-index > ws-queued-count
               if ws-queued-key(ws-queued-index) = ws-key
                   move "Y" to ws-already
                   exit perform
               end-if
           end-perform
           if ws-already = "Y"
               exit section
           end-if
           move spaces to ws-line-out
           string "P," ws-chg-stamp(ws-chg-index)
                  "," delimited by size
                  ws-cab-id(ws-cab-index) delimited by space
                  "," delimited by size
                  ws-cab-directory(ws-cab-index) delimited by space
                  "," delimited by size
                  ws-cab-title(ws-cab-index) delimited by space
                  "," delimited by size
                  ws-chg-price(ws-chg-index) delimited by space
                  "," delimited by size
                  ws-chg-source(ws-chg-index) delimited by space
                  "," delimited by size
                  ws-chg-seal(ws-chg-index) delimited by space
                  ",," delimited by size
               into ws-line-out
           end-string
           move ws-line-out to qu-line
           write qu-line
           add 1 to ws-added
           if ws-queued-count < 5000
               add 1 to ws-queued-count
               move ws-key to ws-queued-key(ws-queued-count)
           end-if
           .

       end program RefundScan.
