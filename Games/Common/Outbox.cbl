      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Store-and-forward outbox for the writes a cabinet makes to the
      *> ../Common share. When the share can't be reached, the writer
      *> (ProfileUpdate, HeartbeatPublish, TournamentEntry -- and the
      *> managed titles' Profile, Heartbeat and Tournament classes, which
      *> keep the same file) queues the write here instead of losing it or
      *> stalling the game: one "timestamp|kind|payload" line in the local
      *> outbox.dat of the game's own directory, the timestamp being the
      *> moment of the original write. Kinds and payloads:
      *>   PROFILE  "title,III,value,kind"   - a playerprofiles.idx update
      *>   PLAY     "III"                    - a playerplays.log line
      *>   POINT    "III"                    - a loyalty.dat point
      *>   TICKET   "III,ttttttt"            - prize tickets for tickets.dat
      *>   HEARTBT  "title,state"            - the latest heartbeat only
      *>   POT      "tournament,fee"         - a tournaments.dat pot bump
      *> Each writer forwards its own kinds oldest first, with the queued
      *> timestamp, the next time it finds the share there, and queues a
      *> new write behind any of its kind still waiting so the order is
      *> kept. The file is gone once the last line has been forwarded, so
      *> FloorStatusMonitor and MorningSummary show any cabinet whose
      *> outbox.dat still holds lines.
      *> Actions: "Q" queue a line (l-stamp spaces = now); "S" set the one
      *> line of a kind, replacing any queued before it (heartbeats, where
      *> only the last state matters); "F" fetch the oldest line of l-kind
      *> (spaces = any kind) into l-stamp/l-payload, l-found "Y" or "N";
      *> "D" drop the oldest line of l-kind once it has been forwarded.
      *> Called as a subprogram the same way the games already call
      *> CreditsJournal.
       program-id. Outbox as "Outbox".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select outbox-file
                   assign to "outbox.dat"
                   organization is line sequential
                   file status is ws-outbox-status.
           select outbox-temp-file
                   assign to "outbox.dat.tmp"
                   organization is line sequential
                   file status is ws-temp-status.

       data division.
       file section.
       fd outbox-file record contains 120 characters.
       01 ob-line.
           03 ob-stamp          pic x(19).
           03 filler            pic x.
           03 ob-kind           pic x(8).
           03 filler            pic x.
           03 ob-payload        pic x(80).
           03 filler            pic x(11).

       fd outbox-temp-file record contains 120 characters.
       01 ot-line           pic x(120).

       working-storage section.
       01 ws-outbox-status      pic xx.
       01 ws-temp-status        pic xx.
       01 ws-eof                pic x.
       01 ws-done               pic x.
       01 ws-kept-count         pic 9(7).
       01 ws-rename-rc          pic s9(9) comp-5.
       01 ws-outbox-name        pic x(16) value "outbox.dat".
       01 ws-temp-name          pic x(16) value "outbox.dat.tmp".

       linkage section.
      *> "Q" queue, "S" set the kind's one line, "F" fetch oldest,
      *> "D" drop oldest.
       01 l-action              pic x.
       01 l-kind                pic x(8).
      *> "yyyy-mm-dd hh:mm:ss" of the original write.
       01 l-stamp               pic x(19).
       01 l-payload             pic x(80).
      *> "F": "Y" = a line was there, "N" = nothing of that kind queued.
       01 l-found               pic x.

       procedure division using l-action l-kind l-stamp l-payload
                                l-found.
       main-entry section.
           move "N" to l-found
           evaluate l-action
               when "Q"
                   perform append-line
               when "S"
                   perform drop-lines
                   perform append-line
               when "F"
                   perform fetch-oldest
               when "D"
                   perform drop-lines
           end-evaluate
           goback.

       append-line section.
           if l-stamp = spaces
               string function current-date(1:4) "-"
                      function current-date(5:2) "-"
                      function current-date(7:2) " "
                      function current-date(9:2) ":"
                      function current-date(11:2) ":"
                      function current-date(13:2)
                   delimited by size into l-stamp
               end-string
           end-if
           open extend outbox-file
           if ws-outbox-status = "35"
               open output outbox-file
           end-if
           if ws-outbox-status not = "00"
               exit section
           end-if
           move spaces to ob-line
           move l-stamp to ob-stamp
           move "|" to ob-line(20:1)
           move l-kind to ob-kind
           move "|" to ob-line(29:1)
           move l-payload to ob-payload
           write ob-line
           close outbox-file
           .

       fetch-oldest section.
           move spaces to l-payload
           open input outbox-file
           if ws-outbox-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read outbox-file
                   at end move "T" to ws-eof
                   not at end
                       if ob-line not = spaces
                           and (l-kind = spaces or ob-kind = l-kind)
                           move ob-stamp to l-stamp
                           move ob-payload to l-payload
                           move "Y" to l-found
                           move "T" to ws-eof
                       end-if
               end-read
           end-perform
           close outbox-file
           .

      *> "D" drops the oldest line of the kind, "S" every line of it.
      *> The outbox is copied across without them; an outbox left with
      *> nothing in it is removed altogether.
       drop-lines section.
           open input outbox-file
           if ws-outbox-status not = "00"
               exit section
           end-if
           open output outbox-temp-file
           if ws-temp-status not = "00"
               close outbox-file
               exit section
           end-if
           move 0 to ws-kept-count
           move "N" to ws-done
           move "F" to ws-eof
           perform until ws-eof = "T"
               read outbox-file
                   at end move "T" to ws-eof
                   not at end
                       perform copy-or-drop-line
               end-read
           end-perform
           close outbox-file
           close outbox-temp-file

           call "CBL_DELETE_FILE" using ws-outbox-name
               returning ws-rename-rc
           if ws-kept-count = 0
               call "CBL_DELETE_FILE" using ws-temp-name
                   returning ws-rename-rc
           else
               call "CBL_RENAME_FILE" using ws-temp-name ws-outbox-name
                   returning ws-rename-rc
           end-if
           .

       copy-or-drop-line section.
           if ob-line = spaces
               exit section
           end-if
           if ob-kind = l-kind and ws-done = "N"
               if l-action = "D"
                   move "Y" to ws-done
               end-if
               exit section
           end-if
           move ob-line to ot-line
           write ot-line
           add 1 to ws-kept-count
           .

       end program Outbox.
