      *> SpectatorBoard publishes livescores.dat, and the monitor renders an
      *> in-progress match panel under the heartbeats, so a crowd can find the
      *> close race worth watching.
      *> A co-op Doku pair (DOKUCOOP) shares one board, so the panel shows
      *> the two players together rather than against each other.
      *> Under the heartbeats, any cabinet whose outbox.dat still holds
      *> writes it queued while the ../Common share was away (see Outbox)
      *> is listed with the count and the oldest one's time, so a long
      *> outage -- or a cabinet that never got the share back -- shows on
      *> the floor screen. The cabinets are the in-service ones in the
      *> cabinets.dat registry, or one of each title in the folders next to
      *> this one when there is no registry yet.
       program-id. FloorStatusMonitor as "FloorStatusMonitor".

       environment division.
                   assign to "../Common/livematches.dat"
                   organization is line sequential
                   file status is ws-matches-status.
           select cabinet-file
                   assign to "cabinets.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is cb-cabinet-id
                   file status is ws-cabinet-status.
           select outbox-file
                   assign to ws-outbox-path
                   organization is line sequential
                   file status is ws-outbox-status.

       data division.
       file section.
       fd matches-file record contains 120 characters.
       01 lm-line          pic x(120).

       fd cabinet-file record contains 121 characters.
       01 cb-record.
           03 cb-cabinet-id    pic x(8).
           03 cb-title         pic x(16).
           03 cb-location      pic x(20).
           03 cb-directory     pic x(64).
           03 cb-in-service    pic x.
           03 cb-install-date  pic x(8).
           03 cb-site          pic x(4).

       fd outbox-file record contains 120 characters.
       01 ob-line          pic x(120).

       working-storage section.
       01 ws-heartbeat-status   pic xx.
       01 ws-eof                pic x value "F".
       01 ws-m-stamp            pic x(19).
       78 MATCH-STALE-SECONDS   value 120.

      *> Outbox panel: the cabinet being looked at, how many writes its
      *> outbox holds and when the oldest was made.
       01 ws-cabinet-status     pic xx.
       01 ws-outbox-status      pic xx.
       01 ws-outbox-path        pic x(80).
       01 ws-outbox-eof         pic x.
       01 ws-registry-count     pic 9(3).
       01 ws-outbox-cabinets    pic 9(3).
       01 ws-ox-id              pic x(8).
       01 ws-ox-title           pic x(16).
       01 ws-ox-directory       pic x(64).
       01 ws-ox-count           pic 9(5).
       01 ws-ox-oldest          pic x(19).

       procedure division.
       main-line section.
           perform until ws-done = "T"
           if ws-cabinet-count = 0
               display "No cabinet has published a heartbeat yet."
           end-if
           perform show-cabinet-outboxes
           perform show-live-matches
           .

      *> Every cabinet with writes still waiting for the share.
       show-cabinet-outboxes section.
           move 0 to ws-registry-count
           move 0 to ws-outbox-cabinets
           open input cabinet-file
           if ws-cabinet-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read cabinet-file next record
                       at end move "T" to ws-eof
                       not at end
                           if cb-in-service = "Y"
                               add 1 to ws-registry-count
                               move cb-cabinet-id to ws-ox-id
                               move cb-title to ws-ox-title
                               move cb-directory to ws-ox-directory
                               perform show-one-outbox
                           end-if
                   end-read
               end-perform
               close cabinet-file
           end-if

           if ws-registry-count = 0
               move "FLOOR" to ws-ox-id
               move "CobolBlitz" to ws-ox-title
               move "../CobolBlitz" to ws-ox-directory
               perform show-one-outbox
               move "CobolMineSweeper" to ws-ox-title
               move "../CobolMineSweeper" to ws-ox-directory
               perform show-one-outbox
               move "CobolDoKu" to ws-ox-title
               move "../CobolDoKu" to ws-ox-directory
               perform show-one-outbox
               move "CobolSnake" to ws-ox-title
               move "../CobolSnake" to ws-ox-directory
               perform show-one-outbox
               move "CobolTicTacToe" to ws-ox-title
               move "../CobolTicTacToe" to ws-ox-directory
               perform show-one-outbox
           end-if
           .

       show-one-outbox section.
           move spaces to ws-outbox-path
           string ws-ox-directory delimited by space
                  "/outbox.dat" delimited by size
               into ws-outbox-path
           end-string
           move 0 to ws-ox-count
           move spaces to ws-ox-oldest
           open input outbox-file
           if ws-outbox-status not = "00"
               exit section
           end-if
           move "F" to ws-outbox-eof
           perform until ws-outbox-eof = "T"
               read outbox-file
                   at end move "T" to ws-outbox-eof
                   not at end
                       if ob-line not = spaces
                           add 1 to ws-ox-count
                           if ws-ox-count = 1
                               move ob-line(1:19) to ws-ox-oldest
                           end-if
                       end-if
               end-read
           end-perform
           close outbox-file
           if ws-ox-count = 0
               exit section
           end-if
           if ws-outbox-cabinets = 0
               display " "
               display "CABINETS WITH QUEUED WRITES (OUTBOX NOT EMPTY)"
           end-if
           add 1 to ws-outbox-cabinets
           display "  " ws-ox-id " " ws-ox-title " " ws-ox-count
                   " write(s) waiting since " ws-ox-oldest
           .

      *> The in-progress match panel: every feed line still fresh is a
      *> match someone could walk over and watch.
       show-live-matches section.
               display "LIVE MATCHES"
           end-if
           add 1 to ws-match-count
           if ws-m-kind = "DOKUCOOP"
               display "  " ws-m-machine " " ws-m-kind " "
                       ws-m-us " with " ws-m-them
                       " (" ws-m-our-state ")"
               exit section
           end-if
           display "  " ws-m-machine " " ws-m-kind " "
                   ws-m-us " (" ws-m-our-state ") vs "
                   ws-m-them " (" ws-m-their-state ")"
