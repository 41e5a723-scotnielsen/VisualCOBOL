      *> version stamped in the cabinet's version.cfg (first line; "unstamped"
      *> when the file is absent), so the census report and the floor-open
      *> gate can spot a mixed-version floor before doors open.
      *> A ../Common share that can't be reached leaves the heartbeat in the
      *> cabinet's outbox.dat (see Outbox) -- only the latest one, since a
      *> heartbeat is a state and not a history -- and the next publish
      *> that finds the share back forwards it with the time it was taken
      *> before writing the current one. A publish that goes through also
      *> drains anything else the cabinet has queued, by calling
      *> ProfileUpdate and TournamentEntry with kind "FLUSH", so a backlog
      *> clears as soon as the share returns rather than at the next game.
      *> Clock drift: a sixth field carries the cabinet's own clock at the
      *> moment the line is written ("yyyymmddhhmmsscc"), even when the
      *> fourth is the time of a heartbeat forwarded from the outbox, so
      *> ClockDriftCheck can set it against the office clock.
       program-id. HeartbeatPublish as "HeartbeatPublish".

       environment division.
           value "../Common/heartbeat.dat.tmp".
       01 ws-rename-rc          pic s9(9) comp-5.

      *> The heartbeat being published: this call's, or the one queued
      *> in the outbox while the share was away.
       01 ws-p-title            pic x(16).
       01 ws-p-state            pic x(12).
      *> "Y" published, "U" share unreachable.
       01 ws-applied            pic x.

      *> Outbox hand-off (see Outbox).
       01 ws-ob-action          pic x.
       01 ws-ob-kind            pic x(8) value "HEARTBT".
       01 ws-ob-stamp           pic x(19).
       01 ws-ob-payload         pic x(80).
       01 ws-ob-found           pic x.
       01 ws-any-kind           pic x(8) value spaces.

      *> Forward-only calls to the other outbox writers.
       01 ws-flush-initials     pic x(3) value spaces.
       01 ws-flush-value        pic 9(7) value 0.
       01 ws-flush-kind         pic x(5) value "FLUSH".

       linkage section.
       01 l-title               pic x(16).
       01 l-state               pic x(12).
               close version-config-file
           end-if

      *> a heartbeat queued while the share was away goes first, dated
      *> when it was taken
           move "F" to ws-ob-action
           perform call-outbox
           if ws-ob-found = "Y"
               unstring ws-ob-payload delimited by ","
                   into ws-p-title ws-p-state
               move ws-ob-stamp to ws-timestamp
               perform publish-line
               if ws-applied = "Y"
                   move "D" to ws-ob-action
                   perform call-outbox
               end-if
           end-if

           move l-title to ws-p-title
           move l-state to ws-p-state
           move spaces to ws-timestamp
           string function current-date(1:4) delimited by size
                  "-" function current-date(5:2) delimited by size
                  "-" function current-date(7:2) delimited by size
                  ":" function current-date(11:2) delimited by size
                  ":" function current-date(13:2) delimited by size
                  into ws-timestamp
           move "U" to ws-applied
           move "F" to ws-ob-action
           perform call-outbox
           if ws-ob-found = "N"
               perform publish-line
           end-if
           if ws-applied = "U"
               move ws-timestamp to ws-ob-stamp
               move spaces to ws-ob-payload
               string l-title delimited by space
                      "," delimited by size
                      l-state delimited by space
                   into ws-ob-payload
               end-string
               move "S" to ws-ob-action
               perform call-outbox
               goback
           end-if

      *> the share is there: let the other writers forward their backlog
           move "F" to ws-ob-action
           call "Outbox" using ws-ob-action ws-any-kind ws-ob-stamp
                               ws-ob-payload ws-ob-found
           if ws-ob-found = "Y"
               call "ProfileUpdate" using l-title ws-flush-initials
                                          ws-flush-value ws-flush-kind
               call "TournamentEntry" using l-title ws-flush-initials
                                            ws-flush-value ws-flush-kind
           end-if
           goback.

      *> Rewrites heartbeat.dat with this cabinet's line replaced.
       publish-line section.
           move "U" to ws-applied
           open output heartbeat-temp-file
           if ws-temp-status = "00"
      *> Carry over every other cabinet's last heartbeat line.
                   close heartbeat-file
               end-if

               move spaces to ws-line-out
               string ws-cabinet-id delimited by space
                      "," delimited by size
                      ws-p-title delimited by space
                      "," delimited by size
                      ws-p-state delimited by space
                      "," delimited by size
                      ws-timestamp delimited by size
                      "," delimited by size
                      ws-version delimited by space
                      "," delimited by size
                      function current-date(1:16) delimited by size
                      into ws-line-out
               move ws-line-out to hb-temp-line
               write hb-temp-line
               call "CBL_RENAME_FILE" using ws-temp-path
                                            ws-heartbeat-path
                   returning ws-rename-rc
               move "Y" to ws-applied
           end-if
           .

       call-outbox section.
           call "Outbox" using ws-ob-action ws-ob-kind ws-ob-stamp
                               ws-ob-payload ws-ob-found
           .

       copy-other-cabinet-line section.
           unstring hb-line delimited by ","
               into ws-line-id ws-line-title
           if ws-line-id = ws-cabinet-id and ws-line-title = ws-p-title
               continue
           else
               move hb-line to hb-temp-line
