      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Player suspension check for the console-mode games and the
      *> counter programs. A player with a line on the shared
      *> ../Common/suspensions.dat master ("III,start,end,set-by,reason",
      *> dates yyyymmdd, kept by the operator's SuspensionMaint program) is
      *> suspended from the start date up to the day before the end date --
      *> the suspension lapses on its own on the end date, with nothing to
      *> take off the file; a blank end date runs until a supervisor lifts
      *> it. While it runs the player's wallet can't be spent ("SPEND") or
      *> loaded ("LOAD"), their tournament entries are refused ("ENTRY")
      *> and their new scores are kept off the leaderboards ("SCORE"); the
      *> caller names which of these it is asking about. Every refusal is
      *> logged to ../Common/suspensionrefusals.log
      *> ("timestamp,III,cabinet,what,title,until", until OPEN for a
      *> suspension with no end date) for the attendant.
      *> Separate from the initials blocklist, which stops initials being
      *> used at all: a suspension is time-limited and keeps the player's
      *> balance and history intact. Called the same way the games already
      *> call SpendLimit; the managed titles make the same check through
      *> their own Credits class.
       program-id. SuspensionCheck as "SuspensionCheck".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select suspensions-file
                   assign to "../Common/suspensions.dat"
                   organization is line sequential
                   file status is ws-suspensions-status.
           select refusal-log-file
                   assign to "../Common/suspensionrefusals.log"
                   organization is line sequential
                   file status is ws-refusal-status.

       data division.
       file section.
       fd suspensions-file record contains 80 characters.
       01 su-line           pic x(80).

       fd refusal-log-file record contains 80 characters.
       01 rf-line           pic x(80).

       working-storage section.
       01 ws-suspensions-status pic xx.
       01 ws-refusal-status     pic xx.
       01 ws-eof                pic x.

      *> Parsed fields of one suspensions.dat line.
       01 ws-s-initials         pic x(3).
       01 ws-s-start            pic x(8).
       01 ws-s-end              pic x(8).

       01 ws-today              pic x(8).
       01 ws-until              pic x(8).
       01 ws-cabinet-id         pic x(16).
       01 ws-line-out           pic x(80).

       linkage section.
       01 l-initials            pic x(3).
      *> "SPEND", "LOAD", "ENTRY" or "SCORE" -- what is being refused.
       01 l-context             pic x(5).
      *> The title (or counter program) asking, for the refusal log.
       01 l-title               pic x(16).
      *> "Y" = suspended today (and the refusal logged), "N" = not.
       01 l-suspended           pic x.

       procedure division using l-initials l-context l-title
                                l-suspended.
       main-entry section.
           move "N" to l-suspended
           if l-initials = spaces
               goback
           end-if
           move function current-date(1:8) to ws-today

           open input suspensions-file
           if ws-suspensions-status not = "00"
               goback
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read suspensions-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-s-start ws-s-end
                       unstring su-line delimited by ","
                           into ws-s-initials ws-s-start ws-s-end
                       if ws-s-initials = l-initials
                           perform check-suspension-dates
                       end-if
               end-read
           end-perform
           close suspensions-file

           if l-suspended = "Y"
               perform log-refusal
           end-if
           goback.

      *> Running from the start date; an end date lapses it that day.
       check-suspension-dates section.
           if ws-s-start > ws-today
               exit section
           end-if
           if ws-s-end not = spaces and ws-s-end <= ws-today
               exit section
           end-if
           move "Y" to l-suspended
           move ws-s-end to ws-until
           if ws-until = spaces
               move "OPEN" to ws-until
           end-if
           move "T" to ws-eof
           .

       log-refusal section.
           accept ws-cabinet-id from environment "COMPUTERNAME"
           if ws-cabinet-id = spaces
               move "CABINET" to ws-cabinet-id
           end-if
           open extend refusal-log-file
           if ws-refusal-status = "35"
               open output refusal-log-file
           end-if
           if ws-refusal-status not = "00"
               exit section
           end-if
           move spaces to ws-line-out
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2) ":"
                  function current-date(13:2)
                  "," l-initials
                  "," delimited by size
                  ws-cabinet-id delimited by space
                  "," delimited by size
                  l-context delimited by space
                  "," delimited by size
                  l-title delimited by space
                  "," delimited by size
                  ws-until delimited by space
               into ws-line-out
           end-string
           move ws-line-out to rf-line
           write rf-line
           close refusal-log-file
           .

       end program SuspensionCheck.
