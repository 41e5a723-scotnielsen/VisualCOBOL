      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Attract-cycle log for the console-mode games: one line in the
      *> cabinet's attract.log each time the idle screen's attract loop
      *> starts ("ENTER") and each time it gives way to a start
      *> ("LEAVE", with what it gave way to -- "PAID" for a charged
      *> start, "PRACTICE" for a free practice game, "NONE" when the start
      *> was refused or wasn't a new paid game), as
      *> "timestamp,title,ENTER|LEAVE,outcome". AttractReport pairs the
      *> lines up into cycles and sets them against the cabinet's
      *> charges.log. The managed titles write the same lines from their
      *> own attract handling. Called as a subprogram the same way the
      *> games already call HeartbeatPublish.
       program-id. AttractLog as "AttractLog".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select attract-log-file
                   assign to "attract.log"
                   organization is line sequential
                   file status is ws-log-status.

       data division.
       file section.
       fd attract-log-file record contains 80 characters.
       01 al-line           pic x(80).

       working-storage section.
       01 ws-log-status         pic xx.
       01 ws-line-out           pic x(80).

       linkage section.
      *> The game, as it publishes its heartbeat.
       01 l-title               pic x(16).
      *> "ENTER" or "LEAVE".
       01 l-event               pic x(5).
      *> On a LEAVE: "PAID", "PRACTICE" or "NONE"; spaces on an ENTER.
       01 l-outcome             pic x(8).

       procedure division using l-title l-event l-outcome.
       main-entry section.
           move spaces to ws-line-out
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2) ":"
                  function current-date(13:2) ","
                      delimited by size
                  l-title delimited by space
                  "," delimited by size
                  l-event delimited by space
                  "," delimited by size
                  l-outcome delimited by space
               into ws-line-out
           end-string
           open extend attract-log-file
           if ws-log-status = "35"
               open output attract-log-file
           end-if
           if ws-log-status = "00"
               move ws-line-out to al-line
               write al-line
               close attract-log-file
           end-if
           goback.

       end program AttractLog.
