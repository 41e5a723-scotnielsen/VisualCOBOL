      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Monthly-archive lookup, shared by the archive readers (ArchiveQuery,
      *> TrendReport, TrafficReport) the way ClockDriftCheck is shared by
      *> HeartbeatRecord and AlertScan. Given a log's stem (for example
      *> "../CobolBlitz/blitzaudit"), a day and optionally an event type, it
      *> looks in the month's index that ArchiveRollup writes beside the
      *> merged archive (blitzaudit-yyyymm.idx, "yyyymmdd,*DAY|event,first-
      *> line,lines") and returns the merged archive's path with the day's
      *> first and last line numbers, and the first line of that event type
      *> on the day when the index has one (zero otherwise). A day not
      *> rolled up comes back with a blank path and zero lines: the caller
      *> reads the day's own dated archive as before. The last index read
      *> is kept, so a caller walking a month day by day reads it once.
       program-id. ArchiveIndex as "ArchiveIndex".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select index-file
                   assign to ws-index-path
                   organization is line sequential
                   file status is ws-index-status.

       data division.
       file section.
       fd index-file record contains 60 characters.
       01 ix-line          pic x(60).

       working-storage section.
       01 ws-index-status       pic xx.
       01 ws-eof                pic x.
       01 ws-index-path         pic x(96).
       01 ws-loaded-path        pic x(96) value spaces.

      *> The month's index as last read.
       01 ws-entry-count        pic 9(4) value 0.
       01 ws-entry-table.
           03 ws-entry occurs 2000.
               05 ws-entry-date      pic x(8).
               05 ws-entry-type      pic x(16).
               05 ws-entry-first     pic 9(7).
               05 ws-entry-lines     pic 9(7).
       01 ws-entry-index        pic 9(4).

       01 ws-i-date             pic x(8).
       01 ws-i-type             pic x(16).
       01 ws-i-first            pic x(7).
       01 ws-i-lines            pic x(7).

       linkage section.
       01 l-stem                pic x(80).
       01 l-date                pic x(8).
       01 l-event               pic x(16).
       01 l-month-path          pic x(96).
       01 l-day-first           pic 9(7).
       01 l-day-last            pic 9(7).
       01 l-event-first         pic 9(7).

       procedure division using l-stem l-date l-event l-month-path
                                l-day-first l-day-last l-event-first.
       main-entry section.
           move spaces to l-month-path
           move 0 to l-day-first
           move 0 to l-day-last
           move 0 to l-event-first

           move spaces to ws-index-path
           string l-stem delimited by space
                  "-" l-date(1:6) ".idx" delimited by size
                  into ws-index-path
           end-string
           if ws-index-path not = ws-loaded-path
               perform load-index
           end-if

           perform varying ws-entry-index from 1 by 1
                   until ws-entry-index > ws-entry-count
               if ws-entry-date(ws-entry-index) = l-date
                   if ws-entry-type(ws-entry-index) = "*DAY"
                       move ws-entry-first(ws-entry-index)
                           to l-day-first
                       compute l-day-last =
                           ws-entry-first(ws-entry-index)
                           + ws-entry-lines(ws-entry-index) - 1
                   end-if
                   if l-event not = spaces
                       and ws-entry-type(ws-entry-index) = l-event
                       move ws-entry-first(ws-entry-index)
                           to l-event-first
                   end-if
               end-if
           end-perform

           if l-day-first > 0
               string l-stem delimited by space
                      "-" l-date(1:6) ".log" delimited by size
                      into l-month-path
               end-string
           end-if
           goback.

      *> No index (the month not rolled up) leaves the table empty.
       load-index section.
           move ws-index-path to ws-loaded-path
           move 0 to ws-entry-count
           open input index-file
           if ws-index-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read index-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-i-date ws-i-type ws-i-first
                                      ws-i-lines
                       unstring ix-line delimited by ","
                           into ws-i-date ws-i-type ws-i-first
                                ws-i-lines
                       if ws-i-first is numeric
                           and ws-i-lines is numeric
                           and ws-entry-count < 2000
                           add 1 to ws-entry-count
                           move ws-i-date
                               to ws-entry-date(ws-entry-count)
                           move ws-i-type
                               to ws-entry-type(ws-entry-count)
                           move ws-i-first
                               to ws-entry-first(ws-entry-count)
                           move ws-i-lines
                               to ws-entry-lines(ws-entry-count)
                       end-if
               end-read
           end-perform
           close index-file
           .

       end program ArchiveIndex.
