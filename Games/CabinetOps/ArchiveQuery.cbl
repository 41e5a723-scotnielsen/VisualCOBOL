      *> the 3rd and the 7th" is one run instead of an afternoon of opening
      *> files. Results go to archivequery.txt and the screen shows the
      *> count. Run from a Games\CabinetOps working directory.
      *> A day ArchiveRollup has merged into its month is read out of the
      *> monthly archive instead (ArchiveIndex gives the day's lines); when
      *> the keyword is one of the day's event types the read starts at
      *> that event's first line, and it stops at the day's last.
       program-id. ArchiveQuery as "ArchiveQuery".

       environment division.
       01 ws-archive-date       pic x(8).
       01 ws-scan-pos           pic 9(3).
       01 ws-matched            pic x.

      *> The part of the file to read: the whole of a daily archive or the
      *> live log, or one day's lines of a monthly archive.
       01 ws-cab-stem           pic x(80).
       01 ws-event              pic x(16).
       01 ws-month-path         pic x(96).
       01 ws-day-first          pic 9(7).
       01 ws-day-last           pic 9(7).
       01 ws-event-first        pic 9(7).
       01 ws-seg-first          pic 9(7).
       01 ws-seg-last           pic 9(7).
       01 ws-line-no            pic 9(7).
       01 ws-report-line-out    pic x(160).

       procedure division.
      *> The dated archives for every day of the range, then the live
      *> log (whose lines are filtered by their own timestamps).
       sweep-one-cabinet section.
           move spaces to ws-cab-stem
           string ws-cab-directory(ws-cab-index) delimited by space
                  "/" delimited by size
                  ws-cab-base(ws-cab-index) delimited by space
                  into ws-cab-stem
           end-string
           move spaces to ws-event
           if ws-keyword-len <= 16
               move ws-keyword to ws-event
           end-if
           perform varying ws-day-int from ws-from-int by 1
                   until ws-day-int > ws-to-int
               compute ws-day-date
                   = function date-of-integer(ws-day-int)
               move ws-day-date to ws-archive-date
               move "Y" to ws-is-archive
               call "ArchiveIndex" using ws-cab-stem ws-archive-date
                                         ws-event ws-month-path
                                         ws-day-first ws-day-last
                                         ws-event-first
               if ws-day-first > 0
                   move ws-month-path to ws-log-path
                   move ws-day-first to ws-seg-first
                   if ws-event-first > 0
                       move ws-event-first to ws-seg-first
                   end-if
                   move ws-day-last to ws-seg-last
               else
                   move spaces to ws-log-path
                   string ws-cab-stem delimited by space
                          "-" ws-archive-date ".log" delimited by size
                          into ws-log-path
                   end-string
                   move 1 to ws-seg-first
                   move 9999999 to ws-seg-last
               end-if
               perform scan-log-file
           end-perform

           move 1 to ws-seg-first
           move 9999999 to ws-seg-last
           move "N" to ws-is-archive
           move ws-today to ws-archive-date
           move spaces to ws-log-path
           if ws-log-status not = "00"
               exit section
           end-if
           move 0 to ws-line-no
           move "F" to ws-eof
           perform until ws-eof = "T"
               read game-log-file
                   at end move "T" to ws-eof
                   not at end
                       add 1 to ws-line-no
                       if ws-line-no > ws-seg-last
                           move "T" to ws-eof
                       else
                           if ws-line-no >= ws-seg-first
                               perform keep-line-if-matching
                           end-if
                       end-if
               end-read
           end-perform
           close game-log-file
