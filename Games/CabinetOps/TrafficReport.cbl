      *> original one-cabinet-per-title folders. Written to
      *> trafficreport.txt. Run from a
      *> Games\CabinetOps working directory.
      *> Early in a month the window reaches back into the month before;
      *> a day ArchiveRollup has already merged is read out of the
      *> monthly archive, just that day's lines as ArchiveIndex gives
      *> them.
       program-id. TrafficReport as "TrafficReport".

       environment division.

       01 ws-day-offset         pic 9.
       01 ws-arch-date-num      pic 9(8).
       01 ws-arch-date redefines ws-arch-date-num pic x(8).
       01 ws-log-stem           pic x(80).
       01 ws-no-event           pic x(16) value spaces.
       01 ws-month-path         pic x(96).
       01 ws-day-first          pic 9(7).
       01 ws-day-last           pic 9(7).
       01 ws-event-first        pic 9(7).
       01 ws-seg-first          pic 9(7).
       01 ws-seg-last           pic 9(7).
       01 ws-line-no            pic 9(7).

       01 ws-field-1            pic x(20).
       01 ws-field-2            pic x(20).
                      ".log" delimited by size
                      into ws-log-path
               end-string
               move 1 to ws-seg-first
               move 9999999 to ws-seg-last
               perform scan-one-log
      *> the window's dated archives, where the rotation moved the
      *> earlier days' lines
                       until ws-day-offset > 6
                   compute ws-arch-date-num = function date-of-integer(
                       ws-cutoff-int + ws-day-offset)
                   move ws-cab-stem(ws-cab-index) to ws-log-stem
                   call "ArchiveIndex" using ws-log-stem ws-arch-date
                                             ws-no-event ws-month-path
                                             ws-day-first ws-day-last
                                             ws-event-first
                   if ws-day-first > 0
                       move ws-month-path to ws-log-path
                       move ws-day-first to ws-seg-first
                       move ws-day-last to ws-seg-last
                   else
                       move spaces to ws-log-path
                       string ws-cab-stem(ws-cab-index)
                                  delimited by space
                              "-" ws-arch-date-num ".log"
                                  delimited by size
                              into ws-log-path
                       end-string
                       move 1 to ws-seg-first
                       move 9999999 to ws-seg-last
                   end-if
                   perform scan-one-log
               end-perform
           end-perform
           if ws-log-status not = "00"
               exit section
           end-if
           move 0 to ws-line-no
           move "F" to ws-eof
           perform until ws-eof = "T"
               read traffic-log-file
                   at end move "T" to ws-eof
                   not at end
                       add 1 to ws-line-no
                       if ws-line-no > ws-seg-last
                           move "T" to ws-eof
                       else
                           if ws-line-no >= ws-seg-first
                               perform bucket-one-line
                           end-if
                       end-if
               end-perform
           close traffic-log-file
           .
