      *> aggregates -- no raw rescan -- which is what makes a month-long run
      *> come back in seconds; days not yet distilled fall back to the raw
      *> sweep.
      *> A raw day that ArchiveRollup has merged into its month is read
      *> out of the monthly archive -- just that day's lines, as
      *> ArchiveIndex gives them -- in place of the daily it replaced.
       program-id. TrendReport as "TrendReport".

       environment division.
       01 ws-day-text           pic x(8).

       01 ws-log-path           pic x(80).
       01 ws-log-stem           pic x(80).
       01 ws-no-event           pic x(16) value spaces.
       01 ws-month-path         pic x(96).
       01 ws-day-first          pic 9(7).
       01 ws-day-last           pic 9(7).
       01 ws-event-first        pic 9(7).
       01 ws-seg-first          pic 9(7).
       01 ws-seg-last           pic 9(7).
       01 ws-line-no            pic 9(7).
       01 ws-f-1                pic x(20).
       01 ws-f-2                pic x(20).
       01 ws-f-3                pic x(20).
               if ws-agg-hit = "Y"
                   exit perform cycle
               end-if
               move 1 to ws-seg-first
               move 9999999 to ws-seg-last
               perform try-monthly-archive
               if ws-day-first > 0
                   move ws-month-path to ws-log-path
                   move ws-day-first to ws-seg-first
                   move ws-day-last to ws-seg-last
               else
                   move spaces to ws-log-path
                   string ws-title-dir(ws-title-index)
                              delimited by space
                          "/" delimited by size
                          ws-title-base(ws-title-index)
                              delimited by space
                          ws-day-stamp(ws-day-index)
                          ".log" delimited by size
                          into ws-log-path
                   end-string
               end-if
               open input game-log-file
               if ws-log-status not = "00"
                   and ws-day-stamp(ws-day-index) = ws-today
           end-perform
           .

      *> The title's stem ("../CobolBlitz/blitzaudit") and the day.
       try-monthly-archive section.
           move spaces to ws-log-stem
           string ws-title-dir(ws-title-index) delimited by space
                  "/" delimited by size
                  ws-title-base(ws-title-index) delimited by "-"
                  into ws-log-stem
           end-string
           move ws-day-stamp(ws-day-index) to ws-day-text
           call "ArchiveIndex" using ws-log-stem ws-day-text
                                     ws-no-event ws-month-path
                                     ws-day-first ws-day-last
                                     ws-event-first
           .

       try-aggregates-first section.
           move "N" to ws-agg-hit
           move ws-day-stamp(ws-day-index) to ws-day-text
           .

       tally-log-lines section.
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
                               perform tally-one-line
                           end-if
                       end-if
               end-read
           end-perform
           .
