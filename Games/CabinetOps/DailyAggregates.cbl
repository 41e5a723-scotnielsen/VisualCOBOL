      *> back in seconds. Run nightly from NightlyBatch (before LogArchive,
      *> so today's live logs are still in place); answering Y to the
      *> backfill prompt instead sweeps a date range of the dated archives to
      *> build history (a day already rolled up into its monthly archive is
      *> read from there, as ArchiveIndex gives the day's lines), which is
      *> how the file is first seeded (a batch run
      *> that types nothing gets the normal today-only pass, the same
      *> convention as FloorOpenCheck's repair prompt). Re-runs replace the
      *> day's lines rather than duplicating them. Run from a
       01 ws-to-int             pic 9(8).
       01 ws-day-int            pic 9(8).
       01 ws-work-date          pic 9(8).
       01 ws-work-date-text redefines ws-work-date pic x(8).
       01 ws-today              pic x(8).

       01 ws-cab-count          pic 9(3) value 0.
       01 ws-average            pic 9(7).

       01 ws-log-path           pic x(96).

      *> A day rolled up into its monthly archive, as ArchiveIndex
      *> gives it: the archive's path and the day's line numbers.
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
           end-evaluate
           .

      *> One cabinet's one day: the dated archive, the live log for the
      *> day the rotation hasn't reached (today's normal run), or the
      *> day's lines in the monthly archive once the dated one is gone.
       distill-one-cabinet-day section.
           move 0 to ws-plays
           move 0 to ws-wins
           move 0 to ws-events
           move 0 to ws-value-total
           move 1 to ws-seg-first
           move 9999999 to ws-seg-last

           move spaces to ws-log-path
           string ws-cab-directory(ws-cab-index) delimited by space
               end-string
               open input game-log-file
           end-if
           if ws-log-status not = "00"
               perform try-monthly-archive
               if ws-day-first = 0
                   exit section
               end-if
               move ws-month-path to ws-log-path
               move ws-day-first to ws-seg-first
               move ws-day-last to ws-seg-last
               open input game-log-file
           end-if
           if ws-log-status not = "00"
               exit section
           end-if

           move 0 to ws-line-no
           move "F" to ws-eof-2
           perform until ws-eof-2 = "T"
               read game-log-file
                   at end move "T" to ws-eof-2
                   not at end
                       add 1 to ws-line-no
                       if ws-line-no > ws-seg-last
                           move "T" to ws-eof-2
                       else
                           if ws-line-no >= ws-seg-first
                               perform tally-one-line
                           end-if
                       end-if
               end-read
           end-perform
           close game-log-file
           perform note-aggregate-line
           .

      *> The cabinet's stem ("../CobolBlitz/blitzaudit") and the day.
       try-monthly-archive section.
           move spaces to ws-log-stem
           string ws-cab-directory(ws-cab-index) delimited by space
                  "/" delimited by size
                  ws-cab-base(ws-cab-index) delimited by space
                  into ws-log-stem
           end-string
           call "ArchiveIndex" using ws-log-stem ws-work-date-text
                                     ws-no-event ws-month-path
                                     ws-day-first ws-day-last
                                     ws-event-first
           .

       tally-one-line section.
           unstring gl-line delimited by ","
               into ws-f-1 ws-f-2 ws-f-3 ws-f-4
