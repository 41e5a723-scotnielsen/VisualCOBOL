      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Minesweeper win-rate and loss-timing analysis across the fleet,
      *> the evidence for tuning the level menu and the custom-size
      *> choices. Reads every in-service Minesweeper cabinet's
      *> minegames.log in cabinets.dat (the default folder with no
      *> registry) together with its dated archives -- a day
      *> ArchiveRollup has merged is read out of the monthly archive, just
      *> that day's lines as ArchiveIndex gives them -- over the last so
      *> many days (asked for; ENTER takes 90). Only real boards count:
      *> WON and LOST lines; practice, rush runs and mine hunts are not a
      *> single board's outcome and are left out. The report shows:
      *>  - per level: plays, wins and win rate; how far into the board
      *>    each loss came (EARLY, MID or LATE by the share of the safe
      *>    cells uncovered -- under a third, under two thirds, the rest);
      *>    losses inside the first few clicks; and the hints taken before
      *>    a loss;
      *>  - per custom board (level 6): win rate by rows x columns and
      *>    mine count;
      *>  - per mine density (mines over cells, in 5% bands, every flat
      *>    board whose mine count is logged): the win rate, and the bands
      *>    that make a fair custom board -- a win rate between FAIR-LOW
      *>    and FAIR-HIGH percent over at least MIN-SAMPLE plays;
      *>  - the levels where most losses (over EARLY-CLICK-PCT percent of
      *>    at least MIN-SAMPLE) come in the first EARLY-CLICKS clicks.
      *> Outcome lines written before Minesweeper logged the mines, cells
      *> uncovered, clicks and hints ("...,rrxcc,mmmm,vvvv,kkkkk,hh")
      *> still count toward the win rates by level and size; their losses
      *> show under UNTIMED. Written to minewinrate.txt; run from a
      *> Games\CabinetOps working directory.
       program-id. MineWinReport as "MineWinReport".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select cabinet-file
                   assign to "cabinets.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is cb-cabinet-id
                   file status is ws-cabinet-status.
           select game-log-file
                   assign to ws-log-path
                   organization is line sequential
                   file status is ws-log-status.
           select report-file assign to "minewinrate.txt"
                   organization is line sequential.

       data division.
       file section.
       fd cabinet-file record contains 121 characters.
       01 cb-record.
           03 cb-cabinet-id    pic x(8).
           03 cb-title         pic x(16).
           03 cb-location      pic x(20).
           03 cb-directory     pic x(64).
           03 cb-in-service    pic x.
           03 cb-install-date  pic x(8).
           03 cb-site          pic x(4).

       fd game-log-file record contains 120 characters.
       01 gl-line           pic x(120).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
       01 ws-cabinet-status     pic xx.
       01 ws-log-status         pic xx.
       01 ws-eof                pic x value "F".

      *> Thresholds behind the recommendations.
       78 EARLY-CLICKS          value 3.
       78 EARLY-CLICK-PCT       value 50.
       78 MIN-SAMPLE            value 10.
       78 FAIR-LOW              value 30.
       78 FAIR-HIGH             value 70.

       01 ws-days-text          pic x(3).
       01 ws-days-back          pic 9(3) value 90.
       01 ws-today-num          pic 9(8).
       01 ws-cutoff-int         pic 9(7).
       01 ws-day-offset         pic 9(3).
       01 ws-date-num           pic 9(8).
       01 ws-date-int           pic 9(7).

      *> The cabinets to sweep: each one's log stem, "<dir>/minegames".
       01 ws-cab-count          pic 9(3) value 0.
       01 ws-cab-table.
           03 ws-cab-stem occurs 50 pic x(80).
       01 ws-cab-index          pic 9(3).

       01 ws-log-path           pic x(96).
       01 ws-log-stem           pic x(80).
       01 ws-arch-date-num      pic 9(8).
       01 ws-arch-date redefines ws-arch-date-num pic x(8).
       01 ws-no-event           pic x(16) value spaces.
       01 ws-month-path         pic x(96).
       01 ws-day-first          pic 9(7).
       01 ws-day-last           pic 9(7).
       01 ws-event-first        pic 9(7).
       01 ws-seg-first          pic 9(7).
       01 ws-seg-last           pic 9(7).
       01 ws-line-no            pic 9(7).

      *> One outcome line, "stamp,RESULT,level,seconds,rrxcc,mmmm,vvvv,
      *> kkkkk,hh,...", with the field lengths that tell the full line
      *> from one written before the last four fields were logged.
       01 ws-f-stamp            pic x(20).
       01 ws-f-result           pic x(8).
       01 ws-f-level            pic x(4).
       01 ws-f-seconds          pic x(8).
       01 ws-f-size             pic x(8).
       01 ws-f-mines            pic x(8).
       01 ws-f-revealed         pic x(8).
       01 ws-f-clicks           pic x(8).
       01 ws-f-hints            pic x(8).
       01 ws-len-mines          pic 9(2).
       01 ws-len-revealed       pic 9(2).
       01 ws-len-clicks         pic 9(2).
       01 ws-len-hints          pic 9(2).
       01 ws-timed              pic x.
       01 ws-won                pic x.

       01 ws-level              pic 9.
       01 ws-rows               pic 9(2).
       01 ws-cols               pic 9(2).
       01 ws-mines              pic 9(4).
       01 ws-revealed           pic 9(4).
       01 ws-clicks             pic 9(5).
       01 ws-hints              pic 9(2).
       01 ws-cells              pic 9(4).
       01 ws-safe-cells         pic 9(4).
       01 ws-timed-losses       pic 9(6).
       01 ws-pct                pic 9(3).
       01 ws-band               pic 9.

      *> Per level 1-8.
       01 ws-level-names.
           03 filler pic x(10) value "Beginner".
           03 filler pic x(10) value "Advanced".
           03 filler pic x(10) value "Expert".
           03 filler pic x(10) value "Layout".
           03 filler pic x(10) value "Resumed".
           03 filler pic x(10) value "Custom".
           03 filler pic x(10) value "Rush".
           03 filler pic x(10) value "Wraparound".
       01 ws-level-name-table redefines ws-level-names.
           03 ws-level-name occurs 8 pic x(10).
       01 ws-level-table.
           03 ws-lv-entry occurs 8.
               05 ws-lv-plays        pic 9(6).
               05 ws-lv-wins         pic 9(6).
               05 ws-lv-losses       pic 9(6).
               05 ws-lv-early        pic 9(6).
               05 ws-lv-mid          pic 9(6).
               05 ws-lv-late         pic 9(6).
               05 ws-lv-untimed      pic 9(6).
               05 ws-lv-first-clicks pic 9(6).
               05 ws-lv-hinted       pic 9(6).
               05 ws-lv-hints        pic 9(7).
       01 ws-lv-ix              pic 9.

      *> Custom boards by rows, columns and mine count (0 = not logged).
       01 ws-custom-count       pic 9(3) value 0.
       01 ws-custom-table.
           03 ws-cu-entry occurs 100.
               05 ws-cu-rows         pic 9(2).
               05 ws-cu-cols         pic 9(2).
               05 ws-cu-mines        pic 9(4).
               05 ws-cu-plays        pic 9(6).
               05 ws-cu-wins         pic 9(6).
       01 ws-cu-ix              pic 9(3).
       01 ws-custom-overflow    pic 9(6) value 0.

      *> Density bands 0-4%, 5-9%, ... 35% and over.
       01 ws-band-table.
           03 ws-bd-entry occurs 8.
               05 ws-bd-plays        pic 9(6).
               05 ws-bd-wins         pic 9(6).
       01 ws-bd-ix              pic 9.
       01 ws-bd-low             pic 9(2).
       01 ws-bd-high            pic 9(2).
       01 ws-fair-list          pic x(100).
       01 ws-fair-len           pic 9(3).

       01 ws-board-count        pic 9(6) value 0.
       01 ws-rate               pic 9(3).
       01 ws-rate-disp          pic zz9.
       01 ws-avg-hints          pic 9(3)v9.
       01 ws-avg-disp           pic zz9.9.
       01 ws-flag-count         pic 9(2).
       01 ws-verdict            pic x(14).
       01 ws-mines-text         pic x(4).
       01 ws-density-text       pic x(3).
       01 ws-band-label         pic x(9).
      *> The thresholds as they print.
       01 ws-sample-disp        pic z9.
       01 ws-clicks-disp        pic 9.
       01 ws-fair-low-disp      pic z9.
       01 ws-fair-high-disp     pic z9.
       01 ws-report-line-out    pic x(132).

       procedure division.
       main-line section.
           move function current-date(1:8) to ws-today-num
           display "Days back to include (ENTER for 90): "
               with no advancing
           accept ws-days-text
           if ws-days-text not = spaces
               and function numval(ws-days-text) > 0
               compute ws-days-back = function numval(ws-days-text)
           end-if
           if ws-days-back > 366
               display "The window runs to at most 366 days."
               stop run
           end-if
           compute ws-cutoff-int =
               function integer-of-date(ws-today-num) - ws-days-back + 1

           initialize ws-level-table ws-band-table
           perform load-cabinets
           perform varying ws-cab-index from 1 by 1
                   until ws-cab-index > ws-cab-count
               move spaces to ws-log-path
               string ws-cab-stem(ws-cab-index) delimited by space
                      ".log" delimited by size
                      into ws-log-path
               end-string
               move 1 to ws-seg-first
               move 9999999 to ws-seg-last
               perform scan-one-log
      *> the window's dated archives, where the rotation moved the
      *> earlier days' lines
               perform varying ws-day-offset from 0 by 1
                       until ws-day-offset >= ws-days-back
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

           perform write-report
           display "Report written to minewinrate.txt ("
                   ws-board-count " board(s))"
           stop run
           .

       load-cabinets section.
           open input cabinet-file
           if ws-cabinet-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read cabinet-file next record
                       at end move "T" to ws-eof
                       not at end
                           if cb-in-service = "Y"
                               and cb-title = "CobolMineSweeper"
                               and ws-cab-count < 50
                               add 1 to ws-cab-count
                               string cb-directory delimited by space
                                      "/minegames" delimited by size
                                      into ws-cab-stem(ws-cab-count)
                               end-string
                           end-if
                   end-read
               end-perform
               close cabinet-file
           end-if
           if ws-cab-count = 0
               move 1 to ws-cab-count
               move "../CobolMineSweeper/minegames" to ws-cab-stem(1)
           end-if
           .

       scan-one-log section.
           open input game-log-file
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
                               perform tally-one-line
                           end-if
                       end-if
               end-read
           end-perform
           close game-log-file
           .

      *> One finished board inside the window.
       tally-one-line section.
           move spaces to ws-f-mines ws-f-revealed ws-f-clicks
                          ws-f-hints
           move 0 to ws-len-mines ws-len-revealed ws-len-clicks
                     ws-len-hints
           unstring gl-line delimited by ","
               into ws-f-stamp ws-f-result ws-f-level ws-f-seconds
                    ws-f-size
                    ws-f-mines count in ws-len-mines
                    ws-f-revealed count in ws-len-revealed
                    ws-f-clicks count in ws-len-clicks
                    ws-f-hints count in ws-len-hints
           end-unstring
           evaluate ws-f-result
               when "WON"
                   move "Y" to ws-won
               when "LOST"
                   move "N" to ws-won
               when other
                   exit section
           end-evaluate
           if ws-f-stamp(5:1) not = "-"
               exit section
           end-if
           move zeros to ws-date-num
           move ws-f-stamp(1:4) to ws-date-num(1:4)
           move ws-f-stamp(6:2) to ws-date-num(5:2)
           move ws-f-stamp(9:2) to ws-date-num(7:2)
           if ws-date-num is not numeric
               exit section
           end-if
           compute ws-date-int = function integer-of-date(ws-date-num)
           if ws-date-int < ws-cutoff-int
               exit section
           end-if
           if ws-f-level(1:1) is not numeric
               or ws-f-level(1:1) = "0" or ws-f-level(1:1) = "9"
               exit section
           end-if
           move ws-f-level(1:1) to ws-level
           if ws-f-size(1:2) is not numeric
               or ws-f-size(4:2) is not numeric
               exit section
           end-if
           move ws-f-size(1:2) to ws-rows
           move ws-f-size(4:2) to ws-cols
           compute ws-cells = ws-rows * ws-cols

      *> the full line: mines, cells uncovered, clicks and hints
           move "N" to ws-timed
           if ws-len-mines = 4 and ws-len-revealed = 4
               and ws-len-clicks = 5 and ws-len-hints = 2
               and ws-f-mines(1:4) is numeric
               and ws-f-revealed(1:4) is numeric
               and ws-f-clicks(1:5) is numeric
               and ws-f-hints(1:2) is numeric
               move "Y" to ws-timed
               move ws-f-mines(1:4) to ws-mines
               move ws-f-revealed(1:4) to ws-revealed
               move ws-f-clicks(1:5) to ws-clicks
               move ws-f-hints(1:2) to ws-hints
           else
               move 0 to ws-mines
           end-if

           add 1 to ws-board-count
           perform tally-level
           if ws-level = 6
               perform tally-custom-board
           end-if
      *> a wraparound board plays harder than its density says
           if ws-timed = "Y" and ws-level not = 8 and ws-cells > 0
               perform tally-density-band
           end-if
           .

       tally-level section.
           move ws-level to ws-lv-ix
           add 1 to ws-lv-plays(ws-lv-ix)
           if ws-won = "Y"
               add 1 to ws-lv-wins(ws-lv-ix)
               exit section
           end-if
           add 1 to ws-lv-losses(ws-lv-ix)
           if ws-timed not = "Y" or ws-cells <= ws-mines
               add 1 to ws-lv-untimed(ws-lv-ix)
               exit section
           end-if
           compute ws-safe-cells = ws-cells - ws-mines
           compute ws-pct = ws-revealed * 100 / ws-safe-cells
           evaluate true
               when ws-pct < 34
                   add 1 to ws-lv-early(ws-lv-ix)
               when ws-pct < 67
                   add 1 to ws-lv-mid(ws-lv-ix)
               when other
                   add 1 to ws-lv-late(ws-lv-ix)
           end-evaluate
           if ws-clicks <= EARLY-CLICKS
               add 1 to ws-lv-first-clicks(ws-lv-ix)
           end-if
           if ws-hints > 0
               add 1 to ws-lv-hinted(ws-lv-ix)
               add ws-hints to ws-lv-hints(ws-lv-ix)
           end-if
           .

       tally-custom-board section.
           perform varying ws-cu-ix from 1 by 1
                   until ws-cu-ix > ws-custom-count
               if ws-cu-rows(ws-cu-ix) = ws-rows
                   and ws-cu-cols(ws-cu-ix) = ws-cols
                   and ws-cu-mines(ws-cu-ix) = ws-mines
                   exit perform
               end-if
           end-perform
           if ws-cu-ix > ws-custom-count
               if ws-custom-count >= 100
                   add 1 to ws-custom-overflow
                   exit section
               end-if
               add 1 to ws-custom-count
               move ws-custom-count to ws-cu-ix
               initialize ws-cu-entry(ws-cu-ix)
               move ws-rows to ws-cu-rows(ws-cu-ix)
               move ws-cols to ws-cu-cols(ws-cu-ix)
               move ws-mines to ws-cu-mines(ws-cu-ix)
           end-if
           add 1 to ws-cu-plays(ws-cu-ix)
           if ws-won = "Y"
               add 1 to ws-cu-wins(ws-cu-ix)
           end-if
           .

       tally-density-band section.
           compute ws-pct = ws-mines * 100 / ws-cells
           if ws-pct >= 35
               move 8 to ws-band
           else
               compute ws-band = ws-pct / 5 + 1
           end-if
           add 1 to ws-bd-plays(ws-band)
           if ws-won = "Y"
               add 1 to ws-bd-wins(ws-band)
           end-if
           .

       write-report section.
           move MIN-SAMPLE to ws-sample-disp
           move EARLY-CLICKS to ws-clicks-disp
           move FAIR-LOW to ws-fair-low-disp
           move FAIR-HIGH to ws-fair-high-disp
           open output report-file
           move "MINESWEEPER WIN RATE AND LOSS TIMING" to report-line
           write report-line
           move spaces to ws-report-line-out
           string "Last " ws-days-back " day(s), " ws-cab-count
                  " cabinet(s), " ws-board-count " board(s) won or lost"
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line

           perform write-level-section
           perform write-custom-section
           perform write-density-section
           perform write-early-loss-section
           close report-file
           .

       write-level-section section.
           move "BY LEVEL" to report-line
           write report-line
           move "  LEVEL        PLAYS   WINS  WIN%   EARLY     MID"
             & "    LATE UNTIMED  <=3 CLICKS  HINTED  HINTS/LOSS"
               to report-line
           write report-line
           perform varying ws-lv-ix from 1 by 1 until ws-lv-ix > 8
               if ws-lv-plays(ws-lv-ix) > 0
                   perform write-level-line
               end-if
           end-perform
           move "  EARLY/MID/LATE: under a third, under two thirds, or"
             & " more of the safe cells uncovered when the mine hit."
               to report-line
           write report-line
           move "  HINTS/LOSS: hints taken per timed loss; HINTED:"
             & " timed losses that took any hint." to report-line
           write report-line
           move spaces to report-line
           write report-line
           .

       write-level-line section.
           compute ws-rate rounded = ws-lv-wins(ws-lv-ix) * 100
               / ws-lv-plays(ws-lv-ix)
           move ws-rate to ws-rate-disp
           move 0 to ws-avg-hints
           compute ws-timed-losses = ws-lv-losses(ws-lv-ix)
               - ws-lv-untimed(ws-lv-ix)
           if ws-timed-losses > 0
               compute ws-avg-hints rounded = ws-lv-hints(ws-lv-ix)
                   / ws-timed-losses
           end-if
           move ws-avg-hints to ws-avg-disp
           move spaces to ws-report-line-out
           string "  " ws-lv-ix " " ws-level-name(ws-lv-ix)
                  " " ws-lv-plays(ws-lv-ix)
                  " " ws-lv-wins(ws-lv-ix)
                  "  " ws-rate-disp
                  "  " ws-lv-early(ws-lv-ix)
                  "  " ws-lv-mid(ws-lv-ix)
                  "  " ws-lv-late(ws-lv-ix)
                  "  " ws-lv-untimed(ws-lv-ix)
                  "      " ws-lv-first-clicks(ws-lv-ix)
                  "  " ws-lv-hinted(ws-lv-ix)
                  "       " ws-avg-disp
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           .

       write-custom-section section.
           move "CUSTOM BOARDS (LEVEL 6) BY SIZE AND MINES"
               to report-line
           write report-line
           if ws-custom-count = 0
               move "  No custom boards in the window." to report-line
               write report-line
           else
               move "  ROWS x COLS  MINES  DENSITY%"
                 & "   PLAYS   WINS  WIN%" to report-line
               write report-line
           end-if
           perform varying ws-cu-ix from 1 by 1
                   until ws-cu-ix > ws-custom-count
               compute ws-rate rounded = ws-cu-wins(ws-cu-ix) * 100
                   / ws-cu-plays(ws-cu-ix)
               move ws-rate to ws-rate-disp
               if ws-cu-mines(ws-cu-ix) = 0
                   move "   ?" to ws-mines-text
                   move "  ?" to ws-density-text
               else
                   move ws-cu-mines(ws-cu-ix) to ws-mines-text
                   compute ws-pct = ws-cu-mines(ws-cu-ix) * 100
                       / (ws-cu-rows(ws-cu-ix) * ws-cu-cols(ws-cu-ix))
                   move ws-pct to ws-density-text
               end-if
               move spaces to ws-report-line-out
               string "    " ws-cu-rows(ws-cu-ix) " x "
                      ws-cu-cols(ws-cu-ix) "    " ws-mines-text
                      "       " ws-density-text
                      "  " ws-cu-plays(ws-cu-ix)
                      " " ws-cu-wins(ws-cu-ix)
                      "  " ws-rate-disp
                   delimited by size into ws-report-line-out
               end-string
               move ws-report-line-out to report-line
               write report-line
           end-perform
           if ws-custom-count > 0
               move "  ? = a board logged before the mine count was."
                   to report-line
               write report-line
           end-if
           if ws-custom-overflow > 0
               move spaces to ws-report-line-out
               string "  " ws-custom-overflow
                      " more board(s) past the table's 100 sizes"
                   delimited by size into ws-report-line-out
               end-string
               move ws-report-line-out to report-line
               write report-line
           end-if
           move spaces to report-line
           write report-line
           .

      *> Every flat board with its mine count logged, banded by
      *> density, with the verdict for a custom board at that density.
       write-density-section section.
           move "WIN RATE BY MINE DENSITY (RECOMMENDED CUSTOM BOARDS)"
               to report-line
           write report-line
           move "  DENSITY    PLAYS   WINS  WIN%  VERDICT"
               to report-line
           write report-line
           move spaces to ws-fair-list
           move 1 to ws-fair-len
           perform varying ws-bd-ix from 1 by 1 until ws-bd-ix > 8
               if ws-bd-plays(ws-bd-ix) > 0
                   perform write-density-line
               end-if
           end-perform
           move spaces to ws-report-line-out
           if ws-fair-len > 1
               string "  Fair custom densities: "
                      ws-fair-list(1:ws-fair-len)
                   delimited by size into ws-report-line-out
               end-string
           else
               string "  No density band has a fair win rate over "
                      ws-sample-disp " or more plays yet."
                   delimited by size into ws-report-line-out
               end-string
           end-if
           move ws-report-line-out to report-line
           write report-line
           move spaces to ws-report-line-out
           string "  FAIR: " ws-fair-low-disp "-" ws-fair-high-disp
                  "% of boards won over " ws-sample-disp
                  " or more plays. Density = mines / (rows x cols)."
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line
           .

       write-density-line section.
           compute ws-bd-low = (ws-bd-ix - 1) * 5
           compute ws-bd-high = ws-bd-low + 4
           compute ws-rate rounded = ws-bd-wins(ws-bd-ix) * 100
               / ws-bd-plays(ws-bd-ix)
           move ws-rate to ws-rate-disp
           evaluate true
               when ws-bd-plays(ws-bd-ix) < MIN-SAMPLE
                   move "TOO FEW PLAYS" to ws-verdict
               when ws-rate < FAIR-LOW
                   move "TOO HARD" to ws-verdict
               when ws-rate > FAIR-HIGH
                   move "TOO EASY" to ws-verdict
               when other
                   move "FAIR" to ws-verdict
           end-evaluate
           move spaces to ws-band-label
           if ws-bd-ix = 8
               move "35%+" to ws-band-label
           else
               string ws-bd-low "-" ws-bd-high "%"
                   delimited by size into ws-band-label
               end-string
           end-if
           move spaces to ws-report-line-out
           string "  " ws-band-label ws-bd-plays(ws-bd-ix)
                  " " ws-bd-wins(ws-bd-ix)
                  "  " ws-rate-disp "  " ws-verdict
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           if ws-verdict = "FAIR" and ws-fair-len < 90
               move ws-band-label to ws-fair-list(ws-fair-len:9)
               add 9 to ws-fair-len
           end-if
           .

      *> Levels where most losses come before the board has had a
      *> chance: the first click is always safe, so these are guesses
      *> forced by the opening.
       write-early-loss-section section.
           move "LEVELS LOST IN THE FIRST FEW CLICKS" to report-line
           write report-line
           move 0 to ws-flag-count
           perform varying ws-lv-ix from 1 by 1 until ws-lv-ix > 8
               compute ws-timed-losses = ws-lv-losses(ws-lv-ix)
                   - ws-lv-untimed(ws-lv-ix)
               if ws-timed-losses >= MIN-SAMPLE
                   compute ws-rate rounded =
                       ws-lv-first-clicks(ws-lv-ix) * 100
                       / ws-timed-losses
                   if ws-rate > EARLY-CLICK-PCT
                       add 1 to ws-flag-count
                       move ws-rate to ws-rate-disp
                       move spaces to ws-report-line-out
                       string "  Level " ws-lv-ix " (" delimited by size
                              ws-level-name(ws-lv-ix) delimited by space
                              "): " ws-rate-disp
                              "% of losses within the first "
                              ws-clicks-disp
                              " clicks - review this menu offering"
                           delimited by size into ws-report-line-out
                       end-string
                       move ws-report-line-out to report-line
                       write report-line
                   end-if
               end-if
           end-perform
           if ws-flag-count = 0
               move spaces to ws-report-line-out
               string "  No level loses most of its boards within the"
                      " first " ws-clicks-disp " clicks."
                   delimited by size into ws-report-line-out
               end-string
               move ws-report-line-out to report-line
               write report-line
           end-if
           .

       end program MineWinReport.
