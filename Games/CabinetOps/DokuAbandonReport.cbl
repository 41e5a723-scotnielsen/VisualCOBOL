      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Puzzle abandon-rate report for the CobolDoKu library: adds up the
      *> starts, solves and abandons DokuPlayRollup has kept in each DoKu
      *> cabinet's puzzles/catalog.dat (fields five to seven of
      *> "filename,difficulty,times-played,total-solve-seconds,starts,
      *> solves,abandons,abandon-rate") across the fleet, and lists, for
      *> each difficulty, the puzzles players walk away from most often --
      *> highest abandon rate first, the most-started first among equals.
      *> Only puzzles started at least the minimum number of times are
      *> ranked, so one walk-away does not put a board at the top. A
      *> puzzle near the top of its shelf is a candidate to re-rate up a
      *> difficulty or pull from the library. Sweeps the cabinets.dat
      *> registry (or the default one-folder-per-title layout); written to
      *> dokuabandon.txt; run from a Games\CabinetOps working directory.
       program-id. DokuAbandonReport as "DokuAbandonReport".

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
           select catalog-file
                   assign to ws-catalog-path
                   organization is line sequential
                   file status is ws-catalog-status.
           select report-file assign to "dokuabandon.txt"
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

       fd catalog-file record contains 120 characters.
       01 ct-line           pic x(120).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
       01 ws-cabinet-status     pic xx.
       01 ws-catalog-status     pic xx.
       01 ws-eof                pic x value "F".

       01 ws-catalog-path       pic x(80).

       01 ws-min-starts-in      pic x(4).
       01 ws-min-starts         pic 9(4) value 5.
       01 ws-list-limit         pic 9(3) value 10.

      *> Directories to add up.
       01 ws-dir-count          pic 9(3) value 0.
       01 ws-dir-table.
           03 ws-dir-entry occurs 50.
               05 ws-dir-path        pic x(64).
       01 ws-dir-index          pic 9(3).

      *> The four shelves, in menu order.
       01 ws-diff-list.
           03 filler pic x(8) value "Junior".
           03 filler pic x(8) value "Easy".
           03 filler pic x(8) value "Medium".
           03 filler pic x(8) value "Hard".
       01 ws-diff-table redefines ws-diff-list.
           03 ws-diff-name occurs 4 pic x(8).
       01 ws-diff-ix            pic 9.

      *> Every puzzle across the fleet's catalogs.
       01 ws-puzzle-count       pic 9(4) value 0.
       01 ws-puzzle-table.
           03 ws-puzzle-entry occurs 1000.
               05 ws-pz-file         pic x(40).
               05 ws-pz-diff-ix      pic 9.
               05 ws-pz-starts       pic 9(7).
               05 ws-pz-solves       pic 9(7).
               05 ws-pz-abandons     pic 9(7).
               05 ws-pz-rate         pic 9(3).
       01 ws-puzzle-index       pic 9(4).
       01 ws-puzzle-index2      pic 9(4).
       01 ws-swap-puzzle        pic x(65).
       01 ws-skipped            pic 9(5) value 0.

       01 ws-c-file             pic x(40).
       01 ws-c-difficulty       pic x(8).
       01 ws-c-plays            pic x(10).
       01 ws-c-seconds          pic x(12).
       01 ws-c-starts           pic x(10).
       01 ws-c-solves           pic x(10).
       01 ws-c-abandons         pic x(10).

       01 ws-listed             pic 9(3).
       01 ws-rank-out           pic z9.
       01 ws-count-out          pic z(6)9.
       01 ws-rate-out           pic zz9.
       01 ws-report-line-out    pic x(132).

       procedure division.
       main-line section.
           display "Rank puzzles started at least this many times "
                   "(ENTER = 5): " with no advancing
           accept ws-min-starts-in
           if ws-min-starts-in not = spaces
               move function numval(ws-min-starts-in) to ws-min-starts
           end-if

           perform load-directories
           perform varying ws-dir-index from 1 by 1
                   until ws-dir-index > ws-dir-count
               perform load-catalog
           end-perform
           if ws-puzzle-count = 0
               display "No puzzle catalog found - nothing to report."
               stop run
           end-if
           perform sort-puzzles
           perform write-report
           stop run
           .

       load-directories section.
           open input cabinet-file
           if ws-cabinet-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read cabinet-file next record
                       at end move "T" to ws-eof
                       not at end
                           if cb-in-service = "Y"
                               and cb-title = "CobolDoKu"
                               and ws-dir-count < 50
                               add 1 to ws-dir-count
                               move cb-directory
                                   to ws-dir-path(ws-dir-count)
                           end-if
                   end-read
               end-perform
               close cabinet-file
           end-if
           if ws-dir-count = 0
               move 1 to ws-dir-count
               move "../CobolDoKu" to ws-dir-path(1)
           end-if
           .

       load-catalog section.
           move spaces to ws-catalog-path
           string ws-dir-path(ws-dir-index) delimited by space
                  "/puzzles/catalog.dat" delimited by size
                  into ws-catalog-path
           open input catalog-file
           if ws-catalog-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read catalog-file
                   at end move "T" to ws-eof
                   not at end
                       perform apply-catalog-line
               end-read
           end-perform
           close catalog-file
           .

       apply-catalog-line section.
           move spaces to ws-c-file ws-c-difficulty ws-c-plays
                          ws-c-seconds ws-c-starts ws-c-solves
                          ws-c-abandons
           unstring ct-line delimited by ","
               into ws-c-file ws-c-difficulty ws-c-plays ws-c-seconds
                    ws-c-starts ws-c-solves ws-c-abandons
           perform find-difficulty
           if ws-c-file = spaces or ws-diff-ix = 0
               exit section
           end-if

           perform varying ws-puzzle-index from 1 by 1
                   until ws-puzzle-index > ws-puzzle-count
               if ws-pz-file(ws-puzzle-index) = ws-c-file
                   exit perform
               end-if
           end-perform
           if ws-puzzle-index > ws-puzzle-count
               if ws-puzzle-count >= 1000
                   add 1 to ws-skipped
                   exit section
               end-if
               add 1 to ws-puzzle-count
               move ws-puzzle-count to ws-puzzle-index
               move ws-c-file to ws-pz-file(ws-puzzle-index)
               move ws-diff-ix to ws-pz-diff-ix(ws-puzzle-index)
               move 0 to ws-pz-starts(ws-puzzle-index)
                         ws-pz-solves(ws-puzzle-index)
                         ws-pz-abandons(ws-puzzle-index)
                         ws-pz-rate(ws-puzzle-index)
           end-if
           if ws-c-starts not = spaces
               compute ws-pz-starts(ws-puzzle-index) =
                   ws-pz-starts(ws-puzzle-index)
                   + function numval(ws-c-starts)
           end-if
           if ws-c-solves not = spaces
               compute ws-pz-solves(ws-puzzle-index) =
                   ws-pz-solves(ws-puzzle-index)
                   + function numval(ws-c-solves)
           end-if
           if ws-c-abandons not = spaces
               compute ws-pz-abandons(ws-puzzle-index) =
                   ws-pz-abandons(ws-puzzle-index)
                   + function numval(ws-c-abandons)
           end-if
           if ws-pz-starts(ws-puzzle-index) > 0
               compute ws-pz-rate(ws-puzzle-index) =
                   ws-pz-abandons(ws-puzzle-index) * 100
                   / ws-pz-starts(ws-puzzle-index)
               if ws-pz-abandons(ws-puzzle-index)
                       > ws-pz-starts(ws-puzzle-index)
                   move 100 to ws-pz-rate(ws-puzzle-index)
               end-if
           end-if
           .

       find-difficulty section.
           move 0 to ws-diff-ix
           perform varying ws-diff-ix from 1 by 1 until ws-diff-ix > 4
               if ws-diff-name(ws-diff-ix) = ws-c-difficulty
                   exit perform
               end-if
           end-perform
           if ws-diff-ix > 4
               move 0 to ws-diff-ix
           end-if
           .

      *> Worst abandon rate first, then most started; same straight
      *> exchange sort the other boards use.
       sort-puzzles section.
           perform varying ws-puzzle-index from 1 by 1
                   until ws-puzzle-index >= ws-puzzle-count
               perform varying ws-puzzle-index2 from 1 by 1
                       until ws-puzzle-index2 >= ws-puzzle-count
                   if ws-pz-rate(ws-puzzle-index2)
                           < ws-pz-rate(ws-puzzle-index2 + 1)
                       or (ws-pz-rate(ws-puzzle-index2)
                           = ws-pz-rate(ws-puzzle-index2 + 1)
                       and ws-pz-starts(ws-puzzle-index2)
                           < ws-pz-starts(ws-puzzle-index2 + 1))
                       move ws-puzzle-entry(ws-puzzle-index2)
                           to ws-swap-puzzle
                       move ws-puzzle-entry(ws-puzzle-index2 + 1)
                           to ws-puzzle-entry(ws-puzzle-index2)
                       move ws-swap-puzzle
                           to ws-puzzle-entry(ws-puzzle-index2 + 1)
                   end-if
               end-perform
           end-perform
           .

       write-report section.
           open output report-file
           move "DOKU PUZZLE ABANDON RATES" to report-line
           write report-line
           move spaces to ws-report-line-out
           string "Worst " delimited by size
                  ws-list-limit delimited by size
                  " per difficulty; puzzles started at least "
                      delimited by size
                  ws-min-starts delimited by size
                  " time(s)." delimited by size
                  into ws-report-line-out
           move ws-report-line-out to report-line
           write report-line
           move "Near the top of a shelf: re-rate up a difficulty or "
             & "pull from the library." to report-line
           write report-line

           perform varying ws-diff-ix from 1 by 1 until ws-diff-ix > 4
               perform write-difficulty
           end-perform

           if ws-skipped > 0
               move spaces to report-line
               write report-line
               move spaces to ws-report-line-out
               string "(" delimited by size
                      ws-skipped delimited by size
                      " catalog line(s) over the puzzle limit not"
                          delimited by size
                      " counted)" delimited by size
                      into ws-report-line-out
               move ws-report-line-out to report-line
               write report-line
           end-if

           close report-file
           display "Report written to dokuabandon.txt ("
                   ws-puzzle-count " puzzles)"
           .

       write-difficulty section.
           move spaces to report-line
           write report-line
           move ws-diff-name(ws-diff-ix) to report-line
           write report-line
           move "  RANK PUZZLE                                       "
             & "STARTS  SOLVES  ABANDONS  RATE" to report-line
           write report-line
           move 0 to ws-listed
           perform varying ws-puzzle-index from 1 by 1
                   until ws-puzzle-index > ws-puzzle-count
                      or ws-listed >= ws-list-limit
               if ws-pz-diff-ix(ws-puzzle-index) = ws-diff-ix
                   and ws-pz-starts(ws-puzzle-index) >= ws-min-starts
                   add 1 to ws-listed
                   perform write-puzzle-line
               end-if
           end-perform
           if ws-listed = 0
               move "  No puzzle at this difficulty has been started"
                 & " often enough to rank." to report-line
               write report-line
           end-if
           .

       write-puzzle-line section.
           move spaces to ws-report-line-out
           move ws-listed to ws-rank-out
           move ws-rank-out to ws-report-line-out(5:2)
           move ws-pz-file(ws-puzzle-index)
               to ws-report-line-out(8:40)
           move ws-pz-starts(ws-puzzle-index) to ws-count-out
           move ws-count-out to ws-report-line-out(52:7)
           move ws-pz-solves(ws-puzzle-index) to ws-count-out
           move ws-count-out to ws-report-line-out(60:7)
           move ws-pz-abandons(ws-puzzle-index) to ws-count-out
           move ws-count-out to ws-report-line-out(70:7)
           move ws-pz-rate(ws-puzzle-index) to ws-rate-out
           move ws-rate-out to ws-report-line-out(79:3)
           move "%" to ws-report-line-out(82:1)
           move ws-report-line-out to report-line
           write report-line
           .

       end program DokuAbandonReport.
