      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Puzzle library coverage for the CobolDoKu regulars: sets the
      *> shared solved-puzzle history (../Common/dokusolved.dat,
      *> "III,puzzle-file,difficulty,yyyymmdd", one line per solve from
      *> every DoKu cabinet) against the library's catalog.dat and prints,
      *> for each player in the history, how many puzzles at each
      *> difficulty they have not solved yet. A player down to the
      *> low-water mark or below at a difficulty they play is flagged, and
      *> the report closes with the difficulties that need a new pack
      *> through PuzzlePackInstall before the regulars run dry. Solves of
      *> puzzles no longer in the library are not counted. Written to
      *> dokucoverage.txt; run from a Games\CabinetOps working directory.
       program-id. DokuCoverage as "DokuCoverage".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select catalog-file
                   assign to "../CobolDoKu/puzzles/catalog.dat"
                   organization is line sequential
                   file status is ws-catalog-status.
           select history-file
                   assign to "../Common/dokusolved.dat"
                   organization is line sequential
                   file status is ws-history-status.
           select report-file assign to "dokucoverage.txt"
                               organization is line sequential.

       data division.
       file section.
       fd catalog-file record contains 120 characters.
       01 ct-line           pic x(120).

       fd history-file record contains 80 characters.
       01 hs-line           pic x(80).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
       01 ws-catalog-status     pic xx.
       01 ws-history-status     pic xx.
       01 ws-eof                pic x value "F".

       01 ws-low-water-in       pic x(4).
       01 ws-low-water          pic 9(4) value 5.

      *> The four shelves, in menu order.
       01 ws-diff-list.
           03 filler pic x(8) value "Junior".
           03 filler pic x(8) value "Easy".
           03 filler pic x(8) value "Medium".
           03 filler pic x(8) value "Hard".
       01 ws-diff-table redefines ws-diff-list.
           03 ws-diff-name occurs 4 pic x(8).
       01 ws-diff-ix            pic 9.
       01 ws-library-count      pic 9(4) occurs 4 value 0.
       01 ws-dry-count          pic 9(4) occurs 4 value 0.

      *> The library, off catalog.dat.
       01 ws-cat-count          pic 9(4) value 0.
       01 ws-cat-table.
           03 ws-cat-entry occurs 1000.
               05 ws-cat-file        pic x(40).
               05 ws-cat-diff-ix     pic 9.
       01 ws-cat-index          pic 9(4).
       01 ws-c-file             pic x(40).
       01 ws-c-difficulty       pic x(8).

      *> Every player in the history, with the library puzzles they have
      *> solved marked off so a board solved twice counts once.
       01 ws-player-count       pic 9(3) value 0.
       01 ws-player-table.
           03 ws-player-entry occurs 200.
               05 ws-p-initials      pic x(3).
               05 ws-p-solved        pic 9(4) occurs 4.
               05 ws-p-mark          pic x occurs 1000.
       01 ws-player-index       pic 9(3).
       01 ws-player-index2      pic 9(3).
       01 ws-swap-player        pic x(1019).

       01 ws-h-initials         pic x(3).
       01 ws-h-file             pic x(40).
       01 ws-skipped            pic 9(5) value 0.

       01 ws-left               pic 9(4).
       01 ws-left-out           pic z(5)9.
       01 ws-flag               pic x(12).
       01 ws-report-line-out    pic x(132).
       01 ws-out-pos            pic 9(3).

       procedure division.
       main-line section.
           display "Warn at this many puzzles left or fewer "
                   "(ENTER = 5): " with no advancing
           accept ws-low-water-in
           if ws-low-water-in not = spaces
               move function numval(ws-low-water-in) to ws-low-water
           end-if

           perform load-catalog
           if ws-cat-count = 0
               display "No puzzle catalog found - nothing to report."
               stop run
           end-if
           perform load-history
           perform sort-players
           perform write-report
           stop run
           .

       load-catalog section.
           open input catalog-file
           if ws-catalog-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read catalog-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-c-file ws-c-difficulty
                       unstring ct-line delimited by ","
                           into ws-c-file ws-c-difficulty
                       perform find-difficulty
                       if ws-diff-ix > 0 and ws-cat-count < 1000
                           add 1 to ws-cat-count
                           move ws-c-file to ws-cat-file(ws-cat-count)
                           move ws-diff-ix
                               to ws-cat-diff-ix(ws-cat-count)
                           add 1 to ws-library-count(ws-diff-ix)
                       end-if
               end-read
           end-perform
           close catalog-file
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

       load-history section.
           open input history-file
           if ws-history-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read history-file
                   at end move "T" to ws-eof
                   not at end
                       perform apply-history-line
               end-read
           end-perform
           close history-file
           .

       apply-history-line section.
           move spaces to ws-h-initials ws-h-file
           unstring hs-line delimited by ","
               into ws-h-initials ws-h-file
           if ws-h-initials = spaces
               exit section
           end-if

           perform varying ws-player-index from 1 by 1
                   until ws-player-index > ws-player-count
               if ws-p-initials(ws-player-index) = ws-h-initials
                   exit perform
               end-if
           end-perform
           if ws-player-index > ws-player-count
               if ws-player-count >= 200
                   add 1 to ws-skipped
                   exit section
               end-if
               add 1 to ws-player-count
               move ws-player-count to ws-player-index
               move ws-h-initials to ws-p-initials(ws-player-index)
               perform varying ws-diff-ix from 1 by 1
                       until ws-diff-ix > 4
                   move 0 to ws-p-solved(ws-player-index ws-diff-ix)
               end-perform
               perform varying ws-cat-index from 1 by 1
                       until ws-cat-index > 1000
                   move "N" to ws-p-mark(ws-player-index ws-cat-index)
               end-perform
           end-if

           perform varying ws-cat-index from 1 by 1
                   until ws-cat-index > ws-cat-count
               if ws-cat-file(ws-cat-index) = ws-h-file
                   exit perform
               end-if
           end-perform
           if ws-cat-index > ws-cat-count
               add 1 to ws-skipped
               exit section
           end-if
           if ws-p-mark(ws-player-index ws-cat-index) not = "Y"
               move "Y" to ws-p-mark(ws-player-index ws-cat-index)
               move ws-cat-diff-ix(ws-cat-index) to ws-diff-ix
               add 1 to ws-p-solved(ws-player-index ws-diff-ix)
           end-if
           .

      *> Alphabetical by initials; same straight exchange sort the other
      *> boards use.
       sort-players section.
           perform varying ws-player-index from 1 by 1
                   until ws-player-index >= ws-player-count
               perform varying ws-player-index2 from 1 by 1
                       until ws-player-index2 >= ws-player-count
                   if ws-p-initials(ws-player-index2)
                           > ws-p-initials(ws-player-index2 + 1)
                       move ws-player-entry(ws-player-index2)
                           to ws-swap-player
                       move ws-player-entry(ws-player-index2 + 1)
                           to ws-player-entry(ws-player-index2)
                       move ws-swap-player
                           to ws-player-entry(ws-player-index2 + 1)
                   end-if
               end-perform
           end-perform
           .

       write-report section.
           open output report-file
           move "DOKU PUZZLE LIBRARY COVERAGE" to report-line
           write report-line
           move spaces to ws-report-line-out
           string "Puzzles left unsolved per player; warning at "
                      delimited by size
                  ws-low-water delimited by size
                  " or fewer." delimited by size
                  into ws-report-line-out
           move ws-report-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line

           move spaces to ws-report-line-out
           move "PLAYER" to ws-report-line-out(1:8)
           perform varying ws-diff-ix from 1 by 1 until ws-diff-ix > 4
               compute ws-out-pos = 11 + (ws-diff-ix - 1) * 10
               move ws-diff-name(ws-diff-ix)
                   to ws-report-line-out(ws-out-pos + 2:8)
           end-perform
           move ws-report-line-out to report-line
           write report-line

           move spaces to ws-report-line-out
           move "LIBRARY" to ws-report-line-out(1:8)
           perform varying ws-diff-ix from 1 by 1 until ws-diff-ix > 4
               compute ws-out-pos = 11 + (ws-diff-ix - 1) * 10
               move ws-library-count(ws-diff-ix) to ws-left-out
               move ws-left-out to ws-report-line-out(ws-out-pos + 2:6)
           end-perform
           move ws-report-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line

           if ws-player-count = 0
               move "No solves have been recorded against a player yet."
                   to report-line
               write report-line
           end-if

           perform varying ws-player-index from 1 by 1
                   until ws-player-index > ws-player-count
               perform write-player-line
           end-perform

           move spaces to report-line
           write report-line
           move "NEW PACKS NEEDED" to report-line
           write report-line
           move 0 to ws-left
           perform varying ws-diff-ix from 1 by 1 until ws-diff-ix > 4
               if ws-dry-count(ws-diff-ix) > 0
                   add 1 to ws-left
                   move spaces to ws-report-line-out
                   string "  " delimited by size
                          ws-diff-name(ws-diff-ix) delimited by space
                          ": " delimited by size
                          ws-dry-count(ws-diff-ix) delimited by size
                          " regular(s) at or below the warning level"
                              delimited by size
                          " - install a pack with PuzzlePackInstall."
                              delimited by size
                          into ws-report-line-out
                   move ws-report-line-out to report-line
                   write report-line
               end-if
           end-perform
           if ws-left = 0
               move "  None - every regular has puzzles to spare."
                   to report-line
               write report-line
           end-if
           if ws-skipped > 0
               move spaces to ws-report-line-out
               string "(" delimited by size
                      ws-skipped delimited by size
                      " solve line(s) for puzzles no longer in the"
                          delimited by size
                      " library, or over the player limit, not counted)"
                          delimited by size
                      into ws-report-line-out
               move ws-report-line-out to report-line
               write report-line
           end-if

           close report-file
           display "Report written to dokucoverage.txt ("
                   ws-player-count " players)"
           .

      *> One regular: what is left at each shelf, flagged where a shelf
      *> they play is down to the warning level.
       write-player-line section.
           move spaces to ws-report-line-out ws-flag
           move ws-p-initials(ws-player-index)
               to ws-report-line-out(1:3)
           perform varying ws-diff-ix from 1 by 1 until ws-diff-ix > 4
               compute ws-left = ws-library-count(ws-diff-ix)
                   - ws-p-solved(ws-player-index ws-diff-ix)
               compute ws-out-pos = 11 + (ws-diff-ix - 1) * 10
               move ws-left to ws-left-out
               move ws-left-out to ws-report-line-out(ws-out-pos + 2:6)
               if ws-p-solved(ws-player-index ws-diff-ix) > 0
                   and ws-left <= ws-low-water
                   move "*" to ws-report-line-out(ws-out-pos + 8:1)
                   move "RUNNING DRY" to ws-flag
                   add 1 to ws-dry-count(ws-diff-ix)
               end-if
           end-perform
           move ws-flag to ws-report-line-out(53:12)
           move ws-report-line-out to report-line
           write report-line
           .

       end program DokuCoverage.
