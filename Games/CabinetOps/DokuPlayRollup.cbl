      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Nightly puzzle play rollup for CobolDoKu: reads every DoKu cabinet's
      *> sealed dokuplays.log ("yyyy-mm-dd hh:mm:ss,START|SOLVE|ABANDON,
      *> puzzle-file,difficulty,seconds,moves,reason" -- one START per
      *> puzzle served, closed by a SOLVE or an ABANDON) and adds the new
      *> lines into that cabinet's puzzles/catalog.dat, each puzzle's line
      *> becoming "filename,difficulty,times-played,total-solve-seconds,
      *> starts,solves,abandons,abandon-rate" (the rate a whole percentage
      *> of starts). Only lines newer than the last one rolled up for the
      *> cabinet, remembered in dokurollup.chk ("timestamp,directory"),
      *> are added, so a re-run never counts a line twice. Lines for
      *> puzzles no longer in the catalog are counted and skipped.
      *> DokuAbandonReport ranks the result. Sweeps the cabinets.dat
      *> registry (or the default one-folder-per-title layout); run from a
      *> Games\CabinetOps working directory as a NightlyBatch step.
       program-id. DokuPlayRollup as "DokuPlayRollup".

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
           select plays-file
                   assign to ws-plays-path
                   organization is line sequential
                   file status is ws-plays-status.
           select catalog-file
                   assign to ws-catalog-path
                   organization is line sequential
                   file status is ws-catalog-status.
           select checkpoint-file
                   assign to "dokurollup.chk"
                   organization is line sequential
                   file status is ws-chk-status.

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

       fd plays-file record contains 120 characters.
       01 pl-line           pic x(120).

       fd catalog-file record contains 120 characters.
       01 ct-line           pic x(120).

       fd checkpoint-file record contains 90 characters.
       01 chk-line          pic x(90).

       working-storage section.
       01 ws-cabinet-status     pic xx.
       01 ws-plays-status       pic xx.
       01 ws-catalog-status     pic xx.
       01 ws-chk-status         pic xx.
       01 ws-eof                pic x value "F".

       01 ws-plays-path         pic x(80).
       01 ws-catalog-path       pic x(80).

      *> Directories to roll up.
       01 ws-dir-count          pic 9(3) value 0.
       01 ws-dir-table.
           03 ws-dir-entry occurs 50.
               05 ws-dir-path        pic x(64).
       01 ws-dir-index          pic 9(3).

      *> Newest line already rolled up, per directory.
       01 ws-chk-count          pic 9(3) value 0.
       01 ws-chk-table.
           03 ws-chk-entry occurs 50.
               05 ws-chk-stamp       pic x(19).
               05 ws-chk-dir         pic x(64).
       01 ws-chk-index          pic 9(3).
       01 ws-last-stamp         pic x(19).
       01 ws-newest-stamp       pic x(19).

      *> Play log line fields (the trailing seal field, when present,
      *> is simply not received).
       01 ws-p-stamp            pic x(19).
       01 ws-p-kind             pic x(8).
       01 ws-p-file             pic x(40).

      *> Tonight's additions for this directory, by puzzle.
       01 ws-tally-count        pic 9(4) value 0.
       01 ws-tally-table.
           03 ws-tally-entry occurs 1000.
               05 ws-t-file          pic x(40).
               05 ws-t-starts        pic 9(7).
               05 ws-t-solves        pic 9(7).
               05 ws-t-abandons      pic 9(7).
       01 ws-tally-index        pic 9(4).
       01 ws-new-lines          pic 9(6).
       01 ws-unmatched          pic 9(6).

      *> The catalog, held for the rewrite.
       01 ws-cat-count          pic 9(4) value 0.
       01 ws-cat-table.
           03 ws-cat-line occurs 1000 pic x(120).
       01 ws-cat-index          pic 9(4).
       01 ws-c-file             pic x(40).
       01 ws-c-difficulty       pic x(8).
       01 ws-c-plays            pic x(10).
       01 ws-c-seconds          pic x(12).
       01 ws-c-starts           pic x(10).
       01 ws-c-solves           pic x(10).
       01 ws-c-abandons         pic x(10).
       01 ws-starts             pic 9(7).
       01 ws-solves             pic 9(7).
       01 ws-abandons           pic 9(7).
       01 ws-rate               pic 9(3).
       01 ws-starts-out         pic z(6)9.
       01 ws-solves-out         pic z(6)9.
       01 ws-abandons-out       pic z(6)9.
       01 ws-rate-out           pic zz9.
       01 ws-line-out           pic x(120).
       01 ws-figure-text        pic x(10).
       01 ws-figure-short       pic x(10).
       01 ws-figure-lead        pic 99.

       procedure division.
       main-line section.
           perform load-directories
           perform load-checkpoints
           perform varying ws-dir-index from 1 by 1
                   until ws-dir-index > ws-dir-count
               perform roll-up-directory
           end-perform
           perform write-checkpoints
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

       load-checkpoints section.
           open input checkpoint-file
           if ws-chk-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read checkpoint-file
                   at end move "T" to ws-eof
                   not at end
                       if ws-chk-count < 50
                           add 1 to ws-chk-count
                           unstring chk-line delimited by ","
                               into ws-chk-stamp(ws-chk-count)
                                    ws-chk-dir(ws-chk-count)
                       end-if
               end-read
           end-perform
           close checkpoint-file
           .

      *> One cabinet: tally its new play lines, then fold them into its
      *> catalog.
       roll-up-directory section.
           move spaces to ws-last-stamp
           perform varying ws-chk-index from 1 by 1
                   until ws-chk-index > ws-chk-count
               if ws-chk-dir(ws-chk-index) = ws-dir-path(ws-dir-index)
                   move ws-chk-stamp(ws-chk-index) to ws-last-stamp
                   exit perform
               end-if
           end-perform
           move ws-last-stamp to ws-newest-stamp
           move 0 to ws-tally-count ws-new-lines ws-unmatched

           move spaces to ws-plays-path
           string ws-dir-path(ws-dir-index) delimited by space
                  "/dokuplays.log" delimited by size
                  into ws-plays-path
           open input plays-file
           if ws-plays-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read plays-file
                       at end move "T" to ws-eof
                       not at end
                           perform tally-play-line
                   end-read
               end-perform
               close plays-file
           end-if

           if ws-new-lines > 0
               move spaces to ws-catalog-path
               string ws-dir-path(ws-dir-index) delimited by space
                      "/puzzles/catalog.dat" delimited by size
                      into ws-catalog-path
               perform apply-to-catalog
           end-if
           perform remember-newest-stamp
           display ws-dir-path(ws-dir-index)
           display "  " ws-new-lines " new play line(s), "
                   ws-unmatched " for puzzles not in the catalog"
           .

       tally-play-line section.
           move spaces to ws-p-stamp ws-p-kind ws-p-file
           unstring pl-line delimited by ","
               into ws-p-stamp ws-p-kind ws-p-file
           if ws-p-stamp not > ws-last-stamp
               or ws-p-file = spaces
               exit section
           end-if
           if ws-p-stamp > ws-newest-stamp
               move ws-p-stamp to ws-newest-stamp
           end-if
           add 1 to ws-new-lines
           perform varying ws-tally-index from 1 by 1
                   until ws-tally-index > ws-tally-count
               if ws-t-file(ws-tally-index) = ws-p-file
                   exit perform
               end-if
           end-perform
           if ws-tally-index > ws-tally-count
               if ws-tally-count >= 1000
                   add 1 to ws-unmatched
                   exit section
               end-if
               add 1 to ws-tally-count
               move ws-tally-count to ws-tally-index
               move ws-p-file to ws-t-file(ws-tally-index)
               move 0 to ws-t-starts(ws-tally-index)
                         ws-t-solves(ws-tally-index)
                         ws-t-abandons(ws-tally-index)
           end-if
           evaluate ws-p-kind
               when "START"
                   add 1 to ws-t-starts(ws-tally-index)
               when "SOLVE"
                   add 1 to ws-t-solves(ws-tally-index)
               when "ABANDON"
                   add 1 to ws-t-abandons(ws-tally-index)
           end-evaluate
           .

       apply-to-catalog section.
           move 0 to ws-cat-count
           open input catalog-file
           if ws-catalog-status not = "00"
               move ws-new-lines to ws-unmatched
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read catalog-file
                   at end move "T" to ws-eof
                   not at end
                       if ws-cat-count < 1000
                           add 1 to ws-cat-count
                           move ct-line to ws-cat-line(ws-cat-count)
                       end-if
               end-read
           end-perform
           close catalog-file

           perform varying ws-cat-index from 1 by 1
                   until ws-cat-index > ws-cat-count
               perform rebuild-catalog-line
           end-perform

      *> whatever is still tallied matched no catalog line
           perform varying ws-tally-index from 1 by 1
                   until ws-tally-index > ws-tally-count
               if ws-t-file(ws-tally-index) not = spaces
                   add ws-t-starts(ws-tally-index)
                       ws-t-solves(ws-tally-index)
                       ws-t-abandons(ws-tally-index)
                       to ws-unmatched
               end-if
           end-perform

           open output catalog-file
           if ws-catalog-status not = "00"
               display "Cannot rewrite " ws-catalog-path
               exit section
           end-if
           perform varying ws-cat-index from 1 by 1
                   until ws-cat-index > ws-cat-count
               move ws-cat-line(ws-cat-index) to ct-line
               write ct-line
           end-perform
           close catalog-file
           .

      *> One puzzle's line, carried to eight fields with tonight's
      *> counts added in.
       rebuild-catalog-line section.
           move spaces to ws-c-file ws-c-difficulty ws-c-plays
                          ws-c-seconds ws-c-starts ws-c-solves
                          ws-c-abandons
           unstring ws-cat-line(ws-cat-index) delimited by ","
               into ws-c-file ws-c-difficulty ws-c-plays ws-c-seconds
                    ws-c-starts ws-c-solves ws-c-abandons
           if ws-c-file = spaces
               exit section
           end-if
           move 0 to ws-starts ws-solves ws-abandons
           if ws-c-starts not = spaces
               compute ws-starts = function numval(ws-c-starts)
           end-if
           if ws-c-solves not = spaces
               compute ws-solves = function numval(ws-c-solves)
           end-if
           if ws-c-abandons not = spaces
               compute ws-abandons = function numval(ws-c-abandons)
           end-if
           perform varying ws-tally-index from 1 by 1
                   until ws-tally-index > ws-tally-count
               if ws-t-file(ws-tally-index) = ws-c-file
                   add ws-t-starts(ws-tally-index) to ws-starts
                   add ws-t-solves(ws-tally-index) to ws-solves
                   add ws-t-abandons(ws-tally-index) to ws-abandons
                   move spaces to ws-t-file(ws-tally-index)
                   exit perform
               end-if
           end-perform
           move 0 to ws-rate
           if ws-starts > 0
               compute ws-rate = ws-abandons * 100 / ws-starts
               if ws-abandons > ws-starts
                   move 100 to ws-rate
               end-if
           end-if
           if ws-c-plays = spaces
               move "0" to ws-c-plays
           end-if
           if ws-c-seconds = spaces
               move "0" to ws-c-seconds
           end-if
           move ws-starts to ws-starts-out
           move ws-starts-out to ws-figure-text
           perform squeeze-figure
           move ws-figure-text to ws-c-starts
           move ws-solves to ws-solves-out
           move ws-solves-out to ws-figure-text
           perform squeeze-figure
           move ws-figure-text to ws-c-solves
           move ws-abandons to ws-abandons-out
           move ws-abandons-out to ws-figure-text
           perform squeeze-figure
           move ws-figure-text to ws-c-abandons
           move ws-rate to ws-rate-out
           move ws-rate-out to ws-figure-text
           perform squeeze-figure
           move spaces to ws-line-out
           string ws-c-file delimited by space
                  "," delimited by size
                  ws-c-difficulty delimited by space
                  "," delimited by size
                  ws-c-plays delimited by space
                  "," delimited by size
                  ws-c-seconds delimited by space
                  "," delimited by size
                  ws-c-starts delimited by space
                  "," delimited by size
                  ws-c-solves delimited by space
                  "," delimited by size
                  ws-c-abandons delimited by space
                  "," delimited by size
                  ws-figure-text delimited by space
                  into ws-line-out
           move ws-line-out to ws-cat-line(ws-cat-index)
           .

      *> An edited figure without the spaces it is right-justified in.
       squeeze-figure section.
           move 0 to ws-figure-lead
           inspect ws-figure-text tallying ws-figure-lead
               for leading spaces
           if ws-figure-lead > 0 and ws-figure-lead < 10
               move ws-figure-text(ws-figure-lead + 1:)
                   to ws-figure-short
               move ws-figure-short to ws-figure-text
           end-if
           .

       remember-newest-stamp section.
           if ws-newest-stamp = spaces
               exit section
           end-if
           perform varying ws-chk-index from 1 by 1
                   until ws-chk-index > ws-chk-count
               if ws-chk-dir(ws-chk-index) = ws-dir-path(ws-dir-index)
                   exit perform
               end-if
           end-perform
           if ws-chk-index > ws-chk-count
               if ws-chk-count >= 50
                   exit section
               end-if
               add 1 to ws-chk-count
               move ws-chk-count to ws-chk-index
               move ws-dir-path(ws-dir-index)
                   to ws-chk-dir(ws-chk-index)
           end-if
           move ws-newest-stamp to ws-chk-stamp(ws-chk-index)
           .

       write-checkpoints section.
           open output checkpoint-file
           if ws-chk-status not = "00"
               display "Cannot write dokurollup.chk."
               exit section
           end-if
           perform varying ws-chk-index from 1 by 1
                   until ws-chk-index > ws-chk-count
               move spaces to chk-line
               string ws-chk-stamp(ws-chk-index) delimited by size
                      "," delimited by size
                      ws-chk-dir(ws-chk-index) delimited by space
                      into chk-line
               write chk-line
           end-perform
           close checkpoint-file
           .

       end program DokuPlayRollup.
