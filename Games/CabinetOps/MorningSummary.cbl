      *> reconcilereport.txt's never-ended and no-matching counts. A clean
      *> night is one ALL CLEAR line. Written to morningsummary.txt; run
      *> from a Games\CabinetOps working directory.
      *> Any cabinet whose outbox.dat still holds writes queued while the
      *> ../Common share was away (see Outbox) is an exception too, quoted
      *> with the count and the oldest one's time -- plays not yet in the
      *> profiles or the loyalty ledger. The cabinets are the in-service
      *> ones in the cabinets.dat registry, or one of each title in the
      *> folders next to this one when there is no registry yet.
      *> IntegrityAudit's pass/fail joins the job list, and every one of
      *> its [HIGH]/[MEDIUM]/[LOW] findings in integrityaudit.txt is
      *> quoted -- orphans and conflicts between the registry, sites,
      *> heartbeats and the cabinet directories.
      *> BatchTimingReport's OVERRUN RISK line is quoted as well: the
      *> batch window's trend says the run will soon still be going at
      *> opening time.
      *> CapacityReport's pass/fail joins the list too, with its WILL FILL
      *> lines quoted: a directory projected to reach its ceiling within
      *> the warning horizon.
      *> ArchiveRollup's pass/fail joins the list as well, and a month it
      *> could not roll up (its merged copy did not verify against the
      *> dailies) is quoted off archiverollup.txt.
       program-id. MorningSummary as "MorningSummary".

       environment division.
                   assign to ws-source-path
                   organization is line sequential
                   file status is ws-source-status.
           select cabinet-file
                   assign to "cabinets.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is cb-cabinet-id
                   file status is ws-cabinet-status.
           select outbox-file
                   assign to ws-outbox-path
                   organization is line sequential
                   file status is ws-outbox-status.
           select summary-file assign to "morningsummary.txt"
                               organization is line sequential.

       fd source-report-file record contains 160 characters.
       01 sr-line           pic x(160).

       fd cabinet-file record contains 121 characters.
       01 cb-record.
           03 cb-cabinet-id    pic x(8).
           03 cb-title         pic x(16).
           03 cb-location      pic x(20).
           03 cb-directory     pic x(64).
           03 cb-in-service    pic x.
           03 cb-install-date  pic x(8).
           03 cb-site          pic x(4).

       fd outbox-file record contains 120 characters.
       01 ob-line           pic x(120).

       fd summary-file record contains 160 characters.
       01 summary-line      pic x(160).

       01 ws-eof                pic x value "F".

      *> The batch steps this page fronts for, in their run order.
       78 JOB-COUNT             value 13.
       01 ws-job-list.
           03 filler pic x(20) value "FloorOpenCheck".
           03 filler pic x(20) value "SealVerify".
           03 filler pic x(20) value "CsvExport".
           03 filler pic x(20) value "AchievementsBuild".
           03 filler pic x(20) value "DailyAggregates".
           03 filler pic x(20) value "ArchiveRollup".
           03 filler pic x(20) value "LogArchive".
           03 filler pic x(20) value "KioskExport".
           03 filler pic x(20) value "CapacityReport".
           03 filler pic x(20) value "IntegrityAudit".
           03 filler pic x(20) value "BatchTimingReport".
       01 ws-job-table redefines ws-job-list.
           03 ws-job-name occurs 13 pic x(20).
       01 ws-job-done-flags.
           03 ws-job-done occurs 13 pic x value "N".
       01 ws-job-ix             pic 9(2).

       01 ws-today              pic x(8).
       01 ws-chk-date           pic x(8).
       01 ws-failed-jobs        pic 9(2) value 0.
       01 ws-line-out           pic x(160).

      *> Cabinet outboxes still holding queued writes.
       01 ws-cabinet-status     pic xx.
       01 ws-outbox-status      pic xx.
       01 ws-outbox-path        pic x(80).
       01 ws-outbox-eof         pic x.
       01 ws-registry-count     pic 9(3).
       01 ws-ox-id              pic x(8).
       01 ws-ox-title           pic x(16).
       01 ws-ox-directory       pic x(64).
       01 ws-ox-count           pic 9(5).
       01 ws-ox-oldest          pic x(19).

       procedure division.
       main-line section.
           move function current-date(1:8) to ws-today
           move spaces to ws-keyword-5
           perform quote-exception-lines

           move "integrityaudit.txt" to ws-source-path
           move "[HIGH]" to ws-keyword-1
           move "[MEDIUM]" to ws-keyword-2
           move "[LOW]" to ws-keyword-3
           move spaces to ws-keyword-4
           move spaces to ws-keyword-5
           perform quote-exception-lines

           move "batchtimingreport.txt" to ws-source-path
           move "OVERRUN RISK" to ws-keyword-1
           move spaces to ws-keyword-2
           move spaces to ws-keyword-3
           perform quote-exception-lines

           move "archiverollup.txt" to ws-source-path
           move "NOT ROLLED UP -" to ws-keyword-1
           move spaces to ws-keyword-2
           move spaces to ws-keyword-3
           perform quote-exception-lines

           move "capacityreport.txt" to ws-source-path
           move "WILL FILL" to ws-keyword-1
           move spaces to ws-keyword-2
           move spaces to ws-keyword-3
           perform quote-exception-lines

           perform quote-cabinet-outboxes

           if ws-failed-jobs = 0 and ws-exception-count = 0
               move "ALL CLEAR - every job passed, no exceptions."
                   to summary-line
           write summary-line
           .

      *> Every cabinet with writes still waiting for the share.
       quote-cabinet-outboxes section.
           move 0 to ws-registry-count
           open input cabinet-file
           if ws-cabinet-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read cabinet-file next record
                       at end move "T" to ws-eof
                       not at end
                           if cb-in-service = "Y"
                               add 1 to ws-registry-count
                               move cb-cabinet-id to ws-ox-id
                               move cb-title to ws-ox-title
                               move cb-directory to ws-ox-directory
                               perform quote-one-outbox
                           end-if
                   end-read
               end-perform
               close cabinet-file
           end-if

           if ws-registry-count = 0
               move "FLOOR" to ws-ox-id
               move "CobolBlitz" to ws-ox-title
               move "../CobolBlitz" to ws-ox-directory
               perform quote-one-outbox
               move "CobolMineSweeper" to ws-ox-title
               move "../CobolMineSweeper" to ws-ox-directory
               perform quote-one-outbox
               move "CobolDoKu" to ws-ox-title
               move "../CobolDoKu" to ws-ox-directory
               perform quote-one-outbox
               move "CobolSnake" to ws-ox-title
               move "../CobolSnake" to ws-ox-directory
               perform quote-one-outbox
               move "CobolTicTacToe" to ws-ox-title
               move "../CobolTicTacToe" to ws-ox-directory
               perform quote-one-outbox
           end-if
           .

       quote-one-outbox section.
           move spaces to ws-outbox-path
           string ws-ox-directory delimited by space
                  "/outbox.dat" delimited by size
               into ws-outbox-path
           end-string
           move 0 to ws-ox-count
           move spaces to ws-ox-oldest
           open input outbox-file
           if ws-outbox-status not = "00"
               exit section
           end-if
           move "F" to ws-outbox-eof
           perform until ws-outbox-eof = "T"
               read outbox-file
                   at end move "T" to ws-outbox-eof
                   not at end
                       if ob-line not = spaces
                           add 1 to ws-ox-count
                           if ws-ox-count = 1
                               move ob-line(1:19) to ws-ox-oldest
                           end-if
                       end-if
               end-read
           end-perform
           close outbox-file
           if ws-ox-count = 0
               exit section
           end-if
           add 1 to ws-exception-count
           move spaces to ws-line-out
           string "  outbox: cabinet " delimited by size
                  ws-ox-id delimited by space
                  " (" delimited by size
                  ws-ox-title delimited by space
                  ") has " delimited by size
                  ws-ox-count delimited by size
                  " queued write(s) waiting since " delimited by size
                  ws-ox-oldest delimited by size
                  into ws-line-out
           end-string
           move ws-line-out to summary-line
           write summary-line
           .

       match-keyword section.
           move "N" to ws-matched
           move 0 to ws-kw-len
