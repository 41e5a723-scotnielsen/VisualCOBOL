      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Operator activity audit: answers "what did this operator do last
      *> weekend?" from the journals every signed-on tool stamps its
      *> operator id into -- topups.log, adjustments.log,
      *> registryjournal.log (registry changes and cabinet transfers),
      *> configdist.log, purgejournal.log, floorrepair.log, disputes.dat,
      *> workorders.dat, meterreadings.dat, operatorjournal.log,
      *> ../Common/limitsjournal.log, refund decisions on refundqueue.dat,
      *> drawerclose.dat close-outs and ../Common/vouchers.dat issues.
      *> Given an operator id and a date range, every action stamped with
      *> that id is merged into one time-ordered listing in
      *> operatoraudit.txt, one line per action: time, tool, cabinet (or
      *> the player, file or wallet the action was against), action and
      *> amount. Given ALL instead of an id, the report is the
      *> internal-control summary: actions per operator per day, with the
      *> day's adjustments counted apart, followed by every adjustment or
      *> void of at least the threshold credits (prompted, 50 by default)
      *> listed in full for the review. Kiosk imports and automatic
      *> tickets carry no operator and are not counted. Run from a
      *> Games\CabinetOps working directory.
       program-id. OperatorAudit as "OperatorAudit".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select source-file
                   assign to ws-source-path
                   organization is line sequential
                   file status is ws-source-status.
           select report-file
                   assign to "operatoraudit.txt"
                   organization is line sequential
                   file status is ws-report-status.

       data division.
       file section.
       fd source-file record contains 300 characters.
       01 source-line       pic x(300).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
       01 ws-source-status      pic xx.
       01 ws-report-status      pic xx.
       01 ws-eof                pic x.
       01 ws-source-path        pic x(40).

      *> What was asked for.
       01 ws-want-operator      pic x(3).
       01 ws-from-date          pic x(8).
       01 ws-to-date            pic x(8).
       01 ws-threshold-text     pic x(5).
       01 ws-threshold          pic 9(5) value 50.
       01 ws-summary-mode       pic x value "N".

      *> Every matching action, kept in time order as it is added.
       01 ws-ev-count           pic 9(5) value 0.
       01 ws-ev-table.
           03 ws-ev-entry occurs 5000.
               05 ws-ev-stamp        pic x(19).
               05 ws-ev-operator     pic x(3).
               05 ws-ev-tool         pic x(9).
               05 ws-ev-cabinet      pic x(24).
               05 ws-ev-action       pic x(24).
               05 ws-ev-amount       pic x(9).
               05 ws-ev-flag         pic x.
       01 ws-ev-index           pic 9(5).
       01 ws-ev-slot            pic 9(5).
       01 ws-dropped            pic 9(5) value 0.

      *> The action being added.
       01 ws-new-entry.
           03 ws-n-stamp            pic x(19).
           03 ws-n-operator         pic x(3).
           03 ws-n-tool             pic x(9).
           03 ws-n-cabinet          pic x(24).
           03 ws-n-action           pic x(24).
           03 ws-n-amount           pic x(9).
           03 ws-n-flag             pic x.
       01 ws-n-date             pic x(8).

      *> Summary mode: actions per operator per day.
       01 ws-sum-count          pic 9(4) value 0.
       01 ws-sum-table.
           03 ws-sum-entry occurs 1000.
               05 ws-sum-operator    pic x(3).
               05 ws-sum-date        pic x(10).
               05 ws-sum-actions     pic 9(5).
               05 ws-sum-adjusts     pic 9(5).
               05 ws-sum-flagged     pic 9(5).
       01 ws-sum-index          pic 9(4).
       01 ws-flagged-count      pic 9(5) value 0.

      *> Parsed fields, reused source to source.
       01 ws-f1                 pic x(64).
       01 ws-f2                 pic x(64).
       01 ws-f3                 pic x(64).
       01 ws-f4                 pic x(64).
       01 ws-f5                 pic x(64).
       01 ws-f6                 pic x(64).
       01 ws-f7                 pic x(64).
       01 ws-f8                 pic x(64).
       01 ws-f9                 pic x(64).
       01 ws-f10                pic x(64).
       01 ws-f11                pic x(64).
       01 ws-credits            pic s9(7).

       01 ws-line-out           pic x(132).

       procedure division.
       main-line section.
           display "OPERATOR ACTIVITY AUDIT"
           display "Operator id (ALL for the per-day summary): "
               with no advancing
           accept ws-want-operator
           move function upper-case(ws-want-operator)
               to ws-want-operator
           if ws-want-operator = "ALL"
               move "Y" to ws-summary-mode
               display "Flag adjustments and voids of at least "
                       "(credits, ENTER = 50): " with no advancing
               accept ws-threshold-text
               if ws-threshold-text not = spaces
                   and function numval(ws-threshold-text) > 0
                   compute ws-threshold
                       = function numval(ws-threshold-text)
               end-if
           end-if
           move spaces to ws-from-date
           perform until ws-from-date is numeric
               display "From date (yyyymmdd): " with no advancing
               accept ws-from-date
           end-perform
           display "To date (yyyymmdd, ENTER = same day): "
               with no advancing
           accept ws-to-date
           if ws-to-date is not numeric
               move ws-from-date to ws-to-date
           end-if

           perform sweep-topups
           perform sweep-adjustments
           perform sweep-registry-journal
           perform sweep-config-distribution
           perform sweep-purge-journal
           perform sweep-floor-repairs
           perform sweep-disputes
           perform sweep-work-orders
           perform sweep-meter-readings
           perform sweep-operator-journal
           perform sweep-limits-journal
           perform sweep-refund-decisions
           perform sweep-drawer-closes
           perform sweep-voucher-issues

           open output report-file
           if ws-report-status not = "00"
               display "Cannot write operatoraudit.txt."
               stop run
           end-if
           if ws-summary-mode = "Y"
               perform write-summary
           else
               perform write-listing
           end-if
           close report-file
           display "Audit written to operatoraudit.txt (" ws-ev-count
                   " action(s))."
           if ws-dropped > 0
               display "  " ws-dropped " further action(s) did not "
                       "fit - narrow the date range."
           end-if
           stop run
           .

      *> ------------------------------------------------------------
      *> The journals, one sweep each
      *> ------------------------------------------------------------

      *> "timestamp,target,amount,newbalance,operator[,kiosk-txid]"
       sweep-topups section.
           move "topups.log" to ws-source-path
           perform open-source
           perform until ws-eof = "T"
               read source-file
                   at end move "T" to ws-eof
                   not at end
                       perform clear-fields
                       unstring source-line delimited by ","
                           into ws-f1 ws-f2 ws-f3 ws-f4 ws-f5
                       if ws-f5 not = "KIOSK"
                           move ws-f1 to ws-n-stamp
                           move ws-f5 to ws-n-operator
                           move "TOPUP" to ws-n-tool
                           move ws-f2 to ws-n-cabinet
                           if ws-f2(1:7) = "WALLET:"
                               move "WALLET LOAD" to ws-n-action
                           else
                               move "CABINET TOP-UP" to ws-n-action
                           end-if
                           move ws-f3 to ws-n-amount
                           perform add-event
                       end-if
               end-read
           end-perform
           perform close-source
           .

      *> "timestamp,target,+/-amount,newbalance,reason,operator"; the
      *> ones at or over the threshold are flagged for the review.
       sweep-adjustments section.
           move "adjustments.log" to ws-source-path
           perform open-source
           perform until ws-eof = "T"
               read source-file
                   at end move "T" to ws-eof
                   not at end
                       perform clear-fields
                       unstring source-line delimited by ","
                           into ws-f1 ws-f2 ws-f3 ws-f4 ws-f5 ws-f6
                       move ws-f1 to ws-n-stamp
                       move ws-f6 to ws-n-operator
                       move "ADJUST" to ws-n-tool
                       move ws-f2 to ws-n-cabinet
                       move ws-f5 to ws-n-action
                       move ws-f3 to ws-n-amount
                       move 0 to ws-credits
                       if ws-f3 not = spaces
                           compute ws-credits = function numval(ws-f3)
                       end-if
                       if ws-credits < 0
                           compute ws-credits = 0 - ws-credits
                       end-if
                       if ws-credits >= ws-threshold
                           move "*" to ws-n-flag
                       end-if
                       perform add-event
               end-read
           end-perform
           perform close-source
           .

      *> "timestamp|operator|action|id|before|after"
       sweep-registry-journal section.
           move "registryjournal.log" to ws-source-path
           perform open-source
           perform until ws-eof = "T"
               read source-file
                   at end move "T" to ws-eof
                   not at end
                       perform clear-fields
                       unstring source-line delimited by "|"
                           into ws-f1 ws-f2 ws-f3 ws-f4
                       move ws-f1 to ws-n-stamp
                       move ws-f2 to ws-n-operator
                       move "REGISTRY" to ws-n-tool
                       move ws-f4 to ws-n-cabinet
                       move ws-f3 to ws-n-action
                       perform add-event
               end-read
           end-perform
           perform close-source
           .

      *> "timestamp,action,cabinet,file,version,OK|FAILED,operator"
       sweep-config-distribution section.
           move "configdist.log" to ws-source-path
           perform open-source
           perform until ws-eof = "T"
               read source-file
                   at end move "T" to ws-eof
                   not at end
                       perform clear-fields
                       unstring source-line delimited by ","
                           into ws-f1 ws-f2 ws-f3 ws-f4 ws-f5 ws-f6
                                ws-f7
                       move ws-f1 to ws-n-stamp
                       move ws-f7 to ws-n-operator
                       move "CONFIG" to ws-n-tool
                       move ws-f3 to ws-n-cabinet
                       string ws-f2 delimited by space
                              " " delimited by size
                              ws-f4 delimited by space
                           into ws-n-action
                       end-string
                       perform add-event
               end-read
           end-perform
           perform close-source
           .

      *> "timestamp,operator,initials,file,action,lines"
       sweep-purge-journal section.
           move "purgejournal.log" to ws-source-path
           perform open-source
           perform until ws-eof = "T"
               read source-file
                   at end move "T" to ws-eof
                   not at end
                       perform clear-fields
                       unstring source-line delimited by ","
                           into ws-f1 ws-f2 ws-f3 ws-f4 ws-f5 ws-f6
                       move ws-f1 to ws-n-stamp
                       move ws-f2 to ws-n-operator
                       move "PURGE" to ws-n-tool
                       move ws-f4 to ws-n-cabinet
                       string ws-f5 delimited by space
                              " " delimited by size
                              ws-f3 delimited by space
                           into ws-n-action
                       end-string
                       move ws-f6 to ws-n-amount
                       perform add-event
               end-read
           end-perform
           perform close-source
           .

      *> "timestamp [III] file was PROBLEM - action"; lines from before
      *> the repair operator was recorded carry no id.
       sweep-floor-repairs section.
           move "floorrepair.log" to ws-source-path
           perform open-source
           perform until ws-eof = "T"
               read source-file
                   at end move "T" to ws-eof
                   not at end
                       if source-line(21:1) = "["
                           perform clear-fields
                           move source-line(1:19) to ws-n-stamp
                           move source-line(22:3) to ws-n-operator
                           move "REPAIR" to ws-n-tool
                           unstring source-line(27:)
                               delimited by " was "
                               into ws-f1 ws-f2
                           move ws-f1 to ws-n-cabinet
                           unstring ws-f2 delimited by " - "
                               into ws-f3
                           move ws-f3 to ws-n-action
                           perform add-event
                       end-if
               end-read
           end-perform
           perform close-source
           .

      *> "id|cabinet|initials|logfile|sealseq|opened|status|operator|
      *> claim|remedy|resolved" -- the operator is the opener while the
      *> dispute is open and the resolver once it is resolved.
       sweep-disputes section.
           move "disputes.dat" to ws-source-path
           perform open-source
           perform until ws-eof = "T"
               read source-file
                   at end move "T" to ws-eof
                   not at end
                       perform clear-fields
                       unstring source-line delimited by "|"
                           into ws-f1 ws-f2 ws-f3 ws-f4 ws-f5 ws-f6
                                ws-f7 ws-f8 ws-f9 ws-f10 ws-f11
                       move ws-f8 to ws-n-operator
                       move "DISPUTE" to ws-n-tool
                       move ws-f2 to ws-n-cabinet
                       if ws-f7 = "RESOLVED"
                           move ws-f11 to ws-n-stamp
                           string "RESOLVED #" delimited by size
                                  ws-f1 delimited by space
                               into ws-n-action
                           end-string
                       else
                           move ws-f6 to ws-n-stamp
                           string "OPENED #" delimited by size
                                  ws-f1 delimited by space
                               into ws-n-action
                           end-string
                       end-if
                       perform add-event
               end-read
           end-perform
           perform close-source
           .

      *> "id|cabinet|opened|status|closed|downtime|symptom|fix|
      *> opened-by|closed-by" -- one action for the opening, one for the
      *> closing.
       sweep-work-orders section.
           move "workorders.dat" to ws-source-path
           perform open-source
           perform until ws-eof = "T"
               read source-file
                   at end move "T" to ws-eof
                   not at end
                       perform clear-fields
                       unstring source-line delimited by "|"
                           into ws-f1 ws-f2 ws-f3 ws-f4 ws-f5 ws-f6
                                ws-f7 ws-f8 ws-f9 ws-f10
                       if ws-f9 not = spaces
                           move ws-f3 to ws-n-stamp
                           move ws-f9 to ws-n-operator
                           move "WORKORDER" to ws-n-tool
                           move ws-f2 to ws-n-cabinet
                           string "OPENED #" delimited by size
                                  ws-f1 delimited by space
                               into ws-n-action
                           end-string
                           perform add-event
                       end-if
                       if ws-f10 not = spaces and ws-f4 = "CLOSED"
                           initialize ws-new-entry
                           move ws-f5 to ws-n-stamp
                           move ws-f10 to ws-n-operator
                           move "WORKORDER" to ws-n-tool
                           move ws-f2 to ws-n-cabinet
                           string "CLOSED #" delimited by size
                                  ws-f1 delimited by space
                               into ws-n-action
                           end-string
                           move ws-f6 to ws-n-amount
                           perform add-event
                       end-if
               end-read
           end-perform
           perform close-source
           .

      *> "timestamp,cabinet,reading,operator"
       sweep-meter-readings section.
           move "meterreadings.dat" to ws-source-path
           perform open-source
           perform until ws-eof = "T"
               read source-file
                   at end move "T" to ws-eof
                   not at end
                       perform clear-fields
                       unstring source-line delimited by ","
                           into ws-f1 ws-f2 ws-f3 ws-f4
                       move ws-f1 to ws-n-stamp
                       move ws-f4 to ws-n-operator
                       move "METER" to ws-n-tool
                       move ws-f2 to ws-n-cabinet
                       move "READING" to ws-n-action
                       move ws-f3 to ws-n-amount
                       perform add-event
               end-read
           end-perform
           perform close-source
           .

      *> "timestamp,action,id,old,new,by-operator"
       sweep-operator-journal section.
           move "operatorjournal.log" to ws-source-path
           perform open-source
           perform until ws-eof = "T"
               read source-file
                   at end move "T" to ws-eof
                   not at end
                       perform clear-fields
                       unstring source-line delimited by ","
                           into ws-f1 ws-f2 ws-f3 ws-f4 ws-f5 ws-f6
                       move ws-f1 to ws-n-stamp
                       move ws-f6 to ws-n-operator
                       move "OPERATORS" to ws-n-tool
                       string "OPERATOR " ws-f3 delimited by size
                           into ws-n-cabinet
                       end-string
                       string ws-f2 delimited by space
                              " " delimited by size
                              ws-f5 delimited by space
                           into ws-n-action
                       end-string
                       perform add-event
               end-read
           end-perform
           perform close-source
           .

      *> "timestamp,III,old,new,effective,set-by,operator"
       sweep-limits-journal section.
           move "../Common/limitsjournal.log" to ws-source-path
           perform open-source
           perform until ws-eof = "T"
               read source-file
                   at end move "T" to ws-eof
                   not at end
                       perform clear-fields
                       unstring source-line delimited by ","
                           into ws-f1 ws-f2 ws-f3 ws-f4 ws-f5 ws-f6
                                ws-f7
                       move ws-f1 to ws-n-stamp
                       move ws-f7 to ws-n-operator
                       move "LIMITS" to ws-n-tool
                       string "PLAYER " ws-f2 delimited by size
                           into ws-n-cabinet
                       end-string
                       string "SPEND LIMIT " delimited by size
                              ws-f6 delimited by space
                           into ws-n-action
                       end-string
                       move ws-f4 to ws-n-amount
                       perform add-event
               end-read
           end-perform
           perform close-source
           .

      *> "status,charge-time,cabinet,directory,title,price,source,seal,
      *> decided-by,decided-time" -- decided lines only.
       sweep-refund-decisions section.
           move "refundqueue.dat" to ws-source-path
           perform open-source
           perform until ws-eof = "T"
               read source-file
                   at end move "T" to ws-eof
                   not at end
                       perform clear-fields
                       unstring source-line delimited by ","
                           into ws-f1 ws-f2 ws-f3 ws-f4 ws-f5 ws-f6
                                ws-f7 ws-f8 ws-f9 ws-f10
                       if ws-f9 not = spaces
                           move ws-f10 to ws-n-stamp
                           move ws-f9 to ws-n-operator
                           move "REFUND" to ws-n-tool
                           move ws-f3 to ws-n-cabinet
                           if ws-f1 = "A"
                               move "CRASH REFUND APPROVED"
                                   to ws-n-action
                           else
                               move "CRASH REFUND REJECTED"
                                   to ws-n-action
                           end-if
                           move ws-f6 to ws-n-amount
                           perform add-event
                       end-if
               end-read
           end-perform
           perform close-source
           .

      *> "shift-start,shift-end,operator,sales,refunds,expected,counted,
      *> variance"
       sweep-drawer-closes section.
           move "drawerclose.dat" to ws-source-path
           perform open-source
           perform until ws-eof = "T"
               read source-file
                   at end move "T" to ws-eof
                   not at end
                       perform clear-fields
                       unstring source-line delimited by ","
                           into ws-f1 ws-f2 ws-f3 ws-f4 ws-f5 ws-f6
                                ws-f7 ws-f8
                       move ws-f2 to ws-n-stamp
                       move ws-f3 to ws-n-operator
                       move "DRAWER" to ws-n-tool
                       move "CASH DRAWER" to ws-n-cabinet
                       move "CLOSE-OUT VARIANCE" to ws-n-action
                       move ws-f8 to ws-n-amount
                       perform add-event
               end-read
           end-perform
           perform close-source
           .

      *> "code,batch,value,expiry,issued-yyyymmdd,operator" -- issued on
      *> a date, so listed at the start of that day.
       sweep-voucher-issues section.
           move "../Common/vouchers.dat" to ws-source-path
           perform open-source
           perform until ws-eof = "T"
               read source-file
                   at end move "T" to ws-eof
                   not at end
                       perform clear-fields
                       unstring source-line delimited by ","
                           into ws-f1 ws-f2 ws-f3 ws-f4 ws-f5 ws-f6
                       if ws-f5(1:8) is numeric
                           string ws-f5(1:4) "-" ws-f5(5:2) "-"
                                  ws-f5(7:2) " 00:00:00"
                               delimited by size into ws-n-stamp
                           end-string
                           move ws-f6 to ws-n-operator
                           move "VOUCHER" to ws-n-tool
                           move ws-f2 to ws-n-cabinet
                           string "ISSUED " ws-f1 delimited by size
                               into ws-n-action
                           end-string
                           move ws-f3 to ws-n-amount
                           perform add-event
                       end-if
               end-read
           end-perform
           perform close-source
           .

      *> ------------------------------------------------------------
      *> Shared plumbing
      *> ------------------------------------------------------------

       open-source section.
           move "F" to ws-eof
           open input source-file
           if ws-source-status not = "00"
               move "T" to ws-eof
           end-if
           .

       close-source section.
           if ws-source-status = "00" or ws-source-status = "10"
               close source-file
           end-if
           .

       clear-fields section.
           move spaces to ws-f1 ws-f2 ws-f3 ws-f4 ws-f5 ws-f6 ws-f7
                          ws-f8 ws-f9 ws-f10 ws-f11
           initialize ws-new-entry
           .

      *> Keeps the action if it is in the range and (unless this is the
      *> all-operators summary) by the operator asked for, slotted in by
      *> time so the listing comes out in order.
       add-event section.
           if ws-n-stamp(1:4) is not numeric
               exit section
           end-if
           string ws-n-stamp(1:4) ws-n-stamp(6:2) ws-n-stamp(9:2)
               delimited by size into ws-n-date
           end-string
           if ws-n-date < ws-from-date or ws-n-date > ws-to-date
               exit section
           end-if
           move function upper-case(ws-n-operator) to ws-n-operator
           if ws-n-operator = spaces
               exit section
           end-if
           if ws-summary-mode = "N"
               and ws-n-operator not = ws-want-operator
               exit section
           end-if
           if ws-ev-count >= 5000
               add 1 to ws-dropped
               exit section
           end-if
           add 1 to ws-ev-count
           move ws-ev-count to ws-ev-slot
           perform until ws-ev-slot = 1
               if ws-ev-stamp(ws-ev-slot - 1) <= ws-n-stamp
                   exit perform
               end-if
               move ws-ev-entry(ws-ev-slot - 1)
                   to ws-ev-entry(ws-ev-slot)
               subtract 1 from ws-ev-slot
           end-perform
           move ws-new-entry to ws-ev-entry(ws-ev-slot)
           .

      *> ------------------------------------------------------------
      *> The report
      *> ------------------------------------------------------------

       write-listing section.
           move spaces to ws-line-out
           string "OPERATOR ACTIVITY - " ws-want-operator
                  "  " ws-from-date " to " ws-to-date
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line
           move spaces to ws-line-out
           move "TIME" to ws-line-out(1:4)
           move "TOOL" to ws-line-out(21:4)
           move "CABINET / AGAINST" to ws-line-out(31:17)
           move "ACTION" to ws-line-out(58:6)
           move "AMOUNT" to ws-line-out(86:6)
           move ws-line-out to report-line
           write report-line
           perform varying ws-ev-index from 1 by 1
                   until ws-ev-index > ws-ev-count
               perform write-event-line
           end-perform
           if ws-ev-count = 0
               move "  No actions in the range." to report-line
               write report-line
           end-if
           .

       write-event-line section.
           move spaces to ws-line-out
           move ws-ev-stamp(ws-ev-index) to ws-line-out(1:19)
           move ws-ev-tool(ws-ev-index) to ws-line-out(21:9)
           move ws-ev-cabinet(ws-ev-index) to ws-line-out(31:24)
           move ws-ev-action(ws-ev-index) to ws-line-out(58:24)
           move ws-ev-amount(ws-ev-index) to ws-line-out(86:9)
           if ws-ev-flag(ws-ev-index) = "*"
               move "*" to ws-line-out(96:1)
           end-if
           move ws-line-out to report-line
           write report-line
           .

       write-summary section.
           perform varying ws-ev-index from 1 by 1
                   until ws-ev-index > ws-ev-count
               perform tally-summary-day
           end-perform

           move spaces to ws-line-out
           string "OPERATOR ACTIVITY SUMMARY  " ws-from-date " to "
                  ws-to-date
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line
           move "OPER  DAY         ACTIONS  ADJUSTMENTS  FLAGGED"
               to report-line
           write report-line
           perform varying ws-sum-index from 1 by 1
                   until ws-sum-index > ws-sum-count
               move spaces to ws-line-out
               string ws-sum-operator(ws-sum-index) "   "
                      ws-sum-date(ws-sum-index) "  "
                      ws-sum-actions(ws-sum-index) "    "
                      ws-sum-adjusts(ws-sum-index) "        "
                      ws-sum-flagged(ws-sum-index)
                   delimited by size into ws-line-out
               end-string
               move ws-line-out to report-line
               write report-line
           end-perform
           if ws-sum-count = 0
               move "  No actions in the range." to report-line
               write report-line
           end-if

           move spaces to report-line
           write report-line
           move spaces to ws-line-out
           string "ADJUSTMENTS AND VOIDS OF " ws-threshold
                  " CREDITS OR MORE"
               delimited by size into ws-line-out
           end-string
           move ws-line-out to report-line
           write report-line
           perform varying ws-ev-index from 1 by 1
                   until ws-ev-index > ws-ev-count
               if ws-ev-flag(ws-ev-index) = "*"
                   add 1 to ws-flagged-count
                   perform write-flagged-line
               end-if
           end-perform
           if ws-flagged-count = 0
               move "  None." to report-line
               write report-line
           end-if
           .

      *> The listing line with the operator in front, for the review.
       write-flagged-line section.
           move spaces to ws-line-out
           move ws-ev-operator(ws-ev-index) to ws-line-out(1:3)
           move ws-ev-stamp(ws-ev-index) to ws-line-out(6:19)
           move ws-ev-cabinet(ws-ev-index) to ws-line-out(27:24)
           move ws-ev-action(ws-ev-index) to ws-line-out(53:24)
           move ws-ev-amount(ws-ev-index) to ws-line-out(79:9)
           move ws-line-out to report-line
           write report-line
           .

       tally-summary-day section.
           perform varying ws-sum-index from 1 by 1
                   until ws-sum-index > ws-sum-count
               if ws-sum-operator(ws-sum-index)
                       = ws-ev-operator(ws-ev-index)
                   and ws-sum-date(ws-sum-index)
                       = ws-ev-stamp(ws-ev-index)(1:10)
                   exit perform
               end-if
           end-perform
           if ws-sum-index > ws-sum-count
               if ws-sum-count >= 1000
                   exit section
               end-if
               add 1 to ws-sum-count
               move ws-sum-count to ws-sum-index
               move ws-ev-operator(ws-ev-index)
                   to ws-sum-operator(ws-sum-index)
               move ws-ev-stamp(ws-ev-index)(1:10)
                   to ws-sum-date(ws-sum-index)
               move 0 to ws-sum-actions(ws-sum-index)
                         ws-sum-adjusts(ws-sum-index)
                         ws-sum-flagged(ws-sum-index)
           end-if
           add 1 to ws-sum-actions(ws-sum-index)
           if ws-ev-tool(ws-ev-index) = "ADJUST"
               add 1 to ws-sum-adjusts(ws-sum-index)
           end-if
           if ws-ev-flag(ws-ev-index) = "*"
               add 1 to ws-sum-flagged(ws-sum-index)
           end-if
           .

       end program OperatorAudit.
