      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Monthly membership tier assignment. Every player's plays over the
      *> last 90 days -- the three full months before the month the tiers
      *> take effect, since ../Common/playerplays.log (one "yyyymm,III"
      *> line per play, appended by ProfileUpdate and the managed Profile
      *> classes) is kept by month -- set their tier for the month: the
      *> highest tier whose play count they reach in
      *> ../Common/tierrules.dat ("TIER,plays,discount" lines, the
      *> discount a percentage off the scheduled price), or BRONZE 12 /
      *> SILVER 30 / GOLD 60 plays for 5 / 10 / 20 per cent with no rules
      *> file. The tiers go to ../Common/tiers.dat, one
      *> "III,tier,discount,plays" line per member, through a temp file
      *> and rename; CreditsCharge and the managed Credits classes read it
      *> to discount a member's wallet-funded starts. Every player whose
      *> tier moved -- new members, promotions, demotions and lapsed
      *> members -- is listed in tierchanges.txt with their registered
      *> handle (../Common/playerreg.dat) so the attendants can
      *> congratulate them at the counter. Run once a month, at the start
      *> of the month, from a Games\CabinetOps working directory.
      *> Training sandbox: a folder holding TrainingRefresh's training.flg
      *> is practice data; the job refuses to run there.
       program-id. TierAssign as "TierAssign".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select plays-log-file
                   assign to "../Common/playerplays.log"
                   organization is line sequential
                   file status is ws-plays-status.
           select tier-rules-file
                   assign to "../Common/tierrules.dat"
                   organization is line sequential
                   file status is ws-rules-status.
           select tiers-file
                   assign to "../Common/tiers.dat"
                   organization is line sequential
                   file status is ws-tiers-status.
           select tiers-temp-file
                   assign to "../Common/tiers.dat.tmp"
                   organization is line sequential
                   file status is ws-tiers-temp-status.
           select register-file
                   assign to "../Common/playerreg.dat"
                   organization is line sequential
                   file status is ws-register-status.
           select training-flag-file
                   assign to "training.flg"
                   organization is line sequential
                   file status is ws-training-status.
           select report-file assign to "tierchanges.txt"
                               organization is line sequential.

       data division.
       file section.
       fd plays-log-file record contains 20 characters.
       01 pl-line           pic x(20).

       fd tier-rules-file record contains 40 characters.
       01 tr-line           pic x(40).

       fd tiers-file record contains 30 characters.
       01 ti-line           pic x(30).

       fd tiers-temp-file record contains 30 characters.
       01 tt-line           pic x(30).

       fd register-file record contains 24 characters.
       01 rg-line           pic x(24).

       fd training-flag-file record contains 60 characters.
       01 tf-line           pic x(60).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).

       working-storage section.
       01 ws-plays-status       pic xx.
       01 ws-rules-status       pic xx.
       01 ws-tiers-status       pic xx.
       01 ws-tiers-temp-status  pic xx.
       01 ws-register-status    pic xx.
       01 ws-training-status    pic xx.
       01 ws-eof                pic x value "F".

      *> The month the tiers take effect and the three counted.
       01 ws-effective-month    pic x(6).
       01 ws-year-part          pic 9(4).
       01 ws-month-part         pic 9(2).
       01 ws-from-month         pic 9(6).
       01 ws-to-month           pic 9(6).
       01 ws-step               pic 9.

      *> Tier rules, lowest threshold first once loaded.
       01 ws-rule-count         pic 9(2) value 0.
       01 ws-rule-table.
           03 ws-rule-entry occurs 10.
               05 ws-rule-tier       pic x(6).
               05 ws-rule-plays      pic 9(5).
               05 ws-rule-discount   pic 9(2).
       01 ws-rule-ix            pic 9(2).
       01 ws-rule-inner         pic 9(2).
       01 ws-rule-swap          pic x(13).
       01 ws-r-tier             pic x(6).
       01 ws-r-plays            pic x(5).
       01 ws-r-discount         pic x(3).

      *> Every player seen: plays in the window, old and new tier.
       01 ws-player-count       pic 9(4) value 0.
       01 ws-player-table.
           03 ws-player-entry occurs 3000.
               05 ws-pl-initials     pic x(3).
               05 ws-pl-plays        pic 9(5).
               05 ws-pl-old-tier     pic x(6).
               05 ws-pl-new-tier     pic x(6).
               05 ws-pl-discount     pic 9(2).
               05 ws-pl-handle       pic x(16).
       01 ws-player-ix          pic 9(4).
       01 ws-find-initials      pic x(3).

      *> Parsed file fields.
       01 ws-f-month            pic x(6).
       01 ws-f-initials         pic x(3).
       01 ws-f-tier             pic x(6).
       01 ws-f-pin              pic x(4).
       01 ws-f-handle           pic x(16).

      *> The change list.
       01 ws-old-rank           pic 9(2).
       01 ws-new-rank           pic 9(2).
       01 ws-rank-tier          pic x(6).
       01 ws-rank-out           pic 9(2).
       01 ws-change-word        pic x(10).
       01 ws-change-count       pic 9(4) value 0.
       01 ws-member-count       pic 9(4) value 0.
       01 ws-plays-disp         pic zz,zz9.
       01 ws-rename-rc          pic s9(9) comp-5.
       01 ws-tiers-name         pic x(30)
           value "../Common/tiers.dat".
       01 ws-tiers-temp-name    pic x(30)
           value "../Common/tiers.dat.tmp".
       01 ws-report-line-out    pic x(132).

       procedure division.
       main-line section.
           perform refuse-in-training-sandbox
           display "Month the tiers take effect (yyyymm, ENTER for "
                   "this month): " with no advancing
           accept ws-effective-month
           if ws-effective-month = spaces
               or ws-effective-month is not numeric
               move function current-date(1:6) to ws-effective-month
           end-if
      *> the three months before the effective month
           move ws-effective-month(1:4) to ws-year-part
           move ws-effective-month(5:2) to ws-month-part
           perform varying ws-step from 1 by 1 until ws-step > 3
               if ws-month-part = 1
                   subtract 1 from ws-year-part
                   move 12 to ws-month-part
               else
                   subtract 1 from ws-month-part
               end-if
               if ws-step = 1
                   compute ws-to-month
                       = ws-year-part * 100 + ws-month-part
               end-if
           end-perform
           compute ws-from-month = ws-year-part * 100 + ws-month-part

           perform load-tier-rules
           perform load-current-tiers
           perform count-window-plays
           perform assign-new-tiers
           perform load-player-handles
           perform write-tiers-file
           open output report-file
           perform write-change-list
           close report-file
           display "Tiers written to ../Common/tiers.dat ("
                   ws-member-count " member(s)); " ws-change-count
                   " change(s) listed in tierchanges.txt"
           stop run
           .

      *> The rules, sorted by threshold so the last one reached is the
      *> player's tier -- a straight exchange sort over a handful.
       load-tier-rules section.
           open input tier-rules-file
           if ws-rules-status = "00"
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read tier-rules-file
                       at end move "T" to ws-eof
                       not at end
                           perform keep-tier-rule
                   end-read
               end-perform
               close tier-rules-file
           end-if
           if ws-rule-count = 0
               move 3 to ws-rule-count
               move "BRONZE" to ws-rule-tier(1)
               move 12 to ws-rule-plays(1)
               move 5 to ws-rule-discount(1)
               move "SILVER" to ws-rule-tier(2)
               move 30 to ws-rule-plays(2)
               move 10 to ws-rule-discount(2)
               move "GOLD" to ws-rule-tier(3)
               move 60 to ws-rule-plays(3)
               move 20 to ws-rule-discount(3)
           end-if
           perform varying ws-rule-ix from 1 by 1
                   until ws-rule-ix >= ws-rule-count
               perform varying ws-rule-inner from ws-rule-ix by 1
                       until ws-rule-inner > ws-rule-count
                   if ws-rule-plays(ws-rule-inner)
                       < ws-rule-plays(ws-rule-ix)
                       move ws-rule-entry(ws-rule-ix) to ws-rule-swap
                       move ws-rule-entry(ws-rule-inner)
                           to ws-rule-entry(ws-rule-ix)
                       move ws-rule-swap to ws-rule-entry(ws-rule-inner)
                   end-if
               end-perform
           end-perform
           .

       keep-tier-rule section.
           if tr-line = spaces or ws-rule-count >= 10
               exit section
           end-if
           move spaces to ws-r-tier ws-r-plays ws-r-discount
           unstring tr-line delimited by ","
               into ws-r-tier ws-r-plays ws-r-discount
           if ws-r-tier = spaces or ws-r-plays = spaces
               exit section
           end-if
           add 1 to ws-rule-count
           move function upper-case(ws-r-tier)
               to ws-rule-tier(ws-rule-count)
           compute ws-rule-plays(ws-rule-count)
               = function numval(ws-r-plays)
           move 0 to ws-rule-discount(ws-rule-count)
           if ws-r-discount not = spaces
               and function numval(ws-r-discount) < 100
               compute ws-rule-discount(ws-rule-count)
                   = function numval(ws-r-discount)
           end-if
           .

       load-current-tiers section.
           open input tiers-file
           if ws-tiers-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read tiers-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-f-initials ws-f-tier
                       unstring ti-line delimited by ","
                           into ws-f-initials ws-f-tier
                       if ws-f-initials not = spaces
                           move ws-f-initials to ws-find-initials
                           perform find-or-add-player
                           if ws-player-ix > 0
                               move ws-f-tier
                                   to ws-pl-old-tier(ws-player-ix)
                           end-if
                       end-if
               end-read
           end-perform
           close tiers-file
           .

       count-window-plays section.
           open input plays-log-file
           if ws-plays-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read plays-log-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-f-month ws-f-initials
                       unstring pl-line delimited by ","
                           into ws-f-month ws-f-initials
                       if ws-f-month is numeric
                           and ws-f-month >= ws-from-month
                           and ws-f-month <= ws-to-month
                           and ws-f-initials not = spaces
                           move ws-f-initials to ws-find-initials
                           perform find-or-add-player
                           if ws-player-ix > 0
                               add 1 to ws-pl-plays(ws-player-ix)
                           end-if
                       end-if
               end-read
           end-perform
           close plays-log-file
           .

      *> Leaves ws-player-ix on the player's entry, adding one for a
      *> player not seen yet (0 when the table is full).
       find-or-add-player section.
           perform varying ws-player-ix from 1 by 1
                   until ws-player-ix > ws-player-count
               if ws-pl-initials(ws-player-ix) = ws-find-initials
                   exit section
               end-if
           end-perform
           if ws-player-count >= 3000
               move 0 to ws-player-ix
               exit section
           end-if
           add 1 to ws-player-count
           move ws-player-count to ws-player-ix
           move ws-find-initials to ws-pl-initials(ws-player-ix)
           move 0 to ws-pl-plays(ws-player-ix)
                     ws-pl-discount(ws-player-ix)
           move spaces to ws-pl-old-tier(ws-player-ix)
                          ws-pl-new-tier(ws-player-ix)
                          ws-pl-handle(ws-player-ix)
           .

       assign-new-tiers section.
           perform varying ws-player-ix from 1 by 1
                   until ws-player-ix > ws-player-count
               perform varying ws-rule-ix from 1 by 1
                       until ws-rule-ix > ws-rule-count
                   if ws-pl-plays(ws-player-ix)
                       >= ws-rule-plays(ws-rule-ix)
                       move ws-rule-tier(ws-rule-ix)
                           to ws-pl-new-tier(ws-player-ix)
                       move ws-rule-discount(ws-rule-ix)
                           to ws-pl-discount(ws-player-ix)
                   end-if
               end-perform
           end-perform
           .

       load-player-handles section.
           open input register-file
           if ws-register-status not = "00"
               exit section
           end-if
           move "F" to ws-eof
           perform until ws-eof = "T"
               read register-file
                   at end move "T" to ws-eof
                   not at end
                       move spaces to ws-f-initials ws-f-pin ws-f-handle
                       unstring rg-line delimited by ","
                           into ws-f-initials ws-f-pin ws-f-handle
                       perform varying ws-player-ix from 1 by 1
                               until ws-player-ix > ws-player-count
                           if ws-pl-initials(ws-player-ix)
                               = ws-f-initials
                               move ws-f-handle
                                   to ws-pl-handle(ws-player-ix)
                               exit perform
                           end-if
                       end-perform
               end-read
           end-perform
           close register-file
           .

       write-tiers-file section.
           open output tiers-temp-file
           if ws-tiers-temp-status not = "00"
               display "Cannot write the tier file."
               exit section
           end-if
           perform varying ws-player-ix from 1 by 1
                   until ws-player-ix > ws-player-count
               if ws-pl-new-tier(ws-player-ix) not = spaces
                   add 1 to ws-member-count
                   move spaces to tt-line
                   string ws-pl-initials(ws-player-ix) ","
                          delimited by size
                          ws-pl-new-tier(ws-player-ix)
                              delimited by space
                          "," ws-pl-discount(ws-player-ix)
                          "," ws-pl-plays(ws-player-ix)
                          delimited by size
                       into tt-line
                   end-string
                   write tt-line
               end-if
           end-perform
           close tiers-temp-file
           call "CBL_DELETE_FILE" using ws-tiers-name
               returning ws-rename-rc
           call "CBL_RENAME_FILE" using ws-tiers-temp-name
                                        ws-tiers-name
               returning ws-rename-rc
           .

       write-change-list section.
           move spaces to ws-report-line-out
           string "MEMBERSHIP TIER CHANGES - effective "
                  ws-effective-month(1:4) "-" ws-effective-month(5:2)
                  "  (plays " ws-from-month(1:4) "-"
                  ws-from-month(5:2) " to " ws-to-month(1:4) "-"
                  ws-to-month(5:2) ")"
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           move spaces to report-line
           write report-line
           move "PLAYER  HANDLE            CHANGE      FROM    TO      "
               & " PLAYS" to report-line
           write report-line
           perform varying ws-player-ix from 1 by 1
                   until ws-player-ix > ws-player-count
               if ws-pl-new-tier(ws-player-ix)
                   not = ws-pl-old-tier(ws-player-ix)
                   perform write-change-line
               end-if
           end-perform
           if ws-change-count = 0
               move "  No tier changes this month." to report-line
               write report-line
           end-if
           move spaces to report-line
           write report-line
           move spaces to ws-report-line-out
           string "Members this month: " ws-member-count
               delimited by size into ws-report-line-out
           end-string
           move ws-report-line-out to report-line
           write report-line
           .

       write-change-line section.
           move ws-pl-old-tier(ws-player-ix) to ws-rank-tier
           perform rank-of-tier
           move ws-rank-out to ws-old-rank
           move ws-pl-new-tier(ws-player-ix) to ws-rank-tier
           perform rank-of-tier
           move ws-rank-out to ws-new-rank
           evaluate true
               when ws-pl-old-tier(ws-player-ix) = spaces
                   move "NEW MEMBER" to ws-change-word
               when ws-pl-new-tier(ws-player-ix) = spaces
                   move "LAPSED" to ws-change-word
               when ws-new-rank > ws-old-rank
                   move "PROMOTED" to ws-change-word
               when other
                   move "MOVED DOWN" to ws-change-word
           end-evaluate
           add 1 to ws-change-count
           move ws-pl-plays(ws-player-ix) to ws-plays-disp
           move spaces to ws-report-line-out
           move ws-pl-initials(ws-player-ix) to ws-report-line-out(1:3)
           move ws-pl-handle(ws-player-ix) to ws-report-line-out(9:16)
           move ws-change-word to ws-report-line-out(27:10)
           move ws-pl-old-tier(ws-player-ix)
               to ws-report-line-out(39:6)
           move ws-pl-new-tier(ws-player-ix)
               to ws-report-line-out(47:6)
           move ws-plays-disp to ws-report-line-out(55:6)
           move ws-report-line-out to report-line
           write report-line
           .

      *> A tier's place in the threshold order (0 = no tier, or one
      *> no longer in the rules).
       rank-of-tier section.
           move 0 to ws-rank-out
           if ws-rank-tier = spaces
               exit section
           end-if
           perform varying ws-rule-ix from 1 by 1
                   until ws-rule-ix > ws-rule-count
               if ws-rule-tier(ws-rule-ix) = ws-rank-tier
                   move ws-rule-ix to ws-rank-out
               end-if
           end-perform
           .

       refuse-in-training-sandbox section.
           open input training-flag-file
           if ws-training-status not = "00"
               exit section
           end-if
           close training-flag-file
           display "This is the training sandbox - tier assignment "
                   "refused."
           display "Run it from the live CabinetOps folder."
           stop run
           .

       end program TierAssign.
