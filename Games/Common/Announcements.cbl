      *> floor cycles through the same messages. Spaces come back when
      *> nothing is active. Called as a subprogram the same way the games
      *> already call InitialsEntry.
      *> A paid slot carries its sponsor's code as a fifth field
      *> ("start,end,priority,text,sponsor"); every time a sponsored
      *> message is handed back for display the showing is counted in the
      *> cabinet's own impressions.log as "timestamp,sponsor,text", the
      *> proof of play SponsorBilling invoices from.
       program-id. Announcements as "Announcements".

       environment division.
                   assign to "../Common/announcements.dat"
                   organization is line sequential
                   file status is ws-announce-status.
           select impressions-file
                   assign to "impressions.log"
                   organization is line sequential
                   file status is ws-impressions-status.

       data division.
       file section.
       fd announce-file record contains 100 characters.
       01 an-line           pic x(100).

       fd impressions-file record contains 100 characters.
       01 im-line           pic x(100).

       working-storage section.
       01 ws-announce-status    pic xx.
       01 ws-impressions-status pic xx.
       01 ws-eof                pic x.
       01 ws-today              pic x(10).

       01 ws-a-end              pic x(10).
       01 ws-a-priority         pic x(1).
       01 ws-a-text             pic x(60).
       01 ws-a-sponsor          pic x(8).

      *> The active set, ordered highest priority first.
       01 ws-active-count       pic 9(2).
           03 ws-active-entry occurs 20.
               05 ws-active-priority pic 9.
               05 ws-active-text     pic x(60).
               05 ws-active-sponsor  pic x(8).
       01 ws-active-ix          pic 9(2).
       01 ws-active-ix2         pic 9(2).
       01 ws-swap-active        pic x(69).
       01 ws-pick               pic 9(2).
       01 ws-line-out           pic x(100).

       linkage section.
      *> The caller's rotation counter; bump it between calls.
           compute ws-pick
               = function mod(l-index, ws-active-count) + 1
           move ws-active-text(ws-pick) to l-text
           if ws-active-sponsor(ws-pick) not = spaces
               perform count-impression
           end-if
           goback.

       keep-if-active section.
           move spaces to ws-a-sponsor
           unstring an-line delimited by ","
               into ws-a-start ws-a-end ws-a-priority ws-a-text
                    ws-a-sponsor
           if ws-a-text = spaces or ws-active-count >= 20
               exit section
           end-if
               move 1 to ws-active-priority(ws-active-count)
           end-if
           move ws-a-text to ws-active-text(ws-active-count)
           move function upper-case(ws-a-sponsor)
               to ws-active-sponsor(ws-active-count)
           .

       count-impression section.
           move spaces to ws-line-out
           string function current-date(1:4) "-"
                  function current-date(5:2) "-"
                  function current-date(7:2) " "
                  function current-date(9:2) ":"
                  function current-date(11:2) ":"
                  function current-date(13:2) ","
                      delimited by size
                  ws-active-sponsor(ws-pick) delimited by space
                  "," delimited by size
                  ws-active-text(ws-pick) delimited by size
               into ws-line-out
           end-string
           open extend impressions-file
           if ws-impressions-status = "35"
               open output impressions-file
           end-if
           if ws-impressions-status = "00"
               move ws-line-out to im-line
               write im-line
               close impressions-file
           end-if
           .

       sort-by-priority section.
