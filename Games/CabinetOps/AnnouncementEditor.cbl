      *> the floor carries the message -- tournament notices and happy-hour
      *> promos stop being paper signs. Same menu conventions as
      *> CabinetRegistry; run from a Games\CabinetOps working directory.
      *> A paid slot is added with its sponsor's code, which rides on the
      *> line as a fifth field for the readers to count its showings by,
      *> and the contract -- code, start and end dates, message -- is
      *> kept in sponsors.dat ("code,start,end,text"), so SponsorBilling
      *> still knows what was sold after the line itself is removed.
       program-id. AnnouncementEditor as "AnnouncementEditor".

       environment division.
                   assign to "../Common/announcements.dat.tmp"
                   organization is line sequential
                   file status is ws-temp-status.
           select sponsor-file
                   assign to "sponsors.dat"
                   organization is line sequential
                   file status is ws-sponsor-status.

       data division.
       file section.
       fd announce-temp-file record contains 100 characters.
       01 at-line           pic x(100).

       fd sponsor-file record contains 100 characters.
       01 sp-line           pic x(100).

       working-storage section.
       01 ws-announce-status    pic xx.
       01 ws-temp-status        pic xx.
       01 ws-sponsor-status     pic xx.
       01 ws-eof                pic x value "F".
       01 ws-menu-choice        pic x.
       01 ws-done               pic x value "F".
       01 ws-entry-end          pic x(10).
       01 ws-entry-priority     pic x.
       01 ws-entry-text         pic x(60).
       01 ws-entry-sponsor      pic x(8).
       01 ws-remove-no          pic 9(3).
       01 ws-line-no            pic 9(3).
       01 ws-line-out           pic x(100).
               display "Message (no commas): " with no advancing
               accept ws-entry-text
           end-perform
           move spaces to ws-entry-sponsor
           display "Sponsor code (ENTER if not a paid slot): "
               with no advancing
           accept ws-entry-sponsor
           move function upper-case(ws-entry-sponsor)
               to ws-entry-sponsor

           open extend announce-file
           if ws-announce-status = "35"
                      ws-entry-text delimited by size
                      into ws-line-out
               end-string
               if ws-entry-sponsor not = spaces
                   move spaces to ws-line-out
                   string ws-entry-start "," ws-entry-end ","
                          ws-entry-priority "," ws-entry-text ","
                          delimited by size
                          ws-entry-sponsor delimited by space
                          into ws-line-out
                   end-string
                   perform record-sponsor-contract
               end-if
               move ws-line-out to an-line
               write an-line
               close announce-file
           end-if
           .

       record-sponsor-contract section.
           open extend sponsor-file
           if ws-sponsor-status = "35"
               open output sponsor-file
           end-if
           if ws-sponsor-status not = "00"
               display "Cannot record the sponsor contract."
               exit section
           end-if
           move spaces to sp-line
           string ws-entry-sponsor delimited by space
                  "," ws-entry-start "," ws-entry-end ","
                  ws-entry-text delimited by size
                  into sp-line
           end-string
           write sp-line
           close sponsor-file
           .

       remove-announcement section.
           perform list-announcements
           display "Announcement number to remove: " with no advancing
