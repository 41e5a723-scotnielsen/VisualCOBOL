      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> One-time conversion of the shared comma-separated
      *> ../Common/playerprofiles.dat into the keyed playerprofiles.idx that
      *> ProfileUpdate and the managed Profile classes now update in place
      *> (key initials + title). Every "III,title,plays,best,kind,
      *> first-seen,last-seen" line is carried across as one record; should
      *> the old file ever hold the same player/title twice, the two are
      *> merged -- plays added, the better best kept (SCORE highest, TIME
      *> lowest), the earlier first-seen and the later last-seen -- so no
      *> play is lost in the move. The sequential file itself is left
      *> untouched. Refuses to clobber an existing playerprofiles.idx
      *> without the operator confirming a rebuild, the same as
      *> BestTimesConvert. Run from a Games\CabinetOps working directory,
      *> with the cabinets closed so no game-over lands mid-conversion.
       program-id. ProfilesConvert as "ProfilesConvert".

       environment division.
       configuration section.

       input-output section.
       file-control.
           select profile-file
                   assign to "../Common/playerprofiles.dat"
                   organization is line sequential
                   file status is ws-profile-status.
           select profile-keyed-file
                   assign to "../Common/playerprofiles.idx"
                   organization is indexed
                   access mode is dynamic
                   record key is pk-key
                   file status is ws-keyed-status.

       data division.
       file section.
       fd profile-file record contains 80 characters.
       01 pf-line           pic x(80).

       fd profile-keyed-file record contains 54 characters.
       01 pk-record.
           03 pk-key.
               05 pk-initials   pic x(3).
               05 pk-title      pic x(16).
           03 pk-plays      pic 9(7).
           03 pk-best       pic 9(7).
           03 pk-kind       pic x(5).
           03 pk-first-seen pic x(8).
           03 pk-last-seen  pic x(8).

       working-storage section.
       01 ws-profile-status     pic xx.
       01 ws-keyed-status       pic xx.
       01 ws-eof                pic x value "F".
       01 ws-confirm            pic x.

      *> Parsed fields of one profile line.
       01 ws-f-initials         pic x(3).
       01 ws-f-title            pic x(16).
       01 ws-f-plays            pic x(8).
       01 ws-f-best             pic x(8).
       01 ws-f-kind             pic x(5).
       01 ws-f-first            pic x(8).
       01 ws-f-last             pic x(8).
       01 ws-plays-num          pic 9(7).
       01 ws-best-num           pic 9(7).

       01 ws-read-count         pic 9(7) value 0.
       01 ws-written            pic 9(7) value 0.
       01 ws-merged             pic 9(7) value 0.
       01 ws-skipped            pic 9(7) value 0.

       procedure division.
       main-line section.
           open input profile-keyed-file
           if ws-keyed-status = "00"
               close profile-keyed-file
               display "playerprofiles.idx already exists. Rebuild it"
               display "from playerprofiles.dat? [Y/N]: "
                   with no advancing
               accept ws-confirm
               if ws-confirm not = "Y" and ws-confirm not = "y"
                   display "Conversion cancelled."
                   stop run
               end-if
           end-if

           open input profile-file
           if ws-profile-status not = "00"
               display "Cannot open ../Common/playerprofiles.dat"
                       " (status " ws-profile-status ")"
               stop run
           end-if
           open output profile-keyed-file
           if ws-keyed-status not = "00"
               display "Cannot create playerprofiles.idx (status "
                       ws-keyed-status ")"
               close profile-file
               stop run
           end-if
      *> Created empty, then reopened for the keyed reads the merge needs.
           close profile-keyed-file
           open i-o profile-keyed-file

           move "F" to ws-eof
           perform until ws-eof = "T"
               read profile-file
                   at end move "T" to ws-eof
                   not at end
                       add 1 to ws-read-count
                       perform carry-profile-line
               end-read
           end-perform
           close profile-file
           close profile-keyed-file

           display "Converted " ws-read-count " profile lines into "
                   ws-written " keyed records (" ws-merged
                   " duplicates merged, " ws-skipped " unreadable)."
           stop run
           .

       carry-profile-line section.
           move spaces to ws-f-initials ws-f-title ws-f-plays ws-f-best
                          ws-f-kind ws-f-first ws-f-last
           unstring pf-line delimited by ","
               into ws-f-initials ws-f-title ws-f-plays ws-f-best
                    ws-f-kind ws-f-first ws-f-last
           if ws-f-initials = spaces or ws-f-title = spaces
               add 1 to ws-skipped
               exit section
           end-if
           move 0 to ws-plays-num
           move 0 to ws-best-num
           if ws-f-plays not = spaces
               compute ws-plays-num = function numval(ws-f-plays)
           end-if
           if ws-f-best not = spaces
               compute ws-best-num = function numval(ws-f-best)
           end-if

           move ws-f-initials to pk-initials
           move ws-f-title to pk-title
           read profile-keyed-file
               invalid key
                   perform write-new-record
               not invalid key
                   perform merge-into-record
           end-read
           .

       write-new-record section.
           move ws-f-initials to pk-initials
           move ws-f-title to pk-title
           move ws-plays-num to pk-plays
           move ws-best-num to pk-best
           move ws-f-kind to pk-kind
           move ws-f-first to pk-first-seen
           move ws-f-last to pk-last-seen
           write pk-record
               invalid key
                   add 1 to ws-skipped
               not invalid key
                   add 1 to ws-written
           end-write
           .

      *> The same player/title twice in the old file: one record holds
      *> both.
       merge-into-record section.
           add ws-plays-num to pk-plays
           if pk-kind = "TIME"
               if ws-best-num < pk-best
                   move ws-best-num to pk-best
               end-if
           else
               if ws-best-num > pk-best
                   move ws-best-num to pk-best
               end-if
           end-if
           if ws-f-first < pk-first-seen
               move ws-f-first to pk-first-seen
           end-if
           if ws-f-last > pk-last-seen
               move ws-f-last to pk-last-seen
           end-if
           rewrite pk-record
               invalid key
                   add 1 to ws-skipped
               not invalid key
                   add 1 to ws-merged
           end-rewrite
           .

       end program ProfilesConvert.
