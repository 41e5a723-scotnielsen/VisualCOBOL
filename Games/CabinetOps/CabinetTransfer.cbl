       01 ws-journal-status     pic xx.

       01 ws-signed-operator    pic x(3).
       01 ws-operator-role      pic x(10).
       01 ws-entry-id           pic x(8).
       01 ws-new-directory      pic x(64).
       01 ws-old-directory      pic x(64).
       01 ws-confirm            pic x.

      *> Union of every title's data files; whatever exists is moved.
       78 XFER-FILE-COUNT       value 39.
       01 ws-file-list.
           03 filler pic x(24) value "blitzaudit.log".
           03 filler pic x(24) value "highscores.dat".
           03 filler pic x(24) value "maintenance.flag".
           03 filler pic x(24) value "rushscores.dat".
           03 filler pic x(24) value "tttratings-ult.dat".
           03 filler pic x(24) value "tttratings-mis.dat".
           03 filler pic x(24) value "campaign.cfg".
           03 filler pic x(24) value "campaign.sav".
           03 filler pic x(24) value "waitlist.dat".
           03 filler pic x(24) value "creditsjournal.dat".
           03 filler pic x(24) value "version.cfg".
           03 filler pic x(24) value "dokupractice.log".
           03 filler pic x(24) value "blitzdaily.log".
           03 filler pic x(24) value "dokuplays.log".
           03 filler pic x(24) value "dokucoop.log".
           03 filler pic x(24) value "efficiency.idx".
           03 filler pic x(24) value "servicejournal.log".
       01 ws-file-table redefines ws-file-list.
           03 ws-file-name occurs 39 pic x(24).
       01 ws-file-index         pic 9(2).

       01 ws-source-path        pic x(96).
       procedure division.
       main-line section.
           call "OperatorSignOn" using ws-signed-operator
                                       ws-operator-role
           display "CABINET IDENTITY TRANSFER (HOT-SPARE SWAP)"
           display "Cabinet id to transfer: " with no advancing
           accept ws-entry-id
