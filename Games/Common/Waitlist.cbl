      *>   PEEK - returns the next two names (spaces when shorter)
      *>   POP  - removes the head (their turn has come) and returns it
      *> The pop rewrites through a temp file and rename, the usual
      *> shared-file hand-off. ADD and POP are both made under the
      *> writer's lock on waitlist.dat (CommonLock), so a name added while
      *> the attendant or the cabinet is rewriting the queue is not lost;
      *> a queue still busy at the lock timeout is left as it was.
       program-id. Waitlist as "Waitlist".

       environment division.
       01 ws-line-no            pic 9(3).
       01 ws-rename-rc          pic s9(9) comp-5.

      *> Writer's lock held across each change to the queue.
       01 ws-lock-action        pic x.
       01 ws-lock-file          pic x(64) value "waitlist.dat".
       01 ws-lock-who           pic x(16) value "Waitlist".
       01 ws-lock-granted       pic x.

       linkage section.
       01 l-action              pic x(4).
       01 l-initials            pic x(3).
       main-entry section.
           evaluate l-action
               when "ADD"
                   perform take-queue-lock
                   if ws-lock-granted = "Y"
                       perform add-to-queue
                       perform release-queue-lock
                   end-if
               when "PEEK"
                   perform peek-queue
               when "POP"
                   perform take-queue-lock
                   if ws-lock-granted = "Y"
                       perform peek-queue
                       perform pop-queue
                       perform release-queue-lock
                   else
                       move spaces to l-initials l-second
                   end-if
           end-evaluate
           goback.

       take-queue-lock section.
           move "A" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           .

       release-queue-lock section.
           move "R" to ws-lock-action
           call "CommonLock" using ws-lock-action ws-lock-file
                                   ws-lock-who ws-lock-granted
           .

       add-to-queue section.
           if l-initials = spaces
               exit section
