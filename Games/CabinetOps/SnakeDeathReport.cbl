      *> cabinet in cabinets.dat (default folder with no registry). That is
      *> the difference between "our maze designs are hard" and "our maze
      *> designs are unfair". Pre-upgrade ENDED lines carry no cause and
      *> report as UNKNOWN. The computer opponent's ENDED lines (marked
      *> ",CPU,skill") are left out. Written to snakedeaths.txt; run from a
      *> Games\CabinetOps working directory.
       program-id. SnakeDeathReport as "SnakeDeathReport".

       01 ws-f-speed            pic x(2).
       01 ws-f-layout           pic x(8).
       01 ws-f-cause            pic x(8).
       01 ws-f-row              pic x(3).
       01 ws-f-col              pic x(3).
       01 ws-f-mode             pic x(5).

      *> Death tallies: flat by cause, and by cause inside each speed
      *> index and each layout seen.
           .

       tally-one-line section.
           move spaces to ws-f-mode
           unstring sn-line delimited by ","
               into ws-f-stamp ws-f-event ws-f-score ws-f-duration
                    ws-f-speed ws-f-layout ws-f-cause
                    ws-f-row ws-f-col ws-f-mode
           if ws-f-event not = "ENDED"
               exit section
           end-if
      *>the computer opponent's own deaths say nothing about the boards
           if ws-f-mode = "CPU"
               exit section
           end-if
           if ws-f-cause = spaces or ws-f-cause = "NONE"
               move "UNKNOWN" to ws-f-cause
           end-if
