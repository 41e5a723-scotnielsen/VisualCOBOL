       01 ws-rush-mode           pic x value "N".
       01 ws-rush-boards         pic 9(3) value 0.
       01 ws-config-level        pic 9.

      *> Wraparound mode (menu level 8): an Advanced-size board whose
      *> edges join -- the left column neighbours the right, the top row
      *> the bottom -- for the neighbour counts, the flood fill, chords
      *> and the hint engine alike. Level 8 keeps its own best-time and
      *> efficiency ladders and shows as level 8 in minegames.log.
       01 ws-wrap-mode           pic x value "N".

      *> Mine hunt (menu level 9): two players on one Advanced board take
      *> turns opening cells. Opening a mine claims it for the player who
      *> found it and they go again; a safe cell passes the turn. First
      *> past half the mines wins. Logged as a head-to-head result, never
      *> onto the best times.
       01 ws-hunt-mode           pic x value "N".
       01 hunt-turn              pic 9 value 1.
       01 hunt-players.
           03 hunt-player occurs 2.
               05 hunt-initials  pic x(3).
               05 hunt-claimed   pic 9(2).
       01 hunt-needed            pic 9(2).
       01 hunt-winner            pic 9.
