      *> fastest first). Plain static HTML, nothing for the kiosk to execute.
      *> Run nightly after the rotation, from a Games\CabinetOps working
      *> directory.
      *> Team league: index.html also links teams.html, the latest
      *> weekly teamstandings.txt TeamStandings left in this folder.
      *> Blitz daily challenge: index.html also links blitzdaily.html, the
      *> fleet results board BlitzDailyReport left in this folder.
       program-id. KioskExport as "KioskExport".

       environment division.
                   assign to "../CobolDoKu/dokudaily.log"
                   organization is line sequential
                   file status is ws-doku-status.
           select team-standings-file
                   assign to "teamstandings.txt"
                   organization is line sequential
                   file status is ws-team-status.
           select blitz-daily-file
                   assign to "blitzdailyreport.txt"
                   organization is line sequential
                   file status is ws-blitz-daily-status.
           select html-file
                   assign to ws-html-path
                   organization is line sequential
       fd doku-daily-file record contains 80 characters.
       01 dd-line           pic x(80).

       fd team-standings-file record contains 132 characters.
       01 ts-line           pic x(132).

       fd blitz-daily-file record contains 132 characters.
       01 bd-line           pic x(132).

       fd html-file record contains 200 characters.
       01 html-line         pic x(200).

       01 ws-seasons-status     pic xx.
       01 ws-champions-status   pic xx.
       01 ws-doku-status        pic xx.
       01 ws-team-status        pic xx.
       01 ws-blitz-daily-status pic xx.
       01 ws-html-status        pic xx.
       01 ws-eof                pic x value "F".

           perform write-alltime-page
           perform write-season-page
           perform write-daily-page
           perform write-team-page
           perform write-blitz-daily-page
           display "Kiosk bundle written to ../Kiosk"
           stop run
           .
            '<p><a href="daily.html">Daily puzzle standings</a></p>'
               to ws-out
           perform put-html
           move '<p><a href="teams.html">Team league standings</a></p>'
               to ws-out
           perform put-html
           move
            '<p><a href="blitzdaily.html">Blitz daily challenge</a></p>'
               to ws-out
           perform put-html
           move "</body></html>" to ws-out
           perform put-html
           close html-file
           close html-file
           .

      *> The week's team league standings, as printed for the wall.
       write-team-page section.
           move "../Kiosk/teams.html" to ws-html-path
           open output html-file
           move "<html><head><title>Teams</title></head><body>"
               to ws-out
           perform put-html
           move "<h1>TEAM LEAGUE STANDINGS</h1>" to ws-out
           perform put-html

           open input team-standings-file
           if ws-team-status = "00"
               move "<pre>" to ws-out
               perform put-html
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read team-standings-file
                       at end move "T" to ws-eof
                       not at end
                           move ts-line to ws-out
                           perform put-html
                   end-read
               end-perform
               close team-standings-file
               move "</pre>" to ws-out
               perform put-html
           else
               move "<p>No team standings have been run yet.</p>"
                   to ws-out
               perform put-html
           end-if

           move '<p><a href="index.html">Back</a></p>' to ws-out
           perform put-html
           move "</body></html>" to ws-out
           perform put-html
           close html-file
           .

      *> The fleet's Blitz daily-challenge board, as printed.
       write-blitz-daily-page section.
           move "../Kiosk/blitzdaily.html" to ws-html-path
           open output html-file
           move "<html><head><title>Blitz daily</title></head><body>"
               to ws-out
           perform put-html
           move "<h1>BLITZ DAILY CHALLENGE</h1>" to ws-out
           perform put-html

           open input blitz-daily-file
           if ws-blitz-daily-status = "00"
               move "<pre>" to ws-out
               perform put-html
               move "F" to ws-eof
               perform until ws-eof = "T"
                   read blitz-daily-file
                       at end move "T" to ws-eof
                       not at end
                           move bd-line to ws-out
                           perform put-html
                   end-read
               end-perform
               close blitz-daily-file
               move "</pre>" to ws-out
               perform put-html
           else
               move "<p>No daily challenge board has been run yet.</p>"
                   to ws-out
               perform put-html
           end-if

           move '<p><a href="index.html">Back</a></p>' to ws-out
           perform put-html
           move "</body></html>" to ws-out
           perform put-html
           close html-file
           .

       end program KioskExport.
