      ********************************************************************************************************
      *
      *  This sample is provided under the terms of the Microsoft Public License agreement(Ms-Pl).
      *  For more information, review the ms-pl.txt file in the demonstration folder.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Daily seeded challenge: one fixed run a day for the whole fleet.
      *> The day's seed is the date itself (yyyymmdd), so every Blitz
      *> cabinet derives the same wave script, saucer timing and alien
      *> fire pattern from it without any file having to be shared. Each
      *> set of initials gets one attempt per cabinet per day: the start
      *> seals an ENTRY line into the cabinet's own blitzdaily.log and the
      *> finish seals the RESULT, both as
      *> "date,ENTRY|RESULT,initials,machine,score,wave" through Seal, so
      *> an attempt abandoned part-way (or cut short by a power loss)
      *> still counts. CabinetOps' BlitzDailyReport merges every
      *> cabinet's log into the day's results board.
       class-id CobolBlitz.DailyChallenge.

       working-storage section.
       01 dailyFile    string value "blitzdaily.log".

      *>> <summary>Today's seed: the date as the number yyyymmdd.</summary>
       method-id Seed public static.
       procedure division returning daySeed as binary-long.
           set daySeed to binary-long::Parse(
               type System.DateTime::Now::ToString("yyyyMMdd"))
       end method.

      *>> <summary>
      *>> True when these initials already have a line for today in the
      *>> cabinet's daily log; a log that can't be read refuses nobody.
      *>> </summary>
       method-id Attempted public static.
       local-storage section.
       01 lines        string occurs any.
       01 parts        string occurs any.
       01 today        string.
       01 i            binary-long.
       procedure division using by value initials as string
                          returning attempted as condition-value.
           set attempted to false
           try
               if not type System.IO.File::Exists(dailyFile)
                   goback
               end-if
               set today to type System.DateTime::Now::ToString("yyyy-MM-dd")
               set lines to type System.IO.File::ReadAllLines(dailyFile)
               perform varying i from 1 by 1 until i > size of lines
                   set parts to lines(i)::Split(",")
                   if size of parts >= 3
                       and parts(1) = today
                       and parts(3) = initials::Trim()
                       set attempted to true
                       exit perform
                   end-if
               end-perform
           catch
               continue
           end-try
       end method.

      *>> <summary>
      *>> Seals one "date,ENTRY|RESULT,initials,machine,score,wave" line
      *>> into the cabinet's daily log, dated by the run's own seed so a
      *>> run that finishes after midnight stays on the day it started.
      *>> </summary>
       method-id Record public static.
       local-storage section.
       01 seedText     string.
       procedure division using by value daySeed as binary-long
                                lineKind as string
                                initials as string
                                scoreValue as binary-long
                                waveValue as binary-long.
           set seedText to daySeed::ToString()
           invoke type CobolBlitz.Seal::Append(dailyFile,
               seedText::Substring(0, 4) & "-" & seedText::Substring(4, 2)
               & "-" & seedText::Substring(6, 2)
               & "," & lineKind & "," & initials::Trim()
               & "," & type System.Environment::MachineName
               & "," & scoreValue::ToString()
               & "," & waveValue::ToString())
       end method.

       end class.
