      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Per-player solved-puzzle history, shared by every CobolDoKu cabinet:
      *> one "III,puzzle-file,difficulty,yyyymmdd" line per solve in
      *> ..\Common\dokusolved.dat, so "Play next puzzle" can deal a regular
      *> a board they have not solved yet, wherever they solved the others,
      *> and CabinetOps' DokuCoverage can show how many puzzles each regular
      *> has left per difficulty. A share that can't be reached doesn't
      *> lose the solve: it waits in the game's outbox.dat (Outbox) as a
      *> SOLVED line and is forwarded, oldest first and dated as it was
      *> solved, by the next Record -- or the next heartbeat, through
      *> Flush -- that finds the share back. Solves still waiting there
      *> already count against the player on this cabinet.
       class-id CobolDoKu.SolvedHistory.

       working-storage section.
       78 historyFile value "..\Common\dokusolved.dat".

      *>> <summary>
      *>> Records one solve against the solver's initials, or queues it in
      *>> the outbox when the share won't take it.
      *>> </summary>
       method-id Record public static.
       local-storage section.
       01 payload      string.
       procedure division using by value initials as string
                                puzzleFile as string
                                difficulty as string.
           if initials = null or initials::Trim() = ""
               goback
           end-if
           invoke self::Flush()
           set payload to initials::Trim()::ToUpper() & ","
               & type System.IO.Path::GetFileName(puzzleFile) & ","
               & difficulty & ","
               & type System.DateTime::Now::ToString("yyyyMMdd")
           if type CobolDoKu.Outbox::Oldest("SOLVED") not = null
               or self::AppendLine(payload) not = "Y"
               invoke type CobolDoKu.Outbox::Queue("SOLVED", payload)
           end-if
       end method.

      *>> <summary>
      *>> Forwards queued solves, oldest first, until the share refuses one.
      *>> </summary>
       method-id Flush public static.
       local-storage section.
       01 queued       string.
       procedure division.
           set queued to type CobolDoKu.Outbox::Oldest("SOLVED")
           perform until queued = null
               if self::AppendLine(type CobolDoKu.Outbox::PayloadOf(queued))
                       not = "Y"
                   exit perform
               end-if
               invoke type CobolDoKu.Outbox::Drop("SOLVED")
               set queued to type CobolDoKu.Outbox::Oldest("SOLVED")
           end-perform
       end method.

      *>> <summary>
      *>> The puzzle files these initials have solved, from the shared
      *>> history and from any solves still queued on this cabinet.
      *>> </summary>
       method-id SolvedBy public static.
       local-storage section.
       01 raw          string occurs any.
       01 parts        string occurs any.
       01 i            binary-long.
       01 who          string.
       procedure division using by value initials as string
                          returning solved as
                              type System.Collections.Generic.List[string].
           set solved to new System.Collections.Generic.List[string]()
           if initials = null or initials::Trim() = ""
               goback
           end-if
           set who to initials::Trim()::ToUpper()
           try
               if type System.IO.File::Exists(historyFile)
                   set raw to type System.IO.File::ReadAllLines(historyFile)
                   perform varying i from 1 by 1 until i > size of raw
                       set parts to raw(i)::Split(",")
                       if size of parts >= 2 and parts(1) = who
                           and not solved::Contains(parts(2))
                           invoke solved::Add(parts(2))
                       end-if
                   end-perform
               end-if
               if type System.IO.File::Exists("outbox.dat")
                   set raw to type System.IO.File::ReadAllLines("outbox.dat")
                   perform varying i from 1 by 1 until i > size of raw
                       if raw(i)::Length > 29
                           and raw(i)::Substring(20, 8)::Trim() = "SOLVED"
                           set parts to type CobolDoKu.Outbox::PayloadOf(
                               raw(i))::Split(",")
                           if size of parts >= 2 and parts(1) = who
                               and not solved::Contains(parts(2))
                               invoke solved::Add(parts(2))
                           end-if
                       end-if
                   end-perform
               end-if
           catch
               continue
           end-try
       end method.

      *>> Appends one history line: "Y" done, "U" share unreachable.
       method-id AppendLine private static.
       local-storage section.
       01 writer       type System.IO.StreamWriter.
       procedure division using by value payload as string
                          returning applied as string.
           set applied to "U"
           if not type CobolDoKu.Outbox::ShareReachable()
               goback
           end-if
           try
               set writer to new System.IO.StreamWriter(historyFile, true)
               invoke writer::WriteLine(payload)
               invoke writer::Close()
               set applied to "Y"
           catch
               set applied to "U"
           end-try
       end method.

       end class.
