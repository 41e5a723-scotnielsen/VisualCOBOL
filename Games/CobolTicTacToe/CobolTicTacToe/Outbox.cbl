      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Store-and-forward outbox, the managed twin of the console titles'
      *> Outbox subprogram. When the ..\Common share can't be reached, the
      *> Profile, Heartbeat and Tournament writers queue their write here
      *> instead of losing it: one "timestamp|kind|payload" line in the
      *> game's own outbox.dat (timestamp "yyyy-mm-dd hh:mm:ss" of the
      *> original write, kind padded to eight), the same file layout the
      *> console titles keep, so FloorStatusMonitor and MorningSummary read
      *> every cabinet's alike. Kinds: PROFILE "title,III,value,kind",
      *> PLAY "III", POINT "III", HEARTBT "title,state" (the latest only),
      *> POT "tournament,fee", TICKET "III,ttttttt". Each writer forwards
      *> its own kinds oldest first the next time it finds the share
      *> there, and queues behind any of its kind still waiting so the
      *> order is kept; the file is removed once its last line has gone.
       class-id CobolTicTacToe.Outbox.

       working-storage section.
       78 outboxFile value "outbox.dat".
       78 shareDir   value "..\Common".

      *>> True while the ..\Common share can be reached.
       method-id ShareReachable public static.
       procedure division returning reachable as condition-value.
           try
               set reachable to type System.IO.Directory::Exists(shareDir)
           catch
               set reachable to false
           end-try
       end method.

      *>> Queues one write, stamped now.
       method-id Queue public static.
       procedure division using by value kind as string payload as string.
           invoke self::QueueAt(
               type System.DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss"),
               kind, payload)
       end method.

      *>> Queues one write with the stamp of the original write.
       method-id QueueAt public static.
       local-storage section.
       01 writer    type System.IO.StreamWriter.
       procedure division using by value stamp as string kind as string
                                payload as string.
           try
               set writer to new System.IO.StreamWriter(outboxFile, true)
               invoke writer::WriteLine(stamp & "|" & kind::PadRight(8)
                   & "|" & payload)
               invoke writer::Close()
           catch
               continue
           end-try
       end method.

      *>> Sets the one queued line of a kind (heartbeats, where only the
      *>> latest state matters), replacing any queued before it.
       method-id Replace public static.
       procedure division using by value kind as string payload as string.
           invoke self::Remove(kind, true)
           invoke self::Queue(kind, payload)
       end method.

      *>> The oldest queued line of a kind ("" = any kind), or null.
       method-id Oldest public static.
       local-storage section.
       01 raw       string occurs any.
       01 i         binary-long.
       procedure division using by value kind as string
                          returning queued as string.
           set queued to null
           try
               if type System.IO.File::Exists(outboxFile)
                   set raw to type System.IO.File::ReadAllLines(outboxFile)
                   perform varying i from 1 by 1 until i > size of raw
                       if raw(i)::Length >= 29
                           if kind = ""
                               or raw(i)::Substring(20, 8)::Trim() = kind
                               set queued to raw(i)
                               exit perform
                           end-if
                       end-if
                   end-perform
               end-if
           catch
               set queued to null
           end-try
       end method.

      *>> The stamp of a queued line.
       method-id StampOf public static.
       procedure division using by value queued as string
                          returning stamp as string.
           set stamp to queued::Substring(0, 19)
       end method.

      *>> The payload of a queued line.
       method-id PayloadOf public static.
       procedure division using by value queued as string
                          returning payload as string.
           set payload to ""
           if queued::Length > 29
               set payload to queued::Substring(29)::Trim()
           end-if
       end method.

      *>> Drops the oldest queued line of a kind once it has been
      *>> forwarded.
       method-id Drop public static.
       procedure division using by value kind as string.
           invoke self::Remove(kind, false)
       end method.

       method-id Remove private static.
       local-storage section.
       01 raw       string occurs any.
       01 kept      type System.Collections.Generic.List[string].
       01 i         binary-long.
       01 done      condition-value.
       01 lineKind  string.
       procedure division using by value kind as string
                                allOfKind as condition-value.
           try
               if not type System.IO.File::Exists(outboxFile)
                   goback
               end-if
               set raw to type System.IO.File::ReadAllLines(outboxFile)
               set kept to new System.Collections.Generic.List[string]()
               set done to false
               perform varying i from 1 by 1 until i > size of raw
                   set lineKind to ""
                   if raw(i)::Length >= 29
                       set lineKind to raw(i)::Substring(20, 8)::Trim()
                   end-if
                   if lineKind = kind and not done
                       if not allOfKind
                           set done to true
                       end-if
                   else
                       if raw(i)::Trim() not = ""
                           invoke kept::Add(raw(i))
                       end-if
                   end-if
               end-perform
               if kept::Count = 0
                   invoke type System.IO.File::Delete(outboxFile)
               else
                   invoke type System.IO.File::WriteAllLines(outboxFile,
                       kept::ToArray())
               end-if
           catch
               continue
           end-try
       end method.

       end class.
