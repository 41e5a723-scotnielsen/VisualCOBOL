      *> so the FloorStatusMonitor console can show every cabinet on one screen and flag
      *> any whose heartbeat has gone stale (a hung cabinet stops refreshing its line;
      *> an idle one keeps refreshing it with state Idle).
      *> A ..\Common share that can't be reached leaves the heartbeat in the
      *> game's outbox.dat (Outbox) -- only the latest, a heartbeat being a
      *> state and not a history -- and the next publish that finds the
      *> share back forwards it with the time it was taken before the
      *> current one; a publish that goes through also drains whatever
      *> else the cabinet queued (Profile::Flush, Tournament::Flush), so a backlog
      *> clears as soon as the share returns.
      *> A sixth field carries the cabinet's own clock at the moment the
      *> line is written ("yyyymmddhhmmsscc") -- even when the fourth is a
      *> heartbeat forwarded from the outbox -- for ClockDriftCheck to set
      *> against the office clock.
       class-id CobolTicTacToe.Heartbeat.

       working-storage section.
      *>> one line per live cabinet.
       method-id Publish public static.
       local-storage section.
       01 queued       string.
       01 parts        string occurs any.
       01 published    condition-value.
       procedure division using by value stateLabel as string.
           *> a heartbeat queued while the share was away goes first,
           *> dated when it was taken
           set queued to type CobolTicTacToe.Outbox::Oldest("HEARTBT")
           if queued not = null
               set parts to type CobolTicTacToe.Outbox::PayloadOf(queued)::Split(",")
               if size of parts < 2
                   invoke type CobolTicTacToe.Outbox::Drop("HEARTBT")
                   set queued to null
               else
                   if self::PublishLine(parts(2),
                           type CobolTicTacToe.Outbox::StampOf(queued))
                       invoke type CobolTicTacToe.Outbox::Drop("HEARTBT")
                       set queued to null
                   end-if
               end-if
           end-if

           set published to false
           if queued = null
               set published to self::PublishLine(stateLabel,
                   type System.DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss"))
           end-if
           if published
               *> the share is there: let the other writers forward
               *> their backlog
               if type CobolTicTacToe.Outbox::Oldest("") not = null
                   invoke type CobolTicTacToe.Profile::Flush()
                   invoke type CobolTicTacToe.Tournament::Flush()
               end-if
           else
               invoke type CobolTicTacToe.Outbox::Replace("HEARTBT",
                   gameTitle & "," & stateLabel)
           end-if
       end method.

      *>> Rewrites heartbeat.dat with this cabinet's line carrying the
      *>> given state and time; false when the share can't be reached.
       method-id PublishLine private static.
       local-storage section.
       01 cabinetId    string.
       01 reader       type System.IO.StreamReader.
       01 writer       type System.IO.StreamWriter.
       01 parts        string occurs any.
       01 keptLines    type System.Collections.Generic.List[string].
       01 versionStamp string.
       procedure division using by value stateLabel as string
                                stamp as string
                          returning published as condition-value.
           set published to false
           if not type CobolTicTacToe.Outbox::ShareReachable()
               goback
           end-if
           set cabinetId to type System.Environment::MachineName
           set keptLines to new type System.Collections.Generic.List[string]()
           try
                   set versionStamp to type System.IO.File::ReadAllLines("version.cfg")(1)::Trim()
               end-if
               invoke keptLines::Add(cabinetId & "," & gameTitle & "," &
                   stateLabel & "," & stamp & "," & versionStamp & "," &
                   type System.DateTime::Now::ToString("yyyyMMddHHmmssff"))

               set writer to new type System.IO.StreamWriter(heartbeatTempFile, false)
               perform varying i as binary-long from 0 by 1 until i >= keptLines::Count
                   invoke type System.IO.File::Delete(heartbeatFile)
               end-if
               invoke type System.IO.File::Move(heartbeatTempFile, heartbeatFile)
               set published to true
           catch
               set published to false
           end-try
       end method.

