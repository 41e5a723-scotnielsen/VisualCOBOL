      *>               balance on file
      *>   MAINT ON  - drop maintenance.flag so the next boot is locked out
      *>   MAINT OFF - clear maintenance.flag
      *>   FILES     - list the cabinet's data files
      *>   TAIL name [n]
      *>             - the last n lines (default 20, at most 2000) of one
      *>               of those files
      *>   BUNDLE    - the diagnostics bundle: every config (version.cfg
      *>               among them), every live log, and this cabinet's line
      *>               from the fleet heartbeat file
      *>   QUIT      - end the conversation
      *> Every command and its origin endpoint is appended tamper-evidently
      *> to opschannel.log for the audit trail. No config file, no channel.
      *> The data files are the .dat, .log, .cfg, .lst and .flag files in
      *> the game directory itself -- never a sub-folder, never a path: a
      *> TAIL naming anything else is refused, and the refusal is logged
      *> too. Multi-line replies open with "OK n ..." giving the count of
      *> lines (FILES, TAIL) or files (BUNDLE) that follow; in a bundle
      *> each file is a "FILE name n" line and then its n lines, so
      *> OpsRemote can save each one as it arrives.
       class-id CobolTicTacToe.OpsChannel.

       working-storage section.
       78 logFile       value "opschannel.log".
       78 flagFile      value "maintenance.flag".
       78 creditsFile   value "credits.dat".
       78 heartbeatFile value "..\Common\heartbeat.dat".
       78 gameTitle     value "CobolTicTacToe".
       78 tailDefault   value 20.
       78 tailLimit     value 2000.
       01 listener      type System.Net.Sockets.TcpListener.
       01 serveThread   type System.Threading.Thread.
       01 statusText    string value "starting".
                                       invoke type System.IO.File::Delete(flagFile)
                                   end-if
                                   invoke writer::WriteLine("OK - maintenance flag cleared")
                               when "FILES"
                                   invoke self::SendFileList(writer)
                               when "BUNDLE"
                                   invoke self::SendBundle(writer)
                               when "QUIT"
                                   invoke writer::WriteLine("BYE")
                                   set serving to false
                               when other
                                   if lineBuf = "TAIL" or lineBuf::StartsWith("TAIL ")
                                       invoke self::SendTail(writer, origin, lineBuf)
                                   else
                                       invoke writer::WriteLine(
                                           "ERR - commands: STATUS, MAINT ON, MAINT OFF, "
                                           & "FILES, TAIL name [n], BUNDLE, QUIT")
                                   end-if
                           end-evaluate
                       end-if
                   end-perform
           end-perform
       end method.

      *>> <summary>
      *>> The cabinet's own data files, by name: .dat, .log, .cfg, .lst and
      *>> .flag files directly in the game directory, in name order.
      *>> </summary>
       method-id DataFiles private.
       local-storage section.
       01 files     type System.String occurs any.
       01 fileName  string.
       01 extension string.
       01 i         binary-long.
       procedure division returning names as
                          type System.Collections.Generic.List[string].
           set names to new type System.Collections.Generic.List[string]()
           try
               set content of files to
                   type System.IO.Directory::GetFiles(".")
               perform varying i from 1 by 1 until i > size of files
                   set fileName to type System.IO.Path::GetFileName(files(i))
                   set extension to
                       type System.IO.Path::GetExtension(fileName)::ToLower()
                   if extension = ".dat" or extension = ".log"
                       or extension = ".cfg" or extension = ".lst"
                       or extension = ".flag"
                       invoke names::Add(fileName)
                   end-if
               end-perform
               invoke names::Sort()
           catch
               continue
           end-try
       end method.

      *>> <summary>
      *>> FILES: one "name,bytes,last-written" line per data file.
      *>> </summary>
       method-id SendFileList private.
       local-storage section.
       01 names     type System.Collections.Generic.List[string].
       01 info      type System.IO.FileInfo.
       procedure division using by value writer as type System.IO.StreamWriter.
           set names to self::DataFiles()
           invoke writer::WriteLine("OK " & names::Count::ToString() & " file(s)")
           perform varying i as binary-long from 0 by 1 until i >= names::Count
               set info to new type System.IO.FileInfo(names[i])
               invoke writer::WriteLine(names[i] & "," & info::Length::ToString() & ","
                   & info::LastWriteTime::ToString("yyyy-MM-dd HH:mm:ss"))
           end-perform
       end method.

      *>> <summary>
      *>> TAIL name [n]: the last n lines of one data file. The name must be
      *>> one FILES would list; anything else is refused and the refusal
      *>> logged beside the command itself.
      *>> </summary>
       method-id SendTail private.
       local-storage section.
       01 words     string occurs any.
       01 names     type System.Collections.Generic.List[string].
       01 fileName  string.
       01 wanted    binary-long.
       01 lines     type System.String occurs any.
       01 firstLine binary-long.
       01 sent      binary-long.
       01 i         binary-long.
       procedure division using by value writer as type System.IO.StreamWriter
                                origin as string command as string.
           set words to command::Split(" ")
           if size of words < 2 or words(2) = ""
               invoke writer::WriteLine("ERR - TAIL needs a file name (see FILES)")
               goback
           end-if
           set wanted to tailDefault
           if size of words >= 3
               if not binary-long::TryParse(words(3), wanted) or wanted < 1
                   invoke writer::WriteLine("ERR - TAIL line count must be a number")
                   goback
               end-if
               if wanted > tailLimit
                   set wanted to tailLimit
               end-if
           end-if

           set fileName to ""
           set names to self::DataFiles()
           perform varying i from 0 by 1 until i >= names::Count
               if names[i]::ToUpper() = words(2)
                   set fileName to names[i]
               end-if
           end-perform
           if fileName = ""
               invoke self::LogCommand(origin, "REFUSED " & words(2))
               invoke writer::WriteLine("ERR - not one of this cabinet's data files")
               goback
           end-if

           try
               set content of lines to
                   type System.IO.File::ReadAllLines(fileName)
           catch
               invoke writer::WriteLine("ERR - cannot read " & fileName)
               goback
           end-try
           compute firstLine = size of lines - wanted + 1
           if firstLine < 1
               set firstLine to 1
           end-if
           compute sent = size of lines - firstLine + 1
           invoke writer::WriteLine("OK " & sent::ToString()
               & " line(s) of " & fileName)
           perform varying i from firstLine by 1 until i > size of lines
               invoke writer::WriteLine(lines(i))
           end-perform
       end method.

      *>> <summary>
      *>> BUNDLE: every config, every live log, and the heartbeat line --
      *>> what a technician would otherwise carry back on a USB stick.
      *>> </summary>
       method-id SendBundle private.
       local-storage section.
       01 names     type System.Collections.Generic.List[string].
       01 picked    type System.Collections.Generic.List[string].
       01 extension string.
       01 lines     type System.String occurs any.
       01 parts     string occurs any.
       01 ownLine   string.
       01 cabinetId string.
       01 fileCount binary-long.
       01 lineCount binary-long.
       01 i         binary-long.
       01 j         binary-long.
       procedure division using by value writer as type System.IO.StreamWriter.
           set picked to new type System.Collections.Generic.List[string]()
           set names to self::DataFiles()
           perform varying i from 0 by 1 until i >= names::Count
               set extension to
                   type System.IO.Path::GetExtension(names[i])::ToLower()
               if extension = ".cfg" or extension = ".log"
                   invoke picked::Add(names[i])
               end-if
           end-perform

           compute fileCount = picked::Count + 1
           invoke writer::WriteLine("OK " & fileCount::ToString() & " file(s)")
           perform varying i from 0 by 1 until i >= picked::Count
               try
                   set content of lines to
                       type System.IO.File::ReadAllLines(picked[i])
                   set lineCount to size of lines
                   invoke writer::WriteLine("FILE " & picked[i] & " "
                       & lineCount::ToString())
                   perform varying j from 1 by 1 until j > lineCount
                       invoke writer::WriteLine(lines(j))
                   end-perform
               catch
                   *> unreadable (held open by another writer): sent empty
                   invoke writer::WriteLine("FILE " & picked[i] & " 0")
               end-try
           end-perform

           *> only this cabinet's own line of the fleet heartbeat file
           set ownLine to ""
           set cabinetId to type System.Environment::MachineName
           try
               if type System.IO.File::Exists(heartbeatFile)
                   set content of lines to
                       type System.IO.File::ReadAllLines(heartbeatFile)
                   perform varying j from 1 by 1 until j > size of lines
                       set parts to lines(j)::Split(",")
                       if size of parts >= 2
                           and parts(1) = cabinetId
                           and parts(2) = gameTitle
                           set ownLine to lines(j)
                       end-if
                   end-perform
               end-if
           catch
               set ownLine to ""
           end-try
           if ownLine = ""
               invoke writer::WriteLine("FILE heartbeat.dat 0")
           else
               invoke writer::WriteLine("FILE heartbeat.dat 1")
               invoke writer::WriteLine(ownLine)
           end-if
       end method.

      *>> <summary>
      *>> The cabinet's credit balance as recorded in credits.dat; a cabinet
      *>> with no credits file runs free play.
