      *> endpoint, so the audit trail lives on the cabinet being commanded.
      *> A managed console program, like the CobolDoKu batch tools, because
      *> the socket conversation needs the .NET runtime.
      *> Retrieval: FILES lists the cabinet's data files, TAIL name [n]
      *> fetches the last lines of one, and BUNDLE fetches the diagnostics
      *> bundle (configs, version.cfg, live logs, its heartbeat line) --
      *> the cabinet's multi-line replies are shown and saved under
      *> retrieved\<cabinet>\<yyyymmdd>\ here: files.txt for the list,
      *> tail-<name> for a tail, and each bundled file under its own name,
      *> so the technician has the evidence without the walk.
       class-id CabinetOps.OpsRemote.

      *>> <summary>
       01 command    string.
       01 reply      string.
       01 talking    condition-value.
       01 saveDir    string.
       procedure division.
           display "CABINET OPERATOR CONSOLE"
           display "Cabinet host name or address: " with no advancing
           set writer to new System.IO.StreamWriter(stream)
           set writer::AutoFlush to true

           set saveDir to type System.IO.Path::Combine("retrieved",
               type System.IO.Path::GetFileName(hostName::Trim()),
               type System.DateTime::Now::ToString("yyyyMMdd"))
           display "Connected. Commands: STATUS, MAINT ON, MAINT OFF, "
               "FILES, TAIL name [n], BUNDLE, QUIT"
           set talking to true
           perform until not talking
               display "> " with no advancing
                       if command::Trim()::ToUpper() = "QUIT"
                           set talking to false
                       end-if
                       if reply::StartsWith("OK ")
                           invoke self::Retrieve(
                               command::Trim()::ToUpper(), reply,
                               reader, saveDir)
                       end-if
                   end-if
               catch
                   display "Connection lost."
           goback.
       end method.

      *>> <summary>
      *>> Takes in the lines that follow a FILES, TAIL or BUNDLE reply's
      *>> "OK n ..." and saves them in the day's folder for the cabinet.
      *>> </summary>
       method-id Retrieve private static.
       local-storage section.
       01 words      string occurs any.
       01 expected   binary-long.
       01 lineCount  binary-long.
       01 fileName   string.
       01 lineBuf    string.
       01 i          binary-long.
       procedure division using by value command as string
                                reply as string
                                reader as type System.IO.StreamReader
                                saveDir as string.
           set words to reply::Split(" ")
           if size of words < 2
               or not binary-long::TryParse(words(2), expected)
               goback
           end-if
           invoke type System.IO.Directory::CreateDirectory(saveDir)

           evaluate true
               when command = "FILES"
                   invoke self::SaveLines(reader, expected,
                       type System.IO.Path::Combine(saveDir, "files.txt"),
                       true)
               when command = "TAIL" or command::StartsWith("TAIL ")
                   set fileName to words(size of words)
                   invoke self::SaveLines(reader, expected,
                       type System.IO.Path::Combine(saveDir,
                           "tail-" & type System.IO.Path::GetFileName(fileName)),
                       true)
               when command = "BUNDLE"
                   perform varying i from 1 by 1 until i > expected
                       set lineBuf to reader::ReadLine()
                       if lineBuf = null
                           exit perform
                       end-if
                       set words to lineBuf::Split(" ")
                       if size of words < 3 or words(1) not = "FILE"
                           or not binary-long::TryParse(words(3), lineCount)
                           display "Unexpected bundle line: " lineBuf
                           exit perform
                       end-if
                       set fileName to type System.IO.Path::Combine(saveDir,
                           type System.IO.Path::GetFileName(words(2)))
                       invoke self::SaveLines(reader, lineCount, fileName,
                           false)
                       display "  saved " fileName " (" lineCount " line(s))"
                   end-perform
           end-evaluate
       end method.

      *>> <summary>
      *>> Reads the given number of lines off the channel into a file,
      *>> showing them as they come when asked to.
      *>> </summary>
       method-id SaveLines private static.
       local-storage section.
       01 writer     type System.IO.StreamWriter.
       01 lineBuf    string.
       01 i          binary-long.
       procedure division using by value reader as type System.IO.StreamReader
                                expected as binary-long
                                fileName as string
                                showing as condition-value.
           set writer to new System.IO.StreamWriter(fileName, false)
           perform varying i from 1 by 1 until i > expected
               set lineBuf to reader::ReadLine()
               if lineBuf = null
                   exit perform
               end-if
               invoke writer::WriteLine(lineBuf)
               if showing
                   display lineBuf
               end-if
           end-perform
           invoke writer::Close()
           if showing
               display "(saved to " fileName ")"
           end-if
       end method.

       end class.
