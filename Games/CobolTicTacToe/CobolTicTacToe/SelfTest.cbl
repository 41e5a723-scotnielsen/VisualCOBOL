      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Cabinet self-test, the managed twin of the console titles'
      *> SelfTest subprogram: run once at power-on and again on the
      *> operator's F9 key, it checks that the game's own data files
      *> (every .dat/.log/.sav/.idx already in the game directory, and
      *> a fresh probe file) can be written, that the ..\Common share
      *> is reachable, that version.cfg is present and that the
      *> keyboard answers (on an operator run the key that started the
      *> test has proved it). Each check lands in the cabinet's
      *> selftest.log as
      *> "timestamp,title,trigger,check,PASS|FAIL,detail", closing with
      *> a RESULT line of the same shape, so FloorOpenCheck can take
      *> the latest complete run and report any failure.
       class-id CobolTicTacToe.SelfTest.

       working-storage section.
       01 logFile           string value "selftest.log".
       01 commonProbe       string value "..\Common\selftest-".
       01 gameTitle         string value "CobolTicTacToe".

      *>> Runs every check for the given trigger ("POWER-ON" or "OPERATOR")
      *>> and answers true when all of them passed.
       method-id Run public static.
       local-storage section.
       01 stamp        string.
       01 failures     binary-long value 0.
       01 outcome      string.
       01 detail       string.
       01 files        type System.String occurs any.
       01 fileName     string.
       01 extension    string.
       01 unwritable   string value "".
       01 checked      binary-long value 0.
       01 probe        string.
       01 stream       type System.IO.FileStream.
       01 i            binary-long.
       01 kbType       binary-long.
       procedure division using by value trigger as string
                          returning passed as condition-value.
           set stamp to type System.DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")

           *> WRITABLE: a probe file, then every data file already here
           try
               invoke type System.IO.File::WriteAllText("selftest.tmp", "")
               invoke type System.IO.File::Delete("selftest.tmp")
               set content of files to
                   type System.IO.Directory::GetFiles(".")
               perform varying i from 1 by 1 until i > size of files
                   set fileName to type System.IO.Path::GetFileName(files(i))
                   set extension to
                       type System.IO.Path::GetExtension(fileName)::ToLower()
                   if extension = ".dat" or extension = ".log"
                       or extension = ".sav" or extension = ".idx"
                       add 1 to checked
                       try
                           set stream to new type System.IO.FileStream(fileName,
                               type System.IO.FileMode::Open,
                               type System.IO.FileAccess::Write,
                               type System.IO.FileShare::ReadWrite)
                           invoke stream::Close()
                       catch
                           set unwritable to unwritable & " " & fileName
                       end-try
                   end-if
               end-perform
               if unwritable = ""
                   set outcome to "PASS"
                   set detail to checked::ToString() & " data file(s) open for writing"
               else
                   set outcome to "FAIL"
                   set detail to "not writable:" & unwritable
               end-if
           catch
               set outcome to "FAIL"
               set detail to "game directory refuses a new file"
           end-try
           invoke self::LogCheck(stamp, trigger, "WRITABLE", outcome, detail)
           if outcome = "FAIL"
               add 1 to failures
           end-if

           *> COMMON: the share takes a file, as every shared writer needs
           set probe to commonProbe & type System.Environment::MachineName & ".tmp"
           try
               invoke type System.IO.File::WriteAllText(probe, "")
               invoke type System.IO.File::Delete(probe)
               invoke self::LogCheck(stamp, trigger, "COMMON", "PASS",
                   "..\Common share reachable")
           catch
               invoke self::LogCheck(stamp, trigger, "COMMON", "FAIL",
                   "..\Common share unreachable")
               add 1 to failures
           end-try

           *> VERSION
           if type System.IO.File::Exists("version.cfg")
               invoke self::LogCheck(stamp, trigger, "VERSION", "PASS",
                   "version.cfg present")
           else
               invoke self::LogCheck(stamp, trigger, "VERSION", "FAIL",
                   "version.cfg missing")
               add 1 to failures
           end-if

           *> KEYBOARD: GetKeyboardType answers 0 with no keyboard attached
           if trigger = "OPERATOR"
               invoke self::LogCheck(stamp, trigger, "KEYBOARD", "PASS",
                   "operator key received")
           else
               call "GetKeyboardType" using by value 0
                                      returning kbType
               if kbType = 0
                   invoke self::LogCheck(stamp, trigger, "KEYBOARD", "FAIL",
                       "no answer from the keyboard")
                   add 1 to failures
               else
                   invoke self::LogCheck(stamp, trigger, "KEYBOARD", "PASS",
                       "keyboard answers")
               end-if
           end-if
           if failures = 0
               invoke self::LogCheck(stamp, trigger, "RESULT", "PASS",
                   "all checks passed")
               set passed to true
           else
               invoke self::LogCheck(stamp, trigger, "RESULT", "FAIL",
                   failures::ToString() & " check(s) failed")
               set passed to false
           end-if
       end method.

      *>> Appends one check's line to selftest.log; a log that can't be
      *>> written loses the line rather than stopping the game.
       method-id LogCheck private static.
       procedure division using by value stamp as string trigger as string
                                check as string outcome as string
                                detail as string.
           try
               invoke type System.IO.File::AppendAllText(logFile,
                   stamp & "," & gameTitle & "," & trigger & "," & check
                   & "," & outcome & "," & detail
                   & type System.Environment::NewLine)
           catch
               continue
           end-try
       end method.

       end class.
