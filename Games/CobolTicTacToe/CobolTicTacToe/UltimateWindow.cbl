       01 kept     type System.Collections.Generic.List[string].
       01 i        binary-long.
       01 writer   type System.IO.StreamWriter.
       01 head     string.
       01 waitLock type System.IO.FileStream.
       procedure division.
           try
               if not type System.IO.File::Exists("waitlist.dat")
                       "Ultimate TicTacToe",
                       type System.Windows.MessageBoxButton::YesNo)
                       = type System.Windows.MessageBoxResult::Yes
                   *> the queue is read again under the writer's lock -- the
                   *> attendant may have changed it while the player answered
                   set waitLock to type CobolTicTacToe.Credits::TakeLock(
                       "waitlist.dat", "Waitlist")
                   if waitLock = null
                       goback
                   end-if
                   set head to lines(1)
                   set lines to type System.IO.File::ReadAllLines("waitlist.dat")
                   set kept to new type System.Collections.Generic.List[string]()
                   perform varying i from 1 by 1 until i > size of lines
                       if i > 1 or lines(i) not = head
                           invoke kept::Add(lines(i))
                       end-if
                   end-perform
                   set writer to new type System.IO.StreamWriter("waitlist.dat.tmp", false)
                   perform varying i from 0 by 1 until i >= kept::Count
                   invoke writer::Close()
                   invoke type System.IO.File::Delete("waitlist.dat")
                   invoke type System.IO.File::Move("waitlist.dat.tmp", "waitlist.dat")
                   invoke type CobolTicTacToe.Credits::ReleaseLock(waitLock)
               end-if
           catch
               invoke type CobolTicTacToe.Credits::ReleaseLock(waitLock)
           end-try
       end method.

