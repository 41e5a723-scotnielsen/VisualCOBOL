      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Cooperative network Sudoku: two cabinets solving one board
      *> together, over the same TCP hand-off RaceSession uses. The pairing
      *> comes from coop.cfg in the game directory ("HOST,port" on the
      *> listening cabinet, "JOIN,hostname,port" on the dialing one). Both
      *> cabinets load today's daily puzzle, and every placement, erase and
      *> pencil mark either player makes is relayed to the other board:
      *>   "HELLO,initials"           each side's player, sent on connect
      *>   "CELL,row,col,value,prev"  a placement (value 0 is an erase),
      *>                              prev the value the sender saw there
      *>   "PENCIL,row,col,0|1"       pencil marks off / on
      *>   "SOLVED,seconds"           the board is finished (host only)
      *> The hosting cabinet keeps the shared board and settles conflicts:
      *> a change whose prev no longer matches the host's cell lost to an
      *> earlier placement there, so the host sends its own value back and
      *> the joining board takes it -- the joining side always applies what
      *> the host sends. The host also credits the solve to both players:
      *> one sealed line in dokucoop.log ("timestamp,puzzle-file,difficulty,
      *> host-initials,partner-initials,seconds", the shared time counted
      *> from the moment the pair connected) and a solved-history line for
      *> each of them. Nothing lands in the single-player best times,
      *> dokusolves.log or the catalog's solve times. Live sessions publish
      *> to the floor's match feed as DOKUCOOP. As in the race, the blocking
      *> reads live on a background thread and only hand lines to the form's
      *> UI thread, and the hosting side's accept rides a forms timer.
       class-id CobolDoKu.CoopSession.

       working-storage section.
       01 ownerForm        type CobolDoKu.Form1.
       01 grid             type CobolDoKu.SudokuGridView.
       01 listener         type System.Net.Sockets.TcpListener.
       01 client           type System.Net.Sockets.TcpClient.
       01 netStream        type System.Net.Sockets.NetworkStream.
       01 writer           type System.IO.StreamWriter.
       01 reader           type System.IO.StreamReader.
       01 readThread       type System.Threading.Thread.
       01 acceptTimer      type System.Windows.Forms.Timer.
       01 connected        condition-value value false.
       01 hosting          condition-value value false property as "IsHost" with no set.
       01 boardReady       condition-value value false.
       01 applyingRemote   condition-value value false.
       01 finished         condition-value value false.
       01 localInitials    string value "".
       01 partnerInitials  string value "".
       01 puzzlePath       string value "".
       01 startTime        type System.DateTime.
      *> the shared board as last agreed between the two cabinets,
      *> (row - 1) * 9 + col; pencil marks 1 on, 0 off
       01 sharedValue      binary-long occurs 81.
       01 sharedPencil     binary-long occurs 81.
      *> lines carried from the network thread to the UI thread
       01 inbound          type System.Collections.Generic.Queue[string].
       78 configName       value "coop.cfg".
       78 coopLogName      value "dokucoop.log".

      *>> <summary>
      *>> Construct a co-op session owned by the main form, relaying the
      *>> given grid.
      *>> </summary>
       method-id New public.
       procedure division using by value newOwner as type CobolDoKu.Form1
                                newGrid as type CobolDoKu.SudokuGridView.
           set ownerForm to newOwner
           set grid to newGrid
           set inbound to new type System.Collections.Generic.Queue[string]()
       end method.

      *>> <summary>
      *>> Establishes the paired-cabinet connection per coop.cfg, exactly as
      *>> RaceSession::Start does for race.cfg. Returns false (with no
      *>> session running) when the config is missing or the peer cannot be
      *>> reached.
      *>> </summary>
       method-id Start public.
       local-storage section.
       01 lineBuf   string.
       01 parts     string occurs any.
       01 portNum   binary-long.
       01 cfg       type System.IO.StreamReader.
       procedure division using by value initials as string
                          returning started as condition-value.
           set started to false
           set localInitials to initials
           if localInitials = null or localInitials = ""
               set localInitials to "???"
           end-if
           try
               if not type System.IO.File::Exists(configName)
                   goback
               end-if
               set cfg to new System.IO.StreamReader(configName)
               set lineBuf to cfg::ReadLine()
               invoke cfg::Close()
               if lineBuf = null
                   goback
               end-if
               set parts to lineBuf::Split(",")

               if parts(1)::Trim()::ToUpper() = "HOST"
                   if size of parts < 2
                       goback
                   end-if
                   set hosting to true
                   set portNum to binary-long::Parse(parts(2))
                   set listener to new System.Net.Sockets.TcpListener(
                       type System.Net.IPAddress::Any, portNum)
                   invoke listener::Start()
                   set acceptTimer to new System.Windows.Forms.Timer()
                   set acceptTimer::Interval to 500
                   invoke acceptTimer::add_Tick(
                       new System.EventHandler(self::acceptTimer_Tick))
                   invoke acceptTimer::Start()
               else
                   if size of parts < 3
                       goback
                   end-if
                   set portNum to binary-long::Parse(parts(3))
                   set client to new System.Net.Sockets.TcpClient(
                       parts(2)::Trim(), portNum)
                   invoke self::AttachStreams()
               end-if
               set started to true
           catch
               set started to false
           end-try
           goback.
       end method.

      *>> <summary>
      *>> The puzzle is on the grid: its state is the shared board both
      *>> cabinets start from, so only what changes after this is relayed.
      *>> </summary>
       method-id BoardLoaded public.
       local-storage section.
       01 board     type CobolDoKu.SudokuGrid.
       01 cell      type CobolDoKu.SudokuCell.
       01 rowx      binary-long.
       01 colx      binary-long.
       01 k         binary-long.
       procedure division using by value loadedPath as string.
           set puzzlePath to loadedPath
           set board to grid::Board
           perform varying k from 1 by 1 until k > 81
               set sharedValue(k) to 0
               set sharedPencil(k) to 0
           end-perform
           perform varying rowx from 1 by 1 until rowx > board::GridSize
               perform varying colx from 1 by 1 until colx > board::GridSize
                   compute k = (rowx - 1) * 9 + colx
                   set cell to board[rowx, colx]
                   set sharedValue(k) to cell::Value
               end-perform
           end-perform
           set boardReady to true
           *> anything already queued from the partner applies now
           invoke self::DrainInbound()
       end method.

      *>> <summary>
      *>> Hosting side: picks up the pending partner without ever blocking
      *>> the window on AcceptTcpClient.
      *>> </summary>
       method-id acceptTimer_Tick final private.
       procedure division using by value sender as object e as type System.EventArgs.
           try
               if listener not = null and listener::Pending()
                   invoke acceptTimer::Stop()
                   set client to listener::AcceptTcpClient()
                   invoke listener::Stop()
                   invoke self::AttachStreams()
                   *> whatever the host played while waiting goes across
                   invoke self::SendLocalChanges()
               end-if
           catch
               continue
           end-try
       end method.

      *>> <summary>
      *>> Wraps the live socket, introduces this side's player, starts the
      *>> shared clock and the background receive loop.
      *>> </summary>
       method-id AttachStreams private.
       procedure division.
           set netStream to client::GetStream()
           set writer to new System.IO.StreamWriter(netStream)
           set writer::AutoFlush to true
           set reader to new System.IO.StreamReader(netStream)
           set connected to true
           set startTime to type System.DateTime::Now
           invoke self::Send("HELLO," & localInitials)

           set readThread to new System.Threading.Thread(
               new System.Threading.ThreadStart(self::ReceiveLoop))
           set readThread::IsBackground to true
           invoke readThread::Start()
       end method.

      *>> <summary>
      *>> One protocol line to the partner; a broken wire is left for the
      *>> receive loop to report.
      *>> </summary>
       method-id Send private.
       procedure division using by value lineOut as string.
           if not connected
               goback
           end-if
           try
               invoke writer::WriteLine(lineOut)
           catch
               continue
           end-try
       end method.

      *>> <summary>
      *>> Called on every board change: sends each cell whose value or
      *>> pencil marks differ from the shared board, and takes them into
      *>> it. Comparing against the shared board rather than relaying
      *>> single moves carries SmartPlay, undo, redo and a cleared board
      *>> across the same way as a placement. Changes applied from the
      *>> partner are already shared and go nowhere.
      *>> </summary>
       method-id SendLocalChanges public.
       local-storage section.
       01 board       type CobolDoKu.SudokuGrid.
       01 cell        type CobolDoKu.SudokuCell.
       01 rowx        binary-long.
       01 colx        binary-long.
       01 k           binary-long.
       01 cellValue   binary-long.
       01 prevValue   binary-long.
       01 pencilFlag  binary-long.
       procedure division.
           if not connected or not boardReady or applyingRemote
               goback
           end-if
           set board to grid::Board
           perform varying rowx from 1 by 1 until rowx > board::GridSize
               perform varying colx from 1 by 1 until colx > board::GridSize
                   compute k = (rowx - 1) * 9 + colx
                   set cell to board[rowx, colx]
                   set cellValue to cell::Value
                   set prevValue to sharedValue(k)
                   if cellValue not = prevValue
                       invoke self::Send("CELL," & rowx::ToString() & ","
                           & colx::ToString() & "," & cellValue::ToString()
                           & "," & prevValue::ToString())
                       set sharedValue(k) to cellValue
                   end-if
                   if cell::PencilMarks
                       set pencilFlag to 1
                   else
                       set pencilFlag to 0
                   end-if
                   if pencilFlag not = sharedPencil(k)
                       invoke self::Send("PENCIL," & rowx::ToString() & ","
                           & colx::ToString() & "," & pencilFlag::ToString())
                       set sharedPencil(k) to pencilFlag
                   end-if
               end-perform
           end-perform
           invoke self::PublishProgress()
       end method.

      *>> <summary>
      *>> Background receive loop: queues the partner's lines for the UI
      *>> thread; a null read means the peer disconnected.
      *>> </summary>
       method-id ReceiveLoop private.
       local-storage section.
       01 lineBuf   string.
       01 looping   condition-value.
       procedure division.
           set looping to true
           perform until not looping
               try
                   set lineBuf to reader::ReadLine()
               catch
                   set lineBuf to null
               end-try
               if lineBuf = null
                   set looping to false
                   if not finished
                       invoke ownerForm::BeginInvoke(
                           new System.Windows.Forms.MethodInvoker(
                               ownerForm::CoopPartnerDropped))
                   end-if
               else
                   *> the host closes straight after a solve: that is
                   *> the end of the session, not a dropped partner
                   if lineBuf::StartsWith("SOLVED")
                       set finished to true
                       set looping to false
                   end-if
                   invoke type System.Threading.Monitor::Enter(inbound)
                   invoke inbound::Enqueue(lineBuf)
                   invoke type System.Threading.Monitor::Exit(inbound)
                   invoke ownerForm::BeginInvoke(
                       new System.Windows.Forms.MethodInvoker(
                           self::DrainInbound))
               end-if
           end-perform
           goback.
       end method.

      *>> <summary>
      *>> Runs on the UI thread: applies every line the receive loop has
      *>> queued, in arrival order.
      *>> </summary>
       method-id DrainInbound private.
       local-storage section.
       01 lineBuf   string.
       procedure division.
           if not boardReady
               goback
           end-if
           set lineBuf to self::NextInbound()
           perform until lineBuf = null
               invoke self::ApplyLine(lineBuf)
               set lineBuf to self::NextInbound()
           end-perform
       end method.

      *>> <summary>
      *>> The oldest queued line, or null once the queue is empty.
      *>> </summary>
       method-id NextInbound private.
       procedure division returning lineBuf as string.
           set lineBuf to null
           invoke type System.Threading.Monitor::Enter(inbound)
           if inbound::Count > 0
               set lineBuf to inbound::Dequeue()
           end-if
           invoke type System.Threading.Monitor::Exit(inbound)
       end method.

      *>> <summary>
      *>> One line from the partner.
      *>> </summary>
       method-id ApplyLine private.
       local-storage section.
       01 parts     string occurs any.
       01 rowx      binary-long.
       01 colx      binary-long.
       01 value-n   binary-long.
       01 prev-n    binary-long.
       procedure division using by value lineBuf as string.
           set parts to lineBuf::Split(",")
           evaluate parts(1)
               when "HELLO"
                   if size of parts >= 2
                       set partnerInitials to parts(2)::Trim()
                   end-if
                   invoke ownerForm::CoopPartnerJoined(partnerInitials)
                   invoke self::PublishProgress()
               when "CELL"
                   if size of parts >= 5
                       and binary-long::TryParse(parts(2), rowx)
                       and binary-long::TryParse(parts(3), colx)
                       and binary-long::TryParse(parts(4), value-n)
                       and binary-long::TryParse(parts(5), prev-n)
                       invoke self::ApplyRemoteCell(rowx, colx, value-n,
                           prev-n)
                   end-if
               when "PENCIL"
                   if size of parts >= 4
                       and binary-long::TryParse(parts(2), rowx)
                       and binary-long::TryParse(parts(3), colx)
                       and binary-long::TryParse(parts(4), value-n)
                       invoke self::ApplyRemotePencil(rowx, colx, value-n)
                   end-if
               when "SOLVED"
                   if not hosting and size of parts >= 2
                       and binary-long::TryParse(parts(2), value-n)
                       set finished to true
                       invoke self::PublishMatchFeed("SOLVED", "SOLVED")
                       invoke ownerForm::CoopSolved(value-n)
                   end-if
           end-evaluate
       end method.

      *>> <summary>
      *>> The partner's placement or erase. On the hosting side a change
      *>> made against a value that is no longer there lost to an earlier
      *>> placement: the host's value goes back and the cell stays. The
      *>> joining side takes whatever the host sends.
      *>> </summary>
       method-id ApplyRemoteCell private.
       local-storage section.
       01 board       type CobolDoKu.SudokuGrid.
       01 cell        type CobolDoKu.SudokuCell.
       01 k           binary-long.
       01 cellValue   binary-long.
       procedure division using by value rowx as binary-long
                                colx as binary-long
                                newValue as binary-long
                                prevValue as binary-long.
           set board to grid::Board
           if rowx < 1 or rowx > board::GridSize
               or colx < 1 or colx > board::GridSize
               or newValue < 0 or newValue > board::GridSize
               goback
           end-if
           compute k = (rowx - 1) * 9 + colx
           set cell to board[rowx, colx]
           set cellValue to cell::Value
           if cell::Fixed
               goback
           end-if
           if hosting and cellValue not = prevValue
               set sharedValue(k) to cellValue
               invoke self::Send("CELL," & rowx::ToString() & ","
                   & colx::ToString() & "," & cellValue::ToString()
                   & "," & newValue::ToString())
               goback
           end-if
           set sharedValue(k) to newValue
           if cellValue not = newValue
               set applyingRemote to true
               invoke grid::ApplyRemoteValue(rowx, colx, newValue)
               set applyingRemote to false
           end-if
           *> a placed value retires the cell's pencil marks on both sides
           if newValue not = 0
               set sharedPencil(k) to 0
           end-if
       end method.

      *>> <summary>
      *>> The partner's pencil marks for one cell.
      *>> </summary>
       method-id ApplyRemotePencil private.
       local-storage section.
       01 board       type CobolDoKu.SudokuGrid.
       01 k           binary-long.
       procedure division using by value rowx as binary-long
                                colx as binary-long
                                pencilFlag as binary-long.
           set board to grid::Board
           if rowx < 1 or rowx > board::GridSize
               or colx < 1 or colx > board::GridSize
               goback
           end-if
           compute k = (rowx - 1) * 9 + colx
           set sharedPencil(k) to pencilFlag
           invoke grid::ApplyRemotePencil(rowx, colx, pencilFlag)
       end method.

      *>> <summary>
      *>> Hosting side, once the shared board is finished: credits the
      *>> solve to both players with the shared time and tells the partner.
      *>> Returns the shared time in seconds.
      *>> </summary>
       method-id FinishSolve public.
       local-storage section.
       01 span      type System.TimeSpan.
       procedure division returning seconds as binary-long.
           set seconds to 0
           if finished or not hosting
               goback
           end-if
           set finished to true
           if connected
               set span to type System.DateTime::Now::Subtract(startTime)
               set seconds to span::TotalSeconds
           else
               set seconds to grid::ElapsedSeconds
           end-if
           if partnerInitials = ""
               set partnerInitials to "???"
           end-if
           invoke type CobolDoKu.Seal::Append(coopLogName,
               type System.DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
               & "," & type System.IO.Path::GetFileName(puzzlePath)
               & "," & grid::Board::Difficulty
               & "," & localInitials & "," & partnerInitials
               & "," & seconds::ToString())
           *> both players' histories, so neither is dealt it again
           if localInitials not = "???"
               invoke type CobolDoKu.SolvedHistory::Record(localInitials,
                   puzzlePath, grid::Board::Difficulty)
           end-if
           if partnerInitials not = "???"
               invoke type CobolDoKu.SolvedHistory::Record(partnerInitials,
                   puzzlePath, grid::Board::Difficulty)
           end-if
           invoke self::Send("SOLVED," & seconds::ToString())
           invoke self::PublishMatchFeed("SOLVED", "SOLVED")
       end method.

      *>> <summary>
      *>> Live match feed: one shared board, so both sides show the same
      *>> cells left.
      *>> </summary>
       method-id PublishProgress private.
       local-storage section.
       01 stateText  string.
       procedure division.
           if not connected or finished
               goback
           end-if
           set stateText to grid::CellsRemaining::ToString() & " left"
           invoke self::PublishMatchFeed(stateText, stateText)
       end method.

      *>> <summary>
      *>> Tears the connection down at the end of a session.
      *>> </summary>
       method-id Close public.
       procedure division.
           try
               if acceptTimer not = null
                   invoke acceptTimer::Stop()
               end-if
               if writer not = null
                   invoke writer::Close()
               end-if
               if client not = null
                   invoke client::Close()
               end-if
               if listener not = null
                   invoke listener::Stop()
               end-if
           catch
               continue
           end-try
           set connected to false
           goback.
       end method.

      *>> <summary>
      *>> Live match feed: replaces this cabinet's line in the shared
      *>> ..\Common\livematches.dat ("machine,kind,us,them,ourState,
      *>> theirState,timestamp"), the same hand-off RaceSession publishes
      *>> its races through; "us" and "them" are the two players'
      *>> initials.
      *>> </summary>
       method-id PublishMatchFeed private.
       local-storage section.
       01 cabinetId    string.
       01 feedFile     string value "../Common/livematches.dat".
       01 reader2      type System.IO.StreamReader.
       01 writer2      type System.IO.StreamWriter.
       01 lineBuf      string.
       01 parts        string occurs any.
       01 keptLines    type System.Collections.Generic.List[string].
       procedure division using by value ourState as string
                                theirState as string.
           set cabinetId to type System.Environment::MachineName
           set keptLines to new type System.Collections.Generic.List[string]()
           try
               if type System.IO.File::Exists(feedFile)
                   set reader2 to new type System.IO.StreamReader(feedFile)
                   perform until reader2::EndOfStream
                       set lineBuf to reader2::ReadLine()
                       if lineBuf::Length > 0
                           set parts to lineBuf::Split(",")
                           if size of parts >= 1 and not (parts(1) = cabinetId)
                               invoke keptLines::Add(lineBuf)
                           end-if
                       end-if
                   end-perform
                   invoke reader2::Close()
               end-if
               invoke keptLines::Add(cabinetId & ",DOKUCOOP,"
                   & localInitials & "," & partnerInitials & ","
                   & ourState & "," & theirState & ","
                   & type System.DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss"))
               set writer2 to new type System.IO.StreamWriter(feedFile & ".tmp", false)
               perform varying lineBuf through keptLines
                   invoke writer2::WriteLine(lineBuf)
               end-perform
               invoke writer2::Close()
               if type System.IO.File::Exists(feedFile)
                   invoke type System.IO.File::Delete(feedFile)
               end-if
               invoke type System.IO.File::Move(feedFile & ".tmp", feedFile)
           catch
               continue
           end-try
       end method.

       end class.
