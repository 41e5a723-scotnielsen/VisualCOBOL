      ********************************************************************************************************
      *
      * Copyright (C) Micro Focus 2010-2013.
      * All rights reserved.
      *
      *  This sample code is supplied for demonstration purposes only on an "as is" basis and "is for use at
      *  your own risk".
      *
      ********************************************************************************************************

      *> Technique walkthrough: solves a puzzle from its givens the way a
      *> person would, one named deduction at a time, and keeps the steps
      *> in order -- the cell, the value, and the technique that proves it
      *> (or, for the techniques that only narrow things down, which
      *> candidates come out of which cells). The techniques are tried
      *> easiest first, every time, so the walkthrough never reaches for a
      *> harder one while an easier one still works:
      *>   1 naked single        the cell has one candidate left
      *>   2 hidden single       the digit has one place left in a house
      *>   3 pointing pair       a box's candidates for a digit share a
      *>                         row or column (a triple counts too)
      *>   4 box/line reduction  a row's or column's candidates for a
      *>                         digit share a box
      *>   5 naked pair          two cells of a house hold the same two
      *>                         candidates and nothing else
      *>   6 hidden pair         two digits of a house fit only the same
      *>                         two cells
      *>   7 X-wing              a digit sits in the same two columns of
      *>                         two rows (or the same two rows of two
      *>                         columns)
      *> Where none of them moves the puzzle on, the walkthrough marks the
      *> point where pure logic runs out and stops: what follows is a
      *> guess. Houses follow the board -- rows, columns and boxes of its
      *> size, the two diagonals on a Diagonal board, and killer cages as
      *> no-repeat groups (their sums are not used). Candidates use the
      *> same bit layout as SudokuCell's mask: the digit d is 2 ** d. The
      *> form prints a walkthrough through its print path, and the
      *> TechniqueReport batch runs one over the whole library.
       class-id CobolDoKu.TechniqueSolver.

       working-storage section.
       01 gridSize         binary-long.
       01 boxRows          binary-long.
       01 boxCols          binary-long.
       01 givenCount       binary-long.
       01 variantName      string.
      *> the working board, (row - 1) * 9 + col
       01 cellValue        binary-long occurs 81.
       01 cellCands        binary-long occurs 81.
      *> rows, then columns, then boxes, then diagonals and cages
       01 houseCount       binary-long.
       01 houseKind        binary-long occurs 70.
       01 houseNumber      binary-long occurs 70.
       01 houseSize        binary-long occurs 70.
       01 houseCells       binary-long occurs 70 9.
       78 KIND-ROW         value 1.
       78 KIND-COLUMN      value 2.
       78 KIND-BOX         value 3.
       78 KIND-DIAGONAL    value 4.
       78 KIND-CAGE        value 5.
       78 TECHNIQUE-COUNT  value 7.
       01 techCount        binary-long occurs 7.
       01 stepList         type System.Collections.Generic.List[string]
                               property as "Steps" with no set.
       01 stepNumber       binary-long value 0.
       01 solvedByLogic    condition-value value false
                               property as "SolvedByLogic" with no set.
       01 contradiction    condition-value value false
                               property as "Contradiction" with no set.
       01 openAtEnd        binary-long property as "OpenCells" with no set.

      *>> <summary>
      *>> Sets up the working board from a puzzle's givens only -- the
      *>> walkthrough always starts where the player starts.
      *>> </summary>
       method-id New public.
       local-storage section.
       01 rowx       binary-long.
       01 colx       binary-long.
       01 ix         binary-long.
       01 digit      binary-long.
       procedure division using by value board as type CobolDoKu.SudokuGrid.
           set gridSize to board::GridSize
           set boxRows to board::BoxRows
           set boxCols to board::BoxCols
           set variantName to board::Variant
           set stepList to new System.Collections.Generic.List[string]()
           invoke self::BuildHouses(board)
           perform varying ix from 1 by 1 until ix > 81
               set cellValue(ix) to 0
               set cellCands(ix) to 0
           end-perform
           perform varying ix from 1 by 1 until ix > TECHNIQUE-COUNT
               set techCount(ix) to 0
           end-perform
           perform varying rowx from 1 by 1 until rowx > gridSize
                   after colx from 1 by 1 until colx > gridSize
               compute ix = (rowx - 1) * 9 + colx
               compute cellCands(ix) = (2 ** gridSize - 1) * 2
           end-perform
           set givenCount to 0
           perform varying rowx from 1 by 1 until rowx > gridSize
                   after colx from 1 by 1 until colx > gridSize
               if board[rowx, colx]::Fixed
                   set digit to board[rowx, colx]::Value
                   if digit > 0
                       compute ix = (rowx - 1) * 9 + colx
                       add 1 to givenCount
                       invoke self::Place(ix, digit)
                   end-if
               end-if
           end-perform
       end method.

      *>> <summary>
      *>> Lays out the houses: every group of cells that may not repeat a
      *>> digit.
      *>> </summary>
       method-id BuildHouses private.
       local-storage section.
       01 rowx         binary-long.
       01 colx         binary-long.
       01 b            binary-long.
       01 k            binary-long.
       01 boxesAcross  binary-long.
       01 boxBand      binary-long.
       01 boxStack     binary-long.
       01 boxTop       binary-long.
       01 boxLeft      binary-long.
       procedure division using by value board as type CobolDoKu.SudokuGrid.
           set houseCount to 0
           perform varying rowx from 1 by 1 until rowx > gridSize
               add 1 to houseCount
               set houseKind(houseCount) to KIND-ROW
               set houseNumber(houseCount) to rowx
               set houseSize(houseCount) to gridSize
               perform varying colx from 1 by 1 until colx > gridSize
                   compute houseCells(houseCount, colx) = (rowx - 1) * 9 + colx
               end-perform
           end-perform
           perform varying colx from 1 by 1 until colx > gridSize
               add 1 to houseCount
               set houseKind(houseCount) to KIND-COLUMN
               set houseNumber(houseCount) to colx
               set houseSize(houseCount) to gridSize
               perform varying rowx from 1 by 1 until rowx > gridSize
                   compute houseCells(houseCount, rowx) = (rowx - 1) * 9 + colx
               end-perform
           end-perform
           compute boxesAcross = gridSize / boxCols
           perform varying b from 1 by 1 until b > gridSize
               add 1 to houseCount
               set houseKind(houseCount) to KIND-BOX
               set houseNumber(houseCount) to b
               set houseSize(houseCount) to gridSize
               compute boxBand = (b - 1) / boxesAcross
               compute boxStack = b - 1 - boxBand * boxesAcross
               compute boxTop = boxBand * boxRows
               compute boxLeft = boxStack * boxCols
               set k to 0
               perform varying rowx from 1 by 1 until rowx > boxRows
                       after colx from 1 by 1 until colx > boxCols
                   add 1 to k
                   compute houseCells(houseCount, k) =
                       (boxTop + rowx - 1) * 9 + boxLeft + colx
               end-perform
           end-perform

           if variantName = "Diagonal"
               add 1 to houseCount
               set houseKind(houseCount) to KIND-DIAGONAL
               set houseNumber(houseCount) to 1
               set houseSize(houseCount) to gridSize
               perform varying rowx from 1 by 1 until rowx > gridSize
                   compute houseCells(houseCount, rowx) = (rowx - 1) * 9 + rowx
               end-perform
               add 1 to houseCount
               set houseKind(houseCount) to KIND-DIAGONAL
               set houseNumber(houseCount) to 2
               set houseSize(houseCount) to gridSize
               perform varying rowx from 1 by 1 until rowx > gridSize
                   compute houseCells(houseCount, rowx) =
                       (rowx - 1) * 9 + gridSize + 1 - rowx
               end-perform
           end-if

           perform varying b from 1 by 1 until b > board::CageCount
                   or houseCount >= 70
               add 1 to houseCount
               set houseKind(houseCount) to KIND-CAGE
               set houseNumber(houseCount) to b
               set k to 0
               perform varying rowx from 1 by 1 until rowx > 9
                       after colx from 1 by 1 until colx > 9
                   if board::CageId(rowx, colx) = b and k < 9
                       add 1 to k
                       compute houseCells(houseCount, k) = (rowx - 1) * 9 + colx
                   end-if
               end-perform
               set houseSize(houseCount) to k
           end-perform
       end method.

      *>> <summary>
      *>> Runs the walkthrough to the end: solved, stuck, or (for a broken
      *>> puzzle) a cell left with no candidate at all.
      *>> </summary>
       method-id Solve public.
       local-storage section.
       01 progressed   condition-value.
       01 finished     condition-value.
       01 deadCell     condition-value.
       procedure division.
           set finished to false
           perform until finished
               set openAtEnd to self::CountOpen()
               set deadCell to self::HasDeadCell()
               evaluate true
                   when openAtEnd = 0
                       set solvedByLogic to true
                       set finished to true
                   when deadCell
                       set contradiction to true
                       invoke stepList::Add("  -- A cell has no candidate"
                           & " left: the givens contradict each other. --")
                       set finished to true
                   when other
                       set progressed to self::TryNakedSingle()
                       if not progressed
                           set progressed to self::TryHiddenSingle()
                       end-if
                       if not progressed
                           set progressed to self::TryPointing()
                       end-if
                       if not progressed
                           set progressed to self::TryBoxLine()
                       end-if
                       if not progressed
                           set progressed to self::TryNakedPair()
                       end-if
                       if not progressed
                           set progressed to self::TryHiddenPair()
                       end-if
                       if not progressed
                           set progressed to self::TryXWing(1)
                       end-if
                       if not progressed
                           set progressed to self::TryXWing(2)
                       end-if
                       if not progressed
                           invoke stepList::Add("  -- Pure logic runs out"
                               & " here, " & openAtEnd::ToString()
                               & " cells still open: the next step is a"
                               & " guess. --")
                           set finished to true
                       end-if
               end-evaluate
           end-perform
       end method.

      *>> <summary>
      *>> The printable walkthrough: heading, every step, and what it took.
      *>> </summary>
       method-id Report public.
       local-storage section.
       01 walkLines     type System.Collections.Generic.List[string].
       procedure division using by value puzzleTitle as string
                          returning walkLines as type System.Collections.Generic.List[string].
           set walkLines to new System.Collections.Generic.List[string]()
           invoke walkLines::Add("CobolDoKu technique walkthrough: " & puzzleTitle)
           invoke walkLines::Add(variantName & " "
               & gridSize::ToString() & "x" & gridSize::ToString()
               & ", " & givenCount::ToString() & " givens")
           invoke walkLines::Add("")
           invoke walkLines::AddRange(stepList)
           invoke walkLines::Add("")
           invoke walkLines::Add("Techniques used: " & self::TechniquesUsed())
           invoke walkLines::Add("Hardest technique: " & self::HardestTechnique())
           evaluate true
               when solvedByLogic
                   invoke walkLines::Add("Solved by logic alone - no guessing needed.")
               when contradiction
                   invoke walkLines::Add("The givens contradict each other - pull this puzzle.")
               when other
                   invoke walkLines::Add("Logic alone does not finish it: "
                       & openAtEnd::ToString()
                       & " cells were open where it ran out.")
           end-evaluate
       end method.

      *>> <summary>
      *>> "naked single x41, hidden single x3", easiest first.
      *>> </summary>
       method-id TechniquesUsed public.
       local-storage section.
       01 t         binary-long.
       01 used      type System.Text.StringBuilder.
       procedure division returning outText as string.
           set used to new System.Text.StringBuilder()
           perform varying t from 1 by 1 until t > TECHNIQUE-COUNT
               if techCount(t) > 0
                   if used::Length > 0
                       invoke used::Append(", ")
                   end-if
                   invoke used::Append(type CobolDoKu.TechniqueSolver::TechniqueName(t)
                       & " x" & techCount(t)::ToString())
               end-if
           end-perform
           if used::Length = 0
               invoke used::Append("none")
           end-if
           set outText to used::ToString()
       end method.

      *>> <summary>
      *>> The hardest technique the walkthrough needed, or "none".
      *>> </summary>
       method-id HardestTechnique public.
       local-storage section.
       01 t         binary-long.
       procedure division returning outText as string.
           set outText to "none"
           perform varying t from 1 by 1 until t > TECHNIQUE-COUNT
               if techCount(t) > 0
                   set outText to type CobolDoKu.TechniqueSolver::TechniqueName(t)
               end-if
           end-perform
       end method.

      *>> <summary>
      *>> How many steps used technique t (1-7).
      *>> </summary>
       method-id TechniqueCount public.
       procedure division using by value t as binary-long
                          returning uses as binary-long.
           set uses to 0
           if t >= 1 and t <= TECHNIQUE-COUNT
               set uses to techCount(t)
           end-if
       end method.

       method-id TechniqueName public static.
       procedure division using by value t as binary-long
                          returning techName as string.
           evaluate t
               when 1 set techName to "naked single"
               when 2 set techName to "hidden single"
               when 3 set techName to "pointing pair"
               when 4 set techName to "box/line reduction"
               when 5 set techName to "naked pair"
               when 6 set techName to "hidden pair"
               when 7 set techName to "X-wing"
               when other set techName to ""
           end-evaluate
       end method.

       method-id Techniques public static.
       procedure division returning countOf as binary-long.
           set countOf to TECHNIQUE-COUNT
       end method.

      *>> <summary>
      *>> Puts a digit in a cell and takes it out of every cell sharing a
      *>> house with it.
      *>> </summary>
       method-id Place private.
       local-storage section.
       01 h         binary-long.
       01 k         binary-long.
       01 peer      binary-long.
       procedure division using by value ix as binary-long
                                digit as binary-long.
           set cellValue(ix) to digit
           set cellCands(ix) to 0
           perform varying h from 1 by 1 until h > houseCount
               if self::HouseHas(h, ix)
                   perform varying k from 1 by 1 until k > houseSize(h)
                       set peer to houseCells(h, k)
                       compute cellCands(peer) =
                           cellCands(peer) b-and (b-not (2 ** digit))
                   end-perform
               end-if
           end-perform
       end method.

      *>> <summary>
      *>> Takes the candidates in removeMask out of one open cell; true
      *>> when that changed anything.
      *>> </summary>
       method-id Eliminate private.
       local-storage section.
       01 oldMask   binary-long.
       procedure division using by value ix as binary-long
                                removeMask as binary-long
                          returning changed as condition-value.
           set changed to false
           if cellValue(ix) not = 0
               goback
           end-if
           set oldMask to cellCands(ix)
           compute cellCands(ix) = oldMask b-and (b-not removeMask)
           if cellCands(ix) not = oldMask
               set changed to true
           end-if
       end method.

       method-id HouseHas private.
       local-storage section.
       01 k         binary-long.
       procedure division using by value h as binary-long
                                ix as binary-long
                          returning found as condition-value.
           set found to false
           perform varying k from 1 by 1 until k > houseSize(h)
               if houseCells(h, k) = ix
                   set found to true
               end-if
           end-perform
       end method.

      *>> <summary>
      *>> True when the open cell can still take the digit.
      *>> </summary>
       method-id CanHold private.
       local-storage section.
       01 mask      binary-long.
       procedure division using by value ix as binary-long
                                digit as binary-long
                          returning canHoldIt as condition-value.
           set canHoldIt to false
           set mask to cellCands(ix)
           if cellValue(ix) = 0 and (mask b-and (2 ** digit)) not = 0
               set canHoldIt to true
           end-if
       end method.

       method-id BitCount private static.
       local-storage section.
       01 d         binary-long.
       procedure division using by value mask as binary-long
                          returning bits as binary-long.
           set bits to 0
           perform varying d from 1 by 1 until d > 9
               if (mask b-and (2 ** d)) not = 0
                   add 1 to bits
               end-if
           end-perform
       end method.

      *>> <summary>
      *>> The lowest digit in a mask above afterDigit (0 for the lowest of
      *>> all); 0 when there is none.
      *>> </summary>
       method-id NextDigit private static.
       local-storage section.
       01 d         binary-long.
       procedure division using by value mask as binary-long
                                afterDigit as binary-long
                          returning digit as binary-long.
           set digit to 0
           perform varying d from 9 by -1 until d <= afterDigit
               if (mask b-and (2 ** d)) not = 0
                   set digit to d
               end-if
           end-perform
       end method.

      *>> "3/7": the digits in a mask.
       method-id DigitsText private static.
       local-storage section.
       01 d         binary-long.
       procedure division using by value mask as binary-long
                          returning outText as string.
           set outText to ""
           perform varying d from 1 by 1 until d > 9
               if (mask b-and (2 ** d)) not = 0
                   if outText not = ""
                       set outText to outText & "/"
                   end-if
                   set outText to outText & d::ToString()
               end-if
           end-perform
       end method.

      *>> "R3C5".
       method-id CellName private static.
       local-storage section.
       01 rowx      binary-long.
       01 colx      binary-long.
       procedure division using by value ix as binary-long
                          returning cellText as string.
           compute rowx = (ix - 1) / 9
           compute colx = ix - rowx * 9
           add 1 to rowx
           set cellText to "R" & rowx::ToString() & "C" & colx::ToString()
       end method.

       method-id HouseName private.
       local-storage section.
       01 n         binary-long.
       procedure division using by value h as binary-long
                          returning houseText as string.
           set n to houseNumber(h)
           evaluate houseKind(h)
               when KIND-ROW
                   set houseText to "row " & n::ToString()
               when KIND-COLUMN
                   set houseText to "column " & n::ToString()
               when KIND-BOX
                   set houseText to "box " & n::ToString()
               when KIND-DIAGONAL
                   if n = 1
                       set houseText to "the main diagonal"
                   else
                       set houseText to "the anti-diagonal"
                   end-if
               when other
                   set houseText to "cage " & n::ToString()
           end-evaluate
       end method.

      *>> The box a cell is in, as a house number.
       method-id BoxHouseOf private.
       local-storage section.
       01 rowx      binary-long.
       01 colx      binary-long.
       01 band      binary-long.
       01 stack     binary-long.
       procedure division using by value ix as binary-long
                          returning h as binary-long.
           compute rowx = (ix - 1) / 9
           compute colx = ix - rowx * 9
           compute band = rowx / boxRows
           compute stack = (colx - 1) / boxCols
           compute h = 2 * gridSize + band * (gridSize / boxCols) + stack + 1
       end method.

      *>> Row (orient 1) or column (orient 2) house of a cell.
       method-id LineHouseOf private.
       local-storage section.
       01 rowx      binary-long.
       01 colx      binary-long.
       procedure division using by value ix as binary-long
                                orient as binary-long
                          returning h as binary-long.
           compute rowx = (ix - 1) / 9
           compute colx = ix - rowx * 9
           add 1 to rowx
           if orient = 1
               set h to rowx
           else
               compute h = gridSize + colx
           end-if
       end method.

       method-id LogStep private.
       procedure division using by value stepText as string.
           add 1 to stepNumber
           invoke stepList::Add(stepNumber::ToString()::PadLeft(4)
               & ". " & stepText)
       end method.

       method-id CountOpen private.
       local-storage section.
       01 rowx      binary-long.
       01 colx      binary-long.
       01 ix        binary-long.
       procedure division returning openCells as binary-long.
           set openCells to 0
           perform varying rowx from 1 by 1 until rowx > gridSize
                   after colx from 1 by 1 until colx > gridSize
               compute ix = (rowx - 1) * 9 + colx
               if cellValue(ix) = 0
                   add 1 to openCells
               end-if
           end-perform
       end method.

       method-id HasDeadCell private.
       local-storage section.
       01 rowx      binary-long.
       01 colx      binary-long.
       01 ix        binary-long.
       procedure division returning dead as condition-value.
           set dead to false
           perform varying rowx from 1 by 1 until rowx > gridSize
                   after colx from 1 by 1 until colx > gridSize
               compute ix = (rowx - 1) * 9 + colx
               if cellValue(ix) = 0 and cellCands(ix) = 0
                   set dead to true
               end-if
           end-perform
       end method.

      *>> <summary>
      *>> 1 naked single: an open cell with one candidate left.
      *>> </summary>
       method-id TryNakedSingle private.
       local-storage section.
       01 rowx      binary-long.
       01 colx      binary-long.
       01 ix        binary-long.
       01 mask      binary-long.
       01 digit     binary-long.
       procedure division returning progressed as condition-value.
           set progressed to false
           perform varying rowx from 1 by 1 until rowx > gridSize
                   after colx from 1 by 1 until colx > gridSize
               compute ix = (rowx - 1) * 9 + colx
               set mask to cellCands(ix)
               if cellValue(ix) = 0
                   and type CobolDoKu.TechniqueSolver::BitCount(mask) = 1
                   set digit to type CobolDoKu.TechniqueSolver::NextDigit(mask, 0)
                   invoke self::LogStep(
                       type CobolDoKu.TechniqueSolver::CellName(ix)
                       & " = " & digit::ToString()
                       & "   naked single: the only candidate left in the cell")
                   add 1 to techCount(1)
                   invoke self::Place(ix, digit)
                   set progressed to true
                   goback
               end-if
           end-perform
       end method.

      *>> <summary>
      *>> 2 hidden single: a digit with one place left in a row, column,
      *>> box or diagonal.
      *>> </summary>
       method-id TryHiddenSingle private.
       local-storage section.
       01 h         binary-long.
       01 k         binary-long.
       01 ix        binary-long.
       01 digit     binary-long.
       01 spots     binary-long.
       01 spotIx    binary-long.
       procedure division returning progressed as condition-value.
           set progressed to false
           perform varying h from 1 by 1 until h > houseCount
               if houseKind(h) not = KIND-CAGE
                   perform varying digit from 1 by 1 until digit > gridSize
                       set spots to 0
                       perform varying k from 1 by 1 until k > houseSize(h)
                           set ix to houseCells(h, k)
                           if self::CanHold(ix, digit)
                               add 1 to spots
                               set spotIx to ix
                           end-if
                       end-perform
                       if spots = 1
                           invoke self::LogStep(
                               type CobolDoKu.TechniqueSolver::CellName(spotIx)
                               & " = " & digit::ToString()
                               & "   hidden single: the only place for "
                               & digit::ToString() & " in "
                               & self::HouseName(h))
                           add 1 to techCount(2)
                           invoke self::Place(spotIx, digit)
                           set progressed to true
                           goback
                       end-if
                   end-perform
               end-if
           end-perform
       end method.

      *>> <summary>
      *>> 3 pointing pair: a box's candidates for a digit all in one row
      *>> or column -- the digit comes out of the rest of that line.
      *>> </summary>
       method-id TryPointing private.
       local-storage section.
       01 h         binary-long.
       01 lineHouse    binary-long.
       01 orient    binary-long.
       01 k         binary-long.
       01 ix        binary-long.
       01 digit     binary-long.
       01 spots     binary-long.
       01 firstIx   binary-long.
       01 sameLine  condition-value.
       01 removed   string.
       01 pairText  string.
       procedure division returning progressed as condition-value.
           set progressed to false
           perform varying h from 1 by 1 until h > houseCount
               if houseKind(h) = KIND-BOX
                   perform varying digit from 1 by 1 until digit > gridSize
                       perform varying orient from 1 by 1 until orient > 2
                           set spots to 0
                           set sameLine to true
                           perform varying k from 1 by 1 until k > houseSize(h)
                               set ix to houseCells(h, k)
                               if self::CanHold(ix, digit)
                                   add 1 to spots
                                   if spots = 1
                                       set firstIx to ix
                                   else
                                       if self::LineHouseOf(ix, orient)
                                               not = self::LineHouseOf(firstIx, orient)
                                           set sameLine to false
                                       end-if
                                   end-if
                               end-if
                           end-perform
                           if spots >= 2 and sameLine
                               set lineHouse to self::LineHouseOf(firstIx, orient)
                               set removed to ""
                               perform varying k from 1 by 1
                                       until k > houseSize(lineHouse)
                                   set ix to houseCells(lineHouse, k)
                                   if not self::HouseHas(h, ix)
                                       if self::Eliminate(ix, 2 ** digit)
                                           set removed to
                                               self::AddCellName(removed, ix)
                                       end-if
                                   end-if
                               end-perform
                               if removed not = ""
                                   if spots = 2
                                       set pairText to "pointing pair: "
                                   else
                                       set pairText to "pointing triple: "
                                   end-if
                                   invoke self::LogStep(pairText
                                       & digit::ToString() & " in "
                                       & self::HouseName(h)
                                       & " can only go in "
                                       & self::HouseName(lineHouse)
                                       & ", so it comes out of " & removed)
                                   add 1 to techCount(3)
                                   set progressed to true
                                   goback
                               end-if
                           end-if
                       end-perform
                   end-perform
               end-if
           end-perform
       end method.

      *>> <summary>
      *>> 4 box/line reduction: a row's or column's candidates for a
      *>> digit all in one box -- the digit comes out of the rest of the
      *>> box.
      *>> </summary>
       method-id TryBoxLine private.
       local-storage section.
       01 h         binary-long.
       01 boxHouse     binary-long.
       01 k         binary-long.
       01 ix        binary-long.
       01 digit     binary-long.
       01 spots     binary-long.
       01 firstIx   binary-long.
       01 sameBox   condition-value.
       01 removed   string.
       procedure division returning progressed as condition-value.
           set progressed to false
           perform varying h from 1 by 1 until h > houseCount
               if houseKind(h) = KIND-ROW or houseKind(h) = KIND-COLUMN
                   perform varying digit from 1 by 1 until digit > gridSize
                       set spots to 0
                       set sameBox to true
                       perform varying k from 1 by 1 until k > houseSize(h)
                           set ix to houseCells(h, k)
                           if self::CanHold(ix, digit)
                               add 1 to spots
                               if spots = 1
                                   set firstIx to ix
                               else
                                   if self::BoxHouseOf(ix)
                                           not = self::BoxHouseOf(firstIx)
                                       set sameBox to false
                                   end-if
                               end-if
                           end-if
                       end-perform
                       if spots >= 2 and sameBox
                           set boxHouse to self::BoxHouseOf(firstIx)
                           set removed to ""
                           perform varying k from 1 by 1
                                   until k > houseSize(boxHouse)
                               set ix to houseCells(boxHouse, k)
                               if not self::HouseHas(h, ix)
                                   if self::Eliminate(ix, 2 ** digit)
                                       set removed to
                                           self::AddCellName(removed, ix)
                                   end-if
                               end-if
                           end-perform
                           if removed not = ""
                               invoke self::LogStep("box/line reduction: "
                                   & digit::ToString() & " in "
                                   & self::HouseName(h)
                                   & " can only go in "
                                   & self::HouseName(boxHouse)
                                   & ", so it comes out of " & removed)
                               add 1 to techCount(4)
                               set progressed to true
                               goback
                           end-if
                       end-if
                   end-perform
               end-if
           end-perform
       end method.

      *>> <summary>
      *>> 5 naked pair: two cells of a house with the same two candidates
      *>> and nothing else -- those two digits come out of the rest of the
      *>> house.
      *>> </summary>
       method-id TryNakedPair private.
       local-storage section.
       01 h         binary-long.
       01 k1        binary-long.
       01 k2        binary-long.
       01 k         binary-long.
       01 ix1       binary-long.
       01 ix2       binary-long.
       01 ix        binary-long.
       01 nextK     binary-long.
       01 pairMask  binary-long.
       01 removed   string.
       procedure division returning progressed as condition-value.
           set progressed to false
           perform varying h from 1 by 1 until h > houseCount
               if houseKind(h) not = KIND-CAGE
                   perform varying k1 from 1 by 1 until k1 >= houseSize(h)
                       set ix1 to houseCells(h, k1)
                       set pairMask to cellCands(ix1)
                       if cellValue(ix1) = 0
                           and type CobolDoKu.TechniqueSolver::BitCount(pairMask) = 2
                           compute nextK = k1 + 1
                           perform varying k2 from nextK by 1
                                   until k2 > houseSize(h)
                               set ix2 to houseCells(h, k2)
                               if cellValue(ix2) = 0
                                   and cellCands(ix2) = pairMask
                                   set removed to ""
                                   perform varying k from 1 by 1
                                           until k > houseSize(h)
                                       set ix to houseCells(h, k)
                                       if ix not = ix1 and ix not = ix2
                                           if self::Eliminate(ix, pairMask)
                                               set removed to
                                                   self::AddCellName(removed, ix)
                                           end-if
                                       end-if
                                   end-perform
                                   if removed not = ""
                                       invoke self::LogStep("naked pair: "
                                           & type CobolDoKu.TechniqueSolver::CellName(ix1)
                                           & " and "
                                           & type CobolDoKu.TechniqueSolver::CellName(ix2)
                                           & " in " & self::HouseName(h)
                                           & " hold only "
                                           & type CobolDoKu.TechniqueSolver::DigitsText(pairMask)
                                           & ", so those come out of "
                                           & removed)
                                       add 1 to techCount(5)
                                       set progressed to true
                                       goback
                                   end-if
                               end-if
                           end-perform
                       end-if
                   end-perform
               end-if
           end-perform
       end method.

      *>> <summary>
      *>> 6 hidden pair: two digits that fit only the same two cells of a
      *>> house -- those cells lose every other candidate.
      *>> </summary>
       method-id TryHiddenPair private.
       local-storage section.
       01 h         binary-long.
       01 d1        binary-long.
       01 d2        binary-long.
       01 nextD     binary-long.
       01 k         binary-long.
       01 ix        binary-long.
       01 spots1    binary-long.
       01 spots2    binary-long.
       01 a1        binary-long.
       01 b1        binary-long.
       01 a2        binary-long.
       01 b2        binary-long.
       01 pairMask  binary-long.
       01 otherMask binary-long.
       01 changedA  condition-value.
       01 changedB  condition-value.
       procedure division returning progressed as condition-value.
           set progressed to false
           perform varying h from 1 by 1 until h > houseCount
               if houseKind(h) not = KIND-CAGE
                   perform varying d1 from 1 by 1 until d1 >= gridSize
                       compute nextD = d1 + 1
                       perform varying d2 from nextD by 1 until d2 > gridSize
                           set spots1 to 0
                           set spots2 to 0
                           perform varying k from 1 by 1 until k > houseSize(h)
                               set ix to houseCells(h, k)
                               if self::CanHold(ix, d1)
                                   add 1 to spots1
                                   if spots1 = 1
                                       set a1 to ix
                                   else
                                       set b1 to ix
                                   end-if
                               end-if
                               if self::CanHold(ix, d2)
                                   add 1 to spots2
                                   if spots2 = 1
                                       set a2 to ix
                                   else
                                       set b2 to ix
                                   end-if
                               end-if
                           end-perform
                           if spots1 = 2 and spots2 = 2
                               and a1 = a2 and b1 = b2
                               compute pairMask = 2 ** d1 + 2 ** d2
                               compute otherMask =
                                   (2 ** gridSize - 1) * 2 - pairMask
                               set changedA to self::Eliminate(a1, otherMask)
                               set changedB to self::Eliminate(b1, otherMask)
                               if changedA or changedB
                                   invoke self::LogStep("hidden pair: "
                                       & type CobolDoKu.TechniqueSolver::DigitsText(pairMask)
                                       & " fit only "
                                       & type CobolDoKu.TechniqueSolver::CellName(a1)
                                       & " and "
                                       & type CobolDoKu.TechniqueSolver::CellName(b1)
                                       & " in " & self::HouseName(h)
                                       & ", so those cells drop every other"
                                       & " candidate")
                                   add 1 to techCount(6)
                                   set progressed to true
                                   goback
                               end-if
                           end-if
                       end-perform
                   end-perform
               end-if
           end-perform
       end method.

      *>> <summary>
      *>> 7 X-wing: a digit whose only places in two rows are the same two
      *>> columns (orient 1), or in two columns the same two rows (orient
      *>> 2) -- it comes out of the rest of those two columns (rows).
      *>> </summary>
       method-id TryXWing private.
       local-storage section.
       01 digit     binary-long.
       01 line1     binary-long.
       01 line2     binary-long.
       01 nextLine  binary-long.
       01 cross     binary-long.
       01 mask1     binary-long.
       01 mask2     binary-long.
       01 p1        binary-long.
       01 p2        binary-long.
       01 ix        binary-long.
       01 removed   string.
       01 lineWord  string.
       01 crossWord string.
       procedure division using by value orient as binary-long
                          returning progressed as condition-value.
           set progressed to false
           if orient = 1
               set lineWord to "rows "
               set crossWord to "columns "
           else
               set lineWord to "columns "
               set crossWord to "rows "
           end-if
           perform varying digit from 1 by 1 until digit > gridSize
               perform varying line1 from 1 by 1 until line1 >= gridSize
                   set mask1 to self::PositionMask(orient, line1, digit)
                   if type CobolDoKu.TechniqueSolver::BitCount(mask1) = 2
                       compute nextLine = line1 + 1
                       perform varying line2 from nextLine by 1
                               until line2 > gridSize
                           set mask2 to self::PositionMask(orient, line2, digit)
                           if mask2 = mask1
                               set p1 to type CobolDoKu.TechniqueSolver::NextDigit(mask1, 0)
                               set p2 to type CobolDoKu.TechniqueSolver::NextDigit(mask1, p1)
                               set removed to ""
                               perform varying cross from 1 by 1
                                       until cross > gridSize
                                   if cross not = line1
                                       and cross not = line2
                                       set ix to self::LineCell(orient, cross, p1)
                                       if self::Eliminate(ix, 2 ** digit)
                                           set removed to
                                               self::AddCellName(removed, ix)
                                       end-if
                                       set ix to self::LineCell(orient, cross, p2)
                                       if self::Eliminate(ix, 2 ** digit)
                                           set removed to
                                               self::AddCellName(removed, ix)
                                       end-if
                                   end-if
                               end-perform
                               if removed not = ""
                                   invoke self::LogStep("X-wing: "
                                       & digit::ToString() & " in "
                                       & lineWord & line1::ToString()
                                       & " and " & line2::ToString()
                                       & " sits only in " & crossWord
                                       & p1::ToString() & " and "
                                       & p2::ToString()
                                       & ", so it comes out of " & removed)
                                   add 1 to techCount(7)
                                   set progressed to true
                                   goback
                               end-if
                           end-if
                       end-perform
                   end-if
               end-perform
           end-perform
       end method.

      *>> Where a digit can go along one row (orient 1) or column (orient
      *>> 2), as a mask of positions: position p is 2 ** p.
       method-id PositionMask private.
       local-storage section.
       01 pos       binary-long.
       procedure division using by value orient as binary-long
                                line-n as binary-long
                                digit as binary-long
                          returning mask as binary-long.
           set mask to 0
           perform varying pos from 1 by 1 until pos > gridSize
               if self::CanHold(self::LineCell(orient, line-n, pos), digit)
                   compute mask = mask + 2 ** pos
               end-if
           end-perform
       end method.

      *>> The cell at position pos along row (orient 1) or column
      *>> (orient 2) line-n.
       method-id LineCell private.
       procedure division using by value orient as binary-long
                                line-n as binary-long
                                pos as binary-long
                          returning ix as binary-long.
           if orient = 1
               compute ix = (line-n - 1) * 9 + pos
           else
               compute ix = (pos - 1) * 9 + line-n
           end-if
       end method.

       method-id AddCellName private.
       procedure division using by value soFar as string
                                ix as binary-long
                          returning names as string.
           if soFar = ""
               set names to type CobolDoKu.TechniqueSolver::CellName(ix)
           else
               set names to soFar & ", "
                   & type CobolDoKu.TechniqueSolver::CellName(ix)
           end-if
       end method.

       end class.
