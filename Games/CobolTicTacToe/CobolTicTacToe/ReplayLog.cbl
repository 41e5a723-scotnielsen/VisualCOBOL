       end method.

      *>> Appends one line (a 10-character gameState snapshot) to the named replay file.
      *>> The same call notes an avoidance-book override ("BOOK,board,avoided,played"),
      *>> which readers of the file tell from a snapshot by its "BOOK," prefix.
       method-id Append public static.
       local-storage section.
       01 writer       type System.IO.StreamWriter.
