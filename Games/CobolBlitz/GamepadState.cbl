           end-if
       end method.

      *>> Self-test: true when controller 0 answers at all, pressed or not.
       method-id Connected public static.
       procedure division returning connected as condition-value.
           call "XInputGetState" using by value 0
                                        by reference xinput-state
                                        returning xinput-result
           if xinput-result = 0
               set connected to true
           else
               set connected to false
           end-if
       end method.

       end class.
