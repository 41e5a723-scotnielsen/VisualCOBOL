       01 maximumSpeed         binary-long value 200 property as "MaximumSpeed".
       01 numberAliensX        binary-long value 11 property as "NumberAliensX".
       01 numberAliensY        binary-long value 5 property as "NumberAliensY".
      *> GAMEPAD=NO marks a keyboard-only cabinet, so the self-test does
      *> not fail it for the pad panel it was never fitted with.
       01 gamepadFitted        condition-value value true property as "GamepadFitted".

       method-id NEW.
       procedure division.
                                       set numberAliensX to type System.Convert::ToInt32(val)
                                   when "NUMBERALIENSY"
                                       set numberAliensY to type System.Convert::ToInt32(val)
                                   when "GAMEPAD"
                                       if val::ToUpper() = "NO"
                                           set gamepadFitted to false
                                       else
                                           set gamepadFitted to true
                                       end-if
                               end-evaluate
                           end-if
                       end-if
