      *> gives every call (and every recursive re-entry) its own copy.
       01 ls-counter               pic s9(2) comp.
       01 ls-counter2              pic s9(2) comp.
       01 ls-nb-row                pic s9(3) comp.
       01 ls-nb-column             pic s9(3) comp.

       01 character-buffer         pic x(80) value spaces.

