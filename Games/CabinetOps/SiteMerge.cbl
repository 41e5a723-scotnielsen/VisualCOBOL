       fd merged-file record contains 90 characters.
       01 mg-line           pic x(90).

       fd sites-file record contains 80 characters.
       01 si-line           pic x(80).

       fd report-file record contains 132 characters.
       01 report-line       pic x(132).
