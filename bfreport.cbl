       FILE SECTION.

       FD lfile.
       01 lfile-record PIC X(400).

       FD rfile.
       01 rfile-record PIC X(132).
