       FILE SECTION.

       FD lfile.
       01 lfile-record PIC X(400).

       FD arfile.
       01 arfile-record PIC X(400).

       FD catfile.
       01 catfile-record PIC X(300).
