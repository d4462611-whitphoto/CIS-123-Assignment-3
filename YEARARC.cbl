           COPY AUDITREC.

       FD AUDARCH-FILE.
       01 AUDARCH-REC       PIC X(150).

       FD AUDWORK-FILE.
       01 AUDWORK-REC       PIC X(150).

       FD TERMHIST-FILE.
       01 TERMHIST-REC.
