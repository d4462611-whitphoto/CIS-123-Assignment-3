      * LETTER FROM THE SHARED SCALE (GRADESCL.TXT), THEN THE       *
      * UPDATED CUMULATIVE GPA AND TERM COUNT OFF MASTER.TXT,       *
      * FORMATTED LIKE THE NOTICES THE STANDING RUN MAILS. PAGES    *
      * BURST APART ON THE SAME SEPARATOR LINE NOTICES.TXT USES.    *
      * A STUDENT WITH AN ACTIVE HOLD ON HOLDS.TXT (SEE HOLDREC) IS *
      * NOT MAILED - THE SLIP IS WITHHELD AND THE STUDENT IS LISTED *
      * WITH THE HOLDING OFFICE ON WITHHELD.TXT INSTEAD, SO THE     *
      * OFFICE CAN SEND IT ONCE THE HOLD IS RELEASED                *
      ***************************************************************


                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL HOLDS-FILE ASSIGN TO "HOLDS.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HD-KEY.
           select WITHHELD-FILE ASSIGN TO "WITHHELD.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       File Section.
       01 RUNCTL-REC.
           COPY RUNCTLRC.

      ************************************************************
      * STUDENT HOLDS - AN ACTIVE ONE WITHHOLDS THE SLIP. SEE    *
      * HOLDREC                                                  *
      ************************************************************
       FD HOLDS-FILE.
       01 HOLDS-REC.
           COPY HOLDREC.

       FD WITHHELD-FILE.
       01 WITHHELD-REC      PIC X(80).

       working-storage section.
       01 SORT-EOF            PIC X VALUE "N".
       01 RUNCTL-EOF          PIC X VALUE "N".
       01 WS-MASTER-FOUND     PIC X VALUE "N".
       01 WS-CUR-ID           PIC X(9) VALUE SPACES.
       01 WS-STUDENT-COUNT    PIC 9(5) VALUE ZERO.
       01 HOLD-EOF            PIC X VALUE "N".
       01 WS-HELD             PIC X VALUE "N".
       01 WS-HOLD-TYPE        PIC X(4).
       01 WS-HOLD-OFFICE      PIC X(20).
       01 WS-HOLD-PLACED      PIC 9(8).
       01 WS-WITHHELD-COUNT   PIC 9(5) VALUE ZERO.

      ************************************************************
      * THE LETTER-GRADE SCALE AS LOADED FROM GRADESCL.TXT (OR   *
       01 SLIP-SEPARATOR.
           05 FILLER           PIC X(40) VALUE ALL "-".

       01 WITHHELD-HEADER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(31) VALUE
               "GRADE SLIPS WITHHELD FOR HOLDS".

       01 WITHHELD-COLHDR.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(2) VALUE "ID".
           05 FILLER           PIC X(8) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE "NAME".
           05 FILLER           PIC X(17) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE "HOLD".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "OFFICE".
           05 FILLER           PIC X(16) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "PLACED".

       01 WITHHELD-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 WL-ID              PIC X(9).
           05 FILLER           PIC X VALUE SPACE.
           05 WL-NAME            PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 WL-TYPE            PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WL-OFFICE          PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WL-PLACED          PIC 9(8).

       01 WITHHELD-TRAILER-MAILED.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE "SLIPS MAILED:".
           05 FILLER           PIC X VALUE SPACE.
           05 WT-MAILED          PIC ZZ,ZZ9.

       01 WITHHELD-TRAILER-HELD.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE "SLIPS WITHHELD:".
           05 FILLER           PIC X VALUE SPACE.
           05 WT-WITHHELD        PIC ZZ,ZZ9.

       procedure division.

       100-MAIN.
           PERFORM 110-CHECK-RUN-CONTROL
           PERFORM 150-LOAD-GRADE-SCALE
           OPEN INPUT MASTER-FILE
                INPUT HOLDS-FILE
                OUTPUT MAILER-FILE
                OUTPUT WITHHELD-FILE
           PERFORM 200-WITHHELD-HEADER
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-ID
               ON ASCENDING KEY SW-COURSE
               USING TERMAVG-FILE
               OUTPUT PROCEDURE 400-WRITE-SLIPS
           PERFORM 500-WITHHELD-TRAILER
           CLOSE MASTER-FILE
                 HOLDS-FILE
                 MAILER-FILE
                 WITHHELD-FILE
           PERFORM 700-STAMP-RUN-CONTROL
           STOP RUN.

           WRITE RUNCTL-REC
           CLOSE RUNCTL-FILE.

       200-WITHHELD-HEADER.
           WRITE WITHHELD-REC FROM WITHHELD-HEADER
           MOVE SPACES TO WITHHELD-REC
           WRITE WITHHELD-REC
           WRITE WITHHELD-REC FROM WITHHELD-COLHDR
           MOVE SPACES TO WITHHELD-REC
           WRITE WITHHELD-REC.

      ***************************************************************
      * LOADS THE LETTER SCALE FROM GRADESCL.TXT (HIGHEST CUTOFF    *
      * FIRST, LAST LINE CUTOFF 000). SHOPS WITHOUT A SCALE FILE    *
               END-RETURN
           END-PERFORM.

      ***************************************************************
      * A HELD STUDENT'S PAGE IS OPENED LIKE ANY OTHER SO THE       *
      * BREAK LOGIC STAYS THE SAME, BUT NOTHING OF IT REACHES       *
      * MAILER.TXT - THE STUDENT GOES ON THE WITHHELD LIST ONCE     *
      * INSTEAD                                                      *
      ***************************************************************
       410-OPEN-PAGE.
           MOVE "Y" TO WS-PAGE-OPEN
           MOVE SW-ID TO WS-CUR-ID
           PERFORM 440-CHECK-HOLDS
           IF WS-HELD = "Y"
               ADD 1 TO WS-WITHHELD-COUNT
               MOVE SW-ID TO WL-ID
               MOVE SW-NAME TO WL-NAME
               MOVE WS-HOLD-TYPE TO WL-TYPE
               MOVE WS-HOLD-OFFICE TO WL-OFFICE
               MOVE WS-HOLD-PLACED TO WL-PLACED
               WRITE WITHHELD-REC FROM WITHHELD-LINE
           ELSE
               PERFORM 415-WRITE-SLIP-HEADING
           END-IF.

       415-WRITE-SLIP-HEADING.
           ADD 1 TO WS-STUDENT-COUNT
           WRITE MAILER-REC FROM SLIP-HEADER
           MOVE SPACES TO MAILER-REC
           WRITE MAILER-REC FROM SLIP-COLHDR.

       420-WRITE-COURSE-LINE.
           IF WS-HELD = "N"
               PERFORM 425-FORMAT-COURSE-LINE
           END-IF.

       425-FORMAT-COURSE-LINE.
           MOVE SW-COURSE TO SC-COURSE
           MOVE SW-SECTION TO SC-SECTION
           MOVE SW-TERM TO SC-TERM
      * INSTEAD OF A WRONG GPA                                       *
      ***************************************************************
       430-CLOSE-PAGE.
           IF WS-HELD = "N"
               PERFORM 435-WRITE-SLIP-FOOTING
           END-IF
           MOVE "N" TO WS-PAGE-OPEN.

       435-WRITE-SLIP-FOOTING.
           MOVE SPACES TO MAILER-REC
           WRITE MAILER-REC
           MOVE "Y" TO WS-MASTER-FOUND
           END-IF
           MOVE SPACES TO MAILER-REC
           WRITE MAILER-REC
           WRITE MAILER-REC FROM SLIP-SEPARATOR.

      ***************************************************************
      * THE STUDENT'S HOLDS SIT TOGETHER UNDER THE KEY - ONE START  *
      * AT THE ID AND A READ FORWARD FINDS THE FIRST ONE WITH NO    *
      * RELEASE DATE. A RELEASED HOLD NEVER WITHHOLDS ANYTHING       *
      ***************************************************************
       440-CHECK-HOLDS.
           MOVE "N" TO WS-HELD
           MOVE "N" TO HOLD-EOF
           MOVE WS-CUR-ID TO HD-ID
           MOVE LOW-VALUES TO HD-TYPE
           MOVE ZERO TO HD-DATE-PLACED
           START HOLDS-FILE KEY NOT < HD-KEY
               INVALID KEY MOVE "Y" TO HOLD-EOF
           END-START
           PERFORM UNTIL HOLD-EOF = "Y" OR WS-HELD = "Y"
               READ HOLDS-FILE NEXT
                   AT END
                       MOVE "Y" TO HOLD-EOF
                   NOT AT END
                       IF HD-ID NOT = WS-CUR-ID
                           MOVE "Y" TO HOLD-EOF
                       ELSE
                           IF HD-DATE-RELEASED = ZERO
                               MOVE "Y" TO WS-HELD
                               MOVE HD-TYPE TO WS-HOLD-TYPE
                               MOVE HD-OFFICE TO WS-HOLD-OFFICE
                               MOVE HD-DATE-PLACED TO WS-HOLD-PLACED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       500-WITHHELD-TRAILER.
           MOVE SPACES TO WITHHELD-REC
           WRITE WITHHELD-REC
           MOVE WS-STUDENT-COUNT TO WT-MAILED
           WRITE WITHHELD-REC FROM WITHHELD-TRAILER-MAILED
           MOVE WS-WITHHELD-COUNT TO WT-WITHHELD
           WRITE WITHHELD-REC FROM WITHHELD-TRAILER-HELD.

      ***************************************************************
      * CLEAN END OF JOB - RELEASE THE IN-PROGRESS STAMP. THE LAST  *
