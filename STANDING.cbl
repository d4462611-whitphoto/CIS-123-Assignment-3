      * TERM'S AVERAGE OUT OF M-TOTAL-AVG; A FIRST-TERM STUDENT HAS *
      * NO PRIOR GPA AND CANNOT DRAW AN EARLY WARNING. EACH         *
      * AFFECTED STUDENT GETS A MAILABLE NOTICE ON NOTICES.TXT, AND *
      * THE DEAN'S OFFICE GETS THE SUMMARY LIST ON STANDSUM.TXT.    *
      * A STUDENT WITH AN ACTIVE HOLD ON HOLDS.TXT (SEE HOLDREC)    *
      * STILL MAKES THE DEAN'S LIST, BUT THE CONGRATULATIONS ARE    *
      * NOT MAILED - THE SUMMARY SHOWS "DEAN'S (HELD)". PROBATION   *
      * AND EARLY WARNING NOTICES GO OUT WHETHER OR NOT A HOLD IS   *
      * ON                                                           *
      ***************************************************************


                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL HOLDS-FILE ASSIGN TO "HOLDS.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HD-KEY.
           select OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       File Section.
       01 RUNCTL-REC.
           COPY RUNCTLRC.

      ************************************************************
      * STUDENT HOLDS - AN ACTIVE ONE WITHHOLDS THE DEAN'S LIST  *
      * NOTICE. SEE HOLDREC                                      *
      ************************************************************
       FD HOLDS-FILE.
       01 HOLDS-REC.
           COPY HOLDREC.

      ************************************************************
      * ONE RUN RECORD IS APPENDED TO THE SHARED AUDIT LOG AT    *
      * END OF JOB - SEE AUDITREC.CPY                            *
      ************************************************************
       FD AUDIT-FILE.
       01 AUDIT-REC.
           COPY AUDITREC.

       working-storage section.
       01 EOF                PIC X VALUE "N".
       01 TERMAVG2-EOF        PIC X VALUE "N".
       01 WS-WARN-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-TIME-RAW         PIC X(8).
       01 RUNCTL-EOF          PIC X VALUE "N".
       01 HOLD-EOF            PIC X VALUE "N".
       01 WS-HELD             PIC X VALUE "N".
       01 WS-DEANS-HELD-COUNT PIC 9(5) VALUE ZERO.

       01 NOTICE-HEADER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X VALUE SPACE.
           05 ST-DEANS           PIC ZZ,ZZ9.

       01 SUMMARY-TRAILER-HELD.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(19) VALUE "DEAN'S LIST HELD:".
           05 FILLER           PIC X VALUE SPACE.
           05 ST-DEANS-HELD      PIC ZZ,ZZ9.

       01 SUMMARY-TRAILER-WARN.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(19) VALUE "EARLY WARNINGS:".
           OPEN INPUT TERMAVG-FILE
                INPUT MASTER-FILE
                INPUT TERMHIST-FILE
                INPUT HOLDS-FILE
                OUTPUT NOTICE-FILE
                OUTPUT SUMMARY-FILE
           PERFORM 200-SUMMARY-HEADER
           CLOSE TERMAVG-FILE
                 MASTER-FILE
                 TERMHIST-FILE
                 HOLDS-FILE
                 NOTICE-FILE
                 SUMMARY-FILE
           PERFORM 650-WRITE-AUDIT
           PERFORM 700-STAMP-RUN-CONTROL
           STOP RUN.

      * MASTER RECORD, RECOVER THE PRIOR GPA, APPLY THE POLICY, AND *
      * WRITE A NOTICE AND SUMMARY LINE FOR EACH STANDING AWARDED.  *
      * A STUDENT RECONCILIATION HASN'T CAUGHT YET (NOT ON MASTER)  *
      * IS REVIEWED ON THIS TERM ALONE. A HELD DEAN'S LIST STUDENT  *
      * WITH NOTHING ELSE TO BE TOLD GETS NO NOTICE AT ALL           *
      ***************************************************************
       300-REVIEW-STUDENT.
           PERFORM 305-CHECK-FIRST-FOR-TERM
                   MOVE "Y" TO WS-PROBATION
                   ADD 1 TO WS-PROBATION-COUNT
               END-IF
               MOVE "N" TO WS-HELD
               IF WS-TERM-AVG >= 90
                   MOVE "Y" TO WS-DEANS-LIST
                   ADD 1 TO WS-DEANS-COUNT
                   PERFORM 320-CHECK-HOLDS
                   IF WS-HELD = "Y"
                       ADD 1 TO WS-DEANS-HELD-COUNT
                   END-IF
               END-IF
               IF WS-HAS-PRIOR = "Y"
                   COMPUTE WS-GPA-DROP = WS-PRIOR-GPA - WS-TERM-AVG
                   END-IF
               END-IF

               IF WS-PROBATION = "Y" OR WS-EARLY-WARN = "Y"
                   OR (WS-DEANS-LIST = "Y" AND WS-HELD = "N")
                   PERFORM 400-WRITE-NOTICE
               END-IF
               IF WS-PROBATION = "Y" OR WS-DEANS-LIST = "Y"
                   OR WS-EARLY-WARN = "Y"
                   PERFORM 500-WRITE-SUMMARY-LINES
               END-IF
           END-IF.
               END-READ
           END-PERFORM.

      ***************************************************************
      * THE STUDENT'S HOLDS SIT TOGETHER UNDER THE KEY - ONE START  *
      * AT THE ID AND A READ FORWARD FINDS ANY WITH NO RELEASE      *
      * DATE. A RELEASED HOLD NEVER WITHHOLDS ANYTHING               *
      ***************************************************************
       320-CHECK-HOLDS.
           MOVE "N" TO WS-HELD
           MOVE "N" TO HOLD-EOF
           MOVE TA-ID TO HD-ID
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
                       IF HD-ID NOT = TA-ID
                           MOVE "Y" TO HOLD-EOF
                       ELSE
                           IF HD-DATE-RELEASED = ZERO
                               MOVE "Y" TO WS-HELD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ***************************************************************
      * ONE MAILABLE NOTICE: HEADING, ADDRESSEE, THE NUMBERS, AND   *
      * A TEXT BLOCK PER STANDING AWARDED, CLOSED WITH A SEPARATOR  *
      * SO THE NOTICES BURST APART CLEANLY. A HELD STUDENT'S        *
      * DEAN'S LIST BLOCK IS LEFT OFF                                *
      ***************************************************************
       400-WRITE-NOTICE.
           WRITE NOTICE-REC FROM NOTICE-HEADER
               WRITE NOTICE-REC FROM NOTICE-PROBATION-LINE2
               WRITE NOTICE-REC FROM NOTICE-PROBATION-LINE3
           END-IF
           IF WS-DEANS-LIST = "Y" AND WS-HELD = "N"
               WRITE NOTICE-REC FROM NOTICE-DEANS-LINE
               WRITE NOTICE-REC FROM NOTICE-DEANS-LINE2
           END-IF
               WRITE SUMMARY-REC FROM SUMMARY-LINE
           END-IF
           IF WS-DEANS-LIST = "Y"
               IF WS-HELD = "Y"
                   MOVE "DEAN'S (HELD)" TO SU-STANDING
               ELSE
                   MOVE "DEAN'S LIST" TO SU-STANDING
               END-IF
               WRITE SUMMARY-REC FROM SUMMARY-LINE
           END-IF
           IF WS-EARLY-WARN = "Y"
           WRITE SUMMARY-REC FROM SUMMARY-TRAILER-PRO
           MOVE WS-DEANS-COUNT TO ST-DEANS
           WRITE SUMMARY-REC FROM SUMMARY-TRAILER-DEAN
           MOVE WS-DEANS-HELD-COUNT TO ST-DEANS-HELD
           WRITE SUMMARY-REC FROM SUMMARY-TRAILER-HELD
           MOVE WS-WARN-COUNT TO ST-WARNINGS
           WRITE SUMMARY-REC FROM SUMMARY-TRAILER-WARN.

      ***************************************************************
      * APPENDS THIS RUN'S RECORD TO THE SHARED AUDIT LOG - SEE     *
      * AUDITREC.CPY. THE REVIEW HAS NO CONTROL COUNT OF ITS OWN -  *
      * EVERY TERMAVG RECORD READ IS REVIEWED, SO EXPECTED AND      *
      * ACTUAL ARE BOTH THE RECORDS READ. WHAT PROVES THE REVIEW    *
      * SAW THE WHOLE BATCH IS THE BATCH SIGN-OFF, WHICH CROSS-     *
      * FOOTS THE RECORDS READ HERE AGAINST TERMAVG.TXT             *
      ***************************************************************
       650-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE
           MOVE SPACES TO AUDIT-REC
           ACCEPT AU-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO AU-TIME
           MOVE "STANDING" TO AU-PROGRAM
           MOVE WS-RECORD-NUM TO AU-RECORDS-READ
           MOVE WS-REVIEWED-COUNT TO AU-STUDENTS
           MOVE ZERO TO AU-REJECTS
           MOVE WS-RECORD-NUM TO AU-EXPECTED
           MOVE WS-RECORD-NUM TO AU-ACTUAL
           MOVE "C" TO AU-START-MODE
           MOVE "Y" TO AU-BALANCED
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE.
