       identification division.
       program-id. DEGAUDIT as "DEGREE AUDIT".
      ***************************************************************
      * THE REGISTRAR'S DEGREE AUDIT. EVERY STUDENT ON MASTER.TXT   *
      * WHO HAS BEEN ASSIGNED A PROGRAM (STUPROG.TXT - SEE STUPRGR, *
      * MAINTAINED BY PRGMAINT) IS CHECKED AGAINST THAT PROGRAM'S   *
      * REQUIREMENTS ON DEGREQ.TXT (SEE DEGREQR) AND GETS A         *
      * PROGRESS PAGE ON DEGAUDIT.TXT:                              *
      *   - EACH REQUIRED COURSE, WITH THE TERM AND AVERAGE OF THE  *
      *     STANDING ATTEMPT WHEN IT HAS BEEN PASSED. REPLACED (R)  *
      *     ATTEMPTS NEVER COUNT, AND A STANDING ATTEMPT WHOSE      *
      *     LETTER ON THE SHARED SCALE STARTS WITH F IS STILL       *
      *     OUTSTANDING. THE LIVE HISTORY (TERMHIST.TXT) IS READ    *
      *     FIRST AND THE YEAR-END ARCHIVE (HISTARCH.TXT) AFTER IT, *
      *     SO A COURSE TAKEN IN A PURGED YEAR STILL COUNTS.        *
      *   - A COURSE WITH AN OUTSTANDING (O) INCOMPLETE ON          *
      *     INCTRACK.TXT IS SHOWN AS INCOMPLETE, WHATEVER ITS       *
      *     PROVISIONAL AVERAGE ON THE HISTORY - ONLY THE MAKEUP IS *
      *     MISSING, BUT IT IS NOT YET DONE.                        *
      *   - WHETHER M-GPA AND M-TERM-COUNT MEET THE PROGRAM'S       *
      *     MINIMUMS.                                               *
      * A STUDENT WITH EVERY COURSE PASSED AND BOTH MINIMUMS MET IS *
      * CLEARED TO GRADUATE AND LISTED ON GRADLIST.TXT, WHICH ENDS  *
      * WITH THE RUN'S COUNTS. A STUDENT WITH NO PROGRAM ASSIGNED   *
      * IS ONLY COUNTED; ONE ASSIGNED A CODE THAT HAS SINCE LOST    *
      * ITS P LINE GETS A ONE-LINE PAGE SAYING SO. THE RUN ONLY     *
      * READS - NOTHING IT TOUCHES IS UPDATED                        *
      ***************************************************************



       environment division.

       configuration section.

       INPUT-OUTPUT SECTION.
       file-control.
           select OPTIONAL MASTER-FILE ASSIGN TO "MASTER.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS M-ID.
           select OPTIONAL STUPROG-FILE ASSIGN TO "STUPROG.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SP-ID.
           select OPTIONAL DEGREQ-FILE ASSIGN TO "DEGREQ.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL TERMHIST-FILE ASSIGN TO "TERMHIST.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TH-KEY.
           select OPTIONAL HISTARCH-FILE ASSIGN TO "HISTARCH.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL INCTRACK-FILE ASSIGN TO "INCTRACK.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL SCALE-FILE ASSIGN TO "GRADESCL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select AUDIT-PAGES ASSIGN TO "DEGAUDIT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select GRAD-LIST ASSIGN TO "GRADLIST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       File Section.
       FD MASTER-FILE.
       01 MASTER-REC.
           05 M-ID               PIC X(9).
           05 M-NAME              PIC X(20).
           05 M-TOTAL-AVG          PIC 9(7).
           05 M-TERM-COUNT          PIC 99.
           05 M-GPA                  PIC 999.

       FD STUPROG-FILE.
       01 STUPROG-REC.
           COPY STUPRGR.

      ************************************************************
      * THE REGISTRAR'S DEGREE REQUIREMENTS - SEE DEGREQR        *
      ************************************************************
       FD DEGREQ-FILE.
       01 DEGREQ-REC.
           COPY DEGREQR.

       FD TERMHIST-FILE.
       01 TERMHIST-REC.
           COPY TERMHSTR.

      ************************************************************
      * THE YEAR-END ARCHIVE COPY OF THE TERM HISTORY - SAME     *
      * RECORD LAYOUT, LINE SEQUENTIAL, SCANNED FRONT TO BACK    *
      ************************************************************
       FD HISTARCH-FILE.
       01 HISTARCH-REC.
           COPY TERMHSTR
               REPLACING TH-KEY BY AH-KEY
                         TH-ID BY AH-ID
                         TH-TERM BY AH-TERM
                         TH-COURSE BY AH-COURSE
                         TH-AVG BY AH-AVG
                         TH-STATUS BY AH-STATUS.

       FD INCTRACK-FILE.
       01 INCTRACK-REC.
           COPY INCTRKR.

      ************************************************************
      * THE LETTER-GRADE SCALE, READ AT STARTUP - SEE GSCALREC   *
      ************************************************************
       FD SCALE-FILE.
       01 SCALE-REC.
           COPY GSCALREC.

       FD AUDIT-PAGES.
       01 PAGE-REC          PIC X(80).

       FD GRAD-LIST.
       01 GRAD-REC          PIC X(80).

       working-storage section.
       01 MASTER-EOF          PIC X VALUE "N".
       01 REQ-EOF             PIC X VALUE "N".
       01 HIST-EOF            PIC X VALUE "N".
       01 INC-EOF             PIC X VALUE "N".
       01 WS-ASSIGNED         PIC X VALUE "N".
       01 WS-PROG-FOUND       PIC X VALUE "N".
       01 WS-COURSE-FOUND     PIC X VALUE "N".
       01 WS-INC-FOUND        PIC X VALUE "N".
       01 WS-REQ-COURSE       PIC X(8).
       01 WS-MIN-GPA          PIC 999 VALUE ZERO.
       01 WS-MIN-TERMS        PIC 99 VALUE ZERO.
       01 WS-PROG-TITLE       PIC X(30).
       01 WS-FOUND-TERM       PIC X(6).
       01 WS-FOUND-AVG        PIC 999.
       01 WS-REQ-COUNT        PIC 99 VALUE ZERO.
       01 WS-DONE-COUNT       PIC 99 VALUE ZERO.
       01 WS-OPEN-COUNT       PIC 99 VALUE ZERO.
       01 WS-INC-COUNT        PIC 99 VALUE ZERO.
       01 WS-GPA-MET          PIC X VALUE "N".
       01 WS-TERMS-MET        PIC X VALUE "N".
       01 WS-MASTER-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-AUDITED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-CLEARED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-NOT-CLEARED      PIC 9(5) VALUE ZERO.
       01 WS-UNASSIGNED       PIC 9(5) VALUE ZERO.
       01 WS-BAD-PROGRAM      PIC 9(5) VALUE ZERO.

      ************************************************************
      * THE LETTER-GRADE SCALE AS LOADED FROM GRADESCL.TXT (OR   *
      * THE 90/80/70/60 DEFAULT WHEN THAT FILE ISN'T ON HAND),   *
      * HIGHEST CUTOFF FIRST                                     *
      ************************************************************
       01 SCALE-EOF           PIC X VALUE "N".
       01 WS-SCALE-SUB        PIC 99.
       01 WS-SCALE-FOUND      PIC X.
       01 WS-LOOKUP-AVG       PIC 999.
       01 WS-LOOKUP-LETTER    PIC X(2).
       01 SCALE-TBL.
           05 SCALE-COUNT    PIC 99 VALUE ZERO.
           05 SCALE-ENTRY OCCURS 15 TIMES.
               10 SC-LETTER     PIC X(2).
               10 SC-CUTOFF     PIC 999.

       01 PAGE-HEADER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(12) VALUE "DEGREE AUDIT".

       01 PAGE-STUDENT-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 PS-NAME            PIC X(20).
           05 FILLER           PIC X(6) VALUE " (ID: ".
           05 PS-ID              PIC X(9).
           05 FILLER           PIC X VALUE ")".

       01 PAGE-PROGRAM-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(9) VALUE "PROGRAM: ".
           05 PP-PROGRAM         PIC X(6).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 PP-TITLE           PIC X(30).

       01 PAGE-COLHDR.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(6) VALUE "COURSE".
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE "TERM".
           05 FILLER           PIC X(4) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE "AVERAGE".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE "GRADE".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "STATUS".

       01 PAGE-COURSE-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 PC-COURSE          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 PC-TERM            PIC X(6).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 PC-AVG             PIC ZZZ.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 PC-GRADE           PIC X(2).
           05 FILLER           PIC X(5) VALUE SPACES.
           05 PC-STATUS          PIC X(24).

       01 PAGE-NO-COURSE-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(30) VALUE
               "NO REQUIRED COURSES ON FILE".

       01 PAGE-GPA-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(16) VALUE "CUMULATIVE GPA: ".
           05 PG-GPA             PIC ZZ9.
           05 FILLER           PIC X(12) VALUE "   MINIMUM: ".
           05 PG-MIN-GPA         PIC ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 PG-MET             PIC X(7).

       01 PAGE-TERMS-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(16) VALUE "TERMS ON FILE:  ".
           05 PT-TERMS           PIC ZZ9.
           05 FILLER           PIC X(12) VALUE "   MINIMUM: ".
           05 PT-MIN-TERMS       PIC ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 PT-MET             PIC X(7).

       01 PAGE-COUNT-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(18) VALUE "COURSES COMPLETED:".
           05 FILLER           PIC X VALUE SPACE.
           05 PN-DONE            PIC Z9.
           05 FILLER           PIC X(4) VALUE " OF ".
           05 PN-REQ             PIC Z9.
           05 FILLER           PIC X(15) VALUE "   OUTSTANDING:".
           05 FILLER           PIC X VALUE SPACE.
           05 PN-OPEN            PIC Z9.
           05 FILLER           PIC X(15) VALUE "   INCOMPLETE:".
           05 FILLER           PIC X VALUE SPACE.
           05 PN-INC             PIC Z9.

       01 PAGE-RESULT-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(8) VALUE "RESULT: ".
           05 PR-RESULT          PIC X(30).

       01 PAGE-BAD-PROGRAM-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(9) VALUE "PROGRAM: ".
           05 PB-PROGRAM         PIC X(6).
           05 FILLER           PIC X(40) VALUE
               "  NOT ON DEGREQ.TXT - NOT AUDITED".

       01 PAGE-SEPARATOR.
           05 FILLER           PIC X(40) VALUE ALL "-".

       01 GRAD-HEADER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(28) VALUE
               "STUDENTS CLEARED TO GRADUATE".

       01 GRAD-COLHDR.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(2) VALUE "ID".
           05 FILLER           PIC X(8) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE "NAME".
           05 FILLER           PIC X(17) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE "PROGRAM".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(3) VALUE "GPA".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE "TERMS".

       01 GRAD-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 GL-ID              PIC X(9).
           05 FILLER           PIC X VALUE SPACE.
           05 GL-NAME            PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 GL-PROGRAM         PIC X(6).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 GL-GPA             PIC ZZ9.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 GL-TERMS           PIC Z9.

       01 GRAD-NONE-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(30) VALUE
               "NO STUDENTS CLEARED THIS RUN".

       01 GRAD-TRAILER-MASTER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "STUDENTS ON MASTER:".
           05 FILLER           PIC X VALUE SPACE.
           05 GT-MASTER          PIC ZZ,ZZ9.

       01 GRAD-TRAILER-AUDITED.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "AUDITED:".
           05 FILLER           PIC X VALUE SPACE.
           05 GT-AUDITED         PIC ZZ,ZZ9.

       01 GRAD-TRAILER-CLEARED.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "CLEARED:".
           05 FILLER           PIC X VALUE SPACE.
           05 GT-CLEARED         PIC ZZ,ZZ9.

       01 GRAD-TRAILER-NOT.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "NOT YET CLEARED:".
           05 FILLER           PIC X VALUE SPACE.
           05 GT-NOT-CLEARED     PIC ZZ,ZZ9.

       01 GRAD-TRAILER-UNASSIGNED.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "NO PROGRAM ASSIGNED:".
           05 FILLER           PIC X VALUE SPACE.
           05 GT-UNASSIGNED      PIC ZZ,ZZ9.

       01 GRAD-TRAILER-BAD.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "PROGRAM NOT ON FILE:".
           05 FILLER           PIC X VALUE SPACE.
           05 GT-BAD-PROGRAM     PIC ZZ,ZZ9.

       procedure division.

       100-MAIN.
           PERFORM 150-LOAD-GRADE-SCALE
           OPEN INPUT MASTER-FILE
                INPUT STUPROG-FILE
                INPUT TERMHIST-FILE
                OUTPUT AUDIT-PAGES
                OUTPUT GRAD-LIST
           PERFORM 200-LIST-HEADER
           MOVE "N" TO MASTER-EOF
           MOVE LOW-VALUES TO M-ID
           START MASTER-FILE KEY NOT < M-ID
               INVALID KEY MOVE "Y" TO MASTER-EOF
           END-START
           PERFORM UNTIL MASTER-EOF = "Y"
               READ MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO MASTER-EOF
                   NOT AT END
                       PERFORM 300-AUDIT-STUDENT
               END-READ
           END-PERFORM
           PERFORM 400-LIST-TRAILER
           CLOSE MASTER-FILE
                 STUPROG-FILE
                 TERMHIST-FILE
                 AUDIT-PAGES
                 GRAD-LIST
           STOP RUN.

      ***************************************************************
      * LOADS THE LETTER SCALE FROM GRADESCL.TXT (HIGHEST CUTOFF    *
      * FIRST, LAST LINE CUTOFF 000). SHOPS WITHOUT A SCALE FILE    *
      * GET THE LONG-STANDING 90/80/70/60 SCALE, SO NOTHING CHANGES *
      * FOR THEM                                                     *
      ***************************************************************
       150-LOAD-GRADE-SCALE.
           MOVE ZERO TO SCALE-COUNT
           MOVE "N" TO SCALE-EOF
           OPEN INPUT SCALE-FILE
           READ SCALE-FILE
               AT END MOVE "Y" TO SCALE-EOF
           END-READ
           PERFORM UNTIL SCALE-EOF = "Y" OR SCALE-COUNT >= 15
               ADD 1 TO SCALE-COUNT
               MOVE GS-LETTER TO SC-LETTER(SCALE-COUNT)
               MOVE GS-CUTOFF TO SC-CUTOFF(SCALE-COUNT)
               READ SCALE-FILE
                   AT END MOVE "Y" TO SCALE-EOF
               END-READ
           END-PERFORM
           CLOSE SCALE-FILE
           IF SCALE-COUNT = ZERO
               PERFORM 155-LOAD-DEFAULT-SCALE
           END-IF.

       155-LOAD-DEFAULT-SCALE.
           MOVE 5 TO SCALE-COUNT
           MOVE "A" TO SC-LETTER(1)
           MOVE 90 TO SC-CUTOFF(1)
           MOVE "B" TO SC-LETTER(2)
           MOVE 80 TO SC-CUTOFF(2)
           MOVE "C" TO SC-LETTER(3)
           MOVE 70 TO SC-CUTOFF(3)
           MOVE "D" TO SC-LETTER(4)
           MOVE 60 TO SC-CUTOFF(4)
           MOVE "F" TO SC-LETTER(5)
           MOVE ZERO TO SC-CUTOFF(5).

       200-LIST-HEADER.
           WRITE GRAD-REC FROM GRAD-HEADER
           MOVE SPACES TO GRAD-REC
           WRITE GRAD-REC
           WRITE GRAD-REC FROM GRAD-COLHDR
           MOVE SPACES TO GRAD-REC
           WRITE GRAD-REC.

      ***************************************************************
      * ONE MASTER RECORD: LOOK UP THE STUDENT'S PROGRAM, THEN THAT *
      * PROGRAM'S P LINE. NO ASSIGNMENT IS ONLY COUNTED - MOST OF   *
      * THE MASTER IS NOWHERE NEAR AUDIT TIME                        *
      ***************************************************************
       300-AUDIT-STUDENT.
           ADD 1 TO WS-MASTER-COUNT
           MOVE "Y" TO WS-ASSIGNED
           MOVE M-ID TO SP-ID
           READ STUPROG-FILE
               INVALID KEY MOVE "N" TO WS-ASSIGNED
           END-READ
           IF WS-ASSIGNED = "N"
               ADD 1 TO WS-UNASSIGNED
           ELSE
               PERFORM 310-FIND-PROGRAM
               IF WS-PROG-FOUND = "Y"
                   PERFORM 320-WRITE-PAGE
               ELSE
                   PERFORM 380-BAD-PROGRAM-PAGE
               END-IF
           END-IF.

       310-FIND-PROGRAM.
           MOVE "N" TO WS-PROG-FOUND
           MOVE "N" TO REQ-EOF
           OPEN INPUT DEGREQ-FILE
           READ DEGREQ-FILE
               AT END MOVE "Y" TO REQ-EOF
           END-READ
           PERFORM UNTIL REQ-EOF = "Y" OR WS-PROG-FOUND = "Y"
               IF DR-PROGRAM = SP-PROGRAM AND DR-TYPE = "P"
                   MOVE "Y" TO WS-PROG-FOUND
                   MOVE DR-MIN-GPA TO WS-MIN-GPA
                   MOVE DR-MIN-TERMS TO WS-MIN-TERMS
                   MOVE DR-TITLE TO WS-PROG-TITLE
               END-IF
               READ DEGREQ-FILE
                   AT END MOVE "Y" TO REQ-EOF
               END-READ
           END-PERFORM
           CLOSE DEGREQ-FILE.

      ***************************************************************
      * THE PROGRESS PAGE: ONE LINE PER C LINE FOR THE PROGRAM ON   *
      * DEGREQ.TXT, THEN THE TWO MINIMUMS, THE COUNTS AND THE       *
      * RESULT. A CLEARED STUDENT ALSO GOES ON THE GRADUATION LIST  *
      ***************************************************************
       320-WRITE-PAGE.
           ADD 1 TO WS-AUDITED-COUNT
           MOVE ZERO TO WS-REQ-COUNT
           MOVE ZERO TO WS-DONE-COUNT
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE ZERO TO WS-INC-COUNT
           WRITE PAGE-REC FROM PAGE-HEADER
           MOVE SPACES TO PAGE-REC
           WRITE PAGE-REC
           MOVE M-NAME TO PS-NAME
           MOVE M-ID TO PS-ID
           WRITE PAGE-REC FROM PAGE-STUDENT-LINE
           MOVE SP-PROGRAM TO PP-PROGRAM
           MOVE WS-PROG-TITLE TO PP-TITLE
           WRITE PAGE-REC FROM PAGE-PROGRAM-LINE
           MOVE SPACES TO PAGE-REC
           WRITE PAGE-REC
           WRITE PAGE-REC FROM PAGE-COLHDR
           MOVE "N" TO REQ-EOF
           OPEN INPUT DEGREQ-FILE
           READ DEGREQ-FILE
               AT END MOVE "Y" TO REQ-EOF
           END-READ
           PERFORM UNTIL REQ-EOF = "Y"
               IF DR-PROGRAM = SP-PROGRAM AND DR-TYPE = "C"
                   PERFORM 330-CHECK-COURSE
               END-IF
               READ DEGREQ-FILE
                   AT END MOVE "Y" TO REQ-EOF
               END-READ
           END-PERFORM
           CLOSE DEGREQ-FILE
           IF WS-REQ-COUNT = ZERO
               WRITE PAGE-REC FROM PAGE-NO-COURSE-LINE
           END-IF
           MOVE SPACES TO PAGE-REC
           WRITE PAGE-REC
           PERFORM 370-CHECK-MINIMUMS
           MOVE WS-DONE-COUNT TO PN-DONE
           MOVE WS-REQ-COUNT TO PN-REQ
           MOVE WS-OPEN-COUNT TO PN-OPEN
           MOVE WS-INC-COUNT TO PN-INC
           WRITE PAGE-REC FROM PAGE-COUNT-LINE
           IF WS-OPEN-COUNT = ZERO
               AND WS-INC-COUNT = ZERO
               AND WS-GPA-MET = "Y"
               AND WS-TERMS-MET = "Y"
               MOVE "CLEARED TO GRADUATE" TO PR-RESULT
               ADD 1 TO WS-CLEARED-COUNT
               PERFORM 390-WRITE-GRAD-LINE
           ELSE
               MOVE "NOT YET CLEARED" TO PR-RESULT
               ADD 1 TO WS-NOT-CLEARED
           END-IF
           WRITE PAGE-REC FROM PAGE-RESULT-LINE
           MOVE SPACES TO PAGE-REC
           WRITE PAGE-REC
           WRITE PAGE-REC FROM PAGE-SEPARATOR.

      ***************************************************************
      * ONE REQUIRED COURSE. THE LIVE HISTORY IS CHECKED FIRST; THE *
      * ARCHIVE ONLY WHEN THE LIVE FILE HAS NO STANDING ATTEMPT. AN *
      * OPEN INCOMPLETE ALWAYS MAKES THE COURSE INCOMPLETE - TEST   *
      * GRADES POSTS A PROVISIONAL AVERAGE FOR A STUDENT WITH AN I, *
      * SO A PASSING LETTER ON THE HISTORY DOESN'T MEAN THE WORK IS *
      * DONE. OTHERWISE A PASSED ATTEMPT COMPLETES THE COURSE AND   *
      * ANYTHING ELSE LEAVES IT OUTSTANDING (WITH THE FAILING       *
      * ATTEMPT SHOWN, IF ANY)                                      *
      ***************************************************************
       330-CHECK-COURSE.
           ADD 1 TO WS-REQ-COUNT
           MOVE DR-COURSE TO WS-REQ-COURSE
           MOVE SPACES TO PAGE-COURSE-LINE
           MOVE WS-REQ-COURSE TO PC-COURSE
           PERFORM 340-SCAN-LIVE-HISTORY
           IF WS-COURSE-FOUND = "N"
               PERFORM 345-SCAN-ARCHIVED-HISTORY
           END-IF
           MOVE SPACES TO WS-LOOKUP-LETTER
           IF WS-COURSE-FOUND = "Y"
               MOVE WS-FOUND-TERM TO PC-TERM
               MOVE WS-FOUND-AVG TO PC-AVG
               MOVE WS-FOUND-AVG TO WS-LOOKUP-AVG
               PERFORM 355-LOOKUP-LETTER
               MOVE WS-LOOKUP-LETTER TO PC-GRADE
           END-IF
           PERFORM 350-CHECK-INCOMPLETE
           IF WS-INC-FOUND = "Y"
               MOVE "INCOMPLETE OUTSTANDING" TO PC-STATUS
               ADD 1 TO WS-INC-COUNT
           ELSE
               IF WS-COURSE-FOUND = "Y"
                   AND WS-LOOKUP-LETTER(1:1) NOT = "F"
                   MOVE "COMPLETED" TO PC-STATUS
                   ADD 1 TO WS-DONE-COUNT
               ELSE
                   MOVE "OUTSTANDING" TO PC-STATUS
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
           END-IF
           WRITE PAGE-REC FROM PAGE-COURSE-LINE.

      ***************************************************************
      * THE LIVE HISTORY IS KEYED ON (STUDENT, TERM, COURSE), SO    *
      * ONE START AT THE ID AND A READ FORWARD TO THE NEXT STUDENT  *
      * SEES EVERY ATTEMPT. R ATTEMPTS ARE SKIPPED; IF MORE THAN    *
      * ONE ATTEMPT STANDS THE LATEST TERM READ IS THE ONE SHOWN    *
      ***************************************************************
       340-SCAN-LIVE-HISTORY.
           MOVE "N" TO WS-COURSE-FOUND
           MOVE "N" TO HIST-EOF
           MOVE M-ID TO TH-ID
           MOVE LOW-VALUES TO TH-TERM
           MOVE LOW-VALUES TO TH-COURSE
           START TERMHIST-FILE KEY NOT < TH-KEY
               INVALID KEY MOVE "Y" TO HIST-EOF
           END-START
           PERFORM UNTIL HIST-EOF = "Y"
               READ TERMHIST-FILE NEXT
                   AT END
                       MOVE "Y" TO HIST-EOF
                   NOT AT END
                       IF TH-ID NOT = M-ID
                           MOVE "Y" TO HIST-EOF
                       ELSE
                           IF TH-COURSE = WS-REQ-COURSE
                               AND TH-STATUS NOT = "R"
                               MOVE "Y" TO WS-COURSE-FOUND
                               MOVE TH-TERM TO WS-FOUND-TERM
                               MOVE TH-AVG TO WS-FOUND-AVG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ***************************************************************
      * THE ARCHIVE IS LINE SEQUENTIAL (NO INDEX TO START ON), SO   *
      * IT IS SCANNED FRONT TO BACK - ONLY FOR A COURSE THE LIVE    *
      * HISTORY DOESN'T ALREADY ANSWER                               *
      ***************************************************************
       345-SCAN-ARCHIVED-HISTORY.
           MOVE "N" TO HIST-EOF
           OPEN INPUT HISTARCH-FILE
           READ HISTARCH-FILE
               AT END MOVE "Y" TO HIST-EOF
           END-READ
           PERFORM UNTIL HIST-EOF = "Y"
               IF AH-ID = M-ID
                   AND AH-COURSE = WS-REQ-COURSE
                   AND AH-STATUS NOT = "R"
                   MOVE "Y" TO WS-COURSE-FOUND
                   MOVE AH-TERM TO WS-FOUND-TERM
                   MOVE AH-AVG TO WS-FOUND-AVG
               END-IF
               READ HISTARCH-FILE
                   AT END MOVE "Y" TO HIST-EOF
               END-READ
           END-PERFORM
           CLOSE HISTARCH-FILE.

      ***************************************************************
      * AN INCOMPLETE COUNTS ONLY WHILE IT IS OUTSTANDING (O) - A   *
      * LAPSED ONE IS ALREADY AN F ON THE HISTORY AND A CLEARED ONE *
      * HAS A STANDING MAKEUP GRADE                                  *
      ***************************************************************
       350-CHECK-INCOMPLETE.
           MOVE "N" TO WS-INC-FOUND
           MOVE "N" TO INC-EOF
           OPEN INPUT INCTRACK-FILE
           READ INCTRACK-FILE
               AT END MOVE "Y" TO INC-EOF
           END-READ
           PERFORM UNTIL INC-EOF = "Y" OR WS-INC-FOUND = "Y"
               IF IT-ID = M-ID
                   AND IT-COURSE = WS-REQ-COURSE
                   AND IT-STATUS = "O"
                   MOVE "Y" TO WS-INC-FOUND
               END-IF
               READ INCTRACK-FILE
                   AT END MOVE "Y" TO INC-EOF
               END-READ
           END-PERFORM
           CLOSE INCTRACK-FILE.

      ***************************************************************
      * WALKS THE SCALE TOP DOWN AND TAKES THE FIRST CUTOFF         *
      * WS-LOOKUP-AVG REACHES. THE LAST ENTRY'S CUTOFF IS 000, SO   *
      * EVERY AVERAGE LANDS SOMEWHERE; THE LAST LETTER IS SEEDED AS *
      * THE ANSWER IN CASE A HAND-EDITED SCALE FILE LEFT THAT LINE  *
      * OFF                                                          *
      ***************************************************************
       355-LOOKUP-LETTER.
           MOVE "N" TO WS-SCALE-FOUND
           MOVE SC-LETTER(SCALE-COUNT) TO WS-LOOKUP-LETTER
           PERFORM VARYING WS-SCALE-SUB FROM 1 BY 1
                   UNTIL WS-SCALE-SUB > SCALE-COUNT
                   OR WS-SCALE-FOUND = "Y"
               IF WS-LOOKUP-AVG >= SC-CUTOFF(WS-SCALE-SUB)
                   MOVE SC-LETTER(WS-SCALE-SUB) TO WS-LOOKUP-LETTER
                   MOVE "Y" TO WS-SCALE-FOUND
               END-IF
           END-PERFORM.

       370-CHECK-MINIMUMS.
           MOVE M-GPA TO PG-GPA
           MOVE WS-MIN-GPA TO PG-MIN-GPA
           IF M-GPA >= WS-MIN-GPA
               MOVE "Y" TO WS-GPA-MET
               MOVE "MET" TO PG-MET
           ELSE
               MOVE "N" TO WS-GPA-MET
               MOVE "NOT MET" TO PG-MET
           END-IF
           WRITE PAGE-REC FROM PAGE-GPA-LINE
           MOVE M-TERM-COUNT TO PT-TERMS
           MOVE WS-MIN-TERMS TO PT-MIN-TERMS
           IF M-TERM-COUNT >= WS-MIN-TERMS
               MOVE "Y" TO WS-TERMS-MET
               MOVE "MET" TO PT-MET
           ELSE
               MOVE "N" TO WS-TERMS-MET
               MOVE "NOT MET" TO PT-MET
           END-IF
           WRITE PAGE-REC FROM PAGE-TERMS-LINE.

      ***************************************************************
      * THE STUDENT'S PROGRAM CODE HAS NO P LINE - THE REQUIREMENTS *
      * WERE EDITED AFTER THE ASSIGNMENT. A SHORT PAGE SAYS SO, SO  *
      * THE STUDENT ISN'T SILENTLY LEFT OFF THE AUDIT                *
      ***************************************************************
       380-BAD-PROGRAM-PAGE.
           ADD 1 TO WS-BAD-PROGRAM
           WRITE PAGE-REC FROM PAGE-HEADER
           MOVE SPACES TO PAGE-REC
           WRITE PAGE-REC
           MOVE M-NAME TO PS-NAME
           MOVE M-ID TO PS-ID
           WRITE PAGE-REC FROM PAGE-STUDENT-LINE
           MOVE SP-PROGRAM TO PB-PROGRAM
           WRITE PAGE-REC FROM PAGE-BAD-PROGRAM-LINE
           MOVE SPACES TO PAGE-REC
           WRITE PAGE-REC
           WRITE PAGE-REC FROM PAGE-SEPARATOR.

       390-WRITE-GRAD-LINE.
           MOVE M-ID TO GL-ID
           MOVE M-NAME TO GL-NAME
           MOVE SP-PROGRAM TO GL-PROGRAM
           MOVE M-GPA TO GL-GPA
           MOVE M-TERM-COUNT TO GL-TERMS
           WRITE GRAD-REC FROM GRAD-LINE.

       400-LIST-TRAILER.
           IF WS-CLEARED-COUNT = ZERO
               WRITE GRAD-REC FROM GRAD-NONE-LINE
           END-IF
           MOVE SPACES TO GRAD-REC
           WRITE GRAD-REC
           MOVE WS-MASTER-COUNT TO GT-MASTER
           WRITE GRAD-REC FROM GRAD-TRAILER-MASTER
           MOVE WS-AUDITED-COUNT TO GT-AUDITED
           WRITE GRAD-REC FROM GRAD-TRAILER-AUDITED
           MOVE WS-CLEARED-COUNT TO GT-CLEARED
           WRITE GRAD-REC FROM GRAD-TRAILER-CLEARED
           MOVE WS-NOT-CLEARED TO GT-NOT-CLEARED
           WRITE GRAD-REC FROM GRAD-TRAILER-NOT
           MOVE WS-UNASSIGNED TO GT-UNASSIGNED
           WRITE GRAD-REC FROM GRAD-TRAILER-UNASSIGNED
           MOVE WS-BAD-PROGRAM TO GT-BAD-PROGRAM
           WRITE GRAD-REC FROM GRAD-TRAILER-BAD.
