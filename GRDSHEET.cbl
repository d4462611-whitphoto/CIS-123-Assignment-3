       identification division.
       program-id. GRDSHEET as "GRADE SHEETS".
      ***************************************************************
      * THIS PROGRAM RUNS BEFORE GRADING AND BUILDS THE TERM'S      *
      * PRE-PRINTED GRADE SHEETS FROM THE DEAN'S OFFICE SCHEDULE    *
      * (SCHEDULE.TXT) AND THE REGISTRAR'S ROSTER (ROSTER.TXT - SEE *
      * ROSTRREC), SO INSTRUCTORS ONLY ENTER GRADES INSTEAD OF      *
      * KEYING EVERY STUDENT ID AND NAME BY HAND - THE TYPOS THAT   *
      * FED MOST OF THE ROSTER REJECTS AND EXCEPTION REPROCESS      *
      * WORK. THE SHEETS GO TO GRDSHEET.TXT IN EXACTLY THE LAYOUT   *
      * "TEST GRADES" READS AS INFILE.TXT:                          *
      *   1. THE LEADING CONTROL RECORD WITH THE EXPECTED COUNT -   *
      *      EVERY SECTION HEADER PLUS EVERY STUDENT LINE, SINCE    *
      *      "TEST GRADES" COUNTS BOTH IN ITS RECORDS READ,         *
      *   2. FOR EACH SCHEDULED COURSE/SECTION WITH ANYONE ENROLLED *
      *      THE "#" SECTION HEADER (COURSE, SECTION, INSTRUCTOR,   *
      *      TERM), THEN                                            *
      *   3. ONE LINE PER ENROLLED STUDENT IN ID ORDER, ID AND NAME *
      *      FILLED IN AND THE GRADE COUNT AND GRADE TABLE LEFT     *
      *      BLANK FOR THE INSTRUCTOR.                              *
      * THE NAME IS THE ROSTER'S; A ROSTER LINE WITHOUT ONE FALLS   *
      * BACK TO THE MASTER RECORD, AND A STUDENT ON NEITHER PRINTS  *
      * WITH THE NAME BLANK (COUNTED ON THE BUILD REPORT). THE      *
      * BUILD REPORT (GRDSHRPT.TXT) LISTS EVERY SHEET WITH ITS      *
      * STUDENT COUNT AND ENDS WITH AN EXCEPTIONS PAGE: SCHEDULED   *
      * SECTIONS WITH NO ONE ENROLLED (NO SHEET IS BUILT) AND       *
      * ROSTERED SECTIONS MISSING FROM THE SCHEDULE, SO THE DEAN'S  *
      * OFFICE CAN FIX THE SCHEDULE BEFORE THE SHEETS GO OUT        *
      ***************************************************************



       environment division.

       configuration section.

       INPUT-OUTPUT SECTION.
       file-control.
           select OPTIONAL SCHEDULE-FILE ASSIGN TO "SCHEDULE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL ROSTER-FILE ASSIGN TO "ROSTER.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select ROSTSORT-FILE ASSIGN TO "ROSTSORT.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select SORT-WORK-FILE ASSIGN TO "SHEETWK.TMP".
           select OPTIONAL MASTER-FILE ASSIGN TO "MASTER.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS M-ID.
           select SHEETWORK-FILE ASSIGN TO "SHEETWORK.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select SHEET-FILE ASSIGN TO "GRDSHEET.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select SHEET-REPORT ASSIGN TO "GRDSHRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       File Section.
      ************************************************************
      * THE TERM'S SECTION SCHEDULE FROM THE DEAN'S OFFICE - THE *
      * SAME LAYOUT "TEST GRADES" RECONCILES AGAINST             *
      ************************************************************
       FD SCHEDULE-FILE.
       01 SCHEDULE-REC.
           05 SD-COURSE            PIC X(8).
           05 SD-SECTION           PIC X(3).
           05 SD-INSTRUCTOR        PIC X(20).
           05 SD-TERM              PIC X(6).

       FD ROSTER-FILE.
       01 ROSTER-REC.
           COPY ROSTRREC.

      ************************************************************
      * THE ROSTER SORTED INTO COURSE, SECTION, ID ORDER - EACH  *
      * SHEET READS ITS OWN STRETCH OF IT, AND THE MISSING-FROM- *
      * SCHEDULE CHECK BREAKS ON COURSE/SECTION                  *
      ************************************************************
       FD ROSTSORT-FILE.
       01 ROSTSORT-REC.
           COPY ROSTRREC
               REPLACING RO-ID BY RS-ID
                         RO-COURSE BY RS-COURSE
                         RO-SECTION BY RS-SECTION
                         RO-NAME BY RS-NAME.

       SD SORT-WORK-FILE.
       01 SORT-REC.
           COPY ROSTRREC
               REPLACING RO-ID BY SW-ID
                         RO-COURSE BY SW-COURSE
                         RO-SECTION BY SW-SECTION
                         RO-NAME BY SW-NAME.

       FD MASTER-FILE.
       01 MASTER-REC.
           05 M-ID               PIC X(9).
           05 M-NAME              PIC X(20).
           05 M-TOTAL-AVG          PIC 9(7).
           05 M-TERM-COUNT          PIC 99.
           05 M-GPA                  PIC 999.

      ************************************************************
      * THE SECTION HEADERS AND STUDENT LINES AS THEY ARE BUILT  *
      * - THE EXPECTED COUNT ISN'T KNOWN UNTIL THE LAST SHEET IS *
      * DONE, SO THEY ARE COPIED IN BEHIND THE CONTROL RECORD AT *
      * THE END, THE SAME WAY EXCFIX REWRITES EXCEPTION.TXT      *
      ************************************************************
       FD SHEETWORK-FILE.
       01 SHEETWORK-REC     PIC X(60).

      ************************************************************
      * THE FINISHED SHEETS - INFILE.TXT'S LAYOUT, CONTROL       *
      * RECORD FIRST                                             *
      ************************************************************
       FD SHEET-FILE.
       01 SHEET-REC         PIC X(60).
       01 SHEET-CONTROL-REC.
           05 GC-EXPECTED-COUNT    PIC 9(6).
           05 FILLER               PIC X(54).

       FD SHEET-REPORT.
       01 SHRPT-REC         PIC X(80).

       working-storage section.
       01 EOF                  PIC X VALUE "N".
       01 ROSTER-EOF           PIC X VALUE "N".
       01 WS-FOUND-FLAG        PIC X VALUE "N".
       01 WS-ON-SCHEDULE       PIC X VALUE "N".
       01 WS-PAST-SECTION      PIC X VALUE "N".
       01 WS-CUR-COURSE        PIC X(8) VALUE SPACES.
       01 WS-CUR-SECTION       PIC X(3) VALUE SPACES.
       01 WS-SEC-STUDENTS      PIC 9(5) VALUE ZERO.
       01 WS-SEC-NO-NAME       PIC 9(5) VALUE ZERO.
       01 WS-SCHED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-SHEET-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-STUDENT-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-NO-NAME-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-EXPECTED-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-EMPTY-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-UNSCHED-COUNT     PIC 9(5) VALUE ZERO.

      ************************************************************
      * ONE "#" SECTION HEADER - THE LAYOUT OF SECTION-REC IN    *
      * "TEST GRADES"                                            *
      ************************************************************
       01 SHEET-SECTION-LINE.
           05 GH-MARKER            PIC X.
           05 GH-COURSE            PIC X(8).
           05 GH-SECTION           PIC X(3).
           05 GH-INSTRUCTOR        PIC X(20).
           05 GH-TERM              PIC X(6).
           05 FILLER               PIC X(16).

      ************************************************************
      * ONE STUDENT LINE - THE SHARED GRADE-LINE LAYOUT, WITH    *
      * EVERYTHING PAST THE NAME LEFT BLANK                      *
      ************************************************************
       01 SHEET-STUDENT-LINE.
           COPY GRADEREC
               REPLACING GR-SID BY GL-ID
                         GR-SNAME BY GL-NAME
                         GR-GCOUNT BY GL-GCOUNT
                         GR-GTBL BY GL-GTBL
                         GR-GVAL BY GL-GVAL
                         GR-GWGT BY GL-GWGT
                         GR-GSTAT BY GL-GSTAT.

       01 SHRPT-HEADER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(24) VALUE
               "GRADE SHEET BUILD REPORT".

       01 SHRPT-COLHDR.
           05 FILLER           PIC X VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "COURSE".
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(3) VALUE "SEC".
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(10) VALUE "INSTRUCTOR".
           05 FILLER           PIC X(11) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE "TERM".
           05 FILLER           PIC X(4) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE "STUDENTS".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE "NAME BLANK".

       01 SHRPT-LINE.
           05 FILLER           PIC X VALUE SPACES.
           05 SR-COURSE          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SR-SECTION         PIC X(3).
           05 FILLER           PIC X VALUE SPACE.
           05 SR-INSTRUCTOR      PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 SR-TERM            PIC X(6).
           05 FILLER           PIC X(5) VALUE SPACES.
           05 SR-STUDENTS        PIC ZZ,ZZ9.
           05 FILLER           PIC X(6) VALUE SPACES.
           05 SR-NO-NAME         PIC ZZ,ZZ9.

       01 SHRPT-TRAILER-SCHED.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "SECTIONS SCHEDULED:".
           05 FILLER           PIC X VALUE SPACE.
           05 ST-SCHED           PIC ZZZ,ZZ9.

       01 SHRPT-TRAILER-SHEETS.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "SHEETS BUILT:".
           05 FILLER           PIC X VALUE SPACE.
           05 ST-SHEETS          PIC ZZZ,ZZ9.

       01 SHRPT-TRAILER-STUD.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "STUDENT LINES:".
           05 FILLER           PIC X VALUE SPACE.
           05 ST-STUDENTS        PIC ZZZ,ZZ9.

       01 SHRPT-TRAILER-NONAME.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "NAMES LEFT BLANK:".
           05 FILLER           PIC X VALUE SPACE.
           05 ST-NO-NAME         PIC ZZZ,ZZ9.

       01 SHRPT-TRAILER-EXPECT.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "RECORDS EXPECTED:".
           05 FILLER           PIC X VALUE SPACE.
           05 ST-EXPECTED        PIC ZZZ,ZZ9.

       01 EXC-HEADER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(22) VALUE
               "GRADE SHEET EXCEPTIONS".

       01 EXC-EMPTY-HDR.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(44) VALUE
               "SCHEDULED SECTIONS WITH NO STUDENTS ENROLLED".

       01 EXC-UNSCHED-HDR.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(37) VALUE
               "ROSTERED SECTIONS NOT ON THE SCHEDULE".

       01 EXC-LINE.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 EL-COURSE          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 EL-SECTION         PIC X(3).
           05 FILLER           PIC X VALUE SPACE.
           05 EL-INSTRUCTOR      PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 EL-TERM            PIC X(6).

       01 EXC-NONE-LINE.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE "NONE".

       01 EXC-SEPARATOR.
           05 FILLER           PIC X(40) VALUE ALL "-".

       procedure division.

       100-MAIN.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-COURSE
               ON ASCENDING KEY SW-SECTION
               ON ASCENDING KEY SW-ID
               USING ROSTER-FILE
               GIVING ROSTSORT-FILE
           PERFORM 150-CHECK-ROSTER-ON-HAND
           OPEN INPUT MASTER-FILE
                OUTPUT SHEETWORK-FILE
                OUTPUT SHEET-REPORT
           PERFORM 200-REPORT-HEADER
           PERFORM 300-BUILD-SHEETS
           CLOSE MASTER-FILE
                 SHEETWORK-FILE
           PERFORM 400-REPORT-TRAILER
           PERFORM 500-EXCEPTIONS-PAGE
           CLOSE SHEET-REPORT
           PERFORM 600-WRITE-SHEET-FILE
           DISPLAY "GRADE SHEETS WRITTEN TO GRDSHEET.TXT"
           STOP RUN.

      ***************************************************************
      * EVERY OTHER PROGRAM WAIVES THE ROSTER CHECK WHEN THERE IS   *
      * NO ROSTER, BUT A GRADE SHEET IS NOTHING BUT THE ROSTER - SO *
      * WITH NONE ON HAND THE RUN STOPS RATHER THAN REPORT EVERY    *
      * SCHEDULED SECTION AS EMPTY                                   *
      ***************************************************************
       150-CHECK-ROSTER-ON-HAND.
           MOVE "N" TO ROSTER-EOF
           OPEN INPUT ROSTSORT-FILE
           READ ROSTSORT-FILE
               AT END MOVE "Y" TO ROSTER-EOF
           END-READ
           CLOSE ROSTSORT-FILE
           IF ROSTER-EOF = "Y"
               DISPLAY "GRADE SHEETS NOT BUILT - NO ROSTER.TXT ON "
                   "FILE"
               DISPLAY "LOAD THE TERM'S ROSTER FROM THE ENROLLMENT "
                   "SYSTEM FIRST"
               STOP RUN
           END-IF.

       200-REPORT-HEADER.
           WRITE SHRPT-REC FROM SHRPT-HEADER
           MOVE SPACES TO SHRPT-REC
           WRITE SHRPT-REC
           WRITE SHRPT-REC FROM SHRPT-COLHDR
           MOVE SPACES TO SHRPT-REC
           WRITE SHRPT-REC.

      ***************************************************************
      * ONE PASS OVER THE SCHEDULE - EACH COURSE/SECTION GETS ITS   *
      * SHEET BUILT FROM THE SORTED ROSTER (310) AND ITS LINE ON    *
      * THE BUILD REPORT. A SECTION WITH NO ONE ENROLLED GETS NO    *
      * SHEET; THE EXCEPTIONS PAGE LISTS IT                         *
      ***************************************************************
       300-BUILD-SHEETS.
           MOVE "N" TO EOF
           OPEN INPUT SCHEDULE-FILE
           READ SCHEDULE-FILE
               AT END MOVE "Y" TO EOF
           END-READ
           PERFORM UNTIL EOF = "Y"
               ADD 1 TO WS-SCHED-COUNT
               PERFORM 310-BUILD-ONE-SHEET
               MOVE SD-COURSE TO SR-COURSE
               MOVE SD-SECTION TO SR-SECTION
               MOVE SD-INSTRUCTOR TO SR-INSTRUCTOR
               MOVE SD-TERM TO SR-TERM
               MOVE WS-SEC-STUDENTS TO SR-STUDENTS
               MOVE WS-SEC-NO-NAME TO SR-NO-NAME
               WRITE SHRPT-REC FROM SHRPT-LINE
               READ SCHEDULE-FILE
                   AT END MOVE "Y" TO EOF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

      ***************************************************************
      * READS THE SORTED ROSTER FROM THE TOP FOR THIS SECTION'S     *
      * STUDENTS - THE ROSTER IS RESCANNED PER SECTION LIKE EVERY   *
      * OTHER ROSTER LOOKUP, BUT BECAUSE IT IS IN COURSE/SECTION    *
      * ORDER THE SCAN STOPS AS SOON AS IT PASSES THE SECTION. THE  *
      * "#" HEADER GOES OUT AHEAD OF THE FIRST STUDENT FOUND, SO AN *
      * EMPTY SECTION WRITES NOTHING AT ALL                          *
      ***************************************************************
       310-BUILD-ONE-SHEET.
           MOVE ZERO TO WS-SEC-STUDENTS
           MOVE ZERO TO WS-SEC-NO-NAME
           MOVE "N" TO ROSTER-EOF
           MOVE "N" TO WS-PAST-SECTION
           OPEN INPUT ROSTSORT-FILE
           READ ROSTSORT-FILE
               AT END MOVE "Y" TO ROSTER-EOF
           END-READ
           PERFORM UNTIL ROSTER-EOF = "Y" OR WS-PAST-SECTION = "Y"
               IF RS-COURSE > SD-COURSE
                   OR (RS-COURSE = SD-COURSE
                       AND RS-SECTION > SD-SECTION)
                   MOVE "Y" TO WS-PAST-SECTION
               ELSE
                   IF RS-COURSE = SD-COURSE
                       AND RS-SECTION = SD-SECTION
                       IF WS-SEC-STUDENTS = ZERO
                           PERFORM 320-WRITE-SECTION-HEADER
                       END-IF
                       PERFORM 330-WRITE-STUDENT-LINE
                   END-IF
                   READ ROSTSORT-FILE
                       AT END MOVE "Y" TO ROSTER-EOF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE ROSTSORT-FILE.

       320-WRITE-SECTION-HEADER.
           MOVE SPACES TO SHEET-SECTION-LINE
           MOVE "#" TO GH-MARKER
           MOVE SD-COURSE TO GH-COURSE
           MOVE SD-SECTION TO GH-SECTION
           MOVE SD-INSTRUCTOR TO GH-INSTRUCTOR
           MOVE SD-TERM TO GH-TERM
           WRITE SHEETWORK-REC FROM SHEET-SECTION-LINE
           ADD 1 TO WS-SHEET-COUNT
           ADD 1 TO WS-EXPECTED-COUNT.

      ***************************************************************
      * ONE STUDENT LINE - THE ROSTER'S NAME, ELSE THE MASTER'S     *
      * (READ BY KEY), ELSE BLANK FOR THE INSTRUCTOR TO FILL IN.    *
      * A STUDENT ENROLLED TWICE IN THE SAME SECTION ON THE ROSTER  *
      * GETS ONE LINE - THE SORT PUTS THE REPEATS TOGETHER          *
      ***************************************************************
       330-WRITE-STUDENT-LINE.
           IF WS-SEC-STUDENTS = ZERO OR RS-ID NOT = GL-ID
               MOVE SPACES TO SHEET-STUDENT-LINE
               MOVE RS-ID TO GL-ID
               IF RS-NAME NOT = SPACES
                   MOVE RS-NAME TO GL-NAME
               ELSE
                   MOVE "Y" TO WS-FOUND-FLAG
                   MOVE RS-ID TO M-ID
                   READ MASTER-FILE
                       INVALID KEY MOVE "N" TO WS-FOUND-FLAG
                   END-READ
                   IF WS-FOUND-FLAG = "Y"
                       MOVE M-NAME TO GL-NAME
                   ELSE
                       ADD 1 TO WS-SEC-NO-NAME
                       ADD 1 TO WS-NO-NAME-COUNT
                   END-IF
               END-IF
               WRITE SHEETWORK-REC FROM SHEET-STUDENT-LINE
               ADD 1 TO WS-SEC-STUDENTS
               ADD 1 TO WS-STUDENT-COUNT
               ADD 1 TO WS-EXPECTED-COUNT
           END-IF.

       400-REPORT-TRAILER.
           MOVE SPACES TO SHRPT-REC
           WRITE SHRPT-REC
           MOVE WS-SCHED-COUNT TO ST-SCHED
           WRITE SHRPT-REC FROM SHRPT-TRAILER-SCHED
           MOVE WS-SHEET-COUNT TO ST-SHEETS
           WRITE SHRPT-REC FROM SHRPT-TRAILER-SHEETS
           MOVE WS-STUDENT-COUNT TO ST-STUDENTS
           WRITE SHRPT-REC FROM SHRPT-TRAILER-STUD
           MOVE WS-NO-NAME-COUNT TO ST-NO-NAME
           WRITE SHRPT-REC FROM SHRPT-TRAILER-NONAME
           MOVE WS-EXPECTED-COUNT TO ST-EXPECTED
           WRITE SHRPT-REC FROM SHRPT-TRAILER-EXPECT.

      ***************************************************************
      * THE EXCEPTIONS PAGE FOR THE DEAN'S OFFICE, SET OFF FROM THE *
      * BUILD LISTING BY A SEPARATOR SO IT CAN BE TORN OFF AND SENT *
      * OVER ON ITS OWN                                              *
      ***************************************************************
       500-EXCEPTIONS-PAGE.
           MOVE SPACES TO SHRPT-REC
           WRITE SHRPT-REC
           WRITE SHRPT-REC FROM EXC-SEPARATOR
           MOVE SPACES TO SHRPT-REC
           WRITE SHRPT-REC
           WRITE SHRPT-REC FROM EXC-HEADER
           MOVE SPACES TO SHRPT-REC
           WRITE SHRPT-REC
           PERFORM 510-LIST-EMPTY-SECTIONS
           MOVE SPACES TO SHRPT-REC
           WRITE SHRPT-REC
           PERFORM 520-LIST-UNSCHEDULED.

      ***************************************************************
      * SCHEDULED SECTIONS WITH NO ONE ON THE ROSTER - THE SCHEDULE *
      * IS WALKED AGAIN AND EACH SECTION'S ROSTER STRETCH LOOKED    *
      * FOR, THE SAME SORTED-ORDER SCAN THE SHEET BUILD USES         *
      ***************************************************************
       510-LIST-EMPTY-SECTIONS.
           WRITE SHRPT-REC FROM EXC-EMPTY-HDR
           MOVE "N" TO EOF
           OPEN INPUT SCHEDULE-FILE
           READ SCHEDULE-FILE
               AT END MOVE "Y" TO EOF
           END-READ
           PERFORM UNTIL EOF = "Y"
               PERFORM 515-FIND-ENROLLMENT
               IF WS-FOUND-FLAG = "N"
                   ADD 1 TO WS-EMPTY-COUNT
                   MOVE SD-COURSE TO EL-COURSE
                   MOVE SD-SECTION TO EL-SECTION
                   MOVE SD-INSTRUCTOR TO EL-INSTRUCTOR
                   MOVE SD-TERM TO EL-TERM
                   WRITE SHRPT-REC FROM EXC-LINE
               END-IF
               READ SCHEDULE-FILE
                   AT END MOVE "Y" TO EOF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           IF WS-EMPTY-COUNT = ZERO
               WRITE SHRPT-REC FROM EXC-NONE-LINE
           END-IF.

       515-FIND-ENROLLMENT.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE "N" TO ROSTER-EOF
           MOVE "N" TO WS-PAST-SECTION
           OPEN INPUT ROSTSORT-FILE
           READ ROSTSORT-FILE
               AT END MOVE "Y" TO ROSTER-EOF
           END-READ
           PERFORM UNTIL ROSTER-EOF = "Y" OR WS-PAST-SECTION = "Y"
                   OR WS-FOUND-FLAG = "Y"
               IF RS-COURSE = SD-COURSE AND RS-SECTION = SD-SECTION
                   MOVE "Y" TO WS-FOUND-FLAG
               ELSE
                   IF RS-COURSE > SD-COURSE
                       OR (RS-COURSE = SD-COURSE
                           AND RS-SECTION > SD-SECTION)
                       MOVE "Y" TO WS-PAST-SECTION
                   ELSE
                       READ ROSTSORT-FILE
                           AT END MOVE "Y" TO ROSTER-EOF
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ROSTSORT-FILE.

      ***************************************************************
      * ROSTERED SECTIONS THE SCHEDULE DOESN'T CARRY - STUDENTS     *
      * ENROLLED IN A SECTION NOBODY WILL BE SENT A SHEET FOR. THE  *
      * SORTED ROSTER IS READ ONCE, BREAKING ON COURSE/SECTION, AND *
      * EACH NEW SECTION IS LOOKED FOR ON THE SCHEDULE (525)        *
      ***************************************************************
       520-LIST-UNSCHEDULED.
           WRITE SHRPT-REC FROM EXC-UNSCHED-HDR
           MOVE "N" TO ROSTER-EOF
           MOVE HIGH-VALUES TO WS-CUR-COURSE
           MOVE HIGH-VALUES TO WS-CUR-SECTION
           OPEN INPUT ROSTSORT-FILE
           READ ROSTSORT-FILE
               AT END MOVE "Y" TO ROSTER-EOF
           END-READ
           PERFORM UNTIL ROSTER-EOF = "Y"
               IF RS-COURSE NOT = WS-CUR-COURSE
                   OR RS-SECTION NOT = WS-CUR-SECTION
                   MOVE RS-COURSE TO WS-CUR-COURSE
                   MOVE RS-SECTION TO WS-CUR-SECTION
                   PERFORM 525-CHECK-SCHEDULED
                   IF WS-ON-SCHEDULE = "N"
                       ADD 1 TO WS-UNSCHED-COUNT
                       MOVE SPACES TO EXC-LINE
                       MOVE RS-COURSE TO EL-COURSE
                       MOVE RS-SECTION TO EL-SECTION
                       WRITE SHRPT-REC FROM EXC-LINE
                   END-IF
               END-IF
               READ ROSTSORT-FILE
                   AT END MOVE "Y" TO ROSTER-EOF
               END-READ
           END-PERFORM
           CLOSE ROSTSORT-FILE
           IF WS-UNSCHED-COUNT = ZERO
               WRITE SHRPT-REC FROM EXC-NONE-LINE
           END-IF.

       525-CHECK-SCHEDULED.
           MOVE "N" TO WS-ON-SCHEDULE
           MOVE "N" TO EOF
           OPEN INPUT SCHEDULE-FILE
           READ SCHEDULE-FILE
               AT END MOVE "Y" TO EOF
           END-READ
           PERFORM UNTIL EOF = "Y" OR WS-ON-SCHEDULE = "Y"
               IF SD-COURSE = RS-COURSE AND SD-SECTION = RS-SECTION
                   MOVE "Y" TO WS-ON-SCHEDULE
               ELSE
                   READ SCHEDULE-FILE
                       AT END MOVE "Y" TO EOF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE SCHEDULE-FILE.

      ***************************************************************
      * WRITES THE FINISHED SHEET FILE: THE CONTROL RECORD CARRYING *
      * THE EXPECTED COUNT, THEN EVERY HEADER AND STUDENT LINE      *
      * COPIED IN FROM THE WORK FILE IN THE ORDER THEY WERE BUILT   *
      ***************************************************************
       600-WRITE-SHEET-FILE.
           MOVE "N" TO EOF
           OPEN INPUT SHEETWORK-FILE
                OUTPUT SHEET-FILE
           MOVE SPACES TO SHEET-CONTROL-REC
           MOVE WS-EXPECTED-COUNT TO GC-EXPECTED-COUNT
           WRITE SHEET-CONTROL-REC
           READ SHEETWORK-FILE
               AT END MOVE "Y" TO EOF
           END-READ
           PERFORM UNTIL EOF = "Y"
               WRITE SHEET-REC FROM SHEETWORK-REC
               READ SHEETWORK-FILE
                   AT END MOVE "Y" TO EOF
               END-READ
           END-PERFORM
           CLOSE SHEETWORK-FILE
                 SHEET-FILE.
