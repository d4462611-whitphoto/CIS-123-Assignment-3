       identification division.
       program-id. GRDCHG as "GRADE CHANGE".
      ***************************************************************
      * THIS PROGRAM APPLIES APPROVED POST-POSTING GRADE CHANGES -  *
      * AN INSTRUCTOR'S CORRECTED COURSE AVERAGE FOR A TERM THAT    *
      * "CUMULATIVE GPA" (CUMGPA) HAS ALREADY ROLLED INTO THE       *
      * MASTER - WITHOUT BACKING OUT THE WHOLE RUN (CUMBACK) OR     *
      * HAND-BUILDING AN MSTTRANS.TXT "C" RECORD THAT OVERWRITES    *
      * M-TOTAL-AVG WITH NO HISTORY BEHIND IT. EACH RECORD ON       *
      * GRDCHG.TXT CARRIES THE STUDENT ID, TERM, COURSE, THE NEW    *
      * AVERAGE, THE REGISTRAR'S REASON CODE, AND THE APPROVING     *
      * DEAN. FOR EACH CHANGE:                                      *
      *   1. THE TERM/COURSE IS READ BY KEY OFF TERMHIST.TXT - A    *
      *      TERM/COURSE THAT WAS NEVER POSTED IS REJECTED,         *
      *   2. A STANDING ATTEMPT (TH-STATUS SPACE) IS IN THE MASTER  *
      *      TOTALS, SO M-TOTAL-AVG MOVES BY THE DIFFERENCE AND     *
      *      M-GPA IS RECOMPUTED (THE TERM COUNT DOES NOT MOVE),    *
      *   3. A REPLACED ATTEMPT (TH-STATUS R) WAS ALREADY BACKED    *
      *      OUT OF THE TOTALS BY THE RETAKE POLICY, SO ONLY ITS    *
      *      HISTORY AVERAGE CHANGES - THE MASTER IS LEFT ALONE,    *
      *   4. TH-AVG IS REWRITTEN WITH THE NEW AVERAGE.              *
      * EVERY CHANGE IS ECHOED TO THE BEFORE/AFTER REPORT           *
      * (CHGRPT.TXT) WITH ITS RESULT, AND EVERY APPLIED CHANGE IS   *
      * LOGGED TO AUDIT.TXT AS ITS OWN ROW (THE AU-CHG- AREA OF     *
      * AUDITREC) SO THE STUDENT INQUIRY AND THE AUDIT INQUIRY CAN  *
      * SHOW WHY A POSTED GRADE MOVED AND ON WHOSE APPROVAL         *
      ***************************************************************



       environment division.

       configuration section.

       INPUT-OUTPUT SECTION.
       file-control.
           select OPTIONAL CHANGE-FILE ASSIGN TO "GRDCHG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL TERMHIST-FILE ASSIGN TO "TERMHIST.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TH-KEY.
           select OPTIONAL MASTER-FILE ASSIGN TO "MASTER.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS M-ID.
           select CHANGE-REPORT ASSIGN TO "CHGRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       File Section.
      ************************************************************
      * ONE APPROVED GRADE CHANGE, PREPARED BY THE REGISTRAR     *
      * FROM THE SIGNED CHANGE FORM                              *
      ************************************************************
       FD CHANGE-FILE.
       01 CHANGE-REC.
           05 CG-ID              PIC X(9).
           05 CG-TERM            PIC X(6).
           05 CG-COURSE          PIC X(8).
           05 CG-NEW-AVG         PIC 999.
           05 CG-REASON          PIC X(4).
           05 CG-APPROVER        PIC X(20).

       FD TERMHIST-FILE.
       01 TERMHIST-REC.
           COPY TERMHSTR.

       FD MASTER-FILE.
       01 MASTER-REC.
           05 M-ID               PIC X(9).
           05 M-NAME              PIC X(20).
           05 M-TOTAL-AVG          PIC 9(7).
           05 M-TERM-COUNT          PIC 99.
           05 M-GPA                  PIC 999.

       FD CHANGE-REPORT.
       01 CHGRPT-REC        PIC X(100).

      ************************************************************
      * ONE ROW PER APPLIED CHANGE, THEN ONE RUN RECORD AT END   *
      * OF JOB - SEE AUDITREC.CPY                                *
      ************************************************************
       FD AUDIT-FILE.
       01 AUDIT-REC.
           COPY AUDITREC.

      ************************************************************
      * THE BATCH-SEQUENCE RUN-CONTROL RECORD, CHECKED AT        *
      * STARTUP AND STAMPED AT CLEAN END OF JOB - SEE RUNCTLRC   *
      ************************************************************
       FD RUNCTL-FILE.
       01 RUNCTL-REC.
           COPY RUNCTLRC.

       working-storage section.
       01 EOF                  PIC X VALUE "N".
       01 RUNCTL-EOF           PIC X VALUE "N".
       01 WS-TIME-RAW           PIC X(8).
       01 WS-FOUND-FLAG         PIC X VALUE "N".
       01 WS-OLD-AVG            PIC 999 VALUE ZERO.
       01 WS-NEW-TOTAL          PIC 9(7) VALUE ZERO.
       01 WS-RESULT             PIC X(20).
       01 WS-READ-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-APPLIED-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-REPLACED-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT       PIC 9(6) VALUE ZERO.

       01 CHG-HEADER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(19) VALUE "GRADE CHANGE REPORT".

       01 CHG-COLHDR.
           05 FILLER           PIC X VALUE SPACES.
           05 FILLER           PIC X(2) VALUE "ID".
           05 FILLER           PIC X(8) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE "TERM".
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "COURSE".
           05 FILLER           PIC X(4) VALUE SPACES.
           05 FILLER           PIC X(11) VALUE "AVG OLD NEW".
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(11) VALUE "GPA OLD NEW".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "REASON".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(11) VALUE "APPROVED BY".
           05 FILLER           PIC X(10) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "RESULT".

      ************************************************************
      * ONE LINE PER CHANGE - THE AVERAGE AND THE MASTER GPA     *
      * BEFORE AND AFTER. COLUMNS THAT DON'T APPLY (A REJECT, OR *
      * THE GPA OF A REPLACED ATTEMPT) ARE LEFT BLANK            *
      ************************************************************
       01 CHG-LINE.
           05 FILLER           PIC X VALUE SPACES.
           05 CL-ID              PIC X(9).
           05 FILLER           PIC X VALUE SPACE.
           05 CL-TERM            PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 CL-COURSE          PIC X(8).
           05 FILLER           PIC X(6) VALUE SPACES.
           05 CL-OLD-AVG         PIC Z99.
           05 FILLER           PIC X VALUE SPACE.
           05 CL-NEW-AVG         PIC Z99.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 CL-OLD-GPA         PIC Z99.
           05 FILLER           PIC X VALUE SPACE.
           05 CL-NEW-GPA         PIC Z99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CL-REASON          PIC X(4).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 CL-APPROVER        PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 CL-RESULT          PIC X(18).

       01 CHG-TRAILER-READ.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "CHANGES READ:".
           05 FILLER           PIC X VALUE SPACE.
           05 CT-READ            PIC ZZ,ZZ9.

       01 CHG-TRAILER-APPL.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "CHANGES APPLIED:".
           05 FILLER           PIC X VALUE SPACE.
           05 CT-APPLIED         PIC ZZ,ZZ9.

       01 CHG-TRAILER-REPL.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "  ON REPLACED TERMS:".
           05 FILLER           PIC X VALUE SPACE.
           05 CT-REPLACED        PIC ZZ,ZZ9.

       01 CHG-TRAILER-REJ.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "REJECTED:".
           05 FILLER           PIC X VALUE SPACE.
           05 CT-REJECTED        PIC ZZ,ZZ9.

       procedure division.

       100-MAIN.
           PERFORM 110-CHECK-RUN-CONTROL
           OPEN INPUT CHANGE-FILE
                I-O TERMHIST-FILE
                I-O MASTER-FILE
                OUTPUT CHANGE-REPORT
                EXTEND AUDIT-FILE
           PERFORM 200-REPORT-HEADER
           READ CHANGE-FILE
               AT END MOVE "Y" TO EOF
           END-READ
           PERFORM UNTIL EOF = "Y"
               ADD 1 TO WS-READ-COUNT
               PERFORM 300-APPLY-CHANGE
               READ CHANGE-FILE
                   AT END MOVE "Y" TO EOF
               END-READ
           END-PERFORM
           PERFORM 400-REPORT-TRAILER
           PERFORM 600-WRITE-AUDIT
           CLOSE CHANGE-FILE
                 TERMHIST-FILE
                 MASTER-FILE
                 CHANGE-REPORT
                 AUDIT-FILE
           PERFORM 700-STAMP-RUN-CONTROL
           STOP RUN.

      ***************************************************************
      * READS THE RUN-CONTROL RECORD (SEE RUNCTLRC) AND REFUSES TO  *
      * START WHILE ANOTHER JOB IN THE CHAIN IS STAMPED IN          *
      * PROGRESS - THIS RUN REWRITES MASTER AND HISTORY RECORDS,    *
      * SO IT MUST NOT OVERLAP A POSTING OR A BACKOUT. IT DOESN'T   *
      * ADVANCE THE CHAIN, SO NO PREDECESSOR PHASE IS CHECKED.      *
      * THIS JOB'S OWN STAMP IS AN ABENDED EARLIER RUN AND IS LET   *
      * THROUGH - RERUNNING IS THE SANCTIONED WAY TO CLEAR IT. A    *
      * CHANGE THE ABENDED RUN FINISHED COMES BACK AS "SAME AS      *
      * POSTED". THE HISTORY IS REWRITTEN AHEAD OF THE MASTER, SO A *
      * CHANGE CAUGHT BETWEEN THE TWO ALSO COMES BACK "SAME AS      *
      * POSTED" WITH THE MASTER TOTAL NOT YET MOVED - IT IS NEVER   *
      * MOVED TWICE, BUT IT IS LEFT SHORT OF THE HISTORY. THE       *
      * MASTER-VERSUS-HISTORY AUDIT (MSTAUDIT) REPORTS THAT DRIFT   *
      * AND THE REGISTRAR SQUARES IT UP FROM THERE. ONCE CLEAR, THE *
      * RECORD IS REWRITTEN WITH THIS JOB IN PROGRESS               *
      ***************************************************************
       110-CHECK-RUN-CONTROL.
           MOVE "N" TO RUNCTL-EOF
           OPEN INPUT RUNCTL-FILE
           READ RUNCTL-FILE
               AT END MOVE "Y" TO RUNCTL-EOF
           END-READ
           CLOSE RUNCTL-FILE
           IF RUNCTL-EOF = "Y"
               MOVE SPACES TO RUNCTL-REC
               MOVE ZERO TO RC-PHASE-DATE
               MOVE ZERO TO RC-PHASE-TIME
           END-IF
           IF RC-IN-PROGRESS NOT = SPACES
               AND RC-IN-PROGRESS NOT = "GRADE CHANGE"
               DISPLAY "GRADE CHANGE NOT STARTED - "
                   RC-IN-PROGRESS " IS STAMPED IN PROGRESS"
               DISPLAY "ON RUNCTL.TXT - LET IT FINISH, OR RERUN "
                   "IT IF IT ABENDED"
               STOP RUN
           END-IF
           MOVE "GRADE CHANGE" TO RC-IN-PROGRESS
           PERFORM 115-WRITE-RUN-CONTROL.

       115-WRITE-RUN-CONTROL.
           OPEN OUTPUT RUNCTL-FILE
           WRITE RUNCTL-REC
           CLOSE RUNCTL-FILE.

       200-REPORT-HEADER.
           WRITE CHGRPT-REC FROM CHG-HEADER
           MOVE SPACES TO CHGRPT-REC
           WRITE CHGRPT-REC
           WRITE CHGRPT-REC FROM CHG-COLHDR
           MOVE SPACES TO CHGRPT-REC
           WRITE CHGRPT-REC.

      ***************************************************************
      * ONE CHANGE: THE FORM IS CHECKED FIRST (A NEW AVERAGE OVER   *
      * 100, NO REASON CODE, OR NO APPROVING DEAN NEVER REACHES     *
      * THE FILES), THEN THE POSTED TERM/COURSE IS READ BY KEY. A   *
      * STANDING ATTEMPT MOVES THE MASTER (310); A REPLACED ONE     *
      * ONLY MOVES ITS HISTORY AVERAGE (320). THE REPORT LINE IS    *
      * BUILT AS THE CHANGE GOES AND WRITTEN ONCE AT THE END        *
      ***************************************************************
       300-APPLY-CHANGE.
           MOVE SPACES TO CHG-LINE
           MOVE CG-ID TO CL-ID
           MOVE CG-TERM TO CL-TERM
           MOVE CG-COURSE TO CL-COURSE
           MOVE CG-REASON TO CL-REASON
           MOVE CG-APPROVER TO CL-APPROVER
           EVALUATE TRUE
               WHEN CG-NEW-AVG NOT NUMERIC
                   MOVE "BAD NEW AVERAGE" TO WS-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN CG-NEW-AVG > 100
                   MOVE "BAD NEW AVERAGE" TO WS-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN CG-REASON = SPACES
                   MOVE "NO REASON CODE" TO WS-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN CG-APPROVER = SPACES
                   MOVE "NO APPROVING DEAN" TO WS-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   PERFORM 305-FIND-POSTED-TERM
           END-EVALUATE
           MOVE WS-RESULT TO CL-RESULT
           WRITE CHGRPT-REC FROM CHG-LINE.

      ***************************************************************
      * A CHANGE ONLY EVER CORRECTS A TERM/COURSE THAT POSTED - IF  *
      * THE HISTORY HAS NO RECORD UNDER THE KEY, THERE IS NOTHING   *
      * IN THE MASTER TO CORRECT AND THE CHANGE IS REJECTED. A NEW  *
      * AVERAGE EQUAL TO THE POSTED ONE IS REJECTED TOO, SO THE LOG *
      * NEVER CARRIES A CHANGE THAT MOVED NOTHING                   *
      ***************************************************************
       305-FIND-POSTED-TERM.
           MOVE "Y" TO WS-FOUND-FLAG
           MOVE CG-ID TO TH-ID
           MOVE CG-TERM TO TH-TERM
           MOVE CG-COURSE TO TH-COURSE
           READ TERMHIST-FILE
               INVALID KEY MOVE "N" TO WS-FOUND-FLAG
           END-READ
           IF WS-FOUND-FLAG = "N"
               MOVE "TERM NEVER POSTED" TO WS-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE TH-AVG TO WS-OLD-AVG
               MOVE WS-OLD-AVG TO CL-OLD-AVG
               IF CG-NEW-AVG = WS-OLD-AVG
                   MOVE "SAME AS POSTED" TO WS-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   IF TH-STATUS = "R"
                       PERFORM 320-CHANGE-REPLACED-TERM
                   ELSE
                       PERFORM 310-CHANGE-STANDING-TERM
                   END-IF
               END-IF
           END-IF.

      ***************************************************************
      * THE STANDING ATTEMPT'S AVERAGE IS PART OF M-TOTAL-AVG, SO   *
      * THE TOTAL MOVES BY THE DIFFERENCE - OLD AVERAGE OUT, NEW    *
      * ONE IN - AND M-GPA IS RECOMPUTED THE WAY 300-APPLY-TERM IN  *
      * CUMGPA COMPUTES IT. THE TERM COUNT IS UNCHANGED: THE TERM   *
      * STILL COUNTS, ONLY ITS AVERAGE MOVED. A MISSING MASTER, OR  *
      * A TOTAL TOO SMALL TO HOLD THE OLD AVERAGE, MEANS THE MASTER *
      * AND HISTORY ALREADY DISAGREE - THE CHANGE IS REJECTED WITH  *
      * NEITHER FILE TOUCHED, FOR THE REGISTRAR TO SQUARE UP FIRST. *
      * THE HISTORY AVERAGE IS REWRITTEN BEFORE THE MASTER, SO AN   *
      * ABEND BETWEEN THE TWO CAN ONLY LEAVE THE MASTER SHORT (SEE  *
      * 110-CHECK-RUN-CONTROL), NEVER MOVED TWICE ON A RERUN        *
      ***************************************************************
       310-CHANGE-STANDING-TERM.
           MOVE "Y" TO WS-FOUND-FLAG
           MOVE CG-ID TO M-ID
           READ MASTER-FILE
               INVALID KEY MOVE "N" TO WS-FOUND-FLAG
           END-READ
           EVALUATE TRUE
               WHEN WS-FOUND-FLAG = "N"
                   MOVE "NOT ON MASTER" TO WS-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN M-TOTAL-AVG < WS-OLD-AVG
                   MOVE "MASTER TOTAL SHORT" TO WS-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN M-TERM-COUNT = ZERO
                   MOVE "MASTER TOTAL SHORT" TO WS-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   MOVE M-GPA TO CL-OLD-GPA
                   COMPUTE WS-NEW-TOTAL =
                       M-TOTAL-AVG - WS-OLD-AVG + CG-NEW-AVG
                   MOVE WS-NEW-TOTAL TO M-TOTAL-AVG
                   COMPUTE M-GPA = M-TOTAL-AVG / M-TERM-COUNT
                   PERFORM 330-REWRITE-HISTORY
                   REWRITE MASTER-REC
                   MOVE M-GPA TO CL-NEW-GPA
                   MOVE "CHANGED" TO WS-RESULT
           END-EVALUATE.

      ***************************************************************
      * A REPLACED ATTEMPT WAS BACKED OUT OF THE MASTER TOTALS WHEN *
      * THE RETAKE POSTED (328-SUPERSEDE-OLD-ATTEMPT IN CUMGPA), SO *
      * ITS AVERAGE IS NOT IN M-TOTAL-AVG AND MOVING THE TOTAL      *
      * WOULD CORRUPT IT - ONLY THE HISTORY AVERAGE (WHAT THE       *
      * TRANSCRIPT SHOWS AS "(REPLACED)") CHANGES                   *
      ***************************************************************
       320-CHANGE-REPLACED-TERM.
           PERFORM 330-REWRITE-HISTORY
           ADD 1 TO WS-REPLACED-COUNT
           MOVE "CHANGED - REPLACED" TO WS-RESULT.

      ***************************************************************
      * PUTS THE NEW AVERAGE ON THE HISTORY RECORD 305 READ (THE    *
      * STATUS IS KEPT AS IT WAS), COUNTS THE CHANGE, AND LOGS IT   *
      ***************************************************************
       330-REWRITE-HISTORY.
           MOVE CG-NEW-AVG TO TH-AVG
           REWRITE TERMHIST-REC
           MOVE CG-NEW-AVG TO CL-NEW-AVG
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM 500-WRITE-CHANGE-AUDIT.

       400-REPORT-TRAILER.
           MOVE SPACES TO CHGRPT-REC
           WRITE CHGRPT-REC
           MOVE WS-READ-COUNT TO CT-READ
           WRITE CHGRPT-REC FROM CHG-TRAILER-READ
           MOVE WS-APPLIED-COUNT TO CT-APPLIED
           WRITE CHGRPT-REC FROM CHG-TRAILER-APPL
           MOVE WS-REPLACED-COUNT TO CT-REPLACED
           WRITE CHGRPT-REC FROM CHG-TRAILER-REPL
           MOVE WS-REJECT-COUNT TO CT-REJECTED
           WRITE CHGRPT-REC FROM CHG-TRAILER-REJ.

      ***************************************************************
      * ONE AUDIT ROW PER APPLIED CHANGE - THE AU-CHG- AREA CARRIES *
      * THE STUDENT, TERM, COURSE, BOTH AVERAGES, THE REASON CODE,  *
      * AND THE APPROVING DEAN. THE RUN COUNTS ARE ZERO; THE RUN    *
      * RECORD AT END OF JOB CARRIES THEM                           *
      ***************************************************************
       500-WRITE-CHANGE-AUDIT.
           MOVE SPACES TO AUDIT-REC
           ACCEPT AU-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO AU-TIME
           MOVE "GRADE CHANGE" TO AU-PROGRAM
           MOVE ZERO TO AU-RECORDS-READ
           MOVE ZERO TO AU-STUDENTS
           MOVE ZERO TO AU-REJECTS
           MOVE ZERO TO AU-EXPECTED
           MOVE ZERO TO AU-ACTUAL
           MOVE "C" TO AU-START-MODE
           MOVE "Y" TO AU-BALANCED
           MOVE CG-ID TO AU-CHG-ID
           MOVE CG-TERM TO AU-CHG-TERM
           MOVE CG-COURSE TO AU-CHG-COURSE
           MOVE WS-OLD-AVG TO AU-CHG-OLD-AVG
           MOVE CG-NEW-AVG TO AU-CHG-NEW-AVG
           MOVE CG-REASON TO AU-CHG-REASON
           MOVE CG-APPROVER TO AU-CHG-APPROVER
           WRITE AUDIT-REC.

      ***************************************************************
      * THE RUN RECORD - SEE AUDITREC.CPY. THE EXPECTED COUNT IS    *
      * THE CHANGES READ AND THE RUN BALANCES WHEN EVERY ONE WAS    *
      * APPLIED, SO A REJECTED CHANGE SHOWS UP OUT OF BALANCE ON    *
      * THE AUDIT INQUIRY UNTIL THE REGISTRAR RESUBMITS IT          *
      ***************************************************************
       600-WRITE-AUDIT.
           MOVE SPACES TO AUDIT-REC
           ACCEPT AU-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO AU-TIME
           MOVE "GRADE CHANGE" TO AU-PROGRAM
           MOVE WS-READ-COUNT TO AU-RECORDS-READ
           MOVE WS-APPLIED-COUNT TO AU-STUDENTS
           MOVE WS-REJECT-COUNT TO AU-REJECTS
           MOVE WS-READ-COUNT TO AU-EXPECTED
           MOVE WS-APPLIED-COUNT TO AU-ACTUAL
           MOVE "C" TO AU-START-MODE
           IF WS-READ-COUNT = WS-APPLIED-COUNT
               MOVE "Y" TO AU-BALANCED
           ELSE
               MOVE "N" TO AU-BALANCED
           END-IF
           WRITE AUDIT-REC.

      ***************************************************************
      * CLEAN END OF JOB - RELEASE THE IN-PROGRESS STAMP. THE LAST  *
      * PHASE AND TERMAVG STATUS ARE LEFT ALONE - A GRADE CHANGE    *
      * CORRECTS WHAT ALREADY POSTED, IT DOESN'T ADVANCE THE CHAIN  *
      ***************************************************************
       700-STAMP-RUN-CONTROL.
           MOVE SPACES TO RC-IN-PROGRESS
           PERFORM 115-WRITE-RUN-CONTROL.
