       identification division.
       program-id. SISFEED as "SIS GRADE FEED".
      ***************************************************************
      * THIS PROGRAM RUNS AFTER "CUMULATIVE GPA" (CUMGPA) AND CUTS  *
      * THE OUTBOUND GRADE FEED FOR THE CAMPUS STUDENT INFORMATION  *
      * SYSTEM (SIS), WHICH USED TO BE RE-KEYED FROM THE PRINTED    *
      * TRANSCRIPT.TXT. EVERY TERM/COURSE THE POSTING RUN APPLIED   *
      * (POSTED.TXT) IS JOINED TO ITS TERMHIST.TXT ATTEMPT FOR THE  *
      * AVERAGE AND STATUS, GIVEN ITS LETTER FROM THE SHARED SCALE  *
      * (GRADESCL.TXT), AND WRITTEN TO THE FIXED-LAYOUT INTERFACE   *
      * FILE SISFEED.TXT (SEE SISFEEDR): A HEADER, ONE DETAIL PER   *
      * POSTING, AND A TRAILER WITH THE DETAIL COUNT AND HASH       *
      * TOTALS OF THE STUDENT IDS AND AVERAGES, SO THE SIS CAN      *
      * PROVE IT RECEIVED THE WHOLE FILE. A POSTING THAT CAN'T BE   *
      * SENT (NO HISTORY RECORD, OR AN ID THAT WON'T HASH) IS HELD  *
      * BACK AND LISTED ON THE FEED REPORT (SISFDRPT.TXT).          *
      *                                                             *
      * THE OPERATOR KEYS THE BATCH SEQUENCE NUMBER ON THE CONSOLE  *
      * (SIX DIGITS, ZERO-FILLED), OR A BLANK LINE FOR ONE PAST THE *
      * LAST BATCH SENT. A NUMBER ALREADY ON THE SEND LOG           *
      * (SISLOG.TXT, SEE SISLOGR) IS REFUSED - THE SIS TREATS THE   *
      * SEQUENCE AS THE BATCH'S IDENTITY. SO IS A BLANK LINE WHEN   *
      * THE LOG ALREADY HOLDS A BATCH CUT FROM THIS SAME CUMULATIVE *
      * GPA RUN (ITS RUN RECORD ON THE AUDIT LOG, AUDIT.TXT) -      *
      * RESENDING ONE POSTING RUN TAKES A SEQUENCE NUMBER KEYED ON  *
      * PURPOSE. THE LOG LINE IS WRITTEN ONLY ONCE THE FEED FILE IS *
      * COMPLETE, SO A RUN THAT ABENDS PART WAY IS RERUN UNDER THE  *
      * SAME NUMBER. THE SIS'S ANSWER IS MATCHED BACK BY THE        *
      * ACKNOWLEDGMENT RUN (SISACK)                                 *
      ***************************************************************



       environment division.

       configuration section.

       INPUT-OUTPUT SECTION.
       file-control.
           select OPTIONAL POSTED-FILE ASSIGN TO "POSTED.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL TERMHIST-FILE ASSIGN TO "TERMHIST.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS TH-KEY.
           select FEED-FILE ASSIGN TO "SISFEED.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select FEED-REPORT ASSIGN TO "SISFDRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL LOG-FILE ASSIGN TO "SISLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL SCALE-FILE ASSIGN TO "GRADESCL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       File Section.
       FD POSTED-FILE.
       01 POSTED-REC.
           05 PO-ID              PIC X(9).
           05 PO-TERM            PIC X(6).
           05 PO-COURSE          PIC X(8).
           05 PO-TERM-COUNT      PIC 99.
           05 PO-GPA             PIC 999.

       FD TERMHIST-FILE.
       01 TERMHIST-REC.
           COPY TERMHSTR.

      ************************************************************
      * THE INTERFACE FILE THE SIS LOADS - SEE SISFEEDR          *
      ************************************************************
       FD FEED-FILE.
       01 FEED-REC.
           COPY SISFEEDR.

       FD FEED-REPORT.
       01 FEED-RPT-REC      PIC X(80).

      ************************************************************
      * THE SEND LOG - ONE LINE APPENDED PER BATCH SENT, NEVER   *
      * REWRITTEN. SEE SISLOGR                                   *
      ************************************************************
       FD LOG-FILE.
       01 LOG-REC.
           COPY SISLOGR.

      ************************************************************
      * THE LETTER-GRADE SCALE, READ AT STARTUP - SEE GSCALREC   *
      ************************************************************
       FD SCALE-FILE.
       01 SCALE-REC.
           COPY GSCALREC.

      ************************************************************
      * THE BATCH-SEQUENCE RUN-CONTROL RECORD, CHECKED AT        *
      * STARTUP AND STAMPED AT CLEAN END OF JOB - SEE RUNCTLRC   *
      ************************************************************
       FD RUNCTL-FILE.
       01 RUNCTL-REC.
           COPY RUNCTLRC.

      ************************************************************
      * THE SHARED AUDIT LOG, READ ONLY FOR THE LATEST           *
      * CUMULATIVE GPA RUN RECORD - SEE AUDITREC                 *
      ************************************************************
       FD AUDIT-FILE.
       01 AUDIT-REC.
           COPY AUDITREC.

       working-storage section.
       01 EOF                PIC X VALUE "N".
       01 LOG-EOF             PIC X VALUE "N".
       01 RUNCTL-EOF          PIC X VALUE "N".
       01 AUDIT-EOF           PIC X VALUE "N".
       01 WS-SEQ-IN           PIC X(6).
       01 WS-SEQ-NO           PIC 9(6) VALUE ZERO.
       01 WS-LAST-SEQ         PIC 9(6) VALUE ZERO.
       01 WS-SEQ-USED         PIC X VALUE "N".
       01 WS-USED-DATE        PIC 9(8) VALUE ZERO.
       01 WS-POST-FOUND       PIC X VALUE "N".
       01 WS-POST-DATE        PIC 9(8) VALUE ZERO.
       01 WS-POST-TIME        PIC 9(6) VALUE ZERO.
       01 WS-POST-SENT        PIC X VALUE "N".
       01 WS-POST-SEQ         PIC 9(6) VALUE ZERO.
       01 WS-BATCH-DATE       PIC 9(8) VALUE ZERO.
       01 WS-TIME-RAW         PIC X(8).
       01 WS-HIST-FOUND       PIC X VALUE "N".
       01 WS-ID-NUM           PIC 9(9) VALUE ZERO.
       01 WS-REASON           PIC X(20).
       01 WS-POSTED-READ      PIC 9(6) VALUE ZERO.
       01 WS-DETAIL-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-HELD-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-HASH-ID          PIC 9(15) VALUE ZERO.
       01 WS-HASH-AVG         PIC 9(9) VALUE ZERO.

      ************************************************************
      * THE LETTER-GRADE SCALE AS LOADED FROM GRADESCL.TXT (OR   *
      * THE 90/80/70/60 DEFAULT WHEN THAT FILE ISN'T ON HAND),   *
      * HIGHEST CUTOFF FIRST - THE SAME SCALE "TEST GRADES"      *
      * PRINTED ON THE SECTION REPORTS                           *
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

       01 FEED-RPT-HEADER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(21) VALUE
               "SIS GRADE FEED REPORT".

       01 FEED-RPT-BATCH-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(16) VALUE "BATCH SEQUENCE: ".
           05 FR-SEQ-NO          PIC 9(6).
           05 FILLER           PIC X(15) VALUE "   BATCH DATE: ".
           05 FR-BATCH-DATE      PIC 9(8).

       01 FEED-RPT-HELD-HEADER.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(17) VALUE "POSTINGS NOT SENT".

       01 FEED-RPT-COLHDR.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(2) VALUE "ID".
           05 FILLER           PIC X(8) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE "TERM".
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "COURSE".
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "REASON".

       01 FEED-RPT-HELD-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FR-ID              PIC X(9).
           05 FILLER           PIC X VALUE SPACE.
           05 FR-TERM            PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 FR-COURSE          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 FR-REASON          PIC X(20).

       01 FEED-TRAILER-READ.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "POSTINGS READ:".
           05 FILLER           PIC X VALUE SPACE.
           05 FT-POSTED-READ     PIC ZZZ,ZZ9.

       01 FEED-TRAILER-SENT.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "DETAILS SENT:".
           05 FILLER           PIC X VALUE SPACE.
           05 FT-SENT            PIC ZZZ,ZZ9.

       01 FEED-TRAILER-HELD.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "NOT SENT:".
           05 FILLER           PIC X VALUE SPACE.
           05 FT-HELD            PIC ZZZ,ZZ9.

       01 FEED-TRAILER-HASH-ID.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "ID HASH TOTAL:".
           05 FILLER           PIC X VALUE SPACE.
           05 FT-HASH-ID         PIC 9(15).

       01 FEED-TRAILER-HASH-AVG.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "AVERAGE HASH TOTAL:".
           05 FILLER           PIC X VALUE SPACE.
           05 FT-HASH-AVG        PIC 9(9).

       01 FEED-OK-LINE.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(44) VALUE
               "*** EVERY POSTING SENT - AWAIT THE SIS REPLY".

       01 FEED-WARN-LINE.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(53) VALUE
               "*** POSTINGS NOT SENT - FOLLOW UP WITH THE REGISTRAR".

       procedure division.

       100-MAIN.
           PERFORM 110-CHECK-RUN-CONTROL
           PERFORM 120-CHECK-SEQUENCE
           MOVE "SIS FEED" TO RC-IN-PROGRESS
           PERFORM 115-WRITE-RUN-CONTROL
           PERFORM 150-LOAD-GRADE-SCALE
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           OPEN INPUT POSTED-FILE
                INPUT TERMHIST-FILE
                OUTPUT FEED-FILE
                OUTPUT FEED-REPORT
           PERFORM 200-WRITE-HEADERS
           READ POSTED-FILE
               AT END MOVE "Y" TO EOF
           END-READ
           PERFORM UNTIL EOF = "Y"
               PERFORM 300-FEED-POSTING
               READ POSTED-FILE
                   AT END MOVE "Y" TO EOF
               END-READ
           END-PERFORM
           PERFORM 500-WRITE-TRAILERS
           CLOSE POSTED-FILE
                 TERMHIST-FILE
                 FEED-FILE
                 FEED-REPORT
           PERFORM 600-LOG-BATCH
           PERFORM 700-STAMP-RUN-CONTROL
           STOP RUN.

      ***************************************************************
      * READS THE RUN-CONTROL RECORD (SEE RUNCTLRC) AND REFUSES TO  *
      * START UNLESS THE CUMULATIVE GPA RUN COMPLETED FOR THIS      *
      * BATCH - POSTED.TXT IS ONLY THE TERM'S POSTINGS ONCE IT HAS. *
      * THE RECONCILE AND STANDING RUNS MAY LEGITIMATELY HAVE RUN   *
      * IN BETWEEN, SO THEIR STAMPS ARE ACCEPTED TOO; A GPA BACKOUT *
      * LEAVES ITS OWN STAMP, SO BACKED-OUT POSTINGS ARE NEVER      *
      * SENT. A DIFFERENT JOB'S IN-PROGRESS STAMP MEANS ANOTHER RUN *
      * HOLDS THE CHAIN - STAND DOWN AND CHECK WITH OPERATIONS.     *
      * THIS JOB'S OWN STAMP IS AN ABENDED EARLIER RUN AND IS LET   *
      * THROUGH - RERUNNING IS THE SANCTIONED WAY TO CLEAR IT. THE  *
      * STAMP ITSELF GOES ON ONLY ONCE THE SEQUENCE NUMBER CHECKS   *
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
               AND RC-IN-PROGRESS NOT = "SIS FEED"
               DISPLAY "SIS GRADE FEED NOT STARTED - "
                   RC-IN-PROGRESS " IS STAMPED IN PROGRESS"
               DISPLAY "ON RUNCTL.TXT - LET IT FINISH, OR RERUN "
                   "IT IF IT ABENDED"
               STOP RUN
           END-IF
           IF RC-LAST-PHASE NOT = "CUMULATIVE GPA"
               AND RC-LAST-PHASE NOT = "RECONCILE"
               AND RC-LAST-PHASE NOT = "STANDING"
               DISPLAY "SIS GRADE FEED NOT STARTED - CUMULATIVE "
                   "GPA HAS NOT COMPLETED FOR THIS BATCH"
               STOP RUN
           END-IF.

       115-WRITE-RUN-CONTROL.
           OPEN OUTPUT RUNCTL-FILE
           WRITE RUNCTL-REC
           CLOSE RUNCTL-FILE.

      ***************************************************************
      * TAKES THE BATCH SEQUENCE NUMBER FROM THE CONSOLE AND CHECKS *
      * IT AGAINST EVERY BATCH ON THE SEND LOG. A BLANK LINE TAKES  *
      * ONE PAST THE HIGHEST NUMBER SENT (000001 ON AN EMPTY LOG).  *
      * A KEYED NUMBER MAY SKIP AHEAD BUT MAY NEVER REPEAT ONE      *
      * ALREADY SENT - THE RUN STOPS BEFORE IT WRITES ANYTHING.     *
      * THE SCAN ALSO LOOKS FOR A BATCH ALREADY CUT FROM THIS       *
      * POSTING RUN (ITS LOGGED POSTING STAMP EQUAL TO THE LATEST   *
      * CUMULATIVE GPA RUN RECORD, SEE 125-FIND-POSTING-RUN). A     *
      * BLANK LINE IS THEN REFUSED - OTHERWISE AN OPERATOR RERUN    *
      * WOULD QUIETLY SEND THE SAME POSTINGS AGAIN UNDER A NEW      *
      * NUMBER. SO IS A BLANK LINE WHEN NO SUCH RUN RECORD IS ON    *
      * THE AUDIT LOG, SINCE THE POSTING RUN CAN'T THEN BE TOLD     *
      * APART FROM ONE ALREADY SENT. A DELIBERATE SEND IS STILL     *
      * POSSIBLE EITHER WAY BY KEYING AN UNUSED NUMBER              *
      ***************************************************************
       120-CHECK-SEQUENCE.
           MOVE SPACES TO WS-SEQ-IN
           ACCEPT WS-SEQ-IN
           IF WS-SEQ-IN NOT = SPACES
               IF WS-SEQ-IN IS NUMERIC
                   MOVE WS-SEQ-IN TO WS-SEQ-NO
               ELSE
                   DISPLAY "SIS GRADE FEED NOT STARTED - BATCH "
                       "SEQUENCE " WS-SEQ-IN " IS NOT SIX DIGITS"
                   STOP RUN
               END-IF
           END-IF
           PERFORM 125-FIND-POSTING-RUN
           IF WS-SEQ-IN = SPACES
               AND WS-POST-FOUND = "N"
               DISPLAY "SIS GRADE FEED NOT STARTED - NO CUMULATIVE "
                   "GPA RUN RECORD ON AUDIT.TXT"
               DISPLAY "KEY AN UNUSED SEQUENCE NUMBER TO SEND ANYWAY"
               STOP RUN
           END-IF
           MOVE ZERO TO WS-LAST-SEQ
           MOVE "N" TO WS-SEQ-USED
           MOVE "N" TO WS-POST-SENT
           MOVE "N" TO LOG-EOF
           OPEN INPUT LOG-FILE
           READ LOG-FILE
               AT END MOVE "Y" TO LOG-EOF
           END-READ
           PERFORM UNTIL LOG-EOF = "Y"
               IF LG-SEQ-NO > WS-LAST-SEQ
                   MOVE LG-SEQ-NO TO WS-LAST-SEQ
               END-IF
               IF WS-SEQ-IN NOT = SPACES
                   AND LG-SEQ-NO = WS-SEQ-NO
                   MOVE "Y" TO WS-SEQ-USED
                   MOVE LG-SENT-DATE TO WS-USED-DATE
               END-IF
               IF LG-POST-DATE IS NUMERIC
                   AND LG-POST-TIME IS NUMERIC
                   AND WS-POST-FOUND = "Y"
                   AND LG-POST-DATE = WS-POST-DATE
                   AND LG-POST-TIME = WS-POST-TIME
                   MOVE "Y" TO WS-POST-SENT
                   MOVE LG-SEQ-NO TO WS-POST-SEQ
               END-IF
               READ LOG-FILE
                   AT END MOVE "Y" TO LOG-EOF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE
           IF WS-SEQ-IN = SPACES
               AND WS-POST-SENT = "Y"
               DISPLAY "SIS GRADE FEED NOT STARTED - THIS POSTING RUN "
                   "WAS ALREADY SENT AS BATCH " WS-POST-SEQ
               DISPLAY "KEY AN UNUSED SEQUENCE NUMBER TO SEND IT AGAIN"
               STOP RUN
           END-IF
           IF WS-SEQ-IN = SPACES
               IF WS-LAST-SEQ = 999999
                   DISPLAY "SIS GRADE FEED NOT STARTED - BATCH "
                       "999999 IS ON THE LOG; KEY AN UNUSED NUMBER"
                   STOP RUN
               END-IF
               COMPUTE WS-SEQ-NO = WS-LAST-SEQ + 1
           END-IF
           IF WS-SEQ-NO = ZERO
               DISPLAY "SIS GRADE FEED NOT STARTED - BATCH "
                   "SEQUENCE 000000 IS NOT VALID"
               STOP RUN
           END-IF
           IF WS-SEQ-USED = "Y"
               DISPLAY "SIS GRADE FEED NOT STARTED - BATCH "
                   WS-SEQ-NO " WAS ALREADY SENT ON " WS-USED-DATE
               DISPLAY "THE LAST BATCH SENT IS " WS-LAST-SEQ
               STOP RUN
           END-IF.

      ***************************************************************
      * FINDS THE POSTING RUN THIS POSTED.TXT CAME FROM - THE DATE  *
      * AND TIME ON THE LATEST "CUMULATIVE GPA" RUN RECORD ON THE   *
      * AUDIT LOG. ONLY CUMGPA WRITES THAT ROW, SO THE STAMP STAYS  *
      * PUT WHEN THE RECONCILE AND STANDING RUNS RESTAMP RUNCTL.TXT *
      * AFTER IT. GRADE CHANGE DETAIL ROWS ARE PASSED OVER. NO SUCH *
      * ROW LEAVES WS-POST-FOUND "N" AND THE STAMP ZERO             *
      ***************************************************************
       125-FIND-POSTING-RUN.
           MOVE "N" TO WS-POST-FOUND
           MOVE ZERO TO WS-POST-DATE
           MOVE ZERO TO WS-POST-TIME
           MOVE "N" TO AUDIT-EOF
           OPEN INPUT AUDIT-FILE
           READ AUDIT-FILE
               AT END MOVE "Y" TO AUDIT-EOF
           END-READ
           PERFORM UNTIL AUDIT-EOF = "Y"
               IF AU-CHG-ID = SPACES
                   AND AU-PROGRAM = "CUMULATIVE GPA"
                   AND AU-DATE IS NUMERIC
                   AND AU-TIME IS NUMERIC
                   MOVE "Y" TO WS-POST-FOUND
                   MOVE AU-DATE TO WS-POST-DATE
                   MOVE AU-TIME TO WS-POST-TIME
               END-IF
               READ AUDIT-FILE
                   AT END MOVE "Y" TO AUDIT-EOF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

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

      ***************************************************************
      * THE FEED'S HEADER RECORD, THEN THE REPORT'S BATCH LINE AND  *
      * THE HEADING OF THE NOT-SENT LIST                            *
      ***************************************************************
       200-WRITE-HEADERS.
           MOVE SPACES TO FEED-REC
           MOVE "H" TO SF-REC-TYPE
           MOVE WS-SEQ-NO TO SF-SEQ-NO
           MOVE WS-BATCH-DATE TO SF-BATCH-DATE
           WRITE FEED-REC
           WRITE FEED-RPT-REC FROM FEED-RPT-HEADER
           MOVE SPACES TO FEED-RPT-REC
           WRITE FEED-RPT-REC
           MOVE WS-SEQ-NO TO FR-SEQ-NO
           MOVE WS-BATCH-DATE TO FR-BATCH-DATE
           WRITE FEED-RPT-REC FROM FEED-RPT-BATCH-LINE
           MOVE SPACES TO FEED-RPT-REC
           WRITE FEED-RPT-REC
           WRITE FEED-RPT-REC FROM FEED-RPT-HELD-HEADER
           WRITE FEED-RPT-REC FROM FEED-RPT-COLHDR
           MOVE SPACES TO FEED-RPT-REC
           WRITE FEED-RPT-REC.

      ***************************************************************
      * ONE POSTING: THE ID MUST BE ALL DIGITS (THE TRAILER HASHES  *
      * IT AS A NUMBER, AND SO DOES THE SIS) AND THE ATTEMPT MUST   *
      * STILL BE ON TERMHIST.TXT TO GIVE THE AVERAGE - ANYTHING     *
      * ELSE IS HELD BACK AND LISTED RATHER THAN SENT HALF-FILLED   *
      ***************************************************************
       300-FEED-POSTING.
           ADD 1 TO WS-POSTED-READ
           IF PO-ID IS NOT NUMERIC
               MOVE "ID NOT NUMERIC" TO WS-REASON
               PERFORM 330-LIST-HELD
           ELSE
               PERFORM 310-FIND-HISTORY
               IF WS-HIST-FOUND = "N"
                   MOVE "NOT ON TERMHIST" TO WS-REASON
                   PERFORM 330-LIST-HELD
               ELSE
                   PERFORM 320-WRITE-DETAIL
               END-IF
           END-IF.

      ***************************************************************
      * READS THE HISTORY RECORD FOR THIS POSTING'S (ID, TERM,      *
      * COURSE) - THE HISTORY'S EXACT KEY. POSTED.TXT CARRIES THE   *
      * TERM COUNT AND GPA AS REWRITTEN, NOT THE TERM'S OWN AVERAGE *
      ***************************************************************
       310-FIND-HISTORY.
           MOVE "N" TO WS-HIST-FOUND
           MOVE PO-ID TO TH-ID
           MOVE PO-TERM TO TH-TERM
           MOVE PO-COURSE TO TH-COURSE
           READ TERMHIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HIST-FOUND
           END-READ.

      ***************************************************************
      * WRITES ONE DETAIL, NUMBERED DOWN THE FILE, AND ROLLS IT     *
      * INTO THE COUNT AND HASH TOTALS THE TRAILER CARRIES          *
      ***************************************************************
       320-WRITE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE TH-AVG TO WS-LOOKUP-AVG
           PERFORM 355-LOOKUP-LETTER
           MOVE SPACES TO FEED-REC
           MOVE "D" TO SF-REC-TYPE
           MOVE WS-SEQ-NO TO SF-SEQ-NO
           MOVE WS-DETAIL-COUNT TO SF-LINE-NO
           MOVE PO-ID TO SF-ID
           MOVE PO-TERM TO SF-TERM
           MOVE PO-COURSE TO SF-COURSE
           MOVE TH-AVG TO SF-AVG
           MOVE WS-LOOKUP-LETTER TO SF-LETTER
           MOVE TH-STATUS TO SF-STATUS
           MOVE PO-TERM-COUNT TO SF-TERM-COUNT
           MOVE PO-GPA TO SF-GPA
           WRITE FEED-REC
           MOVE PO-ID TO WS-ID-NUM
           ADD WS-ID-NUM TO WS-HASH-ID
           ADD TH-AVG TO WS-HASH-AVG.

       330-LIST-HELD.
           ADD 1 TO WS-HELD-COUNT
           MOVE PO-ID TO FR-ID
           MOVE PO-TERM TO FR-TERM
           MOVE PO-COURSE TO FR-COURSE
           MOVE WS-REASON TO FR-REASON
           WRITE FEED-RPT-REC FROM FEED-RPT-HELD-LINE.

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

      ***************************************************************
      * THE FEED'S TRAILER RECORD - COUNT AND HASH TOTALS OF THE    *
      * DETAILS ACTUALLY WRITTEN - THEN THE SAME FIGURES ON THE     *
      * REPORT FOR THE OPERATOR TO QUOTE TO THE SIS                 *
      ***************************************************************
       500-WRITE-TRAILERS.
           MOVE SPACES TO FEED-REC
           MOVE "T" TO SF-REC-TYPE
           MOVE WS-SEQ-NO TO SF-SEQ-NO
           MOVE WS-DETAIL-COUNT TO SF-DETAIL-COUNT
           MOVE WS-HASH-ID TO SF-HASH-ID
           MOVE WS-HASH-AVG TO SF-HASH-AVG
           WRITE FEED-REC
           MOVE SPACES TO FEED-RPT-REC
           WRITE FEED-RPT-REC
           MOVE WS-POSTED-READ TO FT-POSTED-READ
           WRITE FEED-RPT-REC FROM FEED-TRAILER-READ
           MOVE WS-DETAIL-COUNT TO FT-SENT
           WRITE FEED-RPT-REC FROM FEED-TRAILER-SENT
           MOVE WS-HELD-COUNT TO FT-HELD
           WRITE FEED-RPT-REC FROM FEED-TRAILER-HELD
           MOVE WS-HASH-ID TO FT-HASH-ID
           WRITE FEED-RPT-REC FROM FEED-TRAILER-HASH-ID
           MOVE WS-HASH-AVG TO FT-HASH-AVG
           WRITE FEED-RPT-REC FROM FEED-TRAILER-HASH-AVG
           MOVE SPACES TO FEED-RPT-REC
           WRITE FEED-RPT-REC
           IF WS-HELD-COUNT = ZERO
               WRITE FEED-RPT-REC FROM FEED-OK-LINE
           ELSE
               WRITE FEED-RPT-REC FROM FEED-WARN-LINE
           END-IF.

      ***************************************************************
      * APPENDS THE BATCH TO THE SEND LOG - FROM HERE ON ITS        *
      * SEQUENCE NUMBER IS SPENT, AND SO IS ITS POSTING RUN FOR ANY *
      * RERUN THAT DOES NOT KEY A NUMBER                            *
      ***************************************************************
       600-LOG-BATCH.
           OPEN EXTEND LOG-FILE
           MOVE SPACES TO LOG-REC
           MOVE WS-SEQ-NO TO LG-SEQ-NO
           MOVE WS-BATCH-DATE TO LG-SENT-DATE
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO LG-SENT-TIME
           MOVE WS-DETAIL-COUNT TO LG-DETAIL-COUNT
           MOVE WS-HASH-ID TO LG-HASH-ID
           MOVE WS-HASH-AVG TO LG-HASH-AVG
           MOVE WS-POST-DATE TO LG-POST-DATE
           MOVE WS-POST-TIME TO LG-POST-TIME
           WRITE LOG-REC
           CLOSE LOG-FILE.

      ***************************************************************
      * CLEARS THIS JOB'S IN-PROGRESS STAMP. THE FEED CHANGES NO    *
      * MASTER FILE, SO RC-LAST-PHASE IS LEFT AS THE POSTING CHAIN  *
      * SET IT - THE MAILER AND STANDING RUNS STILL SEE THEIR       *
      * PREDECESSOR                                                 *
      ***************************************************************
       700-STAMP-RUN-CONTROL.
           MOVE SPACES TO RC-IN-PROGRESS
           PERFORM 115-WRITE-RUN-CONTROL.
