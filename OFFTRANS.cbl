       identification division.
       program-id. OFFTRANS as "OFFICIAL TRANSCRIPT".
      ***************************************************************
      * THE OFFICIAL TRANSCRIPT RUN. READS THE DAY'S TRANSCRIPT     *
      * REQUESTS (TRNSREQ.TXT - STUDENT ID, WHO ASKED, WHERE TO     *
      * SEND IT, THE DATE ASKED) AND FOR EACH ONE WRITES A SIGNED-  *
      * OFF TRANSCRIPT TO OFFTRANS.TXT COVERING EVERY TERM ON THE   *
      * LIVE HISTORY (TERMHIST.TXT) AND THE YEAR-END ARCHIVE        *
      * (HISTARCH.TXT) - A GRADUATE'S EARLY YEARS ARE USUALLY ONLY  *
      * ON THE ARCHIVE. TERMS PRINT IN CALENDAR ORDER (SEE          *
      * 530-SET-TERM-ORDER), EACH WITH ITS COURSES, THE AVERAGE AND *
      * LETTER ON THE SHARED GRADESCL.TXT SCALE, THE TERM AVERAGE   *
      * AND THE RUNNING CUMULATIVE. A RETAKEN ATTEMPT PRINTS WITH   *
      * "(REPLACED)" AND STAYS OUT OF BOTH AVERAGES, THE SAME WAY   *
      * IT IS OUT OF M-TOTAL-AVG; A COURSE WITH AN OUTSTANDING      *
      * INCOMPLETE ON INCTRACK.TXT PRINTS AS "I" WITH NO AVERAGE.   *
      * ANY PROVISIONAL AVERAGE POSTED FOR IT STILL COUNTS IN THE   *
      * TERM AND CUMULATIVE, AS IT DOES IN M-TOTAL-AVG, AND THE     *
      * LEGEND SAYS SO. STUDENT HOLDS ARE HONORED: A REQUEST FOR A  *
      * STUDENT WITH AN ACTIVE HOLD ON HOLDS.TXT (SEE HOLDREC) IS   *
      * NOT ISSUED, NOR IS ONE FOR AN ID NOT ON MASTER.TXT, OR WITH *
      * NO REQUESTER, ADDRESS OR USABLE REQUEST DATE - EACH GOES ON *
      * THE REJECT LIST (TRNSREJ.TXT) WITH THE REASON, AND A HELD   *
      * REQUEST IS RESUBMITTED ONCE THE HOLDING OFFICE RELEASES IT. *
      * EVERY TRANSCRIPT ISSUED IS APPENDED TO THE ISSUE LOG        *
      * (TRNSLOG.TXT) WITH ITS REQUEST AND ISSUE DATES, SO THE      *
      * OFFICE CAN ANSWER "WHEN DID YOU SEND IT"                    *
      ***************************************************************



       environment division.

       configuration section.

       INPUT-OUTPUT SECTION.
       file-control.
           select REQUEST-FILE ASSIGN TO "TRNSREQ.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL MASTER-FILE ASSIGN TO "MASTER.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS M-ID.
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
           select OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL HOLDS-FILE ASSIGN TO "HOLDS.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HD-KEY.
           select SORT-WORK-FILE ASSIGN TO "TRNSWK.TMP".
           select TRANSCRIPT-FILE ASSIGN TO "OFFTRANS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select REJECT-FILE ASSIGN TO "TRNSREJ.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL LOG-FILE ASSIGN TO "TRNSLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       File Section.
      ************************************************************
      * ONE TRANSCRIPT REQUEST. THE ADDRESS IS THREE PRINTED     *
      * LINES; THE REQUEST DATE IS YYYYMMDD                      *
      ************************************************************
       FD REQUEST-FILE.
       01 REQUEST-REC.
           05 RQ-ID              PIC X(9).
           05 RQ-REQUESTER        PIC X(30).
           05 RQ-ADDRESS-1         PIC X(30).
           05 RQ-ADDRESS-2          PIC X(30).
           05 RQ-ADDRESS-3           PIC X(30).
           05 RQ-REQUEST-DATE         PIC X(8).

       FD MASTER-FILE.
       01 MASTER-REC.
           05 M-ID               PIC X(9).
           05 M-NAME              PIC X(20).
           05 M-TOTAL-AVG          PIC 9(7).
           05 M-TERM-COUNT          PIC 99.
           05 M-GPA                  PIC 999.

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

      ************************************************************
      * THE BATCH-SEQUENCE RUN-CONTROL RECORD, CHECKED AT        *
      * STARTUP - SEE RUNCTLRC                                   *
      ************************************************************
       FD RUNCTL-FILE.
       01 RUNCTL-REC.
           COPY RUNCTLRC.

      ************************************************************
      * STUDENT HOLDS - AN ACTIVE ONE STOPS THE TRANSCRIPT. SEE  *
      * HOLDREC                                                  *
      ************************************************************
       FD HOLDS-FILE.
       01 HOLDS-REC.
           COPY HOLDREC.

      ************************************************************
      * ONE LINE OF THE STUDENT'S RECORD FOR THE SORT: A POSTED  *
      * ATTEMPT (KIND H) OR AN OUTSTANDING INCOMPLETE (KIND I),  *
      * KEYED SO A COURSE'S INCOMPLETE FOLLOWS ITS ATTEMPT       *
      ************************************************************
       SD SORT-WORK-FILE.
       01 SORT-REC.
           05 SW-YEAR            PIC X(4).
           05 SW-SEASON          PIC 9.
           05 SW-TERM            PIC X(6).
           05 SW-COURSE          PIC X(8).
           05 SW-KIND            PIC X.
           05 SW-AVG             PIC 999.
           05 SW-STATUS          PIC X.

       FD TRANSCRIPT-FILE.
       01 TRANSCRIPT-REC    PIC X(80).

       FD REJECT-FILE.
       01 REJECT-REC        PIC X(80).

      ************************************************************
      * THE ISSUE LOG - ONE LINE APPENDED PER TRANSCRIPT ISSUED, *
      * NEVER REWRITTEN                                          *
      ************************************************************
       FD LOG-FILE.
       01 LOG-REC.
           05 TL-ISSUE-DATE      PIC 9(8).
           05 FILLER             PIC X.
           05 TL-REQUEST-DATE    PIC 9(8).
           05 FILLER             PIC X.
           05 TL-ID              PIC X(9).
           05 FILLER             PIC X.
           05 TL-REQUESTER       PIC X(30).

       working-storage section.
       01 EOF                PIC X VALUE "N".
       01 HIST-EOF            PIC X VALUE "N".
       01 INC-EOF             PIC X VALUE "N".
       01 SORT-EOF            PIC X VALUE "N".
       01 RUNCTL-EOF          PIC X VALUE "N".
       01 HOLD-EOF            PIC X VALUE "N".
       01 WS-MASTER-FOUND     PIC X VALUE "N".
       01 WS-HELD             PIC X VALUE "N".
       01 WS-REJECT-REASON    PIC X(20).
       01 WS-REQ-ID           PIC X(9).
       01 WS-ISSUE-DATE       PIC 9(8).
       01 WS-TERM-X           PIC X(6).
       01 WS-CUR-TERM         PIC X(6).
       01 WS-TERM-OPEN        PIC X VALUE "N".
       01 WS-LINE-PENDING     PIC X VALUE "N".
       01 WS-PENDING-COURSE   PIC X(8).
       01 WS-TERM-SUM         PIC 9(6) VALUE ZERO.
       01 WS-TERM-CNT         PIC 999 VALUE ZERO.
       01 WS-CUM-SUM          PIC 9(7) VALUE ZERO.
       01 WS-CUM-CNT          PIC 999 VALUE ZERO.
       01 WS-CALC-AVG         PIC 999 VALUE ZERO.
       01 WS-EDIT-AVG         PIC ZZ9.
       01 WS-LINE-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-REQ-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-ISSUED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT     PIC 9(5) VALUE ZERO.

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

       01 OT-HEADER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(19) VALUE "OFFICIAL TRANSCRIPT".

       01 OT-STUDENT-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 OT-NAME            PIC X(20).
           05 FILLER           PIC X(6) VALUE " (ID: ".
           05 OT-ID              PIC X(9).
           05 FILLER           PIC X VALUE ")".

       01 OT-ISSUED-TO-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(11) VALUE "ISSUED TO: ".
           05 OT-REQUESTER       PIC X(30).

       01 OT-ADDRESS-LINE.
           05 FILLER           PIC X(12) VALUE SPACES.
           05 OT-ADDRESS         PIC X(30).

       01 OT-DATES-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(11) VALUE "REQUESTED: ".
           05 OT-REQUEST-DATE    PIC X(8).
           05 FILLER           PIC X(11) VALUE "   ISSUED: ".
           05 OT-ISSUE-DATE      PIC 9(8).

       01 OT-TERM-HDR.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(6) VALUE "TERM: ".
           05 OT-TERM            PIC X(6).

       01 OT-COLHDR.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "COURSE".
           05 FILLER           PIC X(4) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE "AVERAGE".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE "GRADE".

      ************************************************************
      * ONE COURSE - BUILT AND HELD UNTIL THE NEXT SORTED RECORD *
      * IS SEEN, SO A FOLLOWING INCOMPLETE CAN MARK IT "I"       *
      * BEFORE IT IS WRITTEN                                     *
      ************************************************************
       01 OT-COURSE-LINE.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 OC-COURSE          PIC X(8).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 OC-AVG             PIC X(3).
           05 FILLER           PIC X(6) VALUE SPACES.
           05 OC-GRADE           PIC X(2).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 OC-NOTE            PIC X(10).

       01 OT-TERM-SUMMARY.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(14) VALUE "TERM AVERAGE: ".
           05 OS-TERM-AVG        PIC X(3).
           05 FILLER           PIC X(15) VALUE "   CUMULATIVE: ".
           05 OS-CUM-AVG         PIC X(3).

       01 OT-NO-HIST-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(24) VALUE
               "NO POSTED TERMS ON FILE".

       01 OT-GPA-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(16) VALUE "CUMULATIVE GPA: ".
           05 OT-GPA             PIC ZZ9.
           05 FILLER           PIC X(18) VALUE "   TERMS ON FILE: ".
           05 OT-TERM-COUNT      PIC Z9.

       01 OT-LEGEND-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(27) VALUE
               "I = INCOMPLETE OUTSTANDING ".
           05 FILLER           PIC X(41) VALUE
               "- PROVISIONAL AVG KEPT IN TERM/CUMULATIVE".

       01 OT-LEGEND-LINE2.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(53) VALUE
               "(REPLACED) = RETAKEN - NOT IN TERM OR CUMULATIVE AVG".

       01 OT-SEPARATOR.
           05 FILLER           PIC X(40) VALUE ALL "-".

       01 REJ-HEADER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(28) VALUE
               "TRANSCRIPT REQUESTS REJECTED".

       01 REJ-COLHDR.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(2) VALUE "ID".
           05 FILLER           PIC X(8) VALUE SPACES.
           05 FILLER           PIC X(9) VALUE "REQUESTER".
           05 FILLER           PIC X(22) VALUE SPACES.
           05 FILLER           PIC X(9) VALUE "REQUESTED".
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(6) VALUE "REASON".

       01 REJ-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 RJ-ID              PIC X(9).
           05 FILLER           PIC X VALUE SPACE.
           05 RJ-REQUESTER       PIC X(30).
           05 FILLER           PIC X VALUE SPACE.
           05 RJ-REQUEST-DATE    PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RJ-REASON          PIC X(20).

       01 REJ-NONE-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(20) VALUE "NO REQUESTS REJECTED".

       01 REJ-TRAILER-READ.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "REQUESTS READ:".
           05 FILLER           PIC X VALUE SPACE.
           05 RT-READ            PIC ZZ,ZZ9.

       01 REJ-TRAILER-ISSUED.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "TRANSCRIPTS ISSUED:".
           05 FILLER           PIC X VALUE SPACE.
           05 RT-ISSUED          PIC ZZ,ZZ9.

       01 REJ-TRAILER-REJ.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "REJECTED:".
           05 FILLER           PIC X VALUE SPACE.
           05 RT-REJECTED        PIC ZZ,ZZ9.

       procedure division.

       100-MAIN.
           PERFORM 110-CHECK-RUN-CONTROL
           PERFORM 150-LOAD-GRADE-SCALE
           ACCEPT WS-ISSUE-DATE FROM DATE YYYYMMDD
           OPEN INPUT REQUEST-FILE
                INPUT MASTER-FILE
                INPUT TERMHIST-FILE
                INPUT HOLDS-FILE
                OUTPUT TRANSCRIPT-FILE
                OUTPUT REJECT-FILE
                EXTEND LOG-FILE
           PERFORM 200-REJECT-HEADER
           READ REQUEST-FILE
               AT END MOVE "Y" TO EOF
           END-READ
           PERFORM UNTIL EOF = "Y"
               PERFORM 300-PROCESS-REQUEST
               READ REQUEST-FILE
                   AT END MOVE "Y" TO EOF
               END-READ
           END-PERFORM
           PERFORM 400-REJECT-TRAILER
           CLOSE REQUEST-FILE
                 MASTER-FILE
                 TERMHIST-FILE
                 HOLDS-FILE
                 TRANSCRIPT-FILE
                 REJECT-FILE
                 LOG-FILE
           STOP RUN.

      ***************************************************************
      * READS THE RUN-CONTROL RECORD (SEE RUNCTLRC) AND REFUSES TO  *
      * START WHILE ANY JOB IS STAMPED IN PROGRESS - A TRANSCRIPT   *
      * PRINTED HALFWAY THROUGH A POSTING WOULD GO OUT OF THE       *
      * BUILDING WITH HALF A TERM ON IT. THE RUN ONLY READS, SO IT  *
      * NEVER STAMPS ITSELF AND NEVER HOLDS UP THE CHAIN            *
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
           END-IF
           IF RC-IN-PROGRESS NOT = SPACES
               DISPLAY "OFFICIAL TRANSCRIPT NOT STARTED - "
                   RC-IN-PROGRESS " IS STAMPED IN PROGRESS"
               DISPLAY "ON RUNCTL.TXT - LET IT FINISH, OR RERUN "
                   "IT IF IT ABENDED"
               STOP RUN
           END-IF.

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

       200-REJECT-HEADER.
           WRITE REJECT-REC FROM REJ-HEADER
           MOVE SPACES TO REJECT-REC
           WRITE REJECT-REC
           WRITE REJECT-REC FROM REJ-COLHDR
           MOVE SPACES TO REJECT-REC
           WRITE REJECT-REC.

      ***************************************************************
      * ONE REQUEST: ISSUED ONLY WHEN THE ID IS ON THE MASTER, THE  *
      * STUDENT HAS NO ACTIVE HOLD, AND THE REQUEST SAYS WHO IT IS  *
      * FOR, WHERE IT GOES AND WHEN IT WAS ASKED FOR; OTHERWISE     *
      * ONTO THE REJECT LIST                                        *
      ***************************************************************
       300-PROCESS-REQUEST.
           ADD 1 TO WS-REQ-COUNT
           MOVE "Y" TO WS-MASTER-FOUND
           MOVE RQ-ID TO M-ID
           READ MASTER-FILE
               INVALID KEY MOVE "N" TO WS-MASTER-FOUND
           END-READ
           PERFORM 320-CHECK-HOLDS
           EVALUATE TRUE
               WHEN WS-MASTER-FOUND = "N"
                   MOVE "NOT ON MASTER" TO WS-REJECT-REASON
                   PERFORM 350-WRITE-REJECT
               WHEN WS-HELD = "Y"
                   MOVE "ACTIVE HOLD" TO WS-REJECT-REASON
                   PERFORM 350-WRITE-REJECT
               WHEN RQ-REQUESTER = SPACES
                   MOVE "NO REQUESTER" TO WS-REJECT-REASON
                   PERFORM 350-WRITE-REJECT
               WHEN RQ-ADDRESS-1 = SPACES
                   MOVE "NO DELIVERY ADDRESS" TO WS-REJECT-REASON
                   PERFORM 350-WRITE-REJECT
               WHEN RQ-REQUEST-DATE IS NOT NUMERIC
                   MOVE "BAD REQUEST DATE" TO WS-REJECT-REASON
                   PERFORM 350-WRITE-REJECT
               WHEN OTHER
                   PERFORM 500-ISSUE-TRANSCRIPT
           END-EVALUATE.

      ***************************************************************
      * THE STUDENT'S HOLDS SIT TOGETHER UNDER THE KEY - ONE START  *
      * AT THE ID AND A READ FORWARD FINDS THE FIRST ONE WITH NO    *
      * RELEASE DATE. A RELEASED HOLD NEVER STOPS A TRANSCRIPT      *
      ***************************************************************
       320-CHECK-HOLDS.
           MOVE "N" TO WS-HELD
           MOVE "N" TO HOLD-EOF
           MOVE RQ-ID TO HD-ID
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
                       IF HD-ID NOT = RQ-ID
                           MOVE "Y" TO HOLD-EOF
                       ELSE
                           IF HD-DATE-RELEASED = ZERO
                               MOVE "Y" TO WS-HELD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       350-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE RQ-ID TO RJ-ID
           MOVE RQ-REQUESTER TO RJ-REQUESTER
           MOVE RQ-REQUEST-DATE TO RJ-REQUEST-DATE
           MOVE WS-REJECT-REASON TO RJ-REASON
           WRITE REJECT-REC FROM REJ-LINE.

       400-REJECT-TRAILER.
           IF WS-REJECT-COUNT = ZERO
               WRITE REJECT-REC FROM REJ-NONE-LINE
           END-IF
           MOVE SPACES TO REJECT-REC
           WRITE REJECT-REC
           MOVE WS-REQ-COUNT TO RT-READ
           WRITE REJECT-REC FROM REJ-TRAILER-READ
           MOVE WS-ISSUED-COUNT TO RT-ISSUED
           WRITE REJECT-REC FROM REJ-TRAILER-ISSUED
           MOVE WS-REJECT-COUNT TO RT-REJECTED
           WRITE REJECT-REC FROM REJ-TRAILER-REJ.

      ***************************************************************
      * ONE TRANSCRIPT: THE ADDRESS BLOCK, THEN THE STUDENT'S WHOLE *
      * RECORD SORTED INTO TERM ORDER AND PRINTED TERM BY TERM,     *
      * THEN THE MASTER'S FIGURES, THE LEGEND AND THE LOG ENTRY     *
      ***************************************************************
       500-ISSUE-TRANSCRIPT.
           ADD 1 TO WS-ISSUED-COUNT
           MOVE RQ-ID TO WS-REQ-ID
           PERFORM 510-WRITE-ADDRESS-BLOCK
           MOVE ZERO TO WS-CUM-SUM
           MOVE ZERO TO WS-CUM-CNT
           MOVE ZERO TO WS-LINE-COUNT
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-YEAR
               ON ASCENDING KEY SW-SEASON
               ON ASCENDING KEY SW-TERM
               ON ASCENDING KEY SW-COURSE
               ON ASCENDING KEY SW-KIND
               INPUT PROCEDURE 520-RELEASE-RECORD
               OUTPUT PROCEDURE 540-PRINT-TERMS
           PERFORM 580-WRITE-CLOSING
           PERFORM 590-LOG-ISSUE.

       510-WRITE-ADDRESS-BLOCK.
           WRITE TRANSCRIPT-REC FROM OT-HEADER
           MOVE SPACES TO TRANSCRIPT-REC
           WRITE TRANSCRIPT-REC
           MOVE M-NAME TO OT-NAME
           MOVE M-ID TO OT-ID
           WRITE TRANSCRIPT-REC FROM OT-STUDENT-LINE
           MOVE SPACES TO TRANSCRIPT-REC
           WRITE TRANSCRIPT-REC
           MOVE RQ-REQUESTER TO OT-REQUESTER
           WRITE TRANSCRIPT-REC FROM OT-ISSUED-TO-LINE
           MOVE RQ-ADDRESS-1 TO OT-ADDRESS
           WRITE TRANSCRIPT-REC FROM OT-ADDRESS-LINE
           IF RQ-ADDRESS-2 NOT = SPACES
               MOVE RQ-ADDRESS-2 TO OT-ADDRESS
               WRITE TRANSCRIPT-REC FROM OT-ADDRESS-LINE
           END-IF
           IF RQ-ADDRESS-3 NOT = SPACES
               MOVE RQ-ADDRESS-3 TO OT-ADDRESS
               WRITE TRANSCRIPT-REC FROM OT-ADDRESS-LINE
           END-IF
           MOVE RQ-REQUEST-DATE TO OT-REQUEST-DATE
           MOVE WS-ISSUE-DATE TO OT-ISSUE-DATE
           WRITE TRANSCRIPT-REC FROM OT-DATES-LINE
           MOVE SPACES TO TRANSCRIPT-REC
           WRITE TRANSCRIPT-REC.

      ***************************************************************
      * FEEDS THE SORT WITH EVERYTHING ON FILE FOR THE STUDENT: THE *
      * LIVE HISTORY (ONE START AT THE ID AND A READ FORWARD), THE  *
      * ARCHIVE (NO INDEX, SO A FRONT-TO-BACK SCAN) AND THE         *
      * OUTSTANDING INCOMPLETES. LAPSED AND CLEARED INCOMPLETES ARE *
      * ALREADY SETTLED ON THE HISTORY AND ARE LEFT OUT             *
      ***************************************************************
       520-RELEASE-RECORD.
           MOVE "N" TO HIST-EOF
           MOVE WS-REQ-ID TO TH-ID
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
                       IF TH-ID NOT = WS-REQ-ID
                           MOVE "Y" TO HIST-EOF
                       ELSE
                           MOVE TH-TERM TO SW-TERM
                           MOVE TH-COURSE TO SW-COURSE
                           MOVE "H" TO SW-KIND
                           MOVE TH-AVG TO SW-AVG
                           MOVE TH-STATUS TO SW-STATUS
                           PERFORM 530-SET-TERM-ORDER
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO HIST-EOF
           OPEN INPUT HISTARCH-FILE
           READ HISTARCH-FILE
               AT END MOVE "Y" TO HIST-EOF
           END-READ
           PERFORM UNTIL HIST-EOF = "Y"
               IF AH-ID = WS-REQ-ID
                   MOVE AH-TERM TO SW-TERM
                   MOVE AH-COURSE TO SW-COURSE
                   MOVE "H" TO SW-KIND
                   MOVE AH-AVG TO SW-AVG
                   MOVE AH-STATUS TO SW-STATUS
                   PERFORM 530-SET-TERM-ORDER
                   RELEASE SORT-REC
               END-IF
               READ HISTARCH-FILE
                   AT END MOVE "Y" TO HIST-EOF
               END-READ
           END-PERFORM
           CLOSE HISTARCH-FILE
           MOVE "N" TO INC-EOF
           OPEN INPUT INCTRACK-FILE
           READ INCTRACK-FILE
               AT END MOVE "Y" TO INC-EOF
           END-READ
           PERFORM UNTIL INC-EOF = "Y"
               IF IT-ID = WS-REQ-ID AND IT-STATUS = "O"
                   MOVE IT-TERM TO SW-TERM
                   MOVE IT-COURSE TO SW-COURSE
                   MOVE "I" TO SW-KIND
                   MOVE ZERO TO SW-AVG
                   MOVE SPACE TO SW-STATUS
                   PERFORM 530-SET-TERM-ORDER
                   RELEASE SORT-REC
               END-IF
               READ INCTRACK-FILE
                   AT END MOVE "Y" TO INC-EOF
               END-READ
           END-PERFORM
           CLOSE INCTRACK-FILE.

      ***************************************************************
      * TERM CODES CARRY A 4-DIGIT YEAR TRAILING (FA2025) OR        *
      * LEADING (2025FA) - THE SAME TWO FORMS THE YEAR END ARCHIVE  *
      * READS (350-TERM-YEAR IN YEARARC). SORTED AS TEXT, FA2024    *
      * WOULD COME BEFORE SP2024, SO THE YEAR AND A SEASON NUMBER   *
      * (WINTER, SPRING, SUMMER, FALL) LEAD THE SORT KEY. A CODE    *
      * WITH NO READABLE YEAR SORTS AHEAD OF ALL THE OTHERS UNDER   *
      * YEAR 0000, AND AN UNKNOWN SEASON SORTS LAST IN ITS YEAR     *
      ***************************************************************
       530-SET-TERM-ORDER.
           MOVE SW-TERM TO WS-TERM-X
           MOVE "0000" TO SW-YEAR
           MOVE 9 TO SW-SEASON
           IF WS-TERM-X(3:4) IS NUMERIC
               MOVE WS-TERM-X(3:4) TO SW-YEAR
               MOVE WS-TERM-X(1:2) TO WS-TERM-X(5:2)
           ELSE
               IF WS-TERM-X(1:4) IS NUMERIC
                   MOVE WS-TERM-X(1:4) TO SW-YEAR
               END-IF
           END-IF
           EVALUATE WS-TERM-X(5:2)
               WHEN "WI"
                   MOVE 1 TO SW-SEASON
               WHEN "SP"
                   MOVE 2 TO SW-SEASON
               WHEN "SU"
                   MOVE 3 TO SW-SEASON
               WHEN "FA"
                   MOVE 4 TO SW-SEASON
           END-EVALUATE.

      ***************************************************************
      * READS THE STUDENT'S RECORD BACK IN TERM ORDER AND BREAKS ON *
      * THE TERM. A COURSE LINE IS HELD (WS-LINE-PENDING) UNTIL THE *
      * NEXT RECORD: AN INCOMPLETE FOR THE SAME COURSE MARKS IT "I" *
      * AND ANYTHING ELSE WRITES IT                                 *
      ***************************************************************
       540-PRINT-TERMS.
           MOVE "N" TO SORT-EOF
           MOVE "N" TO WS-TERM-OPEN
           MOVE "N" TO WS-LINE-PENDING
           PERFORM UNTIL SORT-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO SORT-EOF
                       IF WS-TERM-OPEN = "Y"
                           PERFORM 565-CLOSE-TERM
                       END-IF
                   NOT AT END
                       IF WS-TERM-OPEN = "Y"
                           AND SW-TERM NOT = WS-CUR-TERM
                           PERFORM 565-CLOSE-TERM
                       END-IF
                       IF WS-TERM-OPEN = "N"
                           PERFORM 545-OPEN-TERM
                       END-IF
                       IF SW-KIND = "I"
                           PERFORM 555-MARK-INCOMPLETE
                       ELSE
                           PERFORM 550-BUILD-COURSE-LINE
                       END-IF
               END-RETURN
           END-PERFORM.

       545-OPEN-TERM.
           MOVE "Y" TO WS-TERM-OPEN
           MOVE SW-TERM TO WS-CUR-TERM
           MOVE ZERO TO WS-TERM-SUM
           MOVE ZERO TO WS-TERM-CNT
           MOVE SW-TERM TO OT-TERM
           WRITE TRANSCRIPT-REC FROM OT-TERM-HDR
           WRITE TRANSCRIPT-REC FROM OT-COLHDR.

      ***************************************************************
      * A POSTED ATTEMPT. A STANDING ONE COUNTS IN THE TERM AND     *
      * CUMULATIVE AVERAGES; A REPLACED ONE PRINTS BUT DOESN'T      *
      ***************************************************************
       550-BUILD-COURSE-LINE.
           PERFORM 560-FLUSH-LINE
           MOVE SPACES TO OT-COURSE-LINE
           MOVE SW-COURSE TO OC-COURSE
           MOVE SW-AVG TO WS-EDIT-AVG
           MOVE WS-EDIT-AVG TO OC-AVG
           MOVE SW-AVG TO WS-LOOKUP-AVG
           PERFORM 355-LOOKUP-LETTER
           MOVE WS-LOOKUP-LETTER TO OC-GRADE
           IF SW-STATUS = "R"
               MOVE "(REPLACED)" TO OC-NOTE
           ELSE
               ADD SW-AVG TO WS-TERM-SUM
               ADD 1 TO WS-TERM-CNT
               ADD SW-AVG TO WS-CUM-SUM
               ADD 1 TO WS-CUM-CNT
           END-IF
           MOVE SW-COURSE TO WS-PENDING-COURSE
           MOVE "Y" TO WS-LINE-PENDING.

      ***************************************************************
      * AN OUTSTANDING INCOMPLETE PRINTS AS "I" IN THE GRADE        *
      * COLUMN WITH NO AVERAGE. WHEN THE COURSE POSTED A            *
      * PROVISIONAL AVERAGE FROM ITS GRADED WORK, THE HELD LINE'S   *
      * LETTER AND AVERAGE GIVE WAY TO THE "I" - THAT AVERAGE IS    *
      * ALREADY IN THE TERM AND CUMULATIVE SUMS AND STAYS THERE,    *
      * AS IT STAYS IN M-TOTAL-AVG UNTIL THE MAKEUP IS POSTED. WHEN *
      * NOTHING POSTED THE COURSE GETS A LINE OF ITS OWN            *
      ***************************************************************
       555-MARK-INCOMPLETE.
           IF WS-LINE-PENDING = "Y"
               AND WS-PENDING-COURSE = SW-COURSE
               IF OC-NOTE = SPACES
                   MOVE "I" TO OC-GRADE
                   MOVE SPACES TO OC-AVG
               END-IF
           ELSE
               PERFORM 560-FLUSH-LINE
               MOVE SPACES TO OT-COURSE-LINE
               MOVE SW-COURSE TO OC-COURSE
               MOVE "I" TO OC-GRADE
               MOVE SW-COURSE TO WS-PENDING-COURSE
               MOVE "Y" TO WS-LINE-PENDING
           END-IF.

       560-FLUSH-LINE.
           IF WS-LINE-PENDING = "Y"
               WRITE TRANSCRIPT-REC FROM OT-COURSE-LINE
               ADD 1 TO WS-LINE-COUNT
               MOVE "N" TO WS-LINE-PENDING
           END-IF.

      ***************************************************************
      * WRITES THE LAST HELD COURSE, THEN THE TERM'S AVERAGE AND    *
      * THE CUMULATIVE THROUGH THIS TERM. A TERM WITH NOTHING       *
      * STANDING (ALL REPLACED OR INCOMPLETE) SHOWS DASHES          *
      ***************************************************************
       565-CLOSE-TERM.
           PERFORM 560-FLUSH-LINE
           IF WS-TERM-CNT > ZERO
               COMPUTE WS-CALC-AVG = WS-TERM-SUM / WS-TERM-CNT
               MOVE WS-CALC-AVG TO WS-EDIT-AVG
               MOVE WS-EDIT-AVG TO OS-TERM-AVG
           ELSE
               MOVE " --" TO OS-TERM-AVG
           END-IF
           IF WS-CUM-CNT > ZERO
               COMPUTE WS-CALC-AVG = WS-CUM-SUM / WS-CUM-CNT
               MOVE WS-CALC-AVG TO WS-EDIT-AVG
               MOVE WS-EDIT-AVG TO OS-CUM-AVG
           ELSE
               MOVE " --" TO OS-CUM-AVG
           END-IF
           WRITE TRANSCRIPT-REC FROM OT-TERM-SUMMARY
           MOVE SPACES TO TRANSCRIPT-REC
           WRITE TRANSCRIPT-REC
           MOVE "N" TO WS-TERM-OPEN.

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
      * CLOSES THE TRANSCRIPT WITH THE MASTER'S OWN CUMULATIVE GPA  *
      * AND TERM COUNT - THE FIGURES OF RECORD - AND THE LEGEND     *
      ***************************************************************
       580-WRITE-CLOSING.
           IF WS-LINE-COUNT = ZERO
               WRITE TRANSCRIPT-REC FROM OT-NO-HIST-LINE
               MOVE SPACES TO TRANSCRIPT-REC
               WRITE TRANSCRIPT-REC
           END-IF
           MOVE M-GPA TO OT-GPA
           MOVE M-TERM-COUNT TO OT-TERM-COUNT
           WRITE TRANSCRIPT-REC FROM OT-GPA-LINE
           MOVE SPACES TO TRANSCRIPT-REC
           WRITE TRANSCRIPT-REC
           WRITE TRANSCRIPT-REC FROM OT-LEGEND-LINE
           WRITE TRANSCRIPT-REC FROM OT-LEGEND-LINE2
           MOVE SPACES TO TRANSCRIPT-REC
           WRITE TRANSCRIPT-REC
           WRITE TRANSCRIPT-REC FROM OT-SEPARATOR.

       590-LOG-ISSUE.
           MOVE SPACES TO LOG-REC
           MOVE WS-ISSUE-DATE TO TL-ISSUE-DATE
           MOVE RQ-REQUEST-DATE TO TL-REQUEST-DATE
           MOVE RQ-ID TO TL-ID
           MOVE RQ-REQUESTER TO TL-REQUESTER
           WRITE LOG-REC.
