       identification division.
       program-id. SIGNOFF as "BATCH SIGN-OFF".
      ***************************************************************
      * THE ONE END-OF-CHAIN REPORT OPERATIONS SIGNS A GRADING      *
      * BATCH OFF FROM, IN PLACE OF OPENING OUTPUT.TXT, SCHEDRPT,   *
      * EXCRPT, RECONRPT, RETAKERPT AND THE AUDIT LOG ONE BY ONE    *
      * AND CHECKING RUNCTL.TXT BY HAND. THE CURRENT BATCH IS THE   *
      * LATEST "TEST GRADES" RUN RECORD ON AUDIT.TXT AND THE CHAIN  *
      * RUN RECORDS ("EXCEPTION FIX", "CUMULATIVE GPA", "RECONCILE" *
      * AND "STANDING") LOGGED AFTER IT - SEE AUDITREC.CPY. FROM    *
      * THOSE, AND FROM THE HANDOFF FILES THEMSELVES, IT PRINTS ON  *
      * SIGNOFF.TXT:                                                *
      *   1. THE RUN-CONTROL STAMPS (RC-LAST-PHASE, ANY JOB IN      *
      *      PROGRESS, AND WHETHER TERMAVG.TXT HAS BEEN POSTED)     *
      *   2. EACH CHAIN STEP'S RECORD COUNTS AND AU-BALANCED FLAG   *
      *   3. THE CROSS-FOOT BETWEEN STEPS: WHAT "TEST GRADES" READ, *
      *      LESS REJECTS, SECTION HEADERS AND NO-GRADED-WORK       *
      *      STUDENTS, PLUS THE EXCEPTION FIX RECOVERIES, MUST BE   *
      *      THE RECORDS ON TERMAVG.TXT; THOSE MUST BE THE RECORDS  *
      *      ON POSTED.TXT PLUS THE DUPLICATE TERMS AND UNVOUCHED   *
      *      IDS CUMGPA SKIPPED; AND THE RECONCILE AND STANDING     *
      *      RUNS MUST EACH HAVE READ ALL OF TERMAVG.TXT            *
      *   4. THE EXCEPTIONS STILL OUTSTANDING ON EXCEPTION.TXT AND  *
      *      THE SECTIONS SCHEDRPT.TXT LISTS AS MISSING - CARRIED   *
      *      TO THE NEXT BATCH, SHOWN FOR FOLLOW-UP, NOT A HOLD     *
      * AND ENDS WITH A SINGLE SIGN-OFF OK, OR HOLD WITH EVERY      *
      * REASON LISTED. CUMGPA AND THE RECONCILE RUN FLAG THEIR OWN  *
      * ROW UNBALANCED WHENEVER A TERM WAS SKIPPED ON PURPOSE, SO   *
      * FOR THOSE TWO STEPS THE CROSS-FOOT, NOT AU-BALANCED,        *
      * DECIDES THE VERDICT. THE RUN ONLY READS - IT NEVER STAMPS   *
      * RUNCTL.TXT                                                  *
      ***************************************************************



       environment division.

       configuration section.

       INPUT-OUTPUT SECTION.
       file-control.
           select OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL TERMAVG-FILE ASSIGN TO "TERMAVG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL POSTED-FILE ASSIGN TO "POSTED.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL EXCEPTION-FILE ASSIGN TO "EXCEPTION.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL SCHED-REPORT ASSIGN TO "SCHEDRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select SIGNOFF-REPORT ASSIGN TO "SIGNOFF.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       File Section.
       FD AUDIT-FILE.
       01 AUDIT-REC.
           COPY AUDITREC.

      ************************************************************
      * THE BATCH-SEQUENCE RUN-CONTROL RECORD, READ FOR ITS      *
      * STAMPS ONLY - SEE RUNCTLRC                               *
      ************************************************************
       FD RUNCTL-FILE.
       01 RUNCTL-REC.
           COPY RUNCTLRC.

       FD TERMAVG-FILE.
       01 TERMAVG-REC.
           COPY TERMAVGR.

       FD POSTED-FILE.
       01 POSTED-REC.
           05 PO-ID              PIC X(9).
           05 PO-TERM            PIC X(6).
           05 PO-COURSE          PIC X(8).
           05 PO-TERM-COUNT      PIC 99.
           05 PO-GPA             PIC 999.

      ************************************************************
      * WHAT IS STILL OUTSTANDING AFTER THE EXCEPTION FIX RUN    *
      * REWROTE THE FILE - THE LAYOUT "TEST GRADES" WRITES       *
      ************************************************************
       FD EXCEPTION-FILE.
       01 EXCEPTION-REC.
           05 FILLER           PIC X.
           05 E-ID               PIC X(9).
           05 FILLER           PIC X.
           05 E-NAME           PIC X(20).
           05 FILLER           PIC X(32).
           05 E-TERM           PIC X(6).
           05 E-COURSE         PIC X(8).
           05 E-SECTION        PIC X(3).
           05 E-REASON         PIC X(16).

      ************************************************************
      * THE GRADE SHEET RECONCILIATION "TEST GRADES" PRINTED -   *
      * ITS "MISSING:" LINES ARE COPIED ACROSS AS THEY STAND     *
      ************************************************************
       FD SCHED-REPORT.
       01 SCHEDRPT-REC      PIC X(80).

       FD SIGNOFF-REPORT.
       01 SIGNOFF-REC       PIC X(80).

       working-storage section.
       01 AUDIT-EOF           PIC X VALUE "N".
       01 RUNCTL-EOF          PIC X VALUE "N".
       01 TERMAVG-EOF         PIC X VALUE "N".
       01 POSTED-EOF          PIC X VALUE "N".
       01 EXC-EOF             PIC X VALUE "N".
       01 SCHED-EOF           PIC X VALUE "N".
       01 WS-SUB              PIC 9.
       01 WS-TERMAVG-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-POSTED-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-EXC-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-MISSING-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-SCHED-ON-FILE    PIC X VALUE "N".
       01 WS-SCHED-SKIPPED    PIC X VALUE "N".
       01 WS-XF-EXPECTED      PIC S9(7) VALUE ZERO.
       01 WS-XF-ACCOUNTED     PIC S9(7) VALUE ZERO.
       01 WS-XF-AVAILABLE     PIC X VALUE "Y".
       01 WS-TERMAVG-OK       PIC X VALUE "N".
       01 WS-CUMGPA-READ-OK   PIC X VALUE "N".
       01 WS-POSTED-OK        PIC X VALUE "N".
       01 WS-RECON-OK         PIC X VALUE "N".
       01 WS-STANDING-OK      PIC X VALUE "N".
       01 WS-ANY-SKIP-FLAG    PIC X VALUE "N".
       01 WS-HOLD             PIC X VALUE "N".
       01 WS-HOLD-REASON      PIC X(50).
       01 WS-PRIOR-XF-FOUND   PIC X VALUE "N".
       01 WS-PRIOR-PASSED     PIC 9(6) VALUE ZERO.
       01 WS-PRIOR-SKIP-2     PIC 9(6) VALUE ZERO.
       01 WS-PRIOR-BALANCED   PIC X VALUE "Y".

      ************************************************************
      * ONE ENTRY PER CHAIN STEP, IN CHAIN ORDER - 1 TEST        *
      * GRADES, 2 EXCEPTION FIX, 3 CUMULATIVE GPA, 4 RECONCILE,  *
      * 5 STANDING - HOLDING THAT STEP'S LATEST RUN RECORD FOR   *
      * THE CURRENT BATCH. EXCEPTION FIX IS THE EXCEPTION: ITS   *
      * CROSS-FOOT COUNTS ARE SUMMED OVER EVERY RUN IN THE BATCH *
      * (SEE 225-ADD-EXCEPTION-FIX). SP-XF-FOUND IS "N" WHEN THE *
      * ROW CARRIES NO CROSS-FOOT AREA (WRITTEN BEFORE IT        *
      * EXISTED)                                                 *
      ************************************************************
       01 WS-STEP-TABLE.
           05 WS-STEP OCCURS 5 TIMES.
               10 SP-PROGRAM       PIC X(14).
               10 SP-FOUND         PIC X.
               10 SP-DATE          PIC 9(8).
               10 SP-TIME          PIC 9(6).
               10 SP-READ          PIC 9(6).
               10 SP-STUDENTS      PIC 9(6).
               10 SP-REJECTS       PIC 9(6).
               10 SP-BALANCED      PIC X.
               10 SP-XF-FOUND      PIC X.
               10 SP-XF-PASSED     PIC 9(6).
               10 SP-XF-SKIP-1     PIC 9(6).
               10 SP-XF-SKIP-2     PIC 9(6).

       01 SO-HEADER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(22) VALUE
               "BATCH SIGN-OFF SUMMARY".

       01 SO-TITLE-LINE.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 TL-TITLE           PIC X(50).

       01 SO-RC-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 RL-LABEL           PIC X(22).
           05 FILLER           PIC X VALUE SPACE.
           05 RL-VALUE           PIC X(30).

       01 SO-RC-WHEN-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(22) VALUE "LAST PHASE ENDED:".
           05 FILLER           PIC X VALUE SPACE.
           05 RW-DATE            PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RW-TIME            PIC 9(6).

       01 SO-STEP-COLHDR.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(4) VALUE "STEP".
           05 FILLER           PIC X(12) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE "DATE".
           05 FILLER           PIC X(5) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE "TIME".
           05 FILLER           PIC X(6) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE "READ".
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(8) VALUE "ACCEPTED".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE "REJECTS".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(3) VALUE "BAL".

       01 SO-STEP-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 SL-PROGRAM         PIC X(14).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-DATE            PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 SL-TIME            PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 SL-READ            PIC ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-STUDENTS        PIC ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-REJECTS         PIC ZZZ,ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 SL-BALANCED        PIC X.

       01 SO-STEP-NOT-RUN.
           05 FILLER           PIC X VALUE SPACE.
           05 SN-PROGRAM         PIC X(14).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(18) VALUE "NOT RUN THIS BATCH".

       01 SO-SKIP-NOTE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(55) VALUE
           "* N ON CUMULATIVE GPA OR RECONCILE - SEE THE CROSS-FOOT".

       01 SO-XF-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 XL-LABEL           PIC X(36).
           05 XL-COUNT           PIC -ZZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 XL-CHECK           PIC X(14).

       01 SO-EXC-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 EL-ID              PIC X(9).
           05 FILLER           PIC X VALUE SPACE.
           05 EL-NAME            PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 EL-TERM            PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 EL-COURSE          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 EL-REASON          PIC X(16).

       01 SO-MESSAGE-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 ML-MESSAGE         PIC X(50).

       01 SO-COUNT-LINE.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 CL-LABEL           PIC X(24).
           05 FILLER           PIC X VALUE SPACE.
           05 CL-COUNT           PIC ZZZ,ZZ9.

       01 SO-HOLD-REASON-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(6) VALUE "HOLD: ".
           05 HR-REASON          PIC X(50).

       01 SO-OK-LINE.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(50) VALUE
               "*** SIGN-OFF OK - EVERY STEP OF THE BATCH BALANCES".

       01 SO-HOLD-LINE.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(42) VALUE
               "*** HOLD - THE BATCH MAY NOT BE CLOSED YET".

       01 SO-SIGNATURE-LINE.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(31) VALUE
               "OPERATIONS SIGN-OFF: __________".

       procedure division.

       100-MAIN.
           PERFORM 110-READ-RUN-CONTROL
           PERFORM 120-LOAD-STEP-NAMES
           PERFORM 200-SCAN-AUDIT
           PERFORM 250-COUNT-HANDOFF-FILES
           OPEN OUTPUT SIGNOFF-REPORT
           PERFORM 300-RUN-CONTROL-LINES
           PERFORM 400-STEP-LINES
           PERFORM 500-CROSS-FOOT
           PERFORM 600-LIST-EXCEPTIONS
           PERFORM 650-LIST-MISSING-SECTIONS
           PERFORM 700-VERDICT
           CLOSE SIGNOFF-REPORT
           STOP RUN.

      ***************************************************************
      * READS THE RUN-CONTROL RECORD (SEE RUNCTLRC) FOR ITS STAMPS. *
      * UNLIKE THE OTHER READ-ONLY REPORTS THIS ONE STILL RUNS      *
      * WHILE A JOB IS STAMPED IN PROGRESS - SAYING SO, AND HOLDING *
      * THE BATCH FOR IT, IS PART OF ITS JOB. IT NEVER STAMPS       *
      * ITSELF AND NEVER MOVES RC-LAST-PHASE                        *
      ***************************************************************
       110-READ-RUN-CONTROL.
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
           END-IF.

       120-LOAD-STEP-NAMES.
           MOVE "TEST GRADES" TO SP-PROGRAM(1)
           MOVE "EXCEPTION FIX" TO SP-PROGRAM(2)
           MOVE "CUMULATIVE GPA" TO SP-PROGRAM(3)
           MOVE "RECONCILE" TO SP-PROGRAM(4)
           MOVE "STANDING" TO SP-PROGRAM(5)
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               MOVE "N" TO SP-FOUND(WS-SUB)
           END-PERFORM.

      ***************************************************************
      * WALKS THE WHOLE AUDIT LOG. EVERY "TEST GRADES" RUN RECORD   *
      * STARTS A NEW BATCH, SO THE DOWNSTREAM STEPS FOUND SO FAR    *
      * ARE FORGOTTEN; A LATER RUN OF THE SAME STEP (A RERUN) TAKES *
      * THE PLACE OF THE EARLIER ONE - EXCEPT EXCEPTION FIX, WHICH  *
      * MAY RUN SEVERAL TIMES IN ONE BATCH, EACH RUN APPENDING ITS  *
      * OWN RECOVERIES TO TERMAVG.TXT, SO ITS RUNS ARE ADDED        *
      * TOGETHER INSTEAD. GRADE CHANGE DETAIL ROWS AND RUNS OUTSIDE *
      * THE CHAIN ARE PASSED OVER                                   *
      ***************************************************************
       200-SCAN-AUDIT.
           MOVE "N" TO AUDIT-EOF
           OPEN INPUT AUDIT-FILE
           READ AUDIT-FILE
               AT END MOVE "Y" TO AUDIT-EOF
           END-READ
           PERFORM UNTIL AUDIT-EOF = "Y"
               IF AU-CHG-ID = SPACES
                   PERFORM 210-TAKE-AUDIT-ROW
               END-IF
               READ AUDIT-FILE
                   AT END MOVE "Y" TO AUDIT-EOF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       210-TAKE-AUDIT-ROW.
           IF AU-PROGRAM = SP-PROGRAM(1)
               PERFORM VARYING WS-SUB FROM 2 BY 1 UNTIL WS-SUB > 5
                   MOVE "N" TO SP-FOUND(WS-SUB)
               END-PERFORM
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               IF AU-PROGRAM = SP-PROGRAM(WS-SUB)
                   IF WS-SUB = 2 AND SP-FOUND(2) = "Y"
                       PERFORM 225-ADD-EXCEPTION-FIX
                   ELSE
                       PERFORM 220-SAVE-STEP
                   END-IF
               END-IF
           END-PERFORM.

       220-SAVE-STEP.
           MOVE "Y" TO SP-FOUND(WS-SUB)
           MOVE AU-DATE TO SP-DATE(WS-SUB)
           MOVE AU-TIME TO SP-TIME(WS-SUB)
           MOVE AU-RECORDS-READ TO SP-READ(WS-SUB)
           MOVE AU-STUDENTS TO SP-STUDENTS(WS-SUB)
           MOVE AU-REJECTS TO SP-REJECTS(WS-SUB)
           MOVE AU-BALANCED TO SP-BALANCED(WS-SUB)
           IF AU-XF-PASSED IS NUMERIC
               AND AU-XF-SKIP-1 IS NUMERIC
               AND AU-XF-SKIP-2 IS NUMERIC
               MOVE "Y" TO SP-XF-FOUND(WS-SUB)
               MOVE AU-XF-PASSED TO SP-XF-PASSED(WS-SUB)
               MOVE AU-XF-SKIP-1 TO SP-XF-SKIP-1(WS-SUB)
               MOVE AU-XF-SKIP-2 TO SP-XF-SKIP-2(WS-SUB)
           ELSE
               MOVE "N" TO SP-XF-FOUND(WS-SUB)
               MOVE ZERO TO SP-XF-PASSED(WS-SUB)
               MOVE ZERO TO SP-XF-SKIP-1(WS-SUB)
               MOVE ZERO TO SP-XF-SKIP-2(WS-SUB)
           END-IF.

      ***************************************************************
      * A FURTHER EXCEPTION FIX RUN IN THE SAME BATCH. THE STEP     *
      * LINE SHOWS THE LATEST RUN, BUT THE RECOVERIES (AND THE      *
      * NO-GRADED RECOVERIES) OF EVERY RUN ARE ADDED TOGETHER -     *
      * EACH RUN'S RECOVERIES ARE ON TERMAVG.TXT. ONE UNBALANCED    *
      * RUN LEAVES THE STEP UNBALANCED, AND ONE RUN WITHOUT THE     *
      * CROSS-FOOT AREA LEAVES IT NOT CROSS-FOOTED                  *
      ***************************************************************
       225-ADD-EXCEPTION-FIX.
           MOVE SP-XF-FOUND(2) TO WS-PRIOR-XF-FOUND
           MOVE SP-XF-PASSED(2) TO WS-PRIOR-PASSED
           MOVE SP-XF-SKIP-2(2) TO WS-PRIOR-SKIP-2
           MOVE SP-BALANCED(2) TO WS-PRIOR-BALANCED
           PERFORM 220-SAVE-STEP
           IF WS-PRIOR-XF-FOUND = "N"
               MOVE "N" TO SP-XF-FOUND(2)
           END-IF
           ADD WS-PRIOR-PASSED TO SP-XF-PASSED(2)
           ADD WS-PRIOR-SKIP-2 TO SP-XF-SKIP-2(2)
           IF WS-PRIOR-BALANCED NOT = "Y"
               MOVE WS-PRIOR-BALANCED TO SP-BALANCED(2)
           END-IF.

      ***************************************************************
      * COUNTS THE TWO HANDOFF FILES THE CROSS-FOOT IS PROVEN       *
      * AGAINST - THE RECORDS ACTUALLY ON DISK, NOT WHAT ANY STEP   *
      * SAYS IT WROTE                                               *
      ***************************************************************
       250-COUNT-HANDOFF-FILES.
           MOVE "N" TO TERMAVG-EOF
           OPEN INPUT TERMAVG-FILE
           READ TERMAVG-FILE
               AT END MOVE "Y" TO TERMAVG-EOF
           END-READ
           PERFORM UNTIL TERMAVG-EOF = "Y"
               ADD 1 TO WS-TERMAVG-COUNT
               READ TERMAVG-FILE
                   AT END MOVE "Y" TO TERMAVG-EOF
               END-READ
           END-PERFORM
           CLOSE TERMAVG-FILE
           MOVE "N" TO POSTED-EOF
           OPEN INPUT POSTED-FILE
           READ POSTED-FILE
               AT END MOVE "Y" TO POSTED-EOF
           END-READ
           PERFORM UNTIL POSTED-EOF = "Y"
               ADD 1 TO WS-POSTED-COUNT
               READ POSTED-FILE
                   AT END MOVE "Y" TO POSTED-EOF
               END-READ
           END-PERFORM
           CLOSE POSTED-FILE.

       300-RUN-CONTROL-LINES.
           WRITE SIGNOFF-REC FROM SO-HEADER
           MOVE SPACES TO SIGNOFF-REC
           WRITE SIGNOFF-REC
           MOVE "RUN CONTROL (RUNCTL.TXT)" TO TL-TITLE
           WRITE SIGNOFF-REC FROM SO-TITLE-LINE
           MOVE "LAST PHASE COMPLETED:" TO RL-LABEL
           IF RC-LAST-PHASE = SPACES
               MOVE "NONE" TO RL-VALUE
           ELSE
               MOVE RC-LAST-PHASE TO RL-VALUE
           END-IF
           WRITE SIGNOFF-REC FROM SO-RC-LINE
           MOVE RC-PHASE-DATE TO RW-DATE
           MOVE RC-PHASE-TIME TO RW-TIME
           WRITE SIGNOFF-REC FROM SO-RC-WHEN-LINE
           MOVE "IN PROGRESS:" TO RL-LABEL
           IF RC-IN-PROGRESS = SPACES
               MOVE "NONE" TO RL-VALUE
           ELSE
               MOVE RC-IN-PROGRESS TO RL-VALUE
           END-IF
           WRITE SIGNOFF-REC FROM SO-RC-LINE
           MOVE "TERMAVG.TXT:" TO RL-LABEL
           EVALUATE RC-TERMAVG-STAT
               WHEN "P"
                   MOVE "POSTED" TO RL-VALUE
               WHEN "F"
                   MOVE "FRESH - NOT YET POSTED" TO RL-VALUE
               WHEN OTHER
                   MOVE "NO STATUS ON FILE" TO RL-VALUE
           END-EVALUATE
           WRITE SIGNOFF-REC FROM SO-RC-LINE
           MOVE SPACES TO SIGNOFF-REC
           WRITE SIGNOFF-REC.

      ***************************************************************
      * ONE LINE PER CHAIN STEP WITH ITS RUN RECORD'S COUNTS AND    *
      * AU-BALANCED FLAG, OR NOT RUN WHEN THE CURRENT BATCH HAS NO  *
      * RECORD FOR IT                                               *
      ***************************************************************
       400-STEP-LINES.
           MOVE "CHAIN STEPS (AUDIT.TXT, CURRENT BATCH)" TO TL-TITLE
           WRITE SIGNOFF-REC FROM SO-TITLE-LINE
           WRITE SIGNOFF-REC FROM SO-STEP-COLHDR
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               IF SP-FOUND(WS-SUB) = "Y"
                   MOVE SP-PROGRAM(WS-SUB) TO SL-PROGRAM
                   MOVE SP-DATE(WS-SUB) TO SL-DATE
                   MOVE SP-TIME(WS-SUB) TO SL-TIME
                   MOVE SP-READ(WS-SUB) TO SL-READ
                   MOVE SP-STUDENTS(WS-SUB) TO SL-STUDENTS
                   MOVE SP-REJECTS(WS-SUB) TO SL-REJECTS
                   MOVE SP-BALANCED(WS-SUB) TO SL-BALANCED
                   WRITE SIGNOFF-REC FROM SO-STEP-LINE
                   IF WS-SUB > 2 AND SP-BALANCED(WS-SUB) = "N"
                       MOVE "Y" TO WS-ANY-SKIP-FLAG
                   END-IF
               ELSE
                   MOVE SP-PROGRAM(WS-SUB) TO SN-PROGRAM
                   WRITE SIGNOFF-REC FROM SO-STEP-NOT-RUN
               END-IF
           END-PERFORM
           IF WS-ANY-SKIP-FLAG = "Y"
               WRITE SIGNOFF-REC FROM SO-SKIP-NOTE
           END-IF
           MOVE SPACES TO SIGNOFF-REC
           WRITE SIGNOFF-REC.

      ***************************************************************
      * THE CROSS-FOOT BETWEEN STEPS. THE EXCEPTION FIX RUN IS      *
      * OPTIONAL - A BATCH WITH NOTHING TO CORRECT MAY SKIP IT - SO *
      * A MISSING ROW COUNTS AS NO RECOVERIES. EVERY OTHER STEP     *
      * MUST HAVE RUN, AND THE STEPS WHOSE FIGURES FEED THE         *
      * ARITHMETIC MUST CARRY THE CROSS-FOOT AREA, BEFORE ANY LINE  *
      * CAN BE CALLED IN BALANCE                                    *
      ***************************************************************
       500-CROSS-FOOT.
           MOVE "CROSS-FOOT BETWEEN STEPS" TO TL-TITLE
           WRITE SIGNOFF-REC FROM SO-TITLE-LINE
           IF SP-FOUND(1) = "N" OR SP-XF-FOUND(1) = "N"
               MOVE "N" TO WS-XF-AVAILABLE
           END-IF
           IF SP-FOUND(2) = "Y" AND SP-XF-FOUND(2) = "N"
               MOVE "N" TO WS-XF-AVAILABLE
           END-IF
           IF SP-FOUND(3) = "N" OR SP-XF-FOUND(3) = "N"
               MOVE "N" TO WS-XF-AVAILABLE
           END-IF
           IF WS-XF-AVAILABLE = "N"
               MOVE "COUNTS NOT ON AUDIT.TXT - NOT CROSS-FOOTED"
                   TO ML-MESSAGE
               WRITE SIGNOFF-REC FROM SO-MESSAGE-LINE
               MOVE SPACES TO SIGNOFF-REC
               WRITE SIGNOFF-REC
           ELSE
               PERFORM 510-FOOT-TERMAVG
               PERFORM 520-FOOT-POSTED
               PERFORM 530-FOOT-DOWNSTREAM
           END-IF.

      ***************************************************************
      * TEST GRADES READ, LESS WHAT NEVER REACHES TERMAVG.TXT, PLUS *
      * THE RECOVERIES EVERY EXCEPTION FIX RUN APPENDED, AGAINST    *
      * RECORDS ON TERMAVG.TXT                                      *
      ***************************************************************
       510-FOOT-TERMAVG.
           MOVE SPACES TO XL-CHECK
           MOVE "TEST GRADES RECORDS READ" TO XL-LABEL
           MOVE SP-READ(1) TO XL-COUNT
           WRITE SIGNOFF-REC FROM SO-XF-LINE
           MOVE "  LESS REJECTS TO EXCEPTION.TXT" TO XL-LABEL
           MOVE SP-REJECTS(1) TO XL-COUNT
           WRITE SIGNOFF-REC FROM SO-XF-LINE
           MOVE "  LESS SECTION HEADERS" TO XL-LABEL
           MOVE SP-XF-SKIP-1(1) TO XL-COUNT
           WRITE SIGNOFF-REC FROM SO-XF-LINE
           MOVE "  LESS NO GRADED WORK (NO AVERAGE)" TO XL-LABEL
           MOVE SP-XF-SKIP-2(1) TO XL-COUNT
           WRITE SIGNOFF-REC FROM SO-XF-LINE
           MOVE "  PLUS EXCEPTION FIX RECOVERIES" TO XL-LABEL
           MOVE SP-XF-PASSED(2) TO XL-COUNT
           IF SP-FOUND(2) = "N"
               MOVE ZERO TO XL-COUNT
           END-IF
           WRITE SIGNOFF-REC FROM SO-XF-LINE
           COMPUTE WS-XF-EXPECTED = SP-READ(1) - SP-REJECTS(1)
               - SP-XF-SKIP-1(1) - SP-XF-SKIP-2(1)
           IF SP-FOUND(2) = "Y"
               ADD SP-XF-PASSED(2) TO WS-XF-EXPECTED
           END-IF
           MOVE "  SHOULD BE ON TERMAVG.TXT" TO XL-LABEL
           MOVE WS-XF-EXPECTED TO XL-COUNT
           WRITE SIGNOFF-REC FROM SO-XF-LINE
           MOVE "TERMAVG.TXT RECORDS" TO XL-LABEL
           MOVE WS-TERMAVG-COUNT TO XL-COUNT
           IF WS-XF-EXPECTED = WS-TERMAVG-COUNT
               MOVE "Y" TO WS-TERMAVG-OK
               MOVE "OK" TO XL-CHECK
           ELSE
               MOVE "OUT OF BALANCE" TO XL-CHECK
           END-IF
           WRITE SIGNOFF-REC FROM SO-XF-LINE
           MOVE SPACES TO SIGNOFF-REC
           WRITE SIGNOFF-REC.

      ***************************************************************
      * CUMGPA MUST HAVE READ ALL OF TERMAVG.TXT, AND EVERY RECORD  *
      * IT READ MUST BE ON POSTED.TXT OR AMONG THE DUPLICATES AND   *
      * UNVOUCHED IDS IT SKIPPED                                    *
      ***************************************************************
       520-FOOT-POSTED.
           MOVE SPACES TO XL-CHECK
           MOVE "CUMULATIVE GPA RECORDS READ" TO XL-LABEL
           MOVE SP-READ(3) TO XL-COUNT
           IF SP-READ(3) = WS-TERMAVG-COUNT
               MOVE "Y" TO WS-CUMGPA-READ-OK
               MOVE "OK" TO XL-CHECK
           ELSE
               MOVE "OUT OF BALANCE" TO XL-CHECK
           END-IF
           WRITE SIGNOFF-REC FROM SO-XF-LINE
           MOVE SPACES TO XL-CHECK
           MOVE "POSTED.TXT RECORDS" TO XL-LABEL
           MOVE WS-POSTED-COUNT TO XL-COUNT
           WRITE SIGNOFF-REC FROM SO-XF-LINE
           MOVE "  PLUS DUPLICATE TERMS SKIPPED" TO XL-LABEL
           MOVE SP-XF-SKIP-1(3) TO XL-COUNT
           WRITE SIGNOFF-REC FROM SO-XF-LINE
           MOVE "  PLUS UNVOUCHED IDS SKIPPED" TO XL-LABEL
           MOVE SP-XF-SKIP-2(3) TO XL-COUNT
           WRITE SIGNOFF-REC FROM SO-XF-LINE
           COMPUTE WS-XF-ACCOUNTED = WS-POSTED-COUNT
               + SP-XF-SKIP-1(3) + SP-XF-SKIP-2(3)
           MOVE "  ACCOUNTED FOR" TO XL-LABEL
           MOVE WS-XF-ACCOUNTED TO XL-COUNT
           IF WS-XF-ACCOUNTED = SP-READ(3)
               AND WS-POSTED-COUNT = SP-XF-PASSED(3)
               MOVE "Y" TO WS-POSTED-OK
               MOVE "OK" TO XL-CHECK
           ELSE
               MOVE "OUT OF BALANCE" TO XL-CHECK
           END-IF
           WRITE SIGNOFF-REC FROM SO-XF-LINE
           MOVE SPACES TO SIGNOFF-REC
           WRITE SIGNOFF-REC.

      ***************************************************************
      * THE RECONCILE AND STANDING RUNS ONLY READ TERMAVG.TXT: EACH *
      * MUST HAVE SEEN ALL OF IT, AND THE RECONCILE RUN MUST HAVE   *
      * PROVEN APPLIED EXACTLY WHAT IS ON POSTED.TXT - ITS DROPPED  *
      * TERMS ARE THEN CUMGPA'S SKIPS AND NOTHING ELSE              *
      ***************************************************************
       530-FOOT-DOWNSTREAM.
           MOVE "RECONCILE TERMS IN" TO XL-LABEL
           MOVE SPACES TO XL-CHECK
           IF SP-FOUND(4) = "Y"
               MOVE SP-READ(4) TO XL-COUNT
               IF SP-READ(4) = WS-TERMAVG-COUNT
                   AND SP-STUDENTS(4) = WS-POSTED-COUNT
                   MOVE "Y" TO WS-RECON-OK
                   MOVE "OK" TO XL-CHECK
               ELSE
                   MOVE "OUT OF BALANCE" TO XL-CHECK
               END-IF
               WRITE SIGNOFF-REC FROM SO-XF-LINE
               MOVE "  TERMS PROVEN APPLIED" TO XL-LABEL
               MOVE SP-STUDENTS(4) TO XL-COUNT
               MOVE SPACES TO XL-CHECK
               WRITE SIGNOFF-REC FROM SO-XF-LINE
           ELSE
               MOVE ZERO TO XL-COUNT
               MOVE "NOT RUN" TO XL-CHECK
               WRITE SIGNOFF-REC FROM SO-XF-LINE
           END-IF
           MOVE "STANDING RECORDS READ" TO XL-LABEL
           MOVE SPACES TO XL-CHECK
           IF SP-FOUND(5) = "Y"
               MOVE SP-READ(5) TO XL-COUNT
               IF SP-READ(5) = WS-TERMAVG-COUNT
                   MOVE "Y" TO WS-STANDING-OK
                   MOVE "OK" TO XL-CHECK
               ELSE
                   MOVE "OUT OF BALANCE" TO XL-CHECK
               END-IF
           ELSE
               MOVE ZERO TO XL-COUNT
               MOVE "NOT RUN" TO XL-CHECK
           END-IF
           WRITE SIGNOFF-REC FROM SO-XF-LINE
           MOVE SPACES TO SIGNOFF-REC
           WRITE SIGNOFF-REC.

      ***************************************************************
      * WHAT IS STILL ON EXCEPTION.TXT - THE REJECTS NO CORRECTION  *
      * HAS CLEARED YET, CARRIED TO THE NEXT BATCH                  *
      ***************************************************************
       600-LIST-EXCEPTIONS.
           MOVE "OUTSTANDING EXCEPTIONS (EXCEPTION.TXT)" TO TL-TITLE
           WRITE SIGNOFF-REC FROM SO-TITLE-LINE
           MOVE "N" TO EXC-EOF
           OPEN INPUT EXCEPTION-FILE
           READ EXCEPTION-FILE
               AT END MOVE "Y" TO EXC-EOF
           END-READ
           PERFORM UNTIL EXC-EOF = "Y"
               ADD 1 TO WS-EXC-COUNT
               MOVE E-ID TO EL-ID
               MOVE E-NAME TO EL-NAME
               MOVE E-TERM TO EL-TERM
               MOVE E-COURSE TO EL-COURSE
               MOVE E-REASON TO EL-REASON
               WRITE SIGNOFF-REC FROM SO-EXC-LINE
               READ EXCEPTION-FILE
                   AT END MOVE "Y" TO EXC-EOF
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-FILE
           IF WS-EXC-COUNT = ZERO
               MOVE "NONE" TO ML-MESSAGE
               WRITE SIGNOFF-REC FROM SO-MESSAGE-LINE
           END-IF
           MOVE "EXCEPTIONS OUTSTANDING:" TO CL-LABEL
           MOVE WS-EXC-COUNT TO CL-COUNT
           WRITE SIGNOFF-REC FROM SO-COUNT-LINE
           MOVE SPACES TO SIGNOFF-REC
           WRITE SIGNOFF-REC.

      ***************************************************************
      * THE SECTIONS THE GRADE SHEET RECONCILIATION (SCHEDRPT.TXT)  *
      * FOUND ON THE SCHEDULE BUT NOT IN THE BATCH, COPIED AS       *
      * PRINTED                                                     *
      ***************************************************************
       650-LIST-MISSING-SECTIONS.
           MOVE "MISSING SECTIONS (SCHEDRPT.TXT)" TO TL-TITLE
           WRITE SIGNOFF-REC FROM SO-TITLE-LINE
           MOVE "N" TO SCHED-EOF
           OPEN INPUT SCHED-REPORT
           READ SCHED-REPORT
               AT END MOVE "Y" TO SCHED-EOF
           END-READ
           PERFORM UNTIL SCHED-EOF = "Y"
               MOVE "Y" TO WS-SCHED-ON-FILE
               IF SCHEDRPT-REC(2:9) = "MISSING: "
                   ADD 1 TO WS-MISSING-COUNT
                   WRITE SIGNOFF-REC FROM SCHEDRPT-REC
               END-IF
               IF SCHEDRPT-REC(2:19) = "NO SCHEDULE ON FILE"
                   MOVE "Y" TO WS-SCHED-SKIPPED
               END-IF
               READ SCHED-REPORT
                   AT END MOVE "Y" TO SCHED-EOF
               END-READ
           END-PERFORM
           CLOSE SCHED-REPORT
           EVALUATE TRUE
               WHEN WS-SCHED-ON-FILE = "N"
                   MOVE "NO SCHEDRPT.TXT ON FILE" TO ML-MESSAGE
                   WRITE SIGNOFF-REC FROM SO-MESSAGE-LINE
               WHEN WS-SCHED-SKIPPED = "Y"
                   MOVE "NO SCHEDULE ON FILE - RECONCILIATION SKIPPED"
                       TO ML-MESSAGE
                   WRITE SIGNOFF-REC FROM SO-MESSAGE-LINE
               WHEN WS-MISSING-COUNT = ZERO
                   MOVE "NONE" TO ML-MESSAGE
                   WRITE SIGNOFF-REC FROM SO-MESSAGE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE "SECTIONS MISSING:" TO CL-LABEL
           MOVE WS-MISSING-COUNT TO CL-COUNT
           WRITE SIGNOFF-REC FROM SO-COUNT-LINE
           MOVE SPACES TO SIGNOFF-REC
           WRITE SIGNOFF-REC.

      ***************************************************************
      * EVERY REASON TO HOLD THE BATCH IS LISTED, THEN THE SINGLE   *
      * VERDICT. OUTSTANDING EXCEPTIONS AND MISSING SECTIONS ARE    *
      * FOLLOW-UP FOR THE NEXT BATCH AND DO NOT HOLD THIS ONE       *
      ***************************************************************
       700-VERDICT.
           MOVE "SIGN-OFF" TO TL-TITLE
           WRITE SIGNOFF-REC FROM SO-TITLE-LINE
           IF RC-IN-PROGRESS NOT = SPACES
               MOVE "A JOB IS STAMPED IN PROGRESS ON RUNCTL.TXT"
                   TO WS-HOLD-REASON
               PERFORM 710-WRITE-HOLD-REASON
           END-IF
           IF RC-LAST-PHASE NOT = "RECONCILE"
               AND RC-LAST-PHASE NOT = "STANDING"
               MOVE "LAST PHASE ON RUNCTL.TXT IS NOT THE END OF CHAIN"
                   TO WS-HOLD-REASON
               PERFORM 710-WRITE-HOLD-REASON
           END-IF
           IF RC-TERMAVG-STAT NOT = "P"
               MOVE "TERMAVG.TXT HAS NOT BEEN POSTED"
                   TO WS-HOLD-REASON
               PERFORM 710-WRITE-HOLD-REASON
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               IF SP-FOUND(WS-SUB) = "N" AND WS-SUB NOT = 2
                   MOVE SPACES TO WS-HOLD-REASON
                   STRING SP-PROGRAM(WS-SUB) DELIMITED BY "  "
                       " HAS NOT RUN FOR THIS BATCH" DELIMITED BY SIZE
                       INTO WS-HOLD-REASON
                   END-STRING
                   PERFORM 710-WRITE-HOLD-REASON
               END-IF
           END-PERFORM
           IF SP-FOUND(1) = "Y" AND SP-BALANCED(1) = "N"
               MOVE "TEST GRADES CONTROL TOTAL DID NOT BALANCE"
                   TO WS-HOLD-REASON
               PERFORM 710-WRITE-HOLD-REASON
           END-IF
           IF SP-FOUND(2) = "Y" AND SP-BALANCED(2) = "N"
               MOVE "EXCEPTION FIX DID NOT DISPOSE OF EVERY EXCEPTION"
                   TO WS-HOLD-REASON
               PERFORM 710-WRITE-HOLD-REASON
           END-IF
           IF WS-XF-AVAILABLE = "N"
               MOVE "CHAIN COUNTS MISSING - CROSS-FOOT NOT PROVEN"
                   TO WS-HOLD-REASON
               PERFORM 710-WRITE-HOLD-REASON
           ELSE
               PERFORM 720-CROSS-FOOT-HOLDS
           END-IF
           IF WS-HOLD = "Y"
               MOVE SPACES TO SIGNOFF-REC
               WRITE SIGNOFF-REC
               WRITE SIGNOFF-REC FROM SO-HOLD-LINE
           ELSE
               WRITE SIGNOFF-REC FROM SO-OK-LINE
           END-IF
           MOVE SPACES TO SIGNOFF-REC
           WRITE SIGNOFF-REC
           WRITE SIGNOFF-REC FROM SO-SIGNATURE-LINE.

       710-WRITE-HOLD-REASON.
           MOVE "Y" TO WS-HOLD
           MOVE WS-HOLD-REASON TO HR-REASON
           WRITE SIGNOFF-REC FROM SO-HOLD-REASON-LINE.

       720-CROSS-FOOT-HOLDS.
           IF WS-TERMAVG-OK = "N"
               MOVE "TERMAVG.TXT DOES NOT CROSS-FOOT TO TEST GRADES"
                   TO WS-HOLD-REASON
               PERFORM 710-WRITE-HOLD-REASON
           END-IF
           IF WS-CUMGPA-READ-OK = "N"
               MOVE "CUMULATIVE GPA DID NOT READ ALL OF TERMAVG.TXT"
                   TO WS-HOLD-REASON
               PERFORM 710-WRITE-HOLD-REASON
           END-IF
           IF WS-POSTED-OK = "N"
               MOVE "POSTED.TXT DOES NOT CROSS-FOOT TO CUMULATIVE GPA"
                   TO WS-HOLD-REASON
               PERFORM 710-WRITE-HOLD-REASON
           END-IF
           IF SP-FOUND(4) = "Y" AND WS-RECON-OK = "N"
               MOVE "RECONCILE DOES NOT AGREE WITH TERMAVG / POSTED"
                   TO WS-HOLD-REASON
               PERFORM 710-WRITE-HOLD-REASON
           END-IF
           IF SP-FOUND(5) = "Y" AND WS-STANDING-OK = "N"
               MOVE "STANDING DID NOT REVIEW ALL OF TERMAVG.TXT"
                   TO WS-HOLD-REASON
               PERFORM 710-WRITE-HOLD-REASON
           END-IF.
