           05 CK-ANY-INCOMPLETE  PIC X.
           05 CK-ANY-NO-GRADED   PIC X.
           05 CK-NO-GRADED-COUNT PIC 9(5).
           05 CK-SECTION-COUNT   PIC 9(5).

      ************************************************************
      * ONE RUN RECORD IS APPENDED TO THE SHARED AUDIT LOG AT    *
       01 WS-HAS-GRADED          PIC X VALUE "N".
       01 WS-ANY-NO-GRADED       PIC X VALUE "N".
       01 WS-NO-GRADED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-SECTION-COUNT       PIC 9(5) VALUE ZERO.
       01 RUNCTL-EOF             PIC X VALUE "N".
       01 ROSTER-EOF             PIC X VALUE "N".
       01 WS-ROSTER-OK           PIC X VALUE "Y".
                       MOVE CK-ANY-INCOMPLETE TO WS-ANY-INCOMPLETE
                       MOVE CK-ANY-NO-GRADED TO WS-ANY-NO-GRADED
                       MOVE CK-NO-GRADED-COUNT TO WS-NO-GRADED-COUNT
                       MOVE CK-SECTION-COUNT TO WS-SECTION-COUNT
                   END-IF
           END-READ
           CLOSE CHECKPOINT-FILE.
           MOVE WS-ANY-INCOMPLETE TO CK-ANY-INCOMPLETE
           MOVE WS-ANY-NO-GRADED TO CK-ANY-NO-GRADED
           MOVE WS-NO-GRADED-COUNT TO CK-NO-GRADED-COUNT
           MOVE WS-SECTION-COUNT TO CK-SECTION-COUNT
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.

           MOVE "N" TO CK-ANY-INCOMPLETE
           MOVE "N" TO CK-ANY-NO-GRADED
           MOVE ZERO TO CK-NO-GRADED-COUNT
           MOVE ZERO TO CK-SECTION-COUNT
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.

      * SECTION'S IDENTITY, RESET THE PER-SECTION ACCUMULATORS, AND *
      * PRINT THE NEW SECTION'S PAGE HEADING. THE GRAND-TOTAL       *
      * ACCUMULATORS ARE NOT TOUCHED - THEY KEEP RUNNING ACROSS     *
      * SECTIONS FOR THE ALL-SECTIONS SUMMARY. EVERY HEADER RECORD  *
      * TAKEN HERE IS COUNTED FOR THE AUDIT CROSS-FOOT              *
      ***************************************************************
       290-START-SECTION.
           ADD 1 TO WS-SECTION-COUNT
           IF WS-SEC-OPEN = "Y"
               PERFORM 450-SECTION-SUMMARY
           END-IF
      * DURABLE TRACE, NOT JUST A PRINTOUT. NO-GRADED-WORK STUDENTS *
      * ARE NOT IN THE CLASS TOTALS BUT WERE STILL PROCESSED, SO    *
      * THEY COUNT IN AU-STUDENTS - OTHERWISE THE ROW WOULD READ    *
      * LIKE LOST RECORDS. THE CROSS-FOOT AREA SPLITS WHAT WAS READ *
      * FOR THE BATCH SIGN-OFF: TERMAVG RECORDS WRITTEN (ONE PER    *
      * CLASS-TOTAL STUDENT), SECTION HEADER RECORDS AS COUNTED BY  *
      * 290-START-SECTION, AND THE NO-GRADED-WORK STUDENTS THAT GET *
      * NO TERMAVG RECORD. EACH IS COUNTED WHERE IT HAPPENS, NOT    *
      * BACKED OUT OF THE RECORDS READ, SO A RECORD READ AND        *
      * DROPPED ANY OTHER WAY SHOWS UP IN THE SIGN-OFF CROSS-FOOT.  *
      * THE TIME ACCEPTED FROM THE SYSTEM CARRIES HUNDREDTHS IN     *
      * POSITIONS 7-8, WHICH THE LOG DOES NOT KEEP                  *
      ***************************************************************
       500-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE
           ELSE
               MOVE "N" TO AU-BALANCED
           END-IF
           MOVE WS-STUDENT-COUNT TO AU-XF-PASSED
           MOVE WS-SECTION-COUNT TO AU-XF-SKIP-1
           MOVE WS-NO-GRADED-COUNT TO AU-XF-SKIP-2
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE.

