      * INCOMPLETE LAPSE RUN WRITES (E-REASON "I LAPSED TO F") -    *
      * THE ROSTER ONLY COVERS THE CURRENT TERM AND THOSE STUDENTS  *
      * WERE ROSTER-VALIDATED WHEN THE INCOMPLETE WAS GRADED, SO    *
      * THE CHECK IS WAIVED FOR THEM (SEE 315-CHECK-ROSTER). A RUN  *
      * RECORD GOES TO THE SHARED AUDIT LOG SO THE BATCH SIGN-OFF   *
      * CAN COUNT THE RECOVERIES INTO TERMAVG.TXT                   *
      ***************************************************************


                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL INCTRACK-FILE ASSIGN TO "INCTRACK.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       File Section.
       01 INCTRACK-REC.
           COPY INCTRKR.

      ************************************************************
      * ONE RUN RECORD IS APPENDED TO THE SHARED AUDIT LOG AT    *
      * END OF JOB - SEE AUDITREC.CPY                            *
      ************************************************************
       FD AUDIT-FILE.
       01 AUDIT-REC.
           COPY AUDITREC.

       working-storage section.
       01 EOF                PIC X VALUE "N".
       01 CORR-EOF           PIC X VALUE "N".
       01 WS-FIXED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-STILL-BAD-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-NO-CORR-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-EXC-READ         PIC 9(5) VALUE ZERO.
       01 WS-TERMAVG-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-NO-GRADED-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-TIME-RAW         PIC X(8).
       01 RUNCTL-EOF          PIC X VALUE "N".
       01 ROSTER-EOF          PIC X VALUE "N".
       01 WS-ROSTER-OK        PIC X VALUE "Y".
                 CSV-FILE
                 TERMAVG-FILE
                 EXC-REPORT
           PERFORM 500-WRITE-AUDIT
           PERFORM 600-REWRITE-EXCEPTION-FILE
           PERFORM 700-STAMP-RUN-CONTROL
           STOP RUN.
      * (CARRIED FORWARD UNTOUCHED)                                  *
      ***************************************************************
       300-PROCESS-EXCEPTION.
           ADD 1 TO WS-EXC-READ
           MOVE E-ID TO X-ID
           MOVE E-NAME TO X-NAME
           PERFORM 310-FIND-CORRECTION
           MOVE C-NAME TO S-NAME
           IF WS-HAS-GRADED = "N"
               MOVE "Y" TO WS-ANY-NO-GRADED
               ADD 1 TO WS-NO-GRADED-COUNT
               MOVE SPACES TO S-AVG-X
               MOVE SPACES TO S-LETTER
               MOVE "+" TO S-FLAG
           MOVE E-TERM TO TA-TERM
           MOVE E-COURSE TO TA-COURSE
           MOVE E-SECTION TO TA-SECTION
           WRITE TERMAVG-REC
           ADD 1 TO WS-TERMAVG-COUNT.

       400-REPORT-TRAILER.
           MOVE SPACES TO EXCRPT-REC
           MOVE WS-NO-CORR-COUNT TO XT-NO-CORR
           WRITE EXCRPT-REC FROM EXCRPT-TRAILER-NOC.

      ***************************************************************
      * APPENDS THIS RUN'S RECORD TO THE SHARED AUDIT LOG - SEE     *
      * AUDITREC.CPY. THE EXPECTED COUNT IS THE EXCEPTIONS READ AND *
      * THE RUN BALANCES WHEN EVERY ONE OF THEM WAS DISPOSED OF -   *
      * CORRECTED, STILL INVALID, OR NO CORRECTION. THE CROSS-FOOT  *
      * AREA CARRIES THE CORRECTED STUDENTS THAT REACHED            *
      * TERMAVG.TXT AND THE NO-GRADED-WORK ONES THAT DID NOT. THIS  *
      * PROGRAM HAS NO CHECKPOINT, SO EVERY RUN IS A COLD START     *
      ***************************************************************
       500-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE
           MOVE SPACES TO AUDIT-REC
           ACCEPT AU-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO AU-TIME
           MOVE "EXCEPTION FIX" TO AU-PROGRAM
           MOVE WS-EXC-READ TO AU-RECORDS-READ
           MOVE WS-FIXED-COUNT TO AU-STUDENTS
           COMPUTE AU-REJECTS = WS-STILL-BAD-COUNT + WS-NO-CORR-COUNT
           MOVE WS-EXC-READ TO AU-EXPECTED
           COMPUTE AU-ACTUAL = WS-FIXED-COUNT + WS-STILL-BAD-COUNT
               + WS-NO-CORR-COUNT
           MOVE "C" TO AU-START-MODE
           IF AU-ACTUAL = AU-EXPECTED
               MOVE "Y" TO AU-BALANCED
           ELSE
               MOVE "N" TO AU-BALANCED
           END-IF
           MOVE WS-TERMAVG-COUNT TO AU-XF-PASSED
           MOVE ZERO TO AU-XF-SKIP-1
           MOVE WS-NO-GRADED-COUNT TO AU-XF-SKIP-2
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE.

      ***************************************************************
      * COPIES THE CARRY-FORWARD WORK FILE BACK OVER EXCEPTION.TXT  *
      * SO THE EXCEPTION FILE ALWAYS HOLDS EXACTLY WHAT IS STILL    *
