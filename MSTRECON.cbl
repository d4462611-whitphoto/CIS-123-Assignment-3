                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       File Section.
       01 RUNCTL-REC.
           COPY RUNCTLRC.

      ************************************************************
      * ONE RUN RECORD IS APPENDED TO THE SHARED AUDIT LOG AT    *
      * END OF JOB - SEE AUDITREC.CPY                            *
      ************************************************************
       FD AUDIT-FILE.
       01 AUDIT-REC.
           COPY AUDITREC.

       working-storage section.
       01 EOF                PIC X VALUE "N".
       01 POSTED-EOF         PIC X VALUE "N".
           CLOSE TERMAVG-FILE
                 MASTER-FILE
                 RECON-REPORT
           PERFORM 450-WRITE-AUDIT
           PERFORM 500-STAMP-RUN-CONTROL
           STOP RUN.

           MOVE SPACES TO RECON-REC
           WRITE RECON-REC
           WRITE RECON-REC FROM RECON-SIGNOFF-LINE.

      ***************************************************************
      * APPENDS THIS RUN'S RECORD TO THE SHARED AUDIT LOG - SEE     *
      * AUDITREC.CPY. THE EXPECTED COUNT IS THE TERMS IN, THE       *
      * ACTUAL COUNT THE TERMS PROVEN APPLIED, AND THE RUN BALANCES *
      * ON THE SAME TEST AS THE REPORT TRAILER - NOTHING DROPPED.   *
      * A TERM CUMGPA REFUSED ON PURPOSE (A DUPLICATE, OR AN ID THE *
      * ROSTER DID NOT VOUCH FOR) STILL SHOWS HERE AS DROPPED; THE  *
      * BATCH SIGN-OFF MATCHES THOSE AGAINST CUMGPA'S OWN COUNTS    *
      ***************************************************************
       450-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE
           MOVE SPACES TO AUDIT-REC
           ACCEPT AU-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO AU-TIME
           MOVE "RECONCILE" TO AU-PROGRAM
           MOVE WS-TERMS-IN TO AU-RECORDS-READ
           MOVE WS-TERMS-APPLIED TO AU-STUDENTS
           MOVE WS-TERMS-DROPPED TO AU-REJECTS
           MOVE WS-TERMS-IN TO AU-EXPECTED
           MOVE WS-TERMS-APPLIED TO AU-ACTUAL
           MOVE "C" TO AU-START-MODE
           IF WS-TERMS-DROPPED = ZERO
               MOVE "Y" TO AU-BALANCED
           ELSE
               MOVE "N" TO AU-BALANCED
           END-IF
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE.
