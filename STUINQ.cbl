      *   2. EVERY TERM IN THE POSTED HISTORY, RETAKES SHOWN AS     *
      *      "(REPLACED)" THE WAY THE TRANSCRIPT SHOWS THEM,        *
      *   3. ANY OUTSTANDING EXCEPTION WITH ITS SECTION AND REASON, *
      *   4. WHAT THE LAST POSTING RUN DID FOR THE STUDENT,         *
      *   5. WHEN THAT LAST POSTING RUN WAS, OFF THE AUDIT LOG,     *
      *   6. EVERY POSTED GRADE THE GRADE CHANGE RUN HAS MOVED,     *
      *      WITH THE REASON AND APPROVER, OFF THE AUDIT LOG, AND   *
      *   7. EVERY HOLD EVER PLACED ON THE STUDENT (HOLDS.TXT),     *
      *      ACTIVE ONES FLAGGED, RELEASED ONES WITH THEIR DATE.    *
      * EACH SECTION SAYS PLAINLY WHEN THE ID ISN'T ON THAT FILE -  *
      * "NO OUTSTANDING EXCEPTIONS" IS HALF OF MOST PHONE CALLS -   *
      * SO THE ANSWER NEVER HAS TO BE GREPPED OUT OF FIVE FILES BY  *
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL HOLDS-FILE ASSIGN TO "HOLDS.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HD-KEY.
           select INQUIRY-REPORT ASSIGN TO "STUINQ.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       01 AUDIT-REC.
           COPY AUDITREC.

       FD HOLDS-FILE.
       01 HOLDS-REC.
           COPY HOLDREC.

       FD INQUIRY-REPORT.
       01 INQ-REC           PIC X(80).

       01 WS-RUN-DATE         PIC 9(8) VALUE ZERO.
       01 WS-RUN-TIME         PIC 9(6) VALUE ZERO.
       01 WS-RUN-BALANCED     PIC X VALUE SPACE.
       01 WS-CHG-COUNT        PIC 9(4) VALUE ZERO.
       01 HOLD-EOF            PIC X VALUE "N".
       01 WS-HOLD-COUNT       PIC 9(4) VALUE ZERO.

       01 INQ-HEADER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(36) VALUE
               "NO POSTING RUNS ON THE AUDIT LOG".

       01 INQ-CHG-HDR.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(13) VALUE "GRADE CHANGES".

       01 INQ-CHG-LINE.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 IG-TERM            PIC X(6).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 IG-COURSE          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 IG-OLD-AVG         PIC Z99.
           05 FILLER           PIC X(4) VALUE " TO ".
           05 IG-NEW-AVG         PIC Z99.
           05 FILLER           PIC X(4) VALUE " ON ".
           05 IG-DATE            PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 IG-REASON          PIC X(4).
           05 FILLER           PIC X(4) VALUE " BY ".
           05 IG-APPROVER        PIC X(20).

       01 INQ-NO-CHG-LINE.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(28) VALUE
               "NO POSTED GRADES CHANGED".

       01 INQ-HOLD-HDR.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(5) VALUE "HOLDS".

       01 INQ-HOLD-LINE.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 IH-TYPE            PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 IH-OFFICE          PIC X(20).
           05 FILLER           PIC X(8) VALUE " PLACED ".
           05 IH-PLACED          PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 IH-STATUS          PIC X(9).
           05 FILLER           PIC X VALUE SPACE.
           05 IH-RELEASED        PIC X(8).

       01 INQ-NO-HOLD-LINE.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE
               "NO HOLDS ON FILE".

       procedure division.

       100-MAIN.
           PERFORM 500-SHOW-EXCEPTIONS
           PERFORM 600-SHOW-POSTINGS
           PERFORM 700-SHOW-LAST-RUN
           PERFORM 800-SHOW-GRADE-CHANGES
           PERFORM 900-SHOW-HOLDS
           CLOSE INQUIRY-REPORT
           DISPLAY "STUDENT INQUIRY WRITTEN TO STUINQ.TXT"
           STOP RUN.
           WRITE INQ-REC.

      ***************************************************************
      * THE AUDIT LOG'S RUN RECORDS CARRY NO STUDENT IDS, BUT THEY  *
      * ANSWER "WHEN DID THE POSTING RUN" - THE LAST CUMULATIVE GPA *
      * ROW IS THE RUN THE POSTED.TXT SECTION ABOVE DESCRIBES       *
      ***************************************************************
       700-SHOW-LAST-RUN.
           MOVE "N" TO WS-RUN-FOUND
               WRITE INQ-REC FROM INQ-RUN-LINE
           ELSE
               WRITE INQ-REC FROM INQ-NO-RUN-LINE
           END-IF
           MOVE SPACES TO INQ-REC
           WRITE INQ-REC.

      ***************************************************************
      * THE GRADE CHANGE RUN LOGS ONE AUDIT ROW PER CHANGE IT       *
      * APPLIED, CARRYING THE STUDENT ID (SEE THE AU-CHG- AREA OF   *
      * AUDITREC) - EVERY ONE FOR THIS ID IS LISTED IN LOG ORDER,   *
      * SO "WHY DID MY POSTED GRADE MOVE" IS ANSWERED ON THE SAME   *
      * PAGE AS THE HISTORY THAT SHOWS THE NEW AVERAGE              *
      ***************************************************************
       800-SHOW-GRADE-CHANGES.
           WRITE INQ-REC FROM INQ-CHG-HDR
           MOVE ZERO TO WS-CHG-COUNT
           MOVE "N" TO EOF
           OPEN INPUT AUDIT-FILE
           READ AUDIT-FILE
               AT END MOVE "Y" TO EOF
           END-READ
           PERFORM UNTIL EOF = "Y"
               IF AU-CHG-ID = WS-ID-IN
                   ADD 1 TO WS-CHG-COUNT
                   MOVE AU-CHG-TERM TO IG-TERM
                   MOVE AU-CHG-COURSE TO IG-COURSE
                   MOVE AU-CHG-OLD-AVG TO IG-OLD-AVG
                   MOVE AU-CHG-NEW-AVG TO IG-NEW-AVG
                   MOVE AU-DATE TO IG-DATE
                   MOVE AU-CHG-REASON TO IG-REASON
                   MOVE AU-CHG-APPROVER TO IG-APPROVER
                   WRITE INQ-REC FROM INQ-CHG-LINE
               END-IF
               READ AUDIT-FILE
                   AT END MOVE "Y" TO EOF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           IF WS-CHG-COUNT = ZERO
               WRITE INQ-REC FROM INQ-NO-CHG-LINE
           END-IF
           MOVE SPACES TO INQ-REC
           WRITE INQ-REC.

      ***************************************************************
      * THE STUDENT'S HOLDS SIT TOGETHER UNDER THE KEY (TYPE, THEN  *
      * DATE PLACED) - ONE START AT THE ID AND A READ FORWARD LISTS *
      * THEM ALL. AN ACTIVE HOLD IS WHY A GRADE SLIP OR DEAN'S LIST *
      * NOTICE NEVER ARRIVED, SO IT IS FLAGGED; A RELEASED ONE      *
      * SHOWS THE DATE IT CAME OFF                                   *
      ***************************************************************
       900-SHOW-HOLDS.
           WRITE INQ-REC FROM INQ-HOLD-HDR
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE "N" TO HOLD-EOF
           OPEN INPUT HOLDS-FILE
           MOVE WS-ID-IN TO HD-ID
           MOVE LOW-VALUES TO HD-TYPE
           MOVE ZERO TO HD-DATE-PLACED
           START HOLDS-FILE KEY NOT < HD-KEY
               INVALID KEY MOVE "Y" TO HOLD-EOF
           END-START
           PERFORM UNTIL HOLD-EOF = "Y"
               READ HOLDS-FILE NEXT
                   AT END
                       MOVE "Y" TO HOLD-EOF
                   NOT AT END
                       IF HD-ID NOT = WS-ID-IN
                           MOVE "Y" TO HOLD-EOF
                       ELSE
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE HD-TYPE TO IH-TYPE
                           MOVE HD-OFFICE TO IH-OFFICE
                           MOVE HD-DATE-PLACED TO IH-PLACED
                           IF HD-DATE-RELEASED = ZERO
                               MOVE "*ACTIVE*" TO IH-STATUS
                               MOVE SPACES TO IH-RELEASED
                           ELSE
                               MOVE "RELEASED" TO IH-STATUS
                               MOVE HD-DATE-RELEASED TO IH-RELEASED
                           END-IF
                           WRITE INQ-REC FROM INQ-HOLD-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE
           IF WS-HOLD-COUNT = ZERO
               WRITE INQ-REC FROM INQ-NO-HOLD-LINE
           END-IF.
