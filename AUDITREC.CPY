      ***************************************************************
      * SHARED RUN-AUDIT RECORD - ONE PER PROGRAM RUN, APPENDED TO  *
      * AUDIT.TXT BY "TEST GRADES", "HONOR ROLL", "CUMULATIVE GPA"  *
      * AND THE REST OF THE POSTING CHAIN, AND READ BACK BY THE     *
      * AUDIT INQUIRY REPORT (AUDITRPT) AND THE BATCH SIGN-OFF      *
      * (SIGNOFF).                                                  *
      * COPIED UNDER EACH PROGRAM'S AUDIT FD WITHOUT REPLACING -    *
      * EVERY PROGRAM USES THE AU- NAMES AS-IS SO THE FILE STAYS    *
      * BYTE-FOR-BYTE IDENTICAL ACROSS WRITERS. ADD ANY NEW FIELD   *
      *   AU-START-MODE: C = COLD START, R = CHECKPOINT RESTART     *
      *   AU-BALANCED:   Y = EXPECTED AND ACTUAL CONTROL COUNTS     *
      *                  MATCHED, N = MISMATCH                      *
      *   AU-CHG-...:    THE DETAIL OF ONE POSTED-GRADE CHANGE,     *
      *                  FILLED ONLY ON THE ONE-PER-CHANGE ROWS     *
      *                  THE GRADE CHANGE RUN (GRDCHG) WRITES       *
      *                  AHEAD OF ITS RUN RECORD - WHOSE AVERAGE    *
      *                  MOVED, FROM WHAT TO WHAT, WHY, AND ON      *
      *                  WHOSE APPROVAL. SPACES ON EVERY RUN        *
      *                  RECORD, SO A ROW IS A CHANGE ROW WHEN      *
      *                  AU-CHG-ID IS NOT SPACES. ROWS WRITTEN      *
      *                  BEFORE THE AREA EXISTED READ BACK AS       *
      *                  SPACES AND SO COUNT AS RUN RECORDS         *
      *   AU-XF-...:     THE CROSS-FOOT OF ONE POSTING-CHAIN RUN -  *
      *                  OF THE RECORDS IT READ, HOW MANY IT PASSED *
      *                  ON TO THE NEXT STEP (AU-XF-PASSED) AND HOW *
      *                  MANY IT READ BUT NEITHER REJECTED NOR      *
      *                  PASSED ON, FOR EACH OF TWO REASONS         *
      *                  (AU-XF-SKIP-1, AU-XF-SKIP-2):              *
      *                    "TEST GRADES"    TERMAVG RECORDS WRITTEN *
      *                                     / SECTION HEADERS /     *
      *                                     NO-GRADED-WORK STUDENTS *
      *                    "EXCEPTION FIX"  TERMAVG RECORDS WRITTEN *
      *                                     / ZERO / NO-GRADED-WORK *
      *                                     RECOVERIES              *
      *                    "CUMULATIVE GPA" POSTED RECORDS WRITTEN  *
      *                                     / DUPLICATE TERMS /     *
      *                                     IDS NOT VOUCHED FOR BY  *
      *                                     THE ROSTER              *
      *                  SPACES ON EVERY OTHER ROW, AND ON ROWS     *
      *                  WRITTEN BEFORE THE AREA EXISTED            *
      ***************************************************************
           05 AU-DATE            PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 AU-START-MODE      PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 AU-BALANCED        PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 AU-CHG-ID          PIC X(9).
           05 FILLER             PIC X VALUE SPACE.
           05 AU-CHG-TERM        PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 AU-CHG-COURSE      PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 AU-CHG-OLD-AVG     PIC 999.
           05 FILLER             PIC X VALUE SPACE.
           05 AU-CHG-NEW-AVG     PIC 999.
           05 FILLER             PIC X VALUE SPACE.
           05 AU-CHG-REASON      PIC X(4).
           05 FILLER             PIC X VALUE SPACE.
           05 AU-CHG-APPROVER    PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 AU-XF-PASSED       PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 AU-XF-SKIP-1       PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 AU-XF-SKIP-2       PIC 9(6).
