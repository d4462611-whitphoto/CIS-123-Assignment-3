      ***************************************************************
      * THIS PROGRAM PRINTS THE RUN HISTORY FROM THE SHARED AUDIT   *
      * LOG (AUDIT.TXT, APPENDED BY "TEST GRADES", "HONOR ROLL",    *
      * "CUMULATIVE GPA" AND THE REST OF THE POSTING CHAIN - SEE    *
      * AUDITREC.CPY) FOR A DATE RANGE, SO "WHAT RAN, WHEN, AND DID *
      * IT BALANCE" CAN BE ANSWERED MONTHS LATER. THE RANGE IS      *
      * ACCEPTED AS TWO YYYYMMDD LINES (FROM, THEN TO) ON THE       *
      * CONSOLE INPUT; A BLANK OR ZERO FROM MEANS FROM THE          *
      * BEGINNING, A BLANK OR ZERO TO MEANS THROUGH THE END. A      *
      * THIRD CONSOLE LINE OF "A" READS THE YEAR-END ARCHIVE COPY   *
      * (AUDARCH.TXT, WRITTEN BY THE YEAR END ARCHIVE RUN) INSTEAD  *
      * OF THE LIVE LOG, SO QUESTIONS ABOUT A PURGED YEAR STILL GET *
      * ANSWERED; BLANK OR ANYTHING ELSE READS THE LIVE LOG AS      *
      * ALWAYS. THE ONE-PER-CHANGE ROWS THE GRADE CHANGE RUN LOGS   *
      * PRINT AS CHANGE LINES UNDER THEIR DATE AND ARE NOT COUNTED  *
      * AS RUNS. THE REPORT GOES TO AUDITRPT.TXT                    *
      ***************************************************************


       data division.
       File Section.
       FD AUDIT-FILE.
       01 AUDIT-IN-REC      PIC X(150).

      ************************************************************
      * THE YEAR-END ARCHIVE COPY OF THE LOG - SAME RECORD       *
      * NEITHER KNOWS NOR CARES WHICH FILE THE ROW CAME FROM     *
      ************************************************************
       FD AUDIT-ARCH-FILE.
       01 ARCH-IN-REC       PIC X(150).

       FD AUDIT-REPORT.
       01 AUDRPT-REC        PIC X(100).
       01 WS-TO-DATE          PIC 9(8) VALUE 99999999.
       01 WS-RUN-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-UNBAL-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-CHG-COUNT        PIC 9(5) VALUE ZERO.

       01 AUDRPT-HEADER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 AR-BALANCED        PIC X.

      ************************************************************
      * ONE POSTED-GRADE CHANGE LOGGED BY THE GRADE CHANGE RUN - *
      * SEE THE AU-CHG- AREA OF AUDITREC.CPY                     *
      ************************************************************
       01 AUDRPT-CHG-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 AC-DATE            PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-TIME            PIC 9(6).
           05 FILLER           PIC X(10) VALUE "  CHANGE: ".
           05 AC-ID              PIC X(9).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-TERM            PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-COURSE          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-OLD-AVG         PIC Z99.
           05 FILLER           PIC X(4) VALUE " TO ".
           05 AC-NEW-AVG         PIC Z99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 AC-REASON          PIC X(4).
           05 FILLER           PIC X(4) VALUE " BY ".
           05 AC-APPROVER        PIC X(20).

       01 AUDRPT-TRAILER-RUNS.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(18) VALUE "RUNS LISTED:".
           05 FILLER           PIC X VALUE SPACE.
           05 AT-UNBAL-COUNT     PIC ZZ,ZZ9.

       01 AUDRPT-TRAILER-CHG.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(18) VALUE "GRADE CHANGES:".
           05 FILLER           PIC X VALUE SPACE.
           05 AT-CHG-COUNT       PIC ZZ,ZZ9.

       procedure division.

       100-MAIN.
           PERFORM 270-READ-SOURCE
           PERFORM UNTIL EOF = "Y"
               IF AU-DATE >= WS-FROM-DATE AND AU-DATE <= WS-TO-DATE
                   IF AU-CHG-ID = SPACES
                       PERFORM 300-PRINT-RUN
                   ELSE
                       PERFORM 350-PRINT-CHANGE
                   END-IF
               END-IF
               PERFORM 270-READ-SOURCE
           END-PERFORM
               ADD 1 TO WS-UNBAL-COUNT
           END-IF.

      ***************************************************************
      * A GRADE CHANGE ROW CARRIES NO RUN COUNTS - IT PRINTS AS     *
      * ONE LINE NAMING THE STUDENT, THE TERM AND COURSE, THE       *
      * AVERAGE BEFORE AND AFTER, THE REASON, AND THE APPROVER      *
      ***************************************************************
       350-PRINT-CHANGE.
           MOVE AU-DATE TO AC-DATE
           MOVE AU-TIME TO AC-TIME
           MOVE AU-CHG-ID TO AC-ID
           MOVE AU-CHG-TERM TO AC-TERM
           MOVE AU-CHG-COURSE TO AC-COURSE
           MOVE AU-CHG-OLD-AVG TO AC-OLD-AVG
           MOVE AU-CHG-NEW-AVG TO AC-NEW-AVG
           MOVE AU-CHG-REASON TO AC-REASON
           MOVE AU-CHG-APPROVER TO AC-APPROVER
           WRITE AUDRPT-REC FROM AUDRPT-CHG-LINE
           ADD 1 TO WS-CHG-COUNT.

       400-TRAILER.
           MOVE SPACES TO AUDRPT-REC
           WRITE AUDRPT-REC
           MOVE WS-RUN-COUNT TO AT-RUN-COUNT
           WRITE AUDRPT-REC FROM AUDRPT-TRAILER-RUNS
           MOVE WS-UNBAL-COUNT TO AT-UNBAL-COUNT
           WRITE AUDRPT-REC FROM AUDRPT-TRAILER-UNBAL
           MOVE WS-CHG-COUNT TO AT-CHG-COUNT
           WRITE AUDRPT-REC FROM AUDRPT-TRAILER-CHG.
