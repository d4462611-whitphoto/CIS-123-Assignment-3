       identification division.
       program-id. CRSTREND as "COURSE TREND".
      ***************************************************************
      * THE CURRICULUM COMMITTEE'S SPRING REPORT: HOW EACH COURSE'S *
      * GRADES HAVE MOVED TERM OVER TERM. GRDSTAT ONLY SEES THE ONE *
      * TERMAVG.TXT IN FRONT OF IT; THIS RUN READS THE WHOLE POSTED *
      * TERM HISTORY (TERMHIST.TXT - SEE TERMHSTR) AND, WHEN THE    *
      * FIRST CONSOLE LINE IS "A", THE YEAR-END ARCHIVE COPY        *
      * (HISTARCH.TXT) AS WELL, THE WAY THE STUDENT INQUIRY'S       *
      * ARCHIVE OPTION WORKS - BLANK OR ANYTHING ELSE READS THE     *
      * LIVE HISTORY ONLY. THE RECORDS ARE SORTED INTO COURSE AND   *
      * TERM ORDER (TERMS IN CALENDAR ORDER, NOT ALPHABETICAL - SEE *
      * 220-SET-TERM-ORDER) AND FOR EACH COURSE, TERM BY TERM, THE  *
      * REPORT (CRSTREND.TXT) GIVES:                                *
      *   - THE STUDENTS GRADED AND THEIR MEAN AVERAGE,             *
      *   - THE PERCENT EARNING A D OR F ON THE SHARED GRADESCL.TXT *
      *     SCALE (ANY LETTER STARTING D OR F, SO D+ AND D- COUNT), *
      *   - THE CHANGE IN BOTH FROM THE COURSE'S PRIOR TERM, AND    *
      *   - THE REPLACED RETAKE ATTEMPTS (TH-STATUS R), COUNTED ON  *
      *     THEIR OWN AND LEFT OUT OF THE MEAN AND FAILURE RATE SO  *
      *     A WAVE OF RETAKES CAN'T SKEW THE TREND.                 *
      * A TERM IS FLAGGED WHEN ITS MEAN MOVED MORE THAN THE DRIFT   *
      * LIMIT IN EITHER DIRECTION, OR ITS FAILURE RATE ROSE BY MORE *
      * THAN THE JUMP LIMIT. BOTH LIMITS ARE WHOLE POINTS KEYED AS  *
      * THREE DIGITS ON THE SECOND AND THIRD CONSOLE LINES (E.G.    *
      * 005); BLANK OR ANYTHING NOT ALL DIGITS KEEPS THE DEFAULT    *
      ***************************************************************



       environment division.

       configuration section.

       INPUT-OUTPUT SECTION.
       file-control.
           select OPTIONAL TERMHIST-FILE ASSIGN TO "TERMHIST.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TH-KEY.
           select OPTIONAL HISTARCH-FILE ASSIGN TO "HISTARCH.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL SCALE-FILE ASSIGN TO "GRADESCL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select SORT-WORK-FILE ASSIGN TO "TRENDWK.TMP".
           select TREND-REPORT ASSIGN TO "CRSTREND.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       File Section.
       FD TERMHIST-FILE.
       01 TERMHIST-REC.
           COPY TERMHSTR.

      ************************************************************
      * THE YEAR-END ARCHIVE COPY OF THE TERM HISTORY - SAME     *
      * RECORD LAYOUT, LINE SEQUENTIAL, READ FRONT TO BACK WHEN  *
      * THE FIRST CONSOLE LINE IS "A"                            *
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

      ************************************************************
      * THE LETTER-GRADE SCALE, READ AT STARTUP - SEE GSCALREC   *
      ************************************************************
       FD SCALE-FILE.
       01 SCALE-REC.
           COPY GSCALREC.

      ************************************************************
      * ONE HISTORY RECORD, KEYED FOR THE SORT ON COURSE, THEN   *
      * THE TERM'S YEAR AND SEASON, THEN THE TERM CODE ITSELF    *
      ************************************************************
       SD SORT-WORK-FILE.
       01 SORT-REC.
           05 SW-COURSE          PIC X(8).
           05 SW-YEAR            PIC X(4).
           05 SW-SEASON          PIC 9.
           05 SW-TERM            PIC X(6).
           05 SW-AVG             PIC 999.
           05 SW-STATUS          PIC X.

       FD TREND-REPORT.
       01 TREND-REC         PIC X(80).

       working-storage section.
       01 HIST-EOF            PIC X VALUE "N".
       01 SORT-EOF            PIC X VALUE "N".
       01 WS-SOURCE-IN        PIC X VALUE SPACE.
       01 WS-DRIFT-IN         PIC X(3) VALUE SPACES.
       01 WS-JUMP-IN          PIC X(3) VALUE SPACES.
       01 WS-TERM-X           PIC X(6).
       01 WS-CUR-COURSE       PIC X(8) VALUE SPACES.
       01 WS-CUR-TERM         PIC X(6) VALUE SPACES.
       01 WS-COURSE-OPEN      PIC X VALUE "N".
       01 WS-TERM-OPEN        PIC X VALUE "N".
       01 WS-HAVE-PRIOR       PIC X VALUE "N".
       01 WS-COURSE-FLAGGED   PIC X VALUE "N".
       01 WS-LIVE-READ        PIC 9(6) VALUE ZERO.
       01 WS-ARCH-READ        PIC 9(6) VALUE ZERO.
       01 WS-COURSE-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-TERM-LINES       PIC 9(5) VALUE ZERO.
       01 WS-FLAG-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-RETAKE-TOTAL     PIC 9(6) VALUE ZERO.

      ***************************************************************
      * THE FLAG LIMITS IN WHOLE POINTS - A MEAN MOVING BY MORE     *
      * THAN WS-DRIFT-LIMIT EITHER WAY, OR A D/F PERCENTAGE RISING  *
      * BY MORE THAN WS-JUMP-LIMIT, IS FLAGGED. THE CONSOLE CAN     *
      * OVERRIDE EITHER FOR ONE RUN                                  *
      ***************************************************************
       01 WS-DRIFT-LIMIT      PIC 999 VALUE 5.
       01 WS-JUMP-LIMIT       PIC 999 VALUE 10.

      ************************************************************
      * ONE TERM OF ONE COURSE AS IT ACCUMULATES, AND THE        *
      * FIGURES CARRIED FORWARD FROM THE COURSE'S PRIOR TERM     *
      ************************************************************
       01 WS-TERM-STUDENTS    PIC 9(5) VALUE ZERO.
       01 WS-TERM-TOTAL       PIC 9(8) VALUE ZERO.
       01 WS-TERM-DF          PIC 9(5) VALUE ZERO.
       01 WS-TERM-RETAKES     PIC 9(5) VALUE ZERO.
       01 WS-MEAN             PIC 999V9 VALUE ZERO.
       01 WS-DF-PCT           PIC 999V9 VALUE ZERO.
       01 WS-PRIOR-MEAN       PIC 999V9 VALUE ZERO.
       01 WS-PRIOR-DF-PCT     PIC 999V9 VALUE ZERO.
       01 WS-MEAN-CHG         PIC S999V9 VALUE ZERO.
       01 WS-DF-CHG           PIC S999V9 VALUE ZERO.
       01 WS-MEAN-MOVE        PIC 999V9 VALUE ZERO.

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

       01 TREND-HEADER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(31) VALUE
               "COURSE PERFORMANCE TREND REPORT".

       01 TREND-SOURCE-LINE.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(9) VALUE "HISTORY: ".
           05 TS-SOURCE          PIC X(30).

       01 TREND-LIMIT-LINE.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(23) VALUE
               "FLAGGED WHEN MEAN MOVES".
           05 FILLER           PIC X VALUE SPACE.
           05 TL-DRIFT           PIC ZZ9.
           05 FILLER           PIC X(24) VALUE
               " PTS OR D/F % RISES OVER".
           05 FILLER           PIC X VALUE SPACE.
           05 TL-JUMP            PIC ZZ9.
           05 FILLER           PIC X(4) VALUE " PTS".

       01 TREND-COURSE-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(8) VALUE "COURSE: ".
           05 TC-COURSE          PIC X(8).

       01 TREND-COLHDR.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE "TERM".
           05 FILLER           PIC X(4) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE "STUDENTS".
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE "MEAN".
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "CHANGE".
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE "D/F %".
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "CHANGE".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE "RETAKES".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE "FLAG".

      ************************************************************
      * ONE TERM OF ONE COURSE. THE CHANGE COLUMNS ARE BLANK ON  *
      * A COURSE'S FIRST TERM, AND EVERYTHING BUT THE RETAKES IS *
      * BLANK ON A TERM THAT HELD ONLY REPLACED ATTEMPTS         *
      ************************************************************
       01 TREND-LINE.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 TT-TERM            PIC X(6).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 TT-STUDENTS        PIC ZZ,ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 TT-MEAN            PIC ZZ9.9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 TT-MEAN-CHG        PIC +++9.9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 TT-DF-PCT          PIC ZZ9.9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 TT-DF-CHG          PIC +++9.9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 TT-RETAKES         PIC ZZ,ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 TT-FLAG            PIC X(12).

       01 TREND-TRAILER-LIVE.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "LIVE HISTORY READ:".
           05 FILLER           PIC X VALUE SPACE.
           05 TR-LIVE            PIC ZZZ,ZZ9.

       01 TREND-TRAILER-ARCH.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "ARCHIVE READ:".
           05 FILLER           PIC X VALUE SPACE.
           05 TR-ARCH            PIC ZZZ,ZZ9.

       01 TREND-TRAILER-COURSES.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "COURSES REPORTED:".
           05 FILLER           PIC X VALUE SPACE.
           05 TR-COURSES         PIC ZZZ,ZZ9.

       01 TREND-TRAILER-TERMS.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "COURSE TERMS:".
           05 FILLER           PIC X VALUE SPACE.
           05 TR-TERMS           PIC ZZZ,ZZ9.

       01 TREND-TRAILER-RETAKE.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "RETAKES SET ASIDE:".
           05 FILLER           PIC X VALUE SPACE.
           05 TR-RETAKES         PIC ZZZ,ZZ9.

       01 TREND-TRAILER-FLAG.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "COURSES FLAGGED:".
           05 FILLER           PIC X VALUE SPACE.
           05 TR-FLAGGED         PIC ZZZ,ZZ9.

       01 TREND-EMPTY-LINE.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(30) VALUE
               "NO POSTED HISTORY ON FILE".

       procedure division.

       100-MAIN.
           PERFORM 110-GET-OPTIONS
           PERFORM 150-LOAD-GRADE-SCALE
           OPEN OUTPUT TREND-REPORT
           PERFORM 200-REPORT-HEADER
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-COURSE
               ON ASCENDING KEY SW-YEAR
               ON ASCENDING KEY SW-SEASON
               ON ASCENDING KEY SW-TERM
               INPUT PROCEDURE 210-RELEASE-HISTORY
               OUTPUT PROCEDURE 300-REPORT-COURSES
           PERFORM 400-REPORT-TRAILER
           CLOSE TREND-REPORT
           STOP RUN.

      ***************************************************************
      * THREE CONSOLE LINES, THE WAY THE AUDIT INQUIRY TAKES ITS    *
      * OPTIONS: THE HISTORY SOURCE ("A" ADDS THE ARCHIVE), THEN    *
      * THE DRIFT AND JUMP LIMITS AS THREE DIGITS EACH. ANYTHING    *
      * BLANK OR NOT ALL DIGITS KEEPS THE DEFAULT LIMIT              *
      ***************************************************************
       110-GET-OPTIONS.
           ACCEPT WS-SOURCE-IN
           ACCEPT WS-DRIFT-IN
           ACCEPT WS-JUMP-IN
           IF WS-DRIFT-IN IS NUMERIC
               MOVE WS-DRIFT-IN TO WS-DRIFT-LIMIT
           END-IF
           IF WS-JUMP-IN IS NUMERIC
               MOVE WS-JUMP-IN TO WS-JUMP-LIMIT
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

       200-REPORT-HEADER.
           WRITE TREND-REC FROM TREND-HEADER
           IF WS-SOURCE-IN = "A"
               MOVE "LIVE FILE PLUS ARCHIVE" TO TS-SOURCE
           ELSE
               MOVE "LIVE FILE ONLY" TO TS-SOURCE
           END-IF
           WRITE TREND-REC FROM TREND-SOURCE-LINE
           MOVE WS-DRIFT-LIMIT TO TL-DRIFT
           MOVE WS-JUMP-LIMIT TO TL-JUMP
           WRITE TREND-REC FROM TREND-LIMIT-LINE
           MOVE SPACES TO TREND-REC
           WRITE TREND-REC.

      ***************************************************************
      * FEEDS THE SORT: EVERY LIVE HISTORY RECORD, READ IN KEY      *
      * ORDER FROM THE LOWEST KEY, THEN - WHEN ASKED - EVERY        *
      * ARCHIVED ONE. THE YEAR ARCHIVE MOVES A PURGED YEAR OFF THE  *
      * LIVE FILE, SO NO RECORD IS EVER ON BOTH                      *
      ***************************************************************
       210-RELEASE-HISTORY.
           MOVE "N" TO HIST-EOF
           OPEN INPUT TERMHIST-FILE
           MOVE LOW-VALUES TO TH-KEY
           START TERMHIST-FILE KEY NOT < TH-KEY
               INVALID KEY MOVE "Y" TO HIST-EOF
           END-START
           PERFORM UNTIL HIST-EOF = "Y"
               READ TERMHIST-FILE NEXT
                   AT END
                       MOVE "Y" TO HIST-EOF
                   NOT AT END
                       ADD 1 TO WS-LIVE-READ
                       MOVE TH-COURSE TO SW-COURSE
                       MOVE TH-TERM TO SW-TERM
                       MOVE TH-AVG TO SW-AVG
                       MOVE TH-STATUS TO SW-STATUS
                       PERFORM 220-SET-TERM-ORDER
                       RELEASE SORT-REC
               END-READ
           END-PERFORM
           CLOSE TERMHIST-FILE
           IF WS-SOURCE-IN = "A"
               MOVE "N" TO HIST-EOF
               OPEN INPUT HISTARCH-FILE
               READ HISTARCH-FILE
                   AT END MOVE "Y" TO HIST-EOF
               END-READ
               PERFORM UNTIL HIST-EOF = "Y"
                   ADD 1 TO WS-ARCH-READ
                   MOVE AH-COURSE TO SW-COURSE
                   MOVE AH-TERM TO SW-TERM
                   MOVE AH-AVG TO SW-AVG
                   MOVE AH-STATUS TO SW-STATUS
                   PERFORM 220-SET-TERM-ORDER
                   RELEASE SORT-REC
                   READ HISTARCH-FILE
                       AT END MOVE "Y" TO HIST-EOF
                   END-READ
               END-PERFORM
               CLOSE HISTARCH-FILE
           END-IF.

      ***************************************************************
      * TERM CODES CARRY A 4-DIGIT YEAR TRAILING (FA2025) OR        *
      * LEADING (2025FA) - THE SAME TWO FORMS THE YEAR END ARCHIVE  *
      * READS (350-TERM-YEAR IN YEARARC). SORTED AS TEXT, FA2024    *
      * WOULD COME BEFORE SP2024, SO THE YEAR AND A SEASON NUMBER   *
      * (WINTER, SPRING, SUMMER, FALL) LEAD THE SORT KEY. A CODE    *
      * WITH NO READABLE YEAR SORTS AHEAD OF ALL THE OTHERS UNDER   *
      * YEAR 0000, AND AN UNKNOWN SEASON SORTS LAST IN ITS YEAR     *
      ***************************************************************
       220-SET-TERM-ORDER.
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
      * READS THE SORTED HISTORY BACK AND BREAKS ON COURSE, THEN ON *
      * TERM WITHIN THE COURSE. EACH RECORD IS TALLIED INTO THE     *
      * OPEN TERM (310); A TERM BREAK PRINTS THE TERM'S LINE (320)  *
      * AND A COURSE BREAK STARTS THE NEXT COURSE'S BLOCK           *
      ***************************************************************
       300-REPORT-COURSES.
           MOVE "N" TO SORT-EOF
           PERFORM UNTIL SORT-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO SORT-EOF
                   NOT AT END
                       IF WS-COURSE-OPEN = "Y"
                           AND SW-COURSE NOT = WS-CUR-COURSE
                           PERFORM 320-CLOSE-TERM
                           PERFORM 330-CLOSE-COURSE
                       END-IF
                       IF WS-COURSE-OPEN = "N"
                           PERFORM 305-OPEN-COURSE
                       END-IF
                       IF WS-TERM-OPEN = "Y"
                           AND SW-TERM NOT = WS-CUR-TERM
                           PERFORM 320-CLOSE-TERM
                       END-IF
                       IF WS-TERM-OPEN = "N"
                           PERFORM 308-OPEN-TERM
                       END-IF
                       PERFORM 310-TALLY-RECORD
               END-RETURN
           END-PERFORM
           IF WS-COURSE-OPEN = "Y"
               PERFORM 320-CLOSE-TERM
               PERFORM 330-CLOSE-COURSE
           END-IF.

       305-OPEN-COURSE.
           MOVE SW-COURSE TO WS-CUR-COURSE
           MOVE "Y" TO WS-COURSE-OPEN
           MOVE "N" TO WS-HAVE-PRIOR
           MOVE "N" TO WS-COURSE-FLAGGED
           ADD 1 TO WS-COURSE-COUNT
           MOVE SW-COURSE TO TC-COURSE
           WRITE TREND-REC FROM TREND-COURSE-LINE
           WRITE TREND-REC FROM TREND-COLHDR.

       308-OPEN-TERM.
           MOVE SW-TERM TO WS-CUR-TERM
           MOVE "Y" TO WS-TERM-OPEN
           MOVE ZERO TO WS-TERM-STUDENTS
           MOVE ZERO TO WS-TERM-TOTAL
           MOVE ZERO TO WS-TERM-DF
           MOVE ZERO TO WS-TERM-RETAKES.

      ***************************************************************
      * A REPLACED ATTEMPT IS ONLY COUNTED; A STANDING ONE GOES     *
      * INTO THE MEAN, AND INTO THE FAILURE COUNT WHEN ITS LETTER   *
      * ON THE SHARED SCALE STARTS WITH D OR F                      *
      ***************************************************************
       310-TALLY-RECORD.
           IF SW-STATUS = "R"
               ADD 1 TO WS-TERM-RETAKES
               ADD 1 TO WS-RETAKE-TOTAL
           ELSE
               ADD 1 TO WS-TERM-STUDENTS
               ADD SW-AVG TO WS-TERM-TOTAL
               MOVE SW-AVG TO WS-LOOKUP-AVG
               PERFORM 355-LOOKUP-LETTER
               IF WS-LOOKUP-LETTER(1:1) = "D"
                   OR WS-LOOKUP-LETTER(1:1) = "F"
                   ADD 1 TO WS-TERM-DF
               END-IF
           END-IF.

      ***************************************************************
      * PRINTS THE CLOSING TERM'S LINE. THE MEAN AND D/F PERCENT    *
      * ARE ROUNDED TO TENTHS; THE CHANGE IS AGAINST THE COURSE'S   *
      * LAST TERM THAT HAD ANY STANDING ATTEMPTS, AND THE FLAG      *
      * TEST RUNS ONLY WHEN THERE IS SUCH A TERM TO COMPARE WITH    *
      ***************************************************************
       320-CLOSE-TERM.
           MOVE SPACES TO TREND-LINE
           MOVE WS-CUR-TERM TO TT-TERM
           MOVE WS-TERM-STUDENTS TO TT-STUDENTS
           MOVE WS-TERM-RETAKES TO TT-RETAKES
           IF WS-TERM-STUDENTS > ZERO
               COMPUTE WS-MEAN ROUNDED =
                   WS-TERM-TOTAL / WS-TERM-STUDENTS
               COMPUTE WS-DF-PCT ROUNDED =
                   WS-TERM-DF * 100 / WS-TERM-STUDENTS
               MOVE WS-MEAN TO TT-MEAN
               MOVE WS-DF-PCT TO TT-DF-PCT
               IF WS-HAVE-PRIOR = "Y"
                   PERFORM 325-COMPARE-PRIOR
               END-IF
               MOVE WS-MEAN TO WS-PRIOR-MEAN
               MOVE WS-DF-PCT TO WS-PRIOR-DF-PCT
               MOVE "Y" TO WS-HAVE-PRIOR
           END-IF
           WRITE TREND-REC FROM TREND-LINE
           ADD 1 TO WS-TERM-LINES
           MOVE "N" TO WS-TERM-OPEN.

       325-COMPARE-PRIOR.
           COMPUTE WS-MEAN-CHG = WS-MEAN - WS-PRIOR-MEAN
           COMPUTE WS-DF-CHG = WS-DF-PCT - WS-PRIOR-DF-PCT
           MOVE WS-MEAN-CHG TO TT-MEAN-CHG
           MOVE WS-DF-CHG TO TT-DF-CHG
           IF WS-MEAN-CHG < ZERO
               COMPUTE WS-MEAN-MOVE = ZERO - WS-MEAN-CHG
           ELSE
               MOVE WS-MEAN-CHG TO WS-MEAN-MOVE
           END-IF
           IF WS-MEAN-MOVE > WS-DRIFT-LIMIT
               AND WS-DF-CHG > WS-JUMP-LIMIT
               MOVE "*** BOTH" TO TT-FLAG
               MOVE "Y" TO WS-COURSE-FLAGGED
           ELSE
               IF WS-MEAN-MOVE > WS-DRIFT-LIMIT
                   MOVE "*** MEAN" TO TT-FLAG
                   MOVE "Y" TO WS-COURSE-FLAGGED
               END-IF
               IF WS-DF-CHG > WS-JUMP-LIMIT
                   MOVE "*** FAILURES" TO TT-FLAG
                   MOVE "Y" TO WS-COURSE-FLAGGED
               END-IF
           END-IF.

       330-CLOSE-COURSE.
           IF WS-COURSE-FLAGGED = "Y"
               ADD 1 TO WS-FLAG-COUNT
           END-IF
           MOVE SPACES TO TREND-REC
           WRITE TREND-REC
           MOVE "N" TO WS-COURSE-OPEN.

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

       400-REPORT-TRAILER.
           IF WS-COURSE-COUNT = ZERO
               WRITE TREND-REC FROM TREND-EMPTY-LINE
               MOVE SPACES TO TREND-REC
               WRITE TREND-REC
           END-IF
           MOVE WS-LIVE-READ TO TR-LIVE
           WRITE TREND-REC FROM TREND-TRAILER-LIVE
           IF WS-SOURCE-IN = "A"
               MOVE WS-ARCH-READ TO TR-ARCH
               WRITE TREND-REC FROM TREND-TRAILER-ARCH
           END-IF
           MOVE WS-COURSE-COUNT TO TR-COURSES
           WRITE TREND-REC FROM TREND-TRAILER-COURSES
           MOVE WS-TERM-LINES TO TR-TERMS
           WRITE TREND-REC FROM TREND-TRAILER-TERMS
           MOVE WS-RETAKE-TOTAL TO TR-RETAKES
           WRITE TREND-REC FROM TREND-TRAILER-RETAKE
           MOVE WS-FLAG-COUNT TO TR-FLAGGED
           WRITE TREND-REC FROM TREND-TRAILER-FLAG.
