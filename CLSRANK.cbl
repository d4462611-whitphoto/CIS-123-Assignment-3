       identification division.
       program-id. CLSRANK as "CLASS RANK".
      ***************************************************************
      * THE CLASS RANK RUN. RANKS EVERY STUDENT ON MASTER.TXT BY    *
      * CUMULATIVE GPA (M-GPA), HIGHEST FIRST, AND WRITES EACH      *
      * STUDENT'S RANK AND PERCENTILE TO CLSRANK.TXT FOR            *
      * ADMISSIONS' LETTERS OF RECOMMENDATION. STUDENTS WITH THE    *
      * SAME GPA SHARE A RANK AND THE NEXT GPA DOWN TAKES ITS PLACE *
      * IN LINE (1, 1, 3). THE PERCENTILE IS THE PERCENT OF THE     *
      * RANKED CLASS WITH A LOWER GPA, TRUNCATED. A STUDENT WHOSE   *
      * M-TERM-COUNT IS UNDER THE MINIMUM (CONSOLE, DEFAULT         *
      * WS-MIN-TERMS) IS NOT RANKED - A ONE-TERM TRANSFER STUDENT   *
      * WITH A SINGLE GOOD TERM WOULD OTHERWISE TOP THE LIST - AND  *
      * IS LISTED UNDER THE RANKING INSTEAD. FROM THE PERCENTILES   *
      * THE RUN ALSO WRITES THE COMMENCEMENT OFFICE'S LATIN HONORS  *
      * LIST (HONORLST.TXT), USING THE REGISTRAR'S CUTOFFS ON       *
      * HONORCUT.TXT (SEE HONORREC). THE RUN ONLY READS THE MASTER  *
      ***************************************************************



       environment division.

       configuration section.

       INPUT-OUTPUT SECTION.
       file-control.
           select OPTIONAL MASTER-FILE ASSIGN TO "MASTER.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS M-ID.
           select OPTIONAL HONORCUT-FILE ASSIGN TO "HONORCUT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select SORT-WORK-FILE ASSIGN TO "RANKWK.TMP".
           select NOT-RANKED-FILE ASSIGN TO "NOTRANK.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select RANK-REPORT ASSIGN TO "CLSRANK.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select HONOR-LIST ASSIGN TO "HONORLST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       File Section.
       FD MASTER-FILE.
       01 MASTER-REC.
           05 M-ID               PIC X(9).
           05 M-NAME              PIC X(20).
           05 M-TOTAL-AVG          PIC 9(7).
           05 M-TERM-COUNT          PIC 99.
           05 M-GPA                  PIC 999.

      ************************************************************
      * THE REGISTRAR'S LATIN HONORS CUTOFFS - SEE HONORREC      *
      ************************************************************
       FD HONORCUT-FILE.
       01 HONORCUT-REC.
           COPY HONORREC.

      ************************************************************
      * THE BATCH-SEQUENCE RUN-CONTROL RECORD, CHECKED AT        *
      * STARTUP - SEE RUNCTLRC                                   *
      ************************************************************
       FD RUNCTL-FILE.
       01 RUNCTL-REC.
           COPY RUNCTLRC.

       SD SORT-WORK-FILE.
       01 SORT-REC.
           05 SW-GPA             PIC 999.
           05 SW-NAME            PIC X(20).
           05 SW-ID              PIC X(9).
           05 SW-TERM-COUNT      PIC 99.

      ************************************************************
      * STUDENTS HELD OUT OF THE RANKING FOR TOO FEW TERMS,      *
      * LISTED UNDER THE RANKING ONCE IT IS WRITTEN              *
      ************************************************************
       FD NOT-RANKED-FILE.
       01 NOT-RANKED-REC.
           05 NR-ID              PIC X(9).
           05 NR-NAME            PIC X(20).
           05 NR-GPA             PIC 999.
           05 NR-TERM-COUNT      PIC 99.

       FD RANK-REPORT.
       01 RANK-REC          PIC X(80).

       FD HONOR-LIST.
       01 HONOR-REC         PIC X(80).

       working-storage section.
       01 MASTER-EOF          PIC X VALUE "N".
       01 HONORCUT-EOF        PIC X VALUE "N".
       01 RUNCTL-EOF          PIC X VALUE "N".
       01 SORT-EOF            PIC X VALUE "N".
       01 NOT-RANKED-EOF      PIC X VALUE "N".
       01 WS-MIN-TERMS-IN     PIC X(2).
       01 WS-POSITION         PIC 9(5) VALUE ZERO.
       01 WS-RANK             PIC 9(5) VALUE ZERO.
       01 WS-PREV-GPA         PIC 999 VALUE ZERO.
       01 WS-PCTILE           PIC 999 VALUE ZERO.
       01 WS-HONOR-SUB        PIC 99.
       01 WS-HONOR-HIT        PIC 99 VALUE ZERO.
       01 WS-PREV-HONOR       PIC 99 VALUE ZERO.
       01 WS-MASTER-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-RANKED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-NOT-RANKED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HONOR-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-LOWER-COUNT      PIC 9(5) VALUE ZERO.

      ************************************************************
      * HOW MANY RANKED STUDENTS HOLD EACH GPA, FILLED AS THE    *
      * SORT IS FED - ENTRY GPA + 1, SO A GPA OF 000 IS ENTRY 1. *
      * A TIE GROUP'S SIZE IS WHAT SEPARATES ITS RANK FROM THE   *
      * NUMBER OF STUDENTS BELOW IT                              *
      ************************************************************
       01 GPA-COUNT-TBL.
           05 GPA-COUNT      PIC 9(5) VALUE ZERO OCCURS 1000 TIMES.

      ***************************************************************
      * THE FEWEST M-TERM-COUNT POSTINGS A STUDENT NEEDS TO BE      *
      * RANKED. THE POSTING RUN ADDS ONE PER TERM/COURSE POSTED,    *
      * SO THE DEFAULT OF 4 IS ROUGHLY ONE FULL TERM'S LOAD. THE    *
      * CONSOLE CAN OVERRIDE IT FOR ONE RUN                         *
      ***************************************************************
       01 WS-MIN-TERMS        PIC 99 VALUE 4.

      ************************************************************
      * THE HONORS AS LOADED FROM HONORCUT.TXT (OR THE 95/85/75  *
      * DEFAULT WHEN THAT FILE ISN'T ON HAND), HIGHEST FIRST,    *
      * WITH THE NUMBER OF GRADUATES EACH ONE WENT TO            *
      ************************************************************
       01 HONOR-TBL.
           05 HONOR-COUNT    PIC 99 VALUE ZERO.
           05 HONOR-ENTRY OCCURS 10 TIMES.
               10 HT-HONOR      PIC X(16).
               10 HT-MIN-PCTILE PIC 999.
               10 HT-AWARDED    PIC 9(5).

       01 RANK-HEADER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(28) VALUE
               "CLASS RANK BY CUMULATIVE GPA".

       01 RANK-MIN-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(29) VALUE
               "MINIMUM TERM COUNT TO RANK:  ".
           05 RM-MIN-TERMS       PIC Z9.

       01 RANK-COLHDR.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(5) VALUE " RANK".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(2) VALUE "ID".
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE "NAME".
           05 FILLER           PIC X(18) VALUE SPACES.
           05 FILLER           PIC X(3) VALUE "GPA".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE "TERMS".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "PCTILE".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "HONORS".

       01 RANK-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 RL-RANK            PIC ZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RL-ID              PIC X(9).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RL-NAME            PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RL-GPA             PIC ZZ9.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 RL-TERM-COUNT      PIC Z9.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 RL-PCTILE          PIC ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RL-HONOR           PIC X(16).

       01 RANK-NONE-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(18) VALUE "NO STUDENTS RANKED".

       01 NOT-RANKED-HDR.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(37) VALUE
               "NOT RANKED - UNDER MINIMUM TERM COUNT".

       01 NOT-RANKED-LINE.
           05 FILLER           PIC X(8) VALUE SPACES.
           05 NL-ID              PIC X(9).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 NL-NAME            PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 NL-GPA             PIC ZZ9.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 NL-TERM-COUNT      PIC Z9.

       01 RANK-TRAILER-MASTER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "MASTER RECORDS READ:".
           05 FILLER           PIC X VALUE SPACE.
           05 RT-MASTER          PIC ZZ,ZZ9.

       01 RANK-TRAILER-RANKED.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "STUDENTS RANKED:".
           05 FILLER           PIC X VALUE SPACE.
           05 RT-RANKED          PIC ZZ,ZZ9.

       01 RANK-TRAILER-NOT.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(20) VALUE "NOT RANKED:".
           05 FILLER           PIC X VALUE SPACE.
           05 RT-NOT-RANKED      PIC ZZ,ZZ9.

       01 HONOR-HEADER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(26) VALUE
               "COMMENCEMENT LATIN HONORS".

       01 HONOR-CUT-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 HK-CUT-HONOR       PIC X(16).
           05 FILLER           PIC X(17) VALUE " - PERCENTILE OF ".
           05 HK-CUT-PCTILE      PIC ZZ9.
           05 FILLER           PIC X(8) VALUE " OR OVER".

       01 HONOR-GROUP-HDR.
           05 FILLER           PIC X VALUE SPACE.
           05 HG-HONOR           PIC X(16).

       01 HONOR-LINE.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 HL-ID              PIC X(9).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 HL-NAME            PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 HL-GPA             PIC ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 HL-PCTILE          PIC ZZ9.

       01 HONOR-NONE-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(20) VALUE "NO HONORS THIS CLASS".

       01 HONOR-TRAILER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 HX-LABEL           PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 HX-COUNT           PIC ZZ,ZZ9.

       procedure division.

       100-MAIN.
           PERFORM 110-CHECK-RUN-CONTROL
           PERFORM 120-GET-OPTIONS
           PERFORM 150-LOAD-HONOR-CUTOFFS
           OPEN OUTPUT RANK-REPORT
                OUTPUT HONOR-LIST
           PERFORM 200-REPORT-HEADERS
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SW-GPA
               ON ASCENDING KEY SW-NAME
               ON ASCENDING KEY SW-ID
               INPUT PROCEDURE 300-RELEASE-MASTER
               OUTPUT PROCEDURE 400-WRITE-RANKS
           PERFORM 500-WRITE-NOT-RANKED
           PERFORM 600-REPORT-TRAILERS
           CLOSE RANK-REPORT
                 HONOR-LIST
           STOP RUN.

      ***************************************************************
      * READS THE RUN-CONTROL RECORD (SEE RUNCTLRC) AND REFUSES TO  *
      * START WHILE ANY JOB IS STAMPED IN PROGRESS - A MASTER       *
      * CAUGHT HALFWAY THROUGH A POSTING WOULD RANK THE CLASS ON    *
      * HALF A TERM. THE RUN ONLY READS, SO IT NEVER STAMPS ITSELF  *
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
               DISPLAY "CLASS RANK NOT STARTED - "
                   RC-IN-PROGRESS " IS STAMPED IN PROGRESS"
               DISPLAY "ON RUNCTL.TXT - LET IT FINISH, OR RERUN "
                   "IT IF IT ABENDED"
               STOP RUN
           END-IF.

      ***************************************************************
      * ONE CONSOLE LINE: THE MINIMUM TERM COUNT AS TWO DIGITS.     *
      * ANYTHING BLANK OR NOT ALL DIGITS KEEPS THE DEFAULT          *
      ***************************************************************
       120-GET-OPTIONS.
           ACCEPT WS-MIN-TERMS-IN
           IF WS-MIN-TERMS-IN IS NUMERIC
               MOVE WS-MIN-TERMS-IN TO WS-MIN-TERMS
           END-IF.

      ***************************************************************
      * LOADS THE HONORS FROM HONORCUT.TXT, HIGHEST FIRST. WITH NO  *
      * CUTOFF FILE ON HAND THE RUN USES SUMMA 95, MAGNA 85 AND CUM *
      * LAUDE 75                                                    *
      ***************************************************************
       150-LOAD-HONOR-CUTOFFS.
           MOVE ZERO TO HONOR-COUNT
           MOVE "N" TO HONORCUT-EOF
           OPEN INPUT HONORCUT-FILE
           READ HONORCUT-FILE
               AT END MOVE "Y" TO HONORCUT-EOF
           END-READ
           PERFORM UNTIL HONORCUT-EOF = "Y" OR HONOR-COUNT >= 10
               ADD 1 TO HONOR-COUNT
               MOVE HC-HONOR TO HT-HONOR(HONOR-COUNT)
               MOVE HC-MIN-PCTILE TO HT-MIN-PCTILE(HONOR-COUNT)
               MOVE ZERO TO HT-AWARDED(HONOR-COUNT)
               READ HONORCUT-FILE
                   AT END MOVE "Y" TO HONORCUT-EOF
               END-READ
           END-PERFORM
           CLOSE HONORCUT-FILE
           IF HONOR-COUNT = ZERO
               PERFORM 155-LOAD-DEFAULT-CUTOFFS
           END-IF.

       155-LOAD-DEFAULT-CUTOFFS.
           MOVE 3 TO HONOR-COUNT
           MOVE "SUMMA CUM LAUDE" TO HT-HONOR(1)
           MOVE 95 TO HT-MIN-PCTILE(1)
           MOVE "MAGNA CUM LAUDE" TO HT-HONOR(2)
           MOVE 85 TO HT-MIN-PCTILE(2)
           MOVE "CUM LAUDE" TO HT-HONOR(3)
           MOVE 75 TO HT-MIN-PCTILE(3)
           MOVE ZERO TO HT-AWARDED(1)
           MOVE ZERO TO HT-AWARDED(2)
           MOVE ZERO TO HT-AWARDED(3).

       200-REPORT-HEADERS.
           WRITE RANK-REC FROM RANK-HEADER
           MOVE WS-MIN-TERMS TO RM-MIN-TERMS
           WRITE RANK-REC FROM RANK-MIN-LINE
           MOVE SPACES TO RANK-REC
           WRITE RANK-REC
           WRITE RANK-REC FROM RANK-COLHDR
           MOVE SPACES TO RANK-REC
           WRITE RANK-REC
           WRITE HONOR-REC FROM HONOR-HEADER
           PERFORM VARYING WS-HONOR-SUB FROM 1 BY 1
                   UNTIL WS-HONOR-SUB > HONOR-COUNT
               MOVE HT-HONOR(WS-HONOR-SUB) TO HK-CUT-HONOR
               MOVE HT-MIN-PCTILE(WS-HONOR-SUB) TO HK-CUT-PCTILE
               WRITE HONOR-REC FROM HONOR-CUT-LINE
           END-PERFORM
           MOVE SPACES TO HONOR-REC
           WRITE HONOR-REC.

      ***************************************************************
      * FEEDS THE SORT WITH EVERY MASTER RECORD THAT HAS THE        *
      * MINIMUM TERM COUNT, AND COUNTS THEM - THE PERCENTILE NEEDS  *
      * THE SIZE OF THE RANKED CLASS BEFORE THE FIRST LINE IS       *
      * WRITTEN, AND HOW MANY OF THEM SHARE EACH GPA. THE REST GO   *
      * TO THE NOT-RANKED WORK FILE                                 *
      ***************************************************************
       300-RELEASE-MASTER.
           OPEN INPUT MASTER-FILE
                OUTPUT NOT-RANKED-FILE
           MOVE "N" TO MASTER-EOF
           MOVE LOW-VALUES TO M-ID
           START MASTER-FILE KEY NOT < M-ID
               INVALID KEY MOVE "Y" TO MASTER-EOF
           END-START
           PERFORM UNTIL MASTER-EOF = "Y"
               READ MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO MASTER-EOF
                   NOT AT END
                       ADD 1 TO WS-MASTER-COUNT
                       IF M-TERM-COUNT < WS-MIN-TERMS
                           OR M-TERM-COUNT = ZERO
                           MOVE M-ID TO NR-ID
                           MOVE M-NAME TO NR-NAME
                           MOVE M-GPA TO NR-GPA
                           MOVE M-TERM-COUNT TO NR-TERM-COUNT
                           WRITE NOT-RANKED-REC
                           ADD 1 TO WS-NOT-RANKED-COUNT
                       ELSE
                           MOVE M-GPA TO SW-GPA
                           MOVE M-NAME TO SW-NAME
                           MOVE M-ID TO SW-ID
                           MOVE M-TERM-COUNT TO SW-TERM-COUNT
                           RELEASE SORT-REC
                           ADD 1 TO WS-RANKED-COUNT
                           ADD 1 TO GPA-COUNT(M-GPA + 1)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
                 NOT-RANKED-FILE.

      ***************************************************************
      * READS THE CLASS BACK HIGHEST GPA FIRST. WS-POSITION COUNTS  *
      * EVERY STUDENT; THE RANK ONLY CATCHES UP TO IT WHEN THE GPA  *
      * DROPS, SO A TIE SHARES THE HIGHER RANK. THE PERCENTILE      *
      * COUNTS ONLY THE STUDENTS STRICTLY BELOW THE GPA - EVERYONE  *
      * RANKED, LESS THOSE ABOVE (RANK - 1) AND THE WHOLE TIE GROUP *
      * - SO A TIE NEVER COUNTS ITS OWN MEMBERS AS BEATEN, AND FOUR *
      * STUDENTS ALONE AT THE TOP ARE ALL AT 0. A STUDENT WHO MAKES *
      * AN HONOR'S PERCENTILE ALSO GOES ON THE HONORS LIST, UNDER   *
      * ONE HEADING PER HONOR                                       *
      ***************************************************************
       400-WRITE-RANKS.
           MOVE "N" TO SORT-EOF
           MOVE ZERO TO WS-PREV-HONOR
           PERFORM UNTIL SORT-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO SORT-EOF
                   NOT AT END
                       PERFORM 410-RANK-STUDENT
               END-RETURN
           END-PERFORM
           IF WS-RANKED-COUNT = ZERO
               WRITE RANK-REC FROM RANK-NONE-LINE
           END-IF.

       410-RANK-STUDENT.
           ADD 1 TO WS-POSITION
           IF WS-POSITION = 1 OR SW-GPA NOT = WS-PREV-GPA
               MOVE WS-POSITION TO WS-RANK
               MOVE SW-GPA TO WS-PREV-GPA
               COMPUTE WS-LOWER-COUNT = WS-RANKED-COUNT
                   - (WS-RANK - 1) - GPA-COUNT(SW-GPA + 1)
           END-IF
           COMPUTE WS-PCTILE =
               WS-LOWER-COUNT * 100 / WS-RANKED-COUNT
           PERFORM 420-FIND-HONOR
           MOVE WS-RANK TO RL-RANK
           MOVE SW-ID TO RL-ID
           MOVE SW-NAME TO RL-NAME
           MOVE SW-GPA TO RL-GPA
           MOVE SW-TERM-COUNT TO RL-TERM-COUNT
           MOVE WS-PCTILE TO RL-PCTILE
           IF WS-HONOR-HIT > ZERO
               MOVE HT-HONOR(WS-HONOR-HIT) TO RL-HONOR
               PERFORM 430-WRITE-HONOR-LINE
           ELSE
               MOVE SPACES TO RL-HONOR
           END-IF
           WRITE RANK-REC FROM RANK-LINE.

      ***************************************************************
      * WALKS THE HONORS TOP DOWN AND TAKES THE FIRST ONE WHOSE     *
      * CUTOFF THE PERCENTILE REACHES; ZERO WHEN NONE IS REACHED    *
      ***************************************************************
       420-FIND-HONOR.
           MOVE ZERO TO WS-HONOR-HIT
           PERFORM VARYING WS-HONOR-SUB FROM 1 BY 1
                   UNTIL WS-HONOR-SUB > HONOR-COUNT
                   OR WS-HONOR-HIT > ZERO
               IF WS-PCTILE >= HT-MIN-PCTILE(WS-HONOR-SUB)
                   MOVE WS-HONOR-SUB TO WS-HONOR-HIT
               END-IF
           END-PERFORM.

       430-WRITE-HONOR-LINE.
           IF WS-HONOR-HIT NOT = WS-PREV-HONOR
               IF WS-PREV-HONOR > ZERO
                   MOVE SPACES TO HONOR-REC
                   WRITE HONOR-REC
               END-IF
               MOVE HT-HONOR(WS-HONOR-HIT) TO HG-HONOR
               WRITE HONOR-REC FROM HONOR-GROUP-HDR
               MOVE WS-HONOR-HIT TO WS-PREV-HONOR
           END-IF
           ADD 1 TO HT-AWARDED(WS-HONOR-HIT)
           ADD 1 TO WS-HONOR-COUNT
           MOVE SW-ID TO HL-ID
           MOVE SW-NAME TO HL-NAME
           MOVE SW-GPA TO HL-GPA
           MOVE WS-PCTILE TO HL-PCTILE
           WRITE HONOR-REC FROM HONOR-LINE.

      ***************************************************************
      * LISTS THE STUDENTS HELD OUT OF THE RANKING UNDER IT, IN     *
      * MASTER (ID) ORDER                                           *
      ***************************************************************
       500-WRITE-NOT-RANKED.
           IF WS-NOT-RANKED-COUNT > ZERO
               MOVE SPACES TO RANK-REC
               WRITE RANK-REC
               WRITE RANK-REC FROM NOT-RANKED-HDR
               MOVE "N" TO NOT-RANKED-EOF
               OPEN INPUT NOT-RANKED-FILE
               READ NOT-RANKED-FILE
                   AT END MOVE "Y" TO NOT-RANKED-EOF
               END-READ
               PERFORM UNTIL NOT-RANKED-EOF = "Y"
                   MOVE NR-ID TO NL-ID
                   MOVE NR-NAME TO NL-NAME
                   MOVE NR-GPA TO NL-GPA
                   MOVE NR-TERM-COUNT TO NL-TERM-COUNT
                   WRITE RANK-REC FROM NOT-RANKED-LINE
                   READ NOT-RANKED-FILE
                       AT END MOVE "Y" TO NOT-RANKED-EOF
                   END-READ
               END-PERFORM
               CLOSE NOT-RANKED-FILE
           END-IF.

       600-REPORT-TRAILERS.
           MOVE SPACES TO RANK-REC
           WRITE RANK-REC
           MOVE WS-MASTER-COUNT TO RT-MASTER
           WRITE RANK-REC FROM RANK-TRAILER-MASTER
           MOVE WS-RANKED-COUNT TO RT-RANKED
           WRITE RANK-REC FROM RANK-TRAILER-RANKED
           MOVE WS-NOT-RANKED-COUNT TO RT-NOT-RANKED
           WRITE RANK-REC FROM RANK-TRAILER-NOT
           IF WS-HONOR-COUNT = ZERO
               WRITE HONOR-REC FROM HONOR-NONE-LINE
           END-IF
           MOVE SPACES TO HONOR-REC
           WRITE HONOR-REC
           PERFORM VARYING WS-HONOR-SUB FROM 1 BY 1
                   UNTIL WS-HONOR-SUB > HONOR-COUNT
               MOVE HT-HONOR(WS-HONOR-SUB) TO HX-LABEL
               MOVE HT-AWARDED(WS-HONOR-SUB) TO HX-COUNT
               WRITE HONOR-REC FROM HONOR-TRAILER
           END-PERFORM
           MOVE "TOTAL WITH HONORS:" TO HX-LABEL
           MOVE WS-HONOR-COUNT TO HX-COUNT
           WRITE HONOR-REC FROM HONOR-TRAILER
           MOVE "STUDENTS RANKED:" TO HX-LABEL
           MOVE WS-RANKED-COUNT TO HX-COUNT
           WRITE HONOR-REC FROM HONOR-TRAILER.
