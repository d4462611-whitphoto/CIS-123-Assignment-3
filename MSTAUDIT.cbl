       identification division.
       program-id. MSTAUDIT as "MASTER AUDIT".
      ***************************************************************
      * THE FULL MASTER-VERSUS-HISTORY INTEGRITY AUDIT, RUN BEFORE  *
      * EVERY TERM'S POSTING. THE MASTER RECONCILE ONLY PROVES THE  *
      * LAST BATCH LANDED; THIS RUN PROVES THE WHOLE MASTER STILL   *
      * AGREES WITH THE HISTORY IT WAS BUILT FROM, SO DRIFT LEFT BY *
      * MAINTENANCE CORRECTIONS, BACKOUTS, RETAKE SUBSTITUTIONS OR  *
      * YEAR-END PURGES IS CAUGHT BEFORE ANOTHER TERM IS POSTED ON  *
      * TOP OF IT. FOR EVERY MASTER.TXT RECORD IT REBUILDS WHAT THE *
      * FIGURES SHOULD BE FROM THE STUDENT'S STANDING ATTEMPTS      *
      * (TH-STATUS SPACE) ON THE LIVE HISTORY (TERMHIST.TXT) AND    *
      * THE YEAR-END ARCHIVE (HISTARCH.TXT):                        *
      *   M-TOTAL-AVG  = THE SUM OF THE STANDING AVERAGES           *
      *   M-TERM-COUNT = THE NUMBER OF STANDING ATTEMPTS            *
      *   M-GPA        = THE SUM OVER THE COUNT, TRUNCATED, THE WAY *
      *                  THE POSTING RUN COMPUTES IT                *
      * AND LISTS ON MSTAUDIT.TXT:                                  *
      *   1. EVERY STUDENT WHOSE STORED FIGURES DISAGREE, WITH BOTH *
      *      SETS OF NUMBERS                                        *
      *   2. EVERY MASTER RECORD WITH NO HISTORY AT ALL (ONE WITH   *
      *      FIGURES ON IT IS ALSO A DISAGREEMENT UNDER 1)          *
      *   3. EVERY STUDENT ID ON THE LIVE HISTORY WITH NO MASTER    *
      *      RECORD                                                 *
      * AND ENDS WITH OK TO POST ONLY WHEN 1 AND 3 ARE EMPTY. THE   *
      * RUN ONLY READS - CORRECTIONS GO THROUGH THE MASTER          *
      * MAINTENANCE RUN                                             *
      ***************************************************************



       environment division.

       configuration section.

       INPUT-OUTPUT SECTION.
       file-control.
           select OPTIONAL MASTER-FILE ASSIGN TO "MASTER.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS M-ID.
           select OPTIONAL TERMHIST-FILE ASSIGN TO "TERMHIST.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TH-KEY.
           select OPTIONAL HISTARCH-FILE ASSIGN TO "HISTARCH.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL RUNCTL-FILE ASSIGN TO "RUNCTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select NO-HIST-FILE ASSIGN TO "NOHIST.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select AUDIT-REPORT ASSIGN TO "MSTAUDIT.TXT"
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

      ************************************************************
      * THE BATCH-SEQUENCE RUN-CONTROL RECORD, CHECKED AT        *
      * STARTUP - SEE RUNCTLRC                                   *
      ************************************************************
       FD RUNCTL-FILE.
       01 RUNCTL-REC.
           COPY RUNCTLRC.

      ************************************************************
      * MASTER RECORDS WITH NO HISTORY, HELD WHILE THE           *
      * DISAGREEMENTS ARE WRITTEN AND LISTED AFTER THEM          *
      ************************************************************
       FD NO-HIST-FILE.
       01 NO-HIST-REC.
           05 NH-ID              PIC X(9).
           05 NH-NAME            PIC X(20).
           05 NH-TOTAL-AVG       PIC 9(7).
           05 NH-TERM-COUNT      PIC 99.
           05 NH-GPA             PIC 999.

       FD AUDIT-REPORT.
       01 AUDIT-LINE-REC    PIC X(80).

       working-storage section.
       01 MASTER-EOF          PIC X VALUE "N".
       01 HIST-EOF            PIC X VALUE "N".
       01 RUNCTL-EOF          PIC X VALUE "N".
       01 NO-HIST-EOF         PIC X VALUE "N".
       01 WS-MASTER-FOUND     PIC X VALUE "N".
       01 WS-HIST-RECORDS     PIC 9(5) VALUE ZERO.
       01 WS-CALC-TOTAL       PIC 9(7) VALUE ZERO.
       01 WS-CALC-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-CALC-GPA         PIC 999 VALUE ZERO.
       01 WS-CUR-ID           PIC X(9) VALUE SPACES.
       01 WS-ORPHAN-RECORDS   PIC 9(5) VALUE ZERO.
       01 WS-MASTER-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-AGREE-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-MISMATCH-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-NO-HIST-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-ORPHAN-COUNT     PIC 9(6) VALUE ZERO.

       01 MA-HEADER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(32) VALUE
               "MASTER / HISTORY INTEGRITY AUDIT".

       01 MA-MISMATCH-HDR.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(36) VALUE
               "MASTER FIGURES DISAGREE WITH HISTORY".

       01 MA-MISMATCH-COLHDR1.
           05 FILLER           PIC X(33) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE "---- STORED ---".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(17) VALUE "---- REBUILT ----".

       01 MA-MISMATCH-COLHDR2.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(2) VALUE "ID".
           05 FILLER           PIC X(8) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE "NAME".
           05 FILLER           PIC X(20) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE "TOTAL".
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(3) VALUE "CNT".
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(3) VALUE "GPA".
           05 FILLER           PIC X(4) VALUE SPACES.
           05 FILLER           PIC X(5) VALUE "TOTAL".
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(3) VALUE "CNT".
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(3) VALUE "GPA".

       01 MA-MISMATCH-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 ML-ID              PIC X(9).
           05 FILLER           PIC X VALUE SPACE.
           05 ML-NAME            PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 ML-STORED-TOTAL    PIC Z(6)9.
           05 FILLER           PIC X VALUE SPACE.
           05 ML-STORED-COUNT    PIC ZZ9.
           05 FILLER           PIC X VALUE SPACE.
           05 ML-STORED-GPA      PIC ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 ML-CALC-TOTAL      PIC Z(6)9.
           05 FILLER           PIC X VALUE SPACE.
           05 ML-CALC-COUNT      PIC ZZZZ9.
           05 FILLER           PIC X VALUE SPACE.
           05 ML-CALC-GPA        PIC ZZ9.

       01 MA-NO-HIST-HDR.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(30) VALUE
               "MASTER RECORDS WITH NO HISTORY".

       01 MA-NO-HIST-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 NL-ID              PIC X(9).
           05 FILLER           PIC X VALUE SPACE.
           05 NL-NAME            PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 NL-TOTAL-AVG       PIC Z(6)9.
           05 FILLER           PIC X VALUE SPACE.
           05 NL-TERM-COUNT      PIC ZZ9.
           05 FILLER           PIC X VALUE SPACE.
           05 NL-GPA             PIC ZZ9.

       01 MA-ORPHAN-HDR.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(29) VALUE
               "HISTORY WITH NO MASTER RECORD".

       01 MA-ORPHAN-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 OL-ID              PIC X(9).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 OL-RECORDS         PIC ZZZZ9.
           05 FILLER           PIC X(19) VALUE " HISTORY RECORD(S)".

       01 MA-NONE-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(4) VALUE "NONE".

       01 MA-TRAILER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 MT-LABEL           PIC X(24).
           05 FILLER           PIC X VALUE SPACE.
           05 MT-COUNT           PIC ZZZ,ZZ9.

       01 MA-OK-LINE.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(43) VALUE
               "*** MASTER AGREES WITH HISTORY - OK TO POST".

       01 MA-HOLD-LINE.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(48) VALUE
               "*** MASTER DISAGREES WITH HISTORY - DO NOT POST".

       procedure division.

       100-MAIN.
           PERFORM 110-CHECK-RUN-CONTROL
           OPEN INPUT MASTER-FILE
                INPUT TERMHIST-FILE
                OUTPUT NO-HIST-FILE
                OUTPUT AUDIT-REPORT
           PERFORM 200-REPORT-HEADER
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
                       PERFORM 300-AUDIT-STUDENT
               END-READ
           END-PERFORM
           IF WS-MISMATCH-COUNT = ZERO
               WRITE AUDIT-LINE-REC FROM MA-NONE-LINE
           END-IF
           CLOSE NO-HIST-FILE
           PERFORM 400-LIST-NO-HISTORY
           PERFORM 500-FIND-ORPHAN-HISTORY
           PERFORM 600-REPORT-TRAILER
           CLOSE MASTER-FILE
                 TERMHIST-FILE
                 AUDIT-REPORT
           STOP RUN.

      ***************************************************************
      * READS THE RUN-CONTROL RECORD (SEE RUNCTLRC) AND REFUSES TO  *
      * START WHILE ANY JOB IS STAMPED IN PROGRESS - A MASTER AND   *
      * HISTORY CAUGHT HALFWAY THROUGH AN UPDATE WOULD DISAGREE FOR *
      * NO REAL REASON. THE RUN ONLY READS, SO IT NEVER STAMPS      *
      * ITSELF AND NEVER MOVES RC-LAST-PHASE                        *
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
               DISPLAY "MASTER AUDIT NOT STARTED - "
                   RC-IN-PROGRESS " IS STAMPED IN PROGRESS"
               DISPLAY "ON RUNCTL.TXT - LET IT FINISH, OR RERUN "
                   "IT IF IT ABENDED"
               STOP RUN
           END-IF.

       200-REPORT-HEADER.
           WRITE AUDIT-LINE-REC FROM MA-HEADER
           MOVE SPACES TO AUDIT-LINE-REC
           WRITE AUDIT-LINE-REC
           WRITE AUDIT-LINE-REC FROM MA-MISMATCH-HDR
           WRITE AUDIT-LINE-REC FROM MA-MISMATCH-COLHDR1
           WRITE AUDIT-LINE-REC FROM MA-MISMATCH-COLHDR2
           MOVE SPACES TO AUDIT-LINE-REC
           WRITE AUDIT-LINE-REC.

      ***************************************************************
      * ONE MASTER RECORD: REBUILDS ITS FIGURES FROM THE STANDING   *
      * HISTORY, LIVE AND ARCHIVED, AND COMPARES ALL THREE. A       *
      * STUDENT WITH NO HISTORY RECORDS AT ALL (STANDING OR NOT) IS *
      * ALSO HELD FOR THE NO-HISTORY LIST                           *
      ***************************************************************
       300-AUDIT-STUDENT.
           ADD 1 TO WS-MASTER-COUNT
           MOVE ZERO TO WS-CALC-TOTAL
           MOVE ZERO TO WS-CALC-COUNT
           MOVE ZERO TO WS-CALC-GPA
           MOVE ZERO TO WS-HIST-RECORDS
           PERFORM 310-SUM-LIVE-HISTORY
           PERFORM 320-SUM-ARCHIVE
           IF WS-CALC-COUNT > ZERO
               COMPUTE WS-CALC-GPA = WS-CALC-TOTAL / WS-CALC-COUNT
           END-IF
           IF M-TOTAL-AVG = WS-CALC-TOTAL
               AND M-TERM-COUNT = WS-CALC-COUNT
               AND M-GPA = WS-CALC-GPA
               ADD 1 TO WS-AGREE-COUNT
           ELSE
               PERFORM 330-WRITE-MISMATCH
           END-IF
           IF WS-HIST-RECORDS = ZERO
               MOVE M-ID TO NH-ID
               MOVE M-NAME TO NH-NAME
               MOVE M-TOTAL-AVG TO NH-TOTAL-AVG
               MOVE M-TERM-COUNT TO NH-TERM-COUNT
               MOVE M-GPA TO NH-GPA
               WRITE NO-HIST-REC
               ADD 1 TO WS-NO-HIST-COUNT
           END-IF.

      ***************************************************************
      * THE STUDENT'S LIVE HISTORY: ONE START AT THE ID AND A READ  *
      * FORWARD TO THE NEXT STUDENT. REPLACED (R) ATTEMPTS WERE     *
      * BACKED OUT OF THE MASTER WHEN THE RETAKE POSTED, SO ONLY    *
      * STANDING ONES ARE SUMMED                                    *
      ***************************************************************
       310-SUM-LIVE-HISTORY.
           MOVE "N" TO HIST-EOF
           MOVE M-ID TO TH-ID
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
                       IF TH-ID NOT = M-ID
                           MOVE "Y" TO HIST-EOF
                       ELSE
                           ADD 1 TO WS-HIST-RECORDS
                           IF TH-STATUS = SPACE
                               ADD TH-AVG TO WS-CALC-TOTAL
                               ADD 1 TO WS-CALC-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ***************************************************************
      * THE ARCHIVE IS LINE SEQUENTIAL (NO INDEX TO START ON), SO   *
      * IT IS SCANNED FRONT TO BACK FOR EACH STUDENT. A PURGED YEAR *
      * LEAVES THE LIVE FILE BUT STAYS IN THE MASTER TOTALS, SO ITS *
      * STANDING ATTEMPTS COUNT THE SAME AS LIVE ONES               *
      ***************************************************************
       320-SUM-ARCHIVE.
           MOVE "N" TO HIST-EOF
           OPEN INPUT HISTARCH-FILE
           READ HISTARCH-FILE
               AT END MOVE "Y" TO HIST-EOF
           END-READ
           PERFORM UNTIL HIST-EOF = "Y"
               IF AH-ID = M-ID
                   ADD 1 TO WS-HIST-RECORDS
                   IF AH-STATUS = SPACE
                       ADD AH-AVG TO WS-CALC-TOTAL
                       ADD 1 TO WS-CALC-COUNT
                   END-IF
               END-IF
               READ HISTARCH-FILE
                   AT END MOVE "Y" TO HIST-EOF
               END-READ
           END-PERFORM
           CLOSE HISTARCH-FILE.

       330-WRITE-MISMATCH.
           ADD 1 TO WS-MISMATCH-COUNT
           MOVE M-ID TO ML-ID
           MOVE M-NAME TO ML-NAME
           MOVE M-TOTAL-AVG TO ML-STORED-TOTAL
           MOVE M-TERM-COUNT TO ML-STORED-COUNT
           MOVE M-GPA TO ML-STORED-GPA
           MOVE WS-CALC-TOTAL TO ML-CALC-TOTAL
           MOVE WS-CALC-COUNT TO ML-CALC-COUNT
           MOVE WS-CALC-GPA TO ML-CALC-GPA
           WRITE AUDIT-LINE-REC FROM MA-MISMATCH-LINE.

       400-LIST-NO-HISTORY.
           MOVE SPACES TO AUDIT-LINE-REC
           WRITE AUDIT-LINE-REC
           WRITE AUDIT-LINE-REC FROM MA-NO-HIST-HDR
           MOVE SPACES TO AUDIT-LINE-REC
           WRITE AUDIT-LINE-REC
           IF WS-NO-HIST-COUNT = ZERO
               WRITE AUDIT-LINE-REC FROM MA-NONE-LINE
           END-IF
           MOVE "N" TO NO-HIST-EOF
           OPEN INPUT NO-HIST-FILE
           READ NO-HIST-FILE
               AT END MOVE "Y" TO NO-HIST-EOF
           END-READ
           PERFORM UNTIL NO-HIST-EOF = "Y"
               MOVE NH-ID TO NL-ID
               MOVE NH-NAME TO NL-NAME
               MOVE NH-TOTAL-AVG TO NL-TOTAL-AVG
               MOVE NH-TERM-COUNT TO NL-TERM-COUNT
               MOVE NH-GPA TO NL-GPA
               WRITE AUDIT-LINE-REC FROM MA-NO-HIST-LINE
               READ NO-HIST-FILE
                   AT END MOVE "Y" TO NO-HIST-EOF
               END-READ
           END-PERFORM
           CLOSE NO-HIST-FILE.

      ***************************************************************
      * WALKS THE WHOLE LIVE HISTORY IN KEY ORDER AND BREAKS ON THE *
      * STUDENT ID; EACH ID IS LOOKED UP ON THE MASTER BY KEY, AND  *
      * ONE THAT ISN'T THERE IS LISTED WITH ITS RECORD COUNT        *
      ***************************************************************
       500-FIND-ORPHAN-HISTORY.
           MOVE SPACES TO AUDIT-LINE-REC
           WRITE AUDIT-LINE-REC
           WRITE AUDIT-LINE-REC FROM MA-ORPHAN-HDR
           MOVE SPACES TO AUDIT-LINE-REC
           WRITE AUDIT-LINE-REC
           MOVE SPACES TO WS-CUR-ID
           MOVE ZERO TO WS-ORPHAN-RECORDS
           MOVE "N" TO HIST-EOF
           MOVE LOW-VALUES TO TH-KEY
           START TERMHIST-FILE KEY NOT < TH-KEY
               INVALID KEY MOVE "Y" TO HIST-EOF
           END-START
           PERFORM UNTIL HIST-EOF = "Y"
               READ TERMHIST-FILE NEXT
                   AT END
                       MOVE "Y" TO HIST-EOF
                   NOT AT END
                       IF TH-ID NOT = WS-CUR-ID
                           PERFORM 510-CLOSE-HISTORY-ID
                           MOVE TH-ID TO WS-CUR-ID
                           PERFORM 520-CHECK-MASTER
                       END-IF
                       ADD 1 TO WS-ORPHAN-RECORDS
               END-READ
           END-PERFORM
           PERFORM 510-CLOSE-HISTORY-ID
           IF WS-ORPHAN-COUNT = ZERO
               WRITE AUDIT-LINE-REC FROM MA-NONE-LINE
           END-IF.

       510-CLOSE-HISTORY-ID.
           IF WS-CUR-ID NOT = SPACES AND WS-MASTER-FOUND = "N"
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE WS-CUR-ID TO OL-ID
               MOVE WS-ORPHAN-RECORDS TO OL-RECORDS
               WRITE AUDIT-LINE-REC FROM MA-ORPHAN-LINE
           END-IF
           MOVE ZERO TO WS-ORPHAN-RECORDS.

       520-CHECK-MASTER.
           MOVE "Y" TO WS-MASTER-FOUND
           MOVE TH-ID TO M-ID
           READ MASTER-FILE
               INVALID KEY MOVE "N" TO WS-MASTER-FOUND
           END-READ.

       600-REPORT-TRAILER.
           MOVE SPACES TO AUDIT-LINE-REC
           WRITE AUDIT-LINE-REC
           MOVE "MASTER RECORDS READ:" TO MT-LABEL
           MOVE WS-MASTER-COUNT TO MT-COUNT
           WRITE AUDIT-LINE-REC FROM MA-TRAILER
           MOVE "IN AGREEMENT:" TO MT-LABEL
           MOVE WS-AGREE-COUNT TO MT-COUNT
           WRITE AUDIT-LINE-REC FROM MA-TRAILER
           MOVE "DISAGREE WITH HISTORY:" TO MT-LABEL
           MOVE WS-MISMATCH-COUNT TO MT-COUNT
           WRITE AUDIT-LINE-REC FROM MA-TRAILER
           MOVE "MASTERS WITH NO HISTORY:" TO MT-LABEL
           MOVE WS-NO-HIST-COUNT TO MT-COUNT
           WRITE AUDIT-LINE-REC FROM MA-TRAILER
           MOVE "HISTORY IDS NO MASTER:" TO MT-LABEL
           MOVE WS-ORPHAN-COUNT TO MT-COUNT
           WRITE AUDIT-LINE-REC FROM MA-TRAILER
           MOVE SPACES TO AUDIT-LINE-REC
           WRITE AUDIT-LINE-REC
           IF WS-MISMATCH-COUNT = ZERO AND WS-ORPHAN-COUNT = ZERO
               WRITE AUDIT-LINE-REC FROM MA-OK-LINE
           ELSE
               WRITE AUDIT-LINE-REC FROM MA-HOLD-LINE
           END-IF.
