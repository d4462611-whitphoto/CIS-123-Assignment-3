       identification division.
       program-id. SISACK as "SIS ACKNOWLEDGMENT".
      ***************************************************************
      * THIS PROGRAM READS BACK THE STUDENT INFORMATION SYSTEM'S    *
      * ACKNOWLEDGMENT (SISACK.TXT, SEE SISACKR) OF A GRADE FEED    *
      * THE SIS GRADE FEED (SISFEED) SENT, AND MATCHES IT DETAIL BY *
      * DETAIL TO WHAT WENT OUT (SISFEED.TXT, SEE SISFEEDR). THE    *
      * ACKNOWLEDGMENTS ARE SORTED INTO LINE-NUMBER ORDER AND       *
      * MERGED AGAINST THE FEED'S DETAILS, WHICH ARE ALREADY IN     *
      * THAT ORDER. THE REPORT (SISAKRPT.TXT) LISTS FOR FOLLOW-UP:  *
      *   - EVERY DETAIL THE SIS REJECTED, WITH ITS REASON,         *
      *   - EVERY DETAIL THE SIS NEVER ANSWERED,                    *
      *   - EVERY ANSWER THAT DOESN'T PROVE ITS DETAIL (ID, TERM OR *
      *     COURSE ECHOED WRONG, OR A STATUS OTHER THAN A OR R),    *
      *   - EVERY ANSWER TO A LINE WE NEVER SENT, OR ANSWERED TWICE *
      * AND THEN PROVES THE FEED FILE ITSELF: ITS TRAILER MUST      *
      * AGREE WITH ITS DETAILS, AND THE BATCH MUST BE ON THE SEND   *
      * LOG (SISLOG.TXT, SEE SISLOGR) WITH THE SAME TOTALS - A FEED *
      * FILE CUT AGAIN OR EDITED SINCE IT WENT OUT IS NOT WHAT THE  *
      * SIS IS ANSWERING. THE RUN ONLY READS AND MAY BE RERUN AS    *
      * OFTEN AS NEEDED; IT TOUCHES NO MASTER FILE, SO IT TAKES NO  *
      * PART IN THE RUN-CONTROL SEQUENCE                            *
      ***************************************************************



       environment division.

       configuration section.

       INPUT-OUTPUT SECTION.
       file-control.
           select OPTIONAL FEED-FILE ASSIGN TO "SISFEED.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL ACK-FILE ASSIGN TO "SISACK.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select SORT-WORK-FILE ASSIGN TO "SISAKWK.TMP".
           select OPTIONAL LOG-FILE ASSIGN TO "SISLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select ACK-REPORT ASSIGN TO "SISAKRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       File Section.
      ************************************************************
      * THE INTERFACE FILE AS SENT - SEE SISFEEDR                *
      ************************************************************
       FD FEED-FILE.
       01 FEED-REC.
           COPY SISFEEDR.

      ************************************************************
      * THE SIS'S ANSWER, ONE RECORD PER DETAIL - SEE SISACKR    *
      ************************************************************
       FD ACK-FILE.
       01 ACK-REC.
           COPY SISACKR.

       SD SORT-WORK-FILE.
       01 SORT-REC.
           COPY SISACKR
               REPLACING AK-SEQ-NO BY SK-SEQ-NO
                         AK-LINE-NO BY SK-LINE-NO
                         AK-ID BY SK-ID
                         AK-TERM BY SK-TERM
                         AK-COURSE BY SK-COURSE
                         AK-STATUS BY SK-STATUS
                         AK-REASON BY SK-REASON.

      ************************************************************
      * THE SEND LOG WRITTEN BY THE FEED - SEE SISLOGR           *
      ************************************************************
       FD LOG-FILE.
       01 LOG-REC.
           COPY SISLOGR.

       FD ACK-REPORT.
       01 ACK-RPT-REC       PIC X(80).

       working-storage section.
       01 FEED-EOF            PIC X VALUE "N".
       01 ACK-EOF             PIC X VALUE "N".
       01 SORT-EOF            PIC X VALUE "N".
       01 LOG-EOF             PIC X VALUE "N".
       01 WS-FEED-SEQ         PIC 9(6) VALUE ZERO.
       01 WS-FEED-DATE        PIC 9(8) VALUE ZERO.
       01 WS-ID-NUM           PIC 9(9) VALUE ZERO.
       01 WS-LAST-MATCHED     PIC 9(6) VALUE ZERO.
       01 WS-DISPOSITION      PIC X(13).
       01 WS-REASON           PIC X(30).
       01 WS-FILE-OK          PIC X VALUE "Y".
       01 WS-DETAIL-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-HASH-ID          PIC 9(15) VALUE ZERO.
       01 WS-HASH-AVG         PIC 9(9) VALUE ZERO.
       01 WS-TRAILER-FOUND    PIC X VALUE "N".
       01 WS-TRL-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-TRL-HASH-ID      PIC 9(15) VALUE ZERO.
       01 WS-TRL-HASH-AVG     PIC 9(9) VALUE ZERO.
       01 WS-LOGGED           PIC X VALUE "N".
       01 WS-LOG-DATE         PIC 9(8) VALUE ZERO.
       01 WS-LOG-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-LOG-HASH-ID      PIC 9(15) VALUE ZERO.
       01 WS-LOG-HASH-AVG     PIC 9(9) VALUE ZERO.
       01 WS-ACKS-READ        PIC 9(6) VALUE ZERO.
       01 WS-ACCEPTED-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-REJECTED-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-MISSING-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-BAD-ACK-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-EXTRA-ACK-COUNT  PIC 9(6) VALUE ZERO.

       01 ACK-RPT-HEADER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(25) VALUE
               "SIS ACKNOWLEDGMENT REPORT".

       01 ACK-RPT-BATCH-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(16) VALUE "BATCH SEQUENCE: ".
           05 AH-SEQ-NO          PIC 9(6).
           05 FILLER           PIC X(15) VALUE "   BATCH DATE: ".
           05 AH-BATCH-DATE      PIC 9(8).

       01 ACK-RPT-FOLLOW-HEADER.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(21) VALUE "RECORDS FOR FOLLOW-UP".

       01 ACK-RPT-COLHDR.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(6) VALUE "  LINE".
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(2) VALUE "ID".
           05 FILLER           PIC X(8) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE "TERM".
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "COURSE".
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(11) VALUE "DISPOSITION".
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "REASON".

       01 ACK-RPT-FOLLOW-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 AF-LINE-NO         PIC ZZZZZ9.
           05 FILLER           PIC X VALUE SPACE.
           05 AF-ID              PIC X(9).
           05 FILLER           PIC X VALUE SPACE.
           05 AF-TERM            PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 AF-COURSE          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AF-DISPOSITION     PIC X(13).
           05 FILLER           PIC X VALUE SPACE.
           05 AF-REASON          PIC X(30).

       01 ACK-RPT-NONE-LINE.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(4) VALUE "NONE".

       01 ACK-RPT-CHECK-HEADER.
           05 FILLER           PIC X VALUE SPACE.
           05 FILLER           PIC X(16) VALUE "FEED FILE CHECKS".

       01 ACK-RPT-CHECK-LINE.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 AC-TEXT            PIC X(60).

       01 ACK-RPT-SENT-LINE.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 FILLER           PIC X(26) VALUE
               "ON THE SEND LOG - SENT ON ".
           05 AS-SENT-DATE       PIC 9(8).

       01 ACK-TRAILER-SENT.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(21) VALUE "DETAILS SENT:".
           05 FILLER           PIC X VALUE SPACE.
           05 AT-SENT            PIC ZZZ,ZZ9.

       01 ACK-TRAILER-READ.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(21) VALUE "ACKNOWLEDGMENTS READ:".
           05 FILLER           PIC X VALUE SPACE.
           05 AT-ACKS-READ       PIC ZZZ,ZZ9.

       01 ACK-TRAILER-ACCEPTED.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(21) VALUE "ACCEPTED:".
           05 FILLER           PIC X VALUE SPACE.
           05 AT-ACCEPTED        PIC ZZZ,ZZ9.

       01 ACK-TRAILER-REJECTED.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(21) VALUE "REJECTED:".
           05 FILLER           PIC X VALUE SPACE.
           05 AT-REJECTED        PIC ZZZ,ZZ9.

       01 ACK-TRAILER-MISSING.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(21) VALUE "NOT ACKNOWLEDGED:".
           05 FILLER           PIC X VALUE SPACE.
           05 AT-MISSING         PIC ZZZ,ZZ9.

       01 ACK-TRAILER-BAD.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(21) VALUE "ACK DOES NOT MATCH:".
           05 FILLER           PIC X VALUE SPACE.
           05 AT-BAD             PIC ZZZ,ZZ9.

       01 ACK-TRAILER-EXTRA.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(21) VALUE "UNMATCHED ACKS:".
           05 FILLER           PIC X VALUE SPACE.
           05 AT-EXTRA           PIC ZZZ,ZZ9.

       01 ACK-OK-LINE.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(37) VALUE
               "*** BATCH ACCEPTED IN FULL BY THE SIS".

       01 ACK-WARN-LINE.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(51) VALUE
               "*** FOLLOW UP THE RECORDS LISTED ABOVE WITH THE SIS".

       procedure division.

       100-MAIN.
           PERFORM 110-READ-FEED-HEADER
           PERFORM 120-CHECK-ACK-BATCH
           PERFORM 130-FIND-LOG-ENTRY
           OPEN OUTPUT ACK-REPORT
           PERFORM 200-REPORT-HEADERS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SK-LINE-NO
               USING ACK-FILE
               OUTPUT PROCEDURE 400-MATCH-ACKS
           PERFORM 500-CHECK-FEED-FILE
           PERFORM 600-REPORT-TRAILERS
           CLOSE FEED-FILE
                 ACK-REPORT
           STOP RUN.

      ***************************************************************
      * OPENS THE FEED AS SENT AND TAKES THE BATCH FROM ITS HEADER. *
      * WITH NO HEADER THERE IS NOTHING TO MATCH AGAINST            *
      ***************************************************************
       110-READ-FEED-HEADER.
           MOVE "N" TO FEED-EOF
           OPEN INPUT FEED-FILE
           READ FEED-FILE
               AT END MOVE "Y" TO FEED-EOF
           END-READ
           IF FEED-EOF = "Y" OR SF-REC-TYPE NOT = "H"
               DISPLAY "SIS ACKNOWLEDGMENT NOT STARTED - SISFEED.TXT "
                   "HOLDS NO BATCH HEADER"
               CLOSE FEED-FILE
               STOP RUN
           END-IF
           MOVE SF-SEQ-NO TO WS-FEED-SEQ
           MOVE SF-BATCH-DATE TO WS-FEED-DATE.

      ***************************************************************
      * THE FIRST ACKNOWLEDGMENT MUST ANSWER THE BATCH SISFEED.TXT  *
      * HOLDS. A LATER FEED OVERWRITES SISFEED.TXT, SO AN ANSWER TO *
      * AN EARLIER BATCH NEEDS THAT BATCH'S FEED FILE RESTORED      *
      * FIRST - MATCHING IT AGAINST ANOTHER BATCH WOULD REPORT      *
      * EVERY LINE WRONG                                            *
      ***************************************************************
       120-CHECK-ACK-BATCH.
           MOVE "N" TO ACK-EOF
           OPEN INPUT ACK-FILE
           READ ACK-FILE
               AT END MOVE "Y" TO ACK-EOF
           END-READ
           CLOSE ACK-FILE
           IF ACK-EOF = "Y"
               DISPLAY "SIS ACKNOWLEDGMENT NOT STARTED - NO "
                   "SISACK.TXT ON HAND FOR BATCH " WS-FEED-SEQ
               CLOSE FEED-FILE
               STOP RUN
           END-IF
           IF AK-SEQ-NO NOT = WS-FEED-SEQ
               DISPLAY "SIS ACKNOWLEDGMENT NOT STARTED - SISACK.TXT "
                   "ANSWERS BATCH " AK-SEQ-NO
               DISPLAY "BUT SISFEED.TXT HOLDS BATCH " WS-FEED-SEQ
                   " - RESTORE THAT BATCH'S FEED FILE"
               CLOSE FEED-FILE
               STOP RUN
           END-IF.

       130-FIND-LOG-ENTRY.
           MOVE "N" TO WS-LOGGED
           MOVE "N" TO LOG-EOF
           OPEN INPUT LOG-FILE
           READ LOG-FILE
               AT END MOVE "Y" TO LOG-EOF
           END-READ
           PERFORM UNTIL LOG-EOF = "Y"
               IF LG-SEQ-NO = WS-FEED-SEQ
                   MOVE "Y" TO WS-LOGGED
                   MOVE LG-SENT-DATE TO WS-LOG-DATE
                   MOVE LG-DETAIL-COUNT TO WS-LOG-COUNT
                   MOVE LG-HASH-ID TO WS-LOG-HASH-ID
                   MOVE LG-HASH-AVG TO WS-LOG-HASH-AVG
               END-IF
               READ LOG-FILE
                   AT END MOVE "Y" TO LOG-EOF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE.

       200-REPORT-HEADERS.
           WRITE ACK-RPT-REC FROM ACK-RPT-HEADER
           MOVE SPACES TO ACK-RPT-REC
           WRITE ACK-RPT-REC
           MOVE WS-FEED-SEQ TO AH-SEQ-NO
           MOVE WS-FEED-DATE TO AH-BATCH-DATE
           WRITE ACK-RPT-REC FROM ACK-RPT-BATCH-LINE
           MOVE SPACES TO ACK-RPT-REC
           WRITE ACK-RPT-REC
           WRITE ACK-RPT-REC FROM ACK-RPT-FOLLOW-HEADER
           WRITE ACK-RPT-REC FROM ACK-RPT-COLHDR
           MOVE SPACES TO ACK-RPT-REC
           WRITE ACK-RPT-REC.

      ***************************************************************
      * MERGES THE SORTED ACKNOWLEDGMENTS AGAINST THE FEED'S        *
      * DETAILS ON LINE NUMBER. A DETAIL WITH NO ANSWER AT ITS LINE *
      * IS MISSING; AN ANSWER WITH NO DETAIL AT ITS LINE (OR ONE    *
      * FOR ANOTHER BATCH) IS UNMATCHED; A PAIR IS CHECKED BY       *
      * 430-MATCH-DETAIL. THE FEED'S TRAILER IS PICKED UP ON THE    *
      * WAY PAST                                                    *
      ***************************************************************
       400-MATCH-ACKS.
           PERFORM 410-NEXT-DETAIL
           PERFORM 420-NEXT-ACK
           PERFORM UNTIL FEED-EOF = "Y" AND SORT-EOF = "Y"
               EVALUATE TRUE
                   WHEN SORT-EOF = "Y"
                       PERFORM 440-MISSING-ACK
                       PERFORM 410-NEXT-DETAIL
                   WHEN SK-SEQ-NO NOT = WS-FEED-SEQ
                       PERFORM 450-UNMATCHED-ACK
                       PERFORM 420-NEXT-ACK
                   WHEN FEED-EOF = "Y"
                       PERFORM 450-UNMATCHED-ACK
                       PERFORM 420-NEXT-ACK
                   WHEN SK-LINE-NO < SF-LINE-NO
                       PERFORM 450-UNMATCHED-ACK
                       PERFORM 420-NEXT-ACK
                   WHEN SK-LINE-NO > SF-LINE-NO
                       PERFORM 440-MISSING-ACK
                       PERFORM 410-NEXT-DETAIL
                   WHEN OTHER
                       PERFORM 430-MATCH-DETAIL
                       PERFORM 410-NEXT-DETAIL
                       PERFORM 420-NEXT-ACK
               END-EVALUATE
           END-PERFORM
           IF WS-REJECTED-COUNT + WS-MISSING-COUNT + WS-BAD-ACK-COUNT
               + WS-EXTRA-ACK-COUNT = ZERO
               WRITE ACK-RPT-REC FROM ACK-RPT-NONE-LINE
           END-IF.

      ***************************************************************
      * READS THE FEED UP TO ITS NEXT DETAIL, COUNTING AND HASHING  *
      * EACH ONE THE WAY THE FEED DID. THE TRAILER (OR END OF FILE) *
      * ENDS THE DETAILS                                            *
      ***************************************************************
       410-NEXT-DETAIL.
           IF FEED-EOF = "N"
               READ FEED-FILE
                   AT END MOVE "Y" TO FEED-EOF
               END-READ
           END-IF
           IF FEED-EOF = "N"
               IF SF-REC-TYPE = "D"
                   ADD 1 TO WS-DETAIL-COUNT
                   IF SF-ID IS NUMERIC
                       MOVE SF-ID TO WS-ID-NUM
                       ADD WS-ID-NUM TO WS-HASH-ID
                   END-IF
                   ADD SF-AVG TO WS-HASH-AVG
               ELSE
                   IF SF-REC-TYPE = "T"
                       MOVE "Y" TO WS-TRAILER-FOUND
                       MOVE SF-DETAIL-COUNT TO WS-TRL-COUNT
                       MOVE SF-HASH-ID TO WS-TRL-HASH-ID
                       MOVE SF-HASH-AVG TO WS-TRL-HASH-AVG
                   END-IF
                   MOVE "Y" TO FEED-EOF
               END-IF
           END-IF.

       420-NEXT-ACK.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO SORT-EOF
               NOT AT END ADD 1 TO WS-ACKS-READ
           END-RETURN.

      ***************************************************************
      * AN ANSWER AT THE DETAIL'S LINE. IT PROVES THE DETAIL ONLY   *
      * IF IT ECHOES THE SAME ID, TERM AND COURSE - IF NOT, WHAT IT *
      * QUOTED IS LISTED UNDER THE DETAIL. A IS THEN ACCEPTED AND R *
      * IS REJECTED FOR THE REASON THE SIS GAVE                     *
      ***************************************************************
       430-MATCH-DETAIL.
           MOVE SF-LINE-NO TO WS-LAST-MATCHED
           EVALUATE TRUE
               WHEN SK-ID NOT = SF-ID
                   OR SK-TERM NOT = SF-TERM
                   OR SK-COURSE NOT = SF-COURSE
                   ADD 1 TO WS-BAD-ACK-COUNT
                   MOVE "ACK MISMATCH" TO WS-DISPOSITION
                   MOVE "ACK ECHOES A DIFFERENT RECORD" TO WS-REASON
                   PERFORM 460-LIST-DETAIL
                   MOVE "(ACK QUOTES)" TO WS-DISPOSITION
                   MOVE SPACES TO WS-REASON
                   PERFORM 470-LIST-ACK
               WHEN SK-STATUS = "A"
                   ADD 1 TO WS-ACCEPTED-COUNT
               WHEN SK-STATUS = "R"
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED" TO WS-DISPOSITION
                   MOVE SK-REASON TO WS-REASON
                   PERFORM 460-LIST-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-BAD-ACK-COUNT
                   MOVE "ACK MISMATCH" TO WS-DISPOSITION
                   MOVE SPACES TO WS-REASON
                   STRING "ACK STATUS " SK-STATUS " IS NOT A OR R"
                       DELIMITED BY SIZE INTO WS-REASON
                   PERFORM 460-LIST-DETAIL
           END-EVALUATE.

       440-MISSING-ACK.
           ADD 1 TO WS-MISSING-COUNT
           MOVE "NOT ACKED" TO WS-DISPOSITION
           MOVE "NO ANSWER FROM THE SIS" TO WS-REASON
           PERFORM 460-LIST-DETAIL.

      ***************************************************************
      * AN ANSWER THAT MATCHES NO DETAIL - ANOTHER BATCH'S, A       *
      * SECOND ANSWER TO A LINE ALREADY MATCHED, OR A LINE NUMBER   *
      * WE NEVER SENT. LISTED FROM THE ACKNOWLEDGMENT'S OWN FIELDS  *
      ***************************************************************
       450-UNMATCHED-ACK.
           ADD 1 TO WS-EXTRA-ACK-COUNT
           MOVE "UNMATCHED ACK" TO WS-DISPOSITION
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN SK-SEQ-NO NOT = WS-FEED-SEQ
                   STRING "ANSWERS BATCH " SK-SEQ-NO
                       DELIMITED BY SIZE INTO WS-REASON
               WHEN SK-LINE-NO = WS-LAST-MATCHED
                   MOVE "LINE ANSWERED TWICE" TO WS-REASON
               WHEN OTHER
                   MOVE "NO SUCH LINE SENT" TO WS-REASON
           END-EVALUATE
           PERFORM 470-LIST-ACK.

       460-LIST-DETAIL.
           MOVE SF-LINE-NO TO AF-LINE-NO
           MOVE SF-ID TO AF-ID
           MOVE SF-TERM TO AF-TERM
           MOVE SF-COURSE TO AF-COURSE
           MOVE WS-DISPOSITION TO AF-DISPOSITION
           MOVE WS-REASON TO AF-REASON
           WRITE ACK-RPT-REC FROM ACK-RPT-FOLLOW-LINE.

       470-LIST-ACK.
           MOVE SK-LINE-NO TO AF-LINE-NO
           MOVE SK-ID TO AF-ID
           MOVE SK-TERM TO AF-TERM
           MOVE SK-COURSE TO AF-COURSE
           MOVE WS-DISPOSITION TO AF-DISPOSITION
           MOVE WS-REASON TO AF-REASON
           WRITE ACK-RPT-REC FROM ACK-RPT-FOLLOW-LINE.

      ***************************************************************
      * PROVES THE FEED FILE IS WHOLE AND IS THE ONE THAT WENT OUT: *
      * A TRAILER IS PRESENT, IT AGREES WITH THE DETAILS COUNTED    *
      * AND HASHED ABOVE, AND THE SEND LOG HOLDS THIS BATCH WITH    *
      * THE SAME TOTALS. ANY FAILURE MEANS THE MATCH ABOVE MAY BE   *
      * AGAINST THE WRONG FILE                                      *
      ***************************************************************
       500-CHECK-FEED-FILE.
           MOVE SPACES TO ACK-RPT-REC
           WRITE ACK-RPT-REC
           WRITE ACK-RPT-REC FROM ACK-RPT-CHECK-HEADER
           IF WS-TRAILER-FOUND = "N"
               MOVE "N" TO WS-FILE-OK
               MOVE "NO TRAILER RECORD - THE FEED FILE IS INCOMPLETE"
                   TO AC-TEXT
               WRITE ACK-RPT-REC FROM ACK-RPT-CHECK-LINE
           ELSE
               IF WS-TRL-COUNT NOT = WS-DETAIL-COUNT
                   OR WS-TRL-HASH-ID NOT = WS-HASH-ID
                   OR WS-TRL-HASH-AVG NOT = WS-HASH-AVG
                   MOVE "N" TO WS-FILE-OK
                   MOVE "TRAILER TOTALS DO NOT AGREE WITH THE DETAILS"
                       TO AC-TEXT
                   WRITE ACK-RPT-REC FROM ACK-RPT-CHECK-LINE
               ELSE
                   MOVE "TRAILER AGREES WITH THE DETAILS" TO AC-TEXT
                   WRITE ACK-RPT-REC FROM ACK-RPT-CHECK-LINE
               END-IF
           END-IF
           IF WS-LOGGED = "N"
               MOVE "N" TO WS-FILE-OK
               MOVE "BATCH IS NOT ON THE SEND LOG - IT WAS NEVER SENT"
                   TO AC-TEXT
               WRITE ACK-RPT-REC FROM ACK-RPT-CHECK-LINE
           ELSE
               MOVE WS-LOG-DATE TO AS-SENT-DATE
               WRITE ACK-RPT-REC FROM ACK-RPT-SENT-LINE
               IF WS-LOG-COUNT NOT = WS-TRL-COUNT
                   OR WS-LOG-HASH-ID NOT = WS-TRL-HASH-ID
                   OR WS-LOG-HASH-AVG NOT = WS-TRL-HASH-AVG
                   MOVE "N" TO WS-FILE-OK
                   MOVE "TOTALS DIFFER FROM THE LOG - NOT THE FILE SENT"
                       TO AC-TEXT
                   WRITE ACK-RPT-REC FROM ACK-RPT-CHECK-LINE
               END-IF
           END-IF.

       600-REPORT-TRAILERS.
           MOVE SPACES TO ACK-RPT-REC
           WRITE ACK-RPT-REC
           MOVE WS-DETAIL-COUNT TO AT-SENT
           WRITE ACK-RPT-REC FROM ACK-TRAILER-SENT
           MOVE WS-ACKS-READ TO AT-ACKS-READ
           WRITE ACK-RPT-REC FROM ACK-TRAILER-READ
           MOVE WS-ACCEPTED-COUNT TO AT-ACCEPTED
           WRITE ACK-RPT-REC FROM ACK-TRAILER-ACCEPTED
           MOVE WS-REJECTED-COUNT TO AT-REJECTED
           WRITE ACK-RPT-REC FROM ACK-TRAILER-REJECTED
           MOVE WS-MISSING-COUNT TO AT-MISSING
           WRITE ACK-RPT-REC FROM ACK-TRAILER-MISSING
           MOVE WS-BAD-ACK-COUNT TO AT-BAD
           WRITE ACK-RPT-REC FROM ACK-TRAILER-BAD
           MOVE WS-EXTRA-ACK-COUNT TO AT-EXTRA
           WRITE ACK-RPT-REC FROM ACK-TRAILER-EXTRA
           MOVE SPACES TO ACK-RPT-REC
           WRITE ACK-RPT-REC
           IF WS-ACCEPTED-COUNT = WS-DETAIL-COUNT
               AND WS-EXTRA-ACK-COUNT = ZERO
               AND WS-FILE-OK = "Y"
               WRITE ACK-RPT-REC FROM ACK-OK-LINE
           ELSE
               WRITE ACK-RPT-REC FROM ACK-WARN-LINE
           END-IF.
