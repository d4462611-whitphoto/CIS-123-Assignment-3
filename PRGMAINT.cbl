       identification division.
       program-id. PRGMAINT as "PROGRAM ASSIGNMENT".
      ***************************************************************
      * THIS PROGRAM APPLIES REGISTRAR-PREPARED TRANSACTIONS FROM   *
      * PRGTRANS.TXT TO THE INDEXED STUDENT-PROGRAM FILE            *
      * (STUPROG.TXT, KEYED ON SP-ID - SEE STUPRGR) THAT TELLS THE  *
      * DEGREE AUDIT WHICH PROGRAM'S REQUIREMENTS EACH STUDENT IS   *
      * CHECKED AGAINST. EACH TRANSACTION IS AN ACTION CODE, THE    *
      * STUDENT ID AND A PROGRAM CODE:                              *
      *     A = ASSIGN THE STUDENT TO THE PROGRAM (REJECTED IF THE  *
      *         STUDENT ALREADY HAS ONE - USE C TO MOVE THEM)       *
      *     C = CHANGE THE STUDENT'S PROGRAM (REJECTED IF THE       *
      *         STUDENT HAS NONE ON FILE)                           *
      *     D = DROP THE ASSIGNMENT (REJECTED IF THE STUDENT HAS    *
      *         NONE ON FILE; THE PROGRAM CODE IS IGNORED)          *
      * AN A OR C IS ALSO REJECTED WHEN THE STUDENT IS NOT ON       *
      * MASTER.TXT OR THE PROGRAM CODE HAS NO P LINE ON DEGREQ.TXT  *
      * (SEE DEGREQR), SO A TYPO CAN'T LEAVE A STUDENT AUDITED      *
      * AGAINST A PROGRAM THAT DOESN'T EXIST. EVERY TRANSACTION IS  *
      * ECHOED TO PRGMRPT.TXT WITH ITS RESULT, FOLLOWED BY A COUNT  *
      * TRAILER                                                      *
      ***************************************************************



       environment division.

       configuration section.

       INPUT-OUTPUT SECTION.
       file-control.
           select TRANS-FILE ASSIGN TO "PRGTRANS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL STUPROG-FILE ASSIGN TO "STUPROG.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SP-ID.
           select OPTIONAL MASTER-FILE ASSIGN TO "MASTER.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS M-ID.
           select OPTIONAL DEGREQ-FILE ASSIGN TO "DEGREQ.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select PRGM-REPORT ASSIGN TO "PRGMRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       File Section.
       FD TRANS-FILE.
       01 TRANS-REC.
           05 PX-ACTION          PIC X.
           05 PX-ID               PIC X(9).
           05 PX-PROGRAM           PIC X(6).

       FD STUPROG-FILE.
       01 STUPROG-REC.
           COPY STUPRGR.

       FD MASTER-FILE.
       01 MASTER-REC.
           05 M-ID               PIC X(9).
           05 M-NAME              PIC X(20).
           05 M-TOTAL-AVG          PIC 9(7).
           05 M-TERM-COUNT          PIC 99.
           05 M-GPA                  PIC 999.

      ************************************************************
      * THE REGISTRAR'S DEGREE REQUIREMENTS - ONLY THE P LINES   *
      * MATTER HERE, TO PROVE A PROGRAM CODE EXISTS              *
      ************************************************************
       FD DEGREQ-FILE.
       01 DEGREQ-REC.
           COPY DEGREQR.

       FD PRGM-REPORT.
       01 PRGM-REC          PIC X(80).

       working-storage section.
       01 EOF                  PIC X VALUE "N".
       01 REQ-EOF               PIC X VALUE "N".
       01 WS-RESULT             PIC X(20).
       01 WS-NAME               PIC X(20).
       01 WS-VALID-FLAG         PIC X.
       01 WS-ADD-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-CHANGE-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-DELETE-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT       PIC 9(5) VALUE ZERO.

       01 PRGM-HEADER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(25) VALUE
               "PROGRAM ASSIGNMENT REPORT".

       01 PRGM-COLHDR.
           05 FILLER           PIC X VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "ACTION".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(2) VALUE "ID".
           05 FILLER           PIC X(8) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE "NAME".
           05 FILLER           PIC X(17) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE "PROGRAM".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "RESULT".

       01 PRGM-LINE.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 PL-ACTION          PIC X.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 PL-ID              PIC X(9).
           05 FILLER           PIC X VALUE SPACE.
           05 PL-NAME            PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 PL-PROGRAM         PIC X(6).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 PL-RESULT          PIC X(20).

       01 PRGM-TRAILER-ADD.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE "ASSIGNED:".
           05 FILLER           PIC X VALUE SPACE.
           05 PT-ADD-COUNT       PIC ZZ,ZZ9.

       01 PRGM-TRAILER-CHG.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE "CHANGED:".
           05 FILLER           PIC X VALUE SPACE.
           05 PT-CHANGE-COUNT    PIC ZZ,ZZ9.

       01 PRGM-TRAILER-DEL.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE "DROPPED:".
           05 FILLER           PIC X VALUE SPACE.
           05 PT-DELETE-COUNT    PIC ZZ,ZZ9.

       01 PRGM-TRAILER-REJ.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE "REJECTED:".
           05 FILLER           PIC X VALUE SPACE.
           05 PT-REJECT-COUNT    PIC ZZ,ZZ9.

       procedure division.

       100-MAIN.
           OPEN INPUT TRANS-FILE
                INPUT MASTER-FILE
                I-O STUPROG-FILE
                OUTPUT PRGM-REPORT
           PERFORM 200-HEADER
           READ TRANS-FILE
               AT END MOVE "Y" TO EOF
           END-READ
           PERFORM UNTIL EOF = "Y"
               PERFORM 300-APPLY-TRANS
               READ TRANS-FILE
                   AT END MOVE "Y" TO EOF
               END-READ
           END-PERFORM
           PERFORM 400-TRAILER
           CLOSE TRANS-FILE
                 MASTER-FILE
                 STUPROG-FILE
                 PRGM-REPORT
           STOP RUN.

       200-HEADER.
           WRITE PRGM-REC FROM PRGM-HEADER
           MOVE SPACES TO PRGM-REC
           WRITE PRGM-REC
           WRITE PRGM-REC FROM PRGM-COLHDR
           MOVE SPACES TO PRGM-REC
           WRITE PRGM-REC.

      ***************************************************************
      * DISPATCHES ONE TRANSACTION BY ITS ACTION CODE AND ECHOES IT *
      * TO THE REPORT WITH THE RESULT. THE NAME ON THE ECHO COMES   *
      * OFF THE MASTER, SO A WRONG ID SHOWS UP AS A WRONG NAME      *
      ***************************************************************
       300-APPLY-TRANS.
           PERFORM 350-FIND-STUDENT
           EVALUATE PX-ACTION
               WHEN "A"
                   PERFORM 310-ASSIGN-PROGRAM
               WHEN "C"
                   PERFORM 320-CHANGE-PROGRAM
               WHEN "D"
                   PERFORM 330-DROP-PROGRAM
               WHEN OTHER
                   MOVE "BAD ACTION CODE" TO WS-RESULT
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE
           MOVE PX-ACTION TO PL-ACTION
           MOVE PX-ID TO PL-ID
           MOVE WS-NAME TO PL-NAME
           MOVE PX-PROGRAM TO PL-PROGRAM
           MOVE WS-RESULT TO PL-RESULT
           WRITE PRGM-REC FROM PRGM-LINE.

       310-ASSIGN-PROGRAM.
           PERFORM 340-VALIDATE-ASSIGNMENT
           IF WS-VALID-FLAG = "Y"
               MOVE PX-ID TO SP-ID
               MOVE PX-PROGRAM TO SP-PROGRAM
               ACCEPT SP-ASSIGN-DATE FROM DATE YYYYMMDD
               WRITE STUPROG-REC
                   INVALID KEY
                       MOVE "ALREADY ASSIGNED" TO WS-RESULT
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       MOVE "ASSIGNED" TO WS-RESULT
                       ADD 1 TO WS-ADD-COUNT
               END-WRITE
           END-IF.

       320-CHANGE-PROGRAM.
           PERFORM 340-VALIDATE-ASSIGNMENT
           IF WS-VALID-FLAG = "Y"
               MOVE PX-ID TO SP-ID
               READ STUPROG-FILE
                   INVALID KEY
                       MOVE "NOT ASSIGNED" TO WS-RESULT
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       MOVE PX-PROGRAM TO SP-PROGRAM
                       ACCEPT SP-ASSIGN-DATE FROM DATE YYYYMMDD
                       REWRITE STUPROG-REC
                       MOVE "CHANGED" TO WS-RESULT
                       ADD 1 TO WS-CHANGE-COUNT
               END-READ
           END-IF.

      ***************************************************************
      * A DROP NEEDS NO MASTER CHECK - IT IS HOW THE ASSIGNMENT OF  *
      * A STUDENT SINCE DELETED FROM THE MASTER GETS CLEANED UP     *
      ***************************************************************
       330-DROP-PROGRAM.
           MOVE PX-ID TO SP-ID
           DELETE STUPROG-FILE
               INVALID KEY
                   MOVE "NOT ASSIGNED" TO WS-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE "DROPPED" TO WS-RESULT
                   ADD 1 TO WS-DELETE-COUNT
           END-DELETE.

      ***************************************************************
      * AN ASSIGN OR CHANGE MUST NAME A STUDENT ON THE MASTER AND A *
      * PROGRAM WITH A P LINE ON DEGREQ.TXT. THE REQUIREMENTS FILE  *
      * IS SMALL AND HAND-KEPT, SO IT IS SIMPLY RESCANNED           *
      ***************************************************************
       340-VALIDATE-ASSIGNMENT.
           MOVE "Y" TO WS-VALID-FLAG
           IF WS-NAME = SPACES
               MOVE "NOT ON MASTER" TO WS-RESULT
               ADD 1 TO WS-REJECT-COUNT
               MOVE "N" TO WS-VALID-FLAG
           ELSE
               MOVE "N" TO WS-VALID-FLAG
               MOVE "N" TO REQ-EOF
               OPEN INPUT DEGREQ-FILE
               READ DEGREQ-FILE
                   AT END MOVE "Y" TO REQ-EOF
               END-READ
               PERFORM UNTIL REQ-EOF = "Y" OR WS-VALID-FLAG = "Y"
                   IF DR-PROGRAM = PX-PROGRAM AND DR-TYPE = "P"
                       MOVE "Y" TO WS-VALID-FLAG
                   END-IF
                   READ DEGREQ-FILE
                       AT END MOVE "Y" TO REQ-EOF
                   END-READ
               END-PERFORM
               CLOSE DEGREQ-FILE
               IF WS-VALID-FLAG = "N"
                   MOVE "NO SUCH PROGRAM" TO WS-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           END-IF.

       350-FIND-STUDENT.
           MOVE PX-ID TO M-ID
           READ MASTER-FILE
               INVALID KEY MOVE SPACES TO WS-NAME
               NOT INVALID KEY MOVE M-NAME TO WS-NAME
           END-READ.

       400-TRAILER.
           MOVE SPACES TO PRGM-REC
           WRITE PRGM-REC
           MOVE WS-ADD-COUNT TO PT-ADD-COUNT
           WRITE PRGM-REC FROM PRGM-TRAILER-ADD
           MOVE WS-CHANGE-COUNT TO PT-CHANGE-COUNT
           WRITE PRGM-REC FROM PRGM-TRAILER-CHG
           MOVE WS-DELETE-COUNT TO PT-DELETE-COUNT
           WRITE PRGM-REC FROM PRGM-TRAILER-DEL
           MOVE WS-REJECT-COUNT TO PT-REJECT-COUNT
           WRITE PRGM-REC FROM PRGM-TRAILER-REJ.
