       identification division.
       program-id. HOLDMNT as "HOLDS MAINTENANCE".
      ***************************************************************
      * THIS PROGRAM APPLIES THE HOLD TRANSACTIONS THE BURSAR,      *
      * LIBRARY, REGISTRAR AND DEAN'S OFFICES SEND IN               *
      * (HOLDTRAN.TXT) TO THE INDEXED HOLDS FILE (HOLDS.TXT - SEE   *
      * HOLDREC). EACH TRANSACTION IS AN ACTION CODE, THE STUDENT   *
      * ID, THE HOLD TYPE, THE PLACING OFFICE AND A DATE:           *
      *     A = ADD (PLACE) A HOLD. REJECTED IF THE STUDENT IS NOT  *
      *         ON THE MASTER, THE TYPE OR OFFICE IS BLANK, OR A    *
      *         HOLD OF THE SAME TYPE IS ALREADY ACTIVE             *
      *     R = RELEASE THE STUDENT'S ACTIVE HOLD OF THAT TYPE.     *
      *         REJECTED IF NONE IS ACTIVE OR THE RELEASE DATE IS   *
      *         BEFORE THE DATE IT WAS PLACED; THE OFFICE IS        *
      *         IGNORED                                             *
      * THE DATE IS THE DATE PLACED OR RELEASED, YYYYMMDD; BLANK    *
      * OR NOT ALL DIGITS MEANS TODAY. A HOLD IS NEVER DELETED -    *
      * RELEASING IT STAMPS THE RELEASE DATE, SO THE HISTORY STAYS  *
      * ON FILE. EVERY TRANSACTION IS ECHOED TO HOLDRPT.TXT WITH    *
      * ITS RESULT, FOLLOWED BY A COUNT TRAILER                      *
      ***************************************************************



       environment division.

       configuration section.

       INPUT-OUTPUT SECTION.
       file-control.
           select TRANS-FILE ASSIGN TO "HOLDTRAN.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           select OPTIONAL HOLDS-FILE ASSIGN TO "HOLDS.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HD-KEY.
           select OPTIONAL MASTER-FILE ASSIGN TO "MASTER.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS M-ID.
           select HOLD-REPORT ASSIGN TO "HOLDRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       File Section.
       FD TRANS-FILE.
       01 TRANS-REC.
           05 HX-ACTION          PIC X.
           05 HX-ID               PIC X(9).
           05 HX-TYPE              PIC X(4).
           05 HX-OFFICE             PIC X(20).
           05 HX-DATE                PIC X(8).

       FD HOLDS-FILE.
       01 HOLDS-REC.
           COPY HOLDREC.

       FD MASTER-FILE.
       01 MASTER-REC.
           05 M-ID               PIC X(9).
           05 M-NAME              PIC X(20).
           05 M-TOTAL-AVG          PIC 9(7).
           05 M-TERM-COUNT          PIC 99.
           05 M-GPA                  PIC 999.

       FD HOLD-REPORT.
       01 HOLD-RPT-REC      PIC X(80).

       working-storage section.
       01 EOF                  PIC X VALUE "N".
       01 HOLD-EOF              PIC X VALUE "N".
       01 WS-RESULT             PIC X(20).
       01 WS-TRANS-DATE         PIC 9(8).
       01 WS-ACTIVE-FOUND       PIC X.
       01 WS-ADD-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-RELEASE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT       PIC 9(5) VALUE ZERO.

       01 HOLD-HEADER.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(24) VALUE
               "HOLDS MAINTENANCE REPORT".

       01 HOLD-COLHDR.
           05 FILLER           PIC X VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "ACTION".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(2) VALUE "ID".
           05 FILLER           PIC X(8) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE "TYPE".
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "OFFICE".
           05 FILLER           PIC X(16) VALUE SPACES.
           05 FILLER           PIC X(4) VALUE "DATE".
           05 FILLER           PIC X(6) VALUE SPACES.
           05 FILLER           PIC X(6) VALUE "RESULT".

       01 HOLD-LINE.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 HL-ACTION          PIC X.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 HL-ID              PIC X(9).
           05 FILLER           PIC X VALUE SPACE.
           05 HL-TYPE            PIC X(4).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 HL-OFFICE          PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 HL-DATE            PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 HL-RESULT          PIC X(20).

       01 HOLD-TRAILER-ADD.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE "HOLDS PLACED:".
           05 FILLER           PIC X VALUE SPACE.
           05 HT-ADD-COUNT       PIC ZZ,ZZ9.

       01 HOLD-TRAILER-REL.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE "HOLDS RELEASED:".
           05 FILLER           PIC X VALUE SPACE.
           05 HT-RELEASE-COUNT   PIC ZZ,ZZ9.

       01 HOLD-TRAILER-REJ.
           05 FILLER           PIC X(9) VALUE SPACES.
           05 FILLER           PIC X(16) VALUE "REJECTED:".
           05 FILLER           PIC X VALUE SPACE.
           05 HT-REJECT-COUNT    PIC ZZ,ZZ9.

       procedure division.

       100-MAIN.
           OPEN INPUT TRANS-FILE
                INPUT MASTER-FILE
                I-O HOLDS-FILE
                OUTPUT HOLD-REPORT
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
                 HOLDS-FILE
                 HOLD-REPORT
           STOP RUN.

       200-HEADER.
           WRITE HOLD-RPT-REC FROM HOLD-HEADER
           MOVE SPACES TO HOLD-RPT-REC
           WRITE HOLD-RPT-REC
           WRITE HOLD-RPT-REC FROM HOLD-COLHDR
           MOVE SPACES TO HOLD-RPT-REC
           WRITE HOLD-RPT-REC.

      ***************************************************************
      * DISPATCHES ONE TRANSACTION BY ITS ACTION CODE AND ECHOES IT *
      * TO THE REPORT WITH THE RESULT AND THE DATE APPLIED           *
      ***************************************************************
       300-APPLY-TRANS.
           IF HX-DATE IS NUMERIC
               MOVE HX-DATE TO WS-TRANS-DATE
           ELSE
               ACCEPT WS-TRANS-DATE FROM DATE YYYYMMDD
           END-IF
           EVALUATE HX-ACTION
               WHEN "A"
                   PERFORM 310-PLACE-HOLD
               WHEN "R"
                   PERFORM 320-RELEASE-HOLD
               WHEN OTHER
                   MOVE "BAD ACTION CODE" TO WS-RESULT
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE
           MOVE HX-ACTION TO HL-ACTION
           MOVE HX-ID TO HL-ID
           MOVE HX-TYPE TO HL-TYPE
           MOVE HX-OFFICE TO HL-OFFICE
           MOVE WS-TRANS-DATE TO HL-DATE
           MOVE WS-RESULT TO HL-RESULT
           WRITE HOLD-RPT-REC FROM HOLD-LINE.

       310-PLACE-HOLD.
           MOVE HX-ID TO M-ID
           READ MASTER-FILE
               INVALID KEY MOVE SPACES TO M-ID
           END-READ
           IF HX-TYPE NOT = SPACES
               PERFORM 330-FIND-ACTIVE-HOLD
           END-IF
           EVALUATE TRUE
               WHEN M-ID = SPACES
                   MOVE "NOT ON MASTER" TO WS-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN HX-TYPE = SPACES
                   MOVE "NO HOLD TYPE" TO WS-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN HX-OFFICE = SPACES
                   MOVE "NO PLACING OFFICE" TO WS-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN WS-ACTIVE-FOUND = "Y"
                   MOVE "ALREADY HELD" TO WS-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   MOVE HX-ID TO HD-ID
                   MOVE HX-TYPE TO HD-TYPE
                   MOVE WS-TRANS-DATE TO HD-DATE-PLACED
                   MOVE HX-OFFICE TO HD-OFFICE
                   MOVE ZERO TO HD-DATE-RELEASED
                   WRITE HOLDS-REC
                       INVALID KEY
                           MOVE "ALREADY ON FILE" TO WS-RESULT
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           MOVE "PLACED" TO WS-RESULT
                           ADD 1 TO WS-ADD-COUNT
                   END-WRITE
           END-EVALUATE.

      ***************************************************************
      * 330 LEAVES THE ACTIVE HOLD IN THE RECORD AREA, SO THE       *
      * RELEASE IS A STRAIGHT REWRITE OF IT                          *
      ***************************************************************
       320-RELEASE-HOLD.
           PERFORM 330-FIND-ACTIVE-HOLD
           IF WS-ACTIVE-FOUND = "N"
               MOVE "NO ACTIVE HOLD" TO WS-RESULT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF WS-TRANS-DATE < HD-DATE-PLACED
                   MOVE "BEFORE DATE PLACED" TO WS-RESULT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE WS-TRANS-DATE TO HD-DATE-RELEASED
                   REWRITE HOLDS-REC
                   MOVE "RELEASED" TO WS-RESULT
                   ADD 1 TO WS-RELEASE-COUNT
               END-IF
           END-IF.

      ***************************************************************
      * THE STUDENT'S HOLDS OF THIS TYPE SIT TOGETHER UNDER THE KEY *
      * IN DATE-PLACED ORDER - ONE START AND A READ FORWARD FINDS   *
      * THE ONE STILL ACTIVE, IF ANY                                 *
      ***************************************************************
       330-FIND-ACTIVE-HOLD.
           MOVE "N" TO WS-ACTIVE-FOUND
           MOVE "N" TO HOLD-EOF
           MOVE HX-ID TO HD-ID
           MOVE HX-TYPE TO HD-TYPE
           MOVE ZERO TO HD-DATE-PLACED
           START HOLDS-FILE KEY NOT < HD-KEY
               INVALID KEY MOVE "Y" TO HOLD-EOF
           END-START
           PERFORM UNTIL HOLD-EOF = "Y" OR WS-ACTIVE-FOUND = "Y"
               READ HOLDS-FILE NEXT
                   AT END
                       MOVE "Y" TO HOLD-EOF
                   NOT AT END
                       IF HD-ID NOT = HX-ID
                           OR HD-TYPE NOT = HX-TYPE
                           MOVE "Y" TO HOLD-EOF
                       ELSE
                           IF HD-DATE-RELEASED = ZERO
                               MOVE "Y" TO WS-ACTIVE-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       400-TRAILER.
           MOVE SPACES TO HOLD-RPT-REC
           WRITE HOLD-RPT-REC
           MOVE WS-ADD-COUNT TO HT-ADD-COUNT
           WRITE HOLD-RPT-REC FROM HOLD-TRAILER-ADD
           MOVE WS-RELEASE-COUNT TO HT-RELEASE-COUNT
           WRITE HOLD-RPT-REC FROM HOLD-TRAILER-REL
           MOVE WS-REJECT-COUNT TO HT-REJECT-COUNT
           WRITE HOLD-RPT-REC FROM HOLD-TRAILER-REJ.
