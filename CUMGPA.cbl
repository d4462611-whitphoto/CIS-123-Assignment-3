       01 HIST-EOF              PIC X.
       01 WS-TERMS-READ         PIC 9(6) VALUE ZERO.
       01 WS-TERMS-APPLIED      PIC 9(6) VALUE ZERO.
       01 WS-DUP-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-UNVOUCHED-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-TIME-RAW           PIC X(8).
       01 RUNCTL-EOF            PIC X VALUE "N".
       01 ROSTER-EOF            PIC X VALUE "N".
                       MOVE M-GPA TO PO-GPA
                       WRITE POSTED-REC
                       PERFORM 330-APPEND-TERM-HISTORY
                   ELSE
                       ADD 1 TO WS-UNVOUCHED-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-DUP-COUNT
               END-IF
               READ TERMAVG-FILE
                   AT END MOVE "Y" TO EOF
      * SO THE EXPECTED COUNT IS THE TERMS READ AND THE RUN         *
      * BALANCES WHEN EVERY TERM READ WAS APPLIED TO THE MASTER.    *
      * THIS PROGRAM HAS NO CHECKPOINT, SO EVERY RUN IS A COLD      *
      * START. THE CROSS-FOOT AREA SPLITS THE TERMS NOT APPLIED     *
      * INTO DUPLICATES OF HISTORY AND IDS THE ROSTER DID NOT       *
      * VOUCH FOR, SO THE BATCH SIGN-OFF CAN ACCOUNT FOR EVERY      *
      * TERMAVG RECORD. THE TIME ACCEPTED FROM THE SYSTEM CARRIES   *
      * HUNDREDTHS IN POSITIONS 7-8, WHICH THE LOG DOES NOT KEEP    *
      ***************************************************************
       600-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE
           ELSE
               MOVE "N" TO AU-BALANCED
           END-IF
           MOVE WS-TERMS-APPLIED TO AU-XF-PASSED
           MOVE WS-DUP-COUNT TO AU-XF-SKIP-1
           MOVE WS-UNVOUCHED-COUNT TO AU-XF-SKIP-2
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE.

