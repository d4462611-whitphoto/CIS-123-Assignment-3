      ***************************************************************
      * SHARED SIS FEED LOG RECORD - SISLOG.TXT, ONE LINE APPENDED  *
      * BY THE SIS GRADE FEED (SISFEED) FOR EVERY BATCH IT SENDS,   *
      * NEVER REWRITTEN. THE FEED READS IT AT STARTUP TO REFUSE A   *
      * SEQUENCE NUMBER ALREADY SENT AND TO NUMBER THE NEXT BATCH;  *
      * THE ACKNOWLEDGMENT RUN (SISACK) READS IT TO PROVE THE       *
      * SISFEED.TXT IT IS MATCHING AGAINST IS THE FILE THAT WENT    *
      * OUT. THE COUNT AND HASH TOTALS ARE THE ONES ON THAT BATCH'S *
      * TRAILER RECORD (SEE SISFEEDR). LG-POST-DATE/LG-POST-TIME    *
      * ARE THE AU-DATE/AU-TIME OF THE LATEST "CUMULATIVE GPA" RUN  *
      * RECORD ON AUDIT.TXT WHEN THE BATCH WAS CUT (ZERO IF THERE   *
      * WAS NONE) - THE POSTING RUN WHOSE POSTED.TXT IT CARRIES -   *
      * SO THE FEED CAN REFUSE TO SEND ONE POSTING RUN TWICE. LINES *
      * LOGGED BEFORE THEY WERE ADDED LEAVE THEM BLANK AND MATCH NO *
      * RUN. COPIED UNDER EACH PROGRAM'S FD WITHOUT REPLACING - ADD *
      * ANY NEW FIELD HERE, NOT IN EACH COPY'S 01-LEVEL GROUP       *
      ***************************************************************
           05 LG-SEQ-NO          PIC 9(6).
           05 FILLER             PIC X.
           05 LG-SENT-DATE       PIC 9(8).
           05 FILLER             PIC X.
           05 LG-SENT-TIME       PIC 9(6).
           05 FILLER             PIC X.
           05 LG-DETAIL-COUNT    PIC 9(6).
           05 FILLER             PIC X.
           05 LG-HASH-ID         PIC 9(15).
           05 FILLER             PIC X.
           05 LG-HASH-AVG        PIC 9(9).
           05 FILLER             PIC X.
           05 LG-POST-DATE       PIC 9(8).
           05 FILLER             PIC X.
           05 LG-POST-TIME       PIC 9(6).
