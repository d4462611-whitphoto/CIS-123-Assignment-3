      ***************************************************************
      * SHARED STUDENT INFORMATION SYSTEM (SIS) GRADE-FEED RECORD - *
      * THE FIXED-LAYOUT INTERFACE FILE SISFEED.TXT, WRITTEN BY THE *
      * SIS GRADE FEED (SISFEED) AND READ BACK BY THE SIS           *
      * ACKNOWLEDGMENT RUN (SISACK). THE LAYOUT IS AGREED WITH THE  *
      * SIS - NO FIELD MAY MOVE WITHOUT THEM. ONE H RECORD, ONE D   *
      * RECORD PER POSTED TERM/COURSE, ONE T RECORD, EACH CARRYING  *
      * THE BATCH SEQUENCE NUMBER. COPIED UNDER EACH PROGRAM'S FD   *
      * WITHOUT REPLACING - ADD ANY NEW FIELD HERE, NOT IN EACH     *
      * COPY'S 01-LEVEL GROUP.                                      *
      *   SF-REC-TYPE:   H = HEADER - SF-BATCH-DATE (YYYYMMDD, THE  *
      *                  DAY THE FEED WAS CUT)                      *
      *                  D = DETAIL - SF-LINE-NO COUNTS 1, 2, 3...  *
      *                  DOWN THE FILE AND IS WHAT THE SIS QUOTES   *
      *                  BACK ON ITS ACKNOWLEDGMENT. THE AVERAGE,   *
      *                  LETTER AND STATUS ARE THE TERMHIST.TXT     *
      *                  ATTEMPT; TERM COUNT AND GPA ARE THE MASTER *
      *                  FIGURES POSTED.TXT CARRIES                 *
      *                  T = TRAILER - SF-DETAIL-COUNT IS THE       *
      *                  NUMBER OF D RECORDS, SF-HASH-ID THE SUM OF *
      *                  THEIR STUDENT IDS READ AS NUMBERS, AND     *
      *                  SF-HASH-AVG THE SUM OF THEIR AVERAGES      *
      ***************************************************************
           05 SF-REC-TYPE        PIC X.
           05 SF-SEQ-NO          PIC 9(6).
           05 SF-BODY            PIC X(43).
           05 SF-HEADER-BODY REDEFINES SF-BODY.
               10 SF-BATCH-DATE  PIC 9(8).
               10 FILLER         PIC X(35).
           05 SF-DETAIL-BODY REDEFINES SF-BODY.
               10 SF-LINE-NO     PIC 9(6).
               10 SF-ID          PIC X(9).
               10 SF-TERM        PIC X(6).
               10 SF-COURSE      PIC X(8).
               10 SF-AVG         PIC 999.
               10 SF-LETTER      PIC X(2).
               10 SF-STATUS      PIC X.
               10 SF-TERM-COUNT  PIC 99.
               10 SF-GPA         PIC 999.
               10 FILLER         PIC X(3).
           05 SF-TRAILER-BODY REDEFINES SF-BODY.
               10 SF-DETAIL-COUNT PIC 9(6).
               10 SF-HASH-ID     PIC 9(15).
               10 SF-HASH-AVG    PIC 9(9).
               10 FILLER         PIC X(13).
