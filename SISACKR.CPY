      ***************************************************************
      * SHARED SIS ACKNOWLEDGMENT RECORD - SISACK.TXT, RETURNED BY  *
      * THE STUDENT INFORMATION SYSTEM FOR A SISFEED.TXT WE SENT,   *
      * ONE RECORD PER DETAIL IT PROCESSED, IN ANY ORDER. READ BY   *
      * THE SIS ACKNOWLEDGMENT RUN (SISACK). AK-SEQ-NO AND          *
      * AK-LINE-NO QUOTE THE SF-SEQ-NO AND SF-LINE-NO OF THE DETAIL *
      * BEING ANSWERED, AND THE ID, TERM AND COURSE ARE ECHOED SO   *
      * THE MATCH CAN BE PROVED. COPIED UNDER EACH PROGRAM'S FD     *
      * (AND WITH REPLACING UNDER ITS SORT WORK FILE) - ADD ANY NEW *
      * FIELD HERE, NOT IN EACH COPY'S 01-LEVEL GROUP.              *
      *   AK-STATUS:     A = ACCEPTED AND LOADED BY THE SIS         *
      *                  R = REJECTED - AK-REASON SAYS WHY          *
      ***************************************************************
           05 AK-SEQ-NO          PIC 9(6).
           05 AK-LINE-NO         PIC 9(6).
           05 AK-ID              PIC X(9).
           05 AK-TERM            PIC X(6).
           05 AK-COURSE          PIC X(8).
           05 AK-STATUS          PIC X.
           05 AK-REASON          PIC X(30).
