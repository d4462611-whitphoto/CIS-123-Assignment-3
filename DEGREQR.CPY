      ***************************************************************
      * SHARED DEGREE-REQUIREMENTS RECORD - DEGREQ.TXT, KEPT BY THE *
      * REGISTRAR WITH AN EDITOR THE WAY GRADESCL.TXT IS. EACH      *
      * PROGRAM CODE HAS ONE P LINE GIVING ITS TITLE AND MINIMUMS   *
      * AND ONE C LINE PER REQUIRED COURSE; LINES MAY COME IN ANY   *
      * ORDER. READ BY THE DEGREE AUDIT (DEGAUDIT) AND BY THE       *
      * PROGRAM ASSIGNMENT RUN (PRGMAINT), WHICH WILL NOT ASSIGN A  *
      * STUDENT TO A CODE WITH NO P LINE. COPIED UNDER EACH         *
      * PROGRAM'S FD WITHOUT REPLACING - ADD ANY NEW FIELD HERE,    *
      * NOT IN EACH COPY'S 01-LEVEL GROUP.                          *
      *   DR-TYPE:       P = PROGRAM LINE - DR-MIN-GPA (MINIMUM     *
      *                  CUMULATIVE AVERAGE, COMPARED TO M-GPA),    *
      *                  DR-MIN-TERMS (MINIMUM M-TERM-COUNT) AND    *
      *                  DR-TITLE ARE READ, DR-COURSE IS BLANK      *
      *                  C = REQUIRED COURSE - ONLY DR-COURSE IS    *
      *                  READ                                       *
      ***************************************************************
           05 DR-PROGRAM         PIC X(6).
           05 DR-TYPE            PIC X.
           05 DR-COURSE          PIC X(8).
           05 DR-MIN-GPA         PIC 999.
           05 DR-MIN-TERMS       PIC 99.
           05 DR-TITLE           PIC X(30).
