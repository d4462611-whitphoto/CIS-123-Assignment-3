      ***************************************************************
      * SHARED STUDENT-PROGRAM RECORD - ONE RECORD PER STUDENT ON   *
      * THE INDEXED STUPROG.TXT (RECORD KEY SP-ID), NAMING THE      *
      * DEGREE PROGRAM (A DR-PROGRAM CODE ON DEGREQ.TXT - SEE       *
      * DEGREQR) THE STUDENT IS AUDITED AGAINST. KEPT OFF THE       *
      * MASTER RECORD SO NONE OF THE POSTING CHAIN'S MASTER LAYOUTS *
      * HAD TO CHANGE. WRITTEN ONLY BY THE PROGRAM ASSIGNMENT RUN   *
      * (PRGMAINT) AND READ BY KEY BY THE DEGREE AUDIT (DEGAUDIT).  *
      * COPIED UNDER EACH PROGRAM'S FD WITHOUT REPLACING - ADD ANY  *
      * NEW FIELD HERE, NOT IN EACH COPY'S 01-LEVEL GROUP.          *
      *   SP-ASSIGN-DATE: RUN DATE OF THE LAST ASSIGN OR CHANGE,    *
      *                   YYYYMMDD                                  *
      ***************************************************************
           05 SP-ID              PIC X(9).
           05 SP-PROGRAM         PIC X(6).
           05 SP-ASSIGN-DATE     PIC 9(8).
