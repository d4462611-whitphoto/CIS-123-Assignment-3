      ***************************************************************
      * SHARED STUDENT-HOLD RECORD - ONE RECORD PER HOLD EVER       *
      * PLACED, ON THE INDEXED HOLDS.TXT (RECORD KEY HD-KEY =       *
      * STUDENT, HOLD TYPE, DATE PLACED) SO A STUDENT'S HOLDS ARE   *
      * READ WITH ONE START AT THE ID, THE WAY THE TERM HISTORY IS. *
      * WRITTEN ONLY BY THE HOLDS MAINTENANCE RUN (HOLDMNT); READ   *
      * BY THE TERM GRADE MAILER (A HELD STUDENT'S SLIP IS          *
      * WITHHELD), THE STANDING RUN (A HELD STUDENT'S DEAN'S LIST   *
      * NOTICE IS WITHHELD - PROBATION STILL MAILS), THE OFFICIAL   *
      * TRANSCRIPT RUN (A HELD STUDENT'S REQUEST IS REJECTED) AND   *
      * THE STUDENT INQUIRY. GRADES POST THROUGH THE CHAIN WHETHER  *
      * OR NOT A HOLD IS ON. RELEASED HOLDS STAY ON FILE AS THE     *
      * RECORD OF WHO HELD THE STUDENT AND WHEN. COPIED UNDER EACH  *
      * PROGRAM'S FD WITHOUT REPLACING - ADD ANY NEW FIELD HERE,    *
      * NOT IN EACH COPY'S 01-LEVEL GROUP.                          *
      *   HD-TYPE:          THE PLACING OFFICE'S HOLD CODE (E.G.    *
      *                     FIN, LIB, REG, CNDT)                    *
      *   HD-OFFICE:        THE OFFICE THAT PLACED THE HOLD         *
      *   HD-DATE-PLACED:   YYYYMMDD                                *
      *   HD-DATE-RELEASED: YYYYMMDD, OR ZERO WHILE THE HOLD IS     *
      *                     ACTIVE                                  *
      ***************************************************************
           05 HD-KEY.
               10 HD-ID          PIC X(9).
               10 HD-TYPE        PIC X(4).
               10 HD-DATE-PLACED PIC 9(8).
           05 HD-OFFICE          PIC X(20).
           05 HD-DATE-RELEASED   PIC 9(8).
