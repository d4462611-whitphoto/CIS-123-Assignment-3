      * STUDENT ENROLLED IN THREE SECTIONS HAS THREE RECORDS; ANY   *
      * ONE OF THEM VOUCHES FOR THE ID ITSELF. WITH NO ROSTER.TXT   *
      * ON HAND EVERY PROGRAM WAIVES THE CHECK, SO SHOPS WITHOUT A  *
      * ROSTER FEED SEE NO CHANGE. RO-NAME IS THE STUDENT'S NAME    *
      * AS THE ENROLLMENT SYSTEM CARRIES IT, PRINTED ON THE GRADE   *
      * SHEETS (GRDSHEET) - A ROSTER CUT BEFORE THE FIELD EXISTED   *
      * READS IT AS SPACES AND THE SHEET FALLS BACK TO THE MASTER   *
      * NAME. COPIED UNDER EACH PROGRAM'S FD WITHOUT REPLACING -    *
      * ADD ANY NEW FIELD HERE, NOT IN EACH COPY'S 01-LEVEL GROUP    *
      ***************************************************************
           05 RO-ID              PIC X(9).
           05 RO-COURSE          PIC X(8).
           05 RO-SECTION         PIC X(3).
           05 RO-NAME            PIC X(20).
