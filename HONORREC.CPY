      ***************************************************************
      * SHARED LATIN-HONORS CUTOFF RECORD - ONE LINE PER HONOR ON   *
      * HONORCUT.TXT, ORDERED HIGHEST HONOR FIRST. HC-MIN-PCTILE IS *
      * THE LOWEST CLASS PERCENTILE (PERCENT OF THE RANKED CLASS    *
      * WITH A LOWER CUMULATIVE GPA) THAT EARNS THE HONOR, SO A     *
      * "TOP 5 PERCENT" SUMMA IS A CUTOFF OF 095. THE REGISTRAR     *
      * EDITS THIS FILE BY HAND, THE WAY GRADESCL.TXT IS KEPT; WITH *
      * NO HONORCUT.TXT ON HAND THE CLASS RANK RUN USES 95/85/75    *
      * FOR SUMMA/MAGNA/CUM LAUDE. COPIED UNDER EACH PROGRAM'S FD   *
      * WITHOUT REPLACING - ADD ANY NEW FIELD HERE, NOT IN EACH     *
      * COPY'S 01-LEVEL GROUP                                        *
      ***************************************************************
           05 HC-HONOR           PIC X(16).
           05 HC-MIN-PCTILE      PIC 999.
