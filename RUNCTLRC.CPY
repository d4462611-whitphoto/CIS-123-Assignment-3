      *   "INC LAPSE"       INCLAPSE / INCOMPLETE LAPSE             *
      *   "GRADE MAILER"    TERMMAIL / TERM GRADE MAILER            *
      *   "YEAR ARCHIVE"    YEARARC / YEAR END ARCHIVE              *
      *   "GRADE CHANGE"    GRDCHG / GRADE CHANGE                   *
      *   "SIS FEED"        SISFEED / SIS GRADE FEED                *
      *   RC-IN-PROGRESS: SPACES WHEN NO JOB IS RUNNING, OTHERWISE  *
      *                   THE NAME OF THE JOB HOLDING THE CHAIN -   *
      *                   THE GUARD AGAINST TWO JOBS RUNNING AT     *
