      * Capacity ceiling for one chart series, read from a
      * line-sequential control file, one record per series, so
      * capacity planning can move a ceiling without a code change.
      * NAME matches RAYLIB_CHART_NAME in RAYLIB_CHART.CBL and
      * CHART_HISTORY_NAME in RAYLIB_CHART_HISTORY.CBL; VALUE is in
      * the series' own units. A day whose peak sample goes over
      * the ceiling is listed by the monthly capacity report; a
      * series with no record here is never flagged. COPY this
      * into the FD for the control file, e.g.:
      *     FD CEILING-FILE.
      *     COPY RAYLIB_CAPACITY_CEILING.CBL.
       01 CAPACITY_CEILING_RECORD.
           05 CAPACITY_CEILING_NAME   PIC X(12).
           05 CAPACITY_CEILING_VALUE  PIC S9(5)V9(2)
               SIGN LEADING SEPARATE.
