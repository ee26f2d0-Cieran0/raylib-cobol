       IDENTIFICATION DIVISION.
       PROGRAM-ID. raylib-test.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC
               history_file_name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HISTORY-STATUS.
           SELECT CEILING-FILE ASSIGN TO
               "examples/capacity_ceiling.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CEILING-STATUS.
           SELECT MODE-FILE ASSIGN TO
               "examples/capacity_report_mode.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-MODE-STATUS.
           SELECT SORT-FILE ASSIGN TO
               "examples/capacity_report.srt".
           SELECT REPORT-FILE ASSIGN TO
               "examples/capacity_report.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
       COPY RAYLIB_CHART_HISTORY.CBL.
       FD CEILING-FILE.
       COPY RAYLIB_CAPACITY_CEILING.CBL.
      * a yyyymm month to report; no mode file means last month
       FD MODE-FILE.
       01 CAPACITY_MODE_RECORD.
           05 CAPACITY_MODE_MONTH PIC 9(6).
      * one day's samples, ordered by series and value so the 95th
      * percentile can be picked by rank
       SD SORT-FILE.
       01 SORT_RECORD.
           05 SORT_NAME   PIC X(12).
           05 SORT_VALUE  PIC S9(5)V9(2) SIGN LEADING SEPARATE.
       FD REPORT-FILE.
       01 REPORT_LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-CEILING-STATUS PIC XX.
       01 WS-MODE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 history_file_name PIC X(44) VALUE SPACES.
       01 history_eof    PIC 9(1) COMP-5 VALUE 0.
       01 ceiling_eof    PIC 9(1) COMP-5 VALUE 0.
       01 sort_eof       PIC 9(1) COMP-5 VALUE 0.
       01 day_idx        PIC 9(2) COMP-5 VALUE 0.
       01 week_idx       PIC 9(1) COMP-5 VALUE 0.
       01 clear_idx      PIC 9(2) COMP-5 VALUE 0.
       01 week_count     PIC 9(1) COMP-5 VALUE 0.
       01 week_first     PIC 9(2) VALUE 0.
       01 week_last      PIC 9(2) VALUE 0.
       01 series_count   PIC 9(1) COMP-5 VALUE 0.
       01 series_idx     PIC 9(1) COMP-5 VALUE 0.
       01 found_series   PIC 9(1) COMP-5 VALUE 0.
       01 sorted_name    PIC X(12) VALUE SPACES.
       01 sorted_series  PIC 9(1) COMP-5 VALUE 0.
       01 sorted_rank    PIC 9(7) COMP-5 VALUE 0.
       01 p95_rank       PIC 9(7) COMP-5 VALUE 0.
       01 files_read     PIC 9(3) COMP-5 VALUE 0.
       01 days_missing   PIC 9(3) COMP-5 VALUE 0.
       01 samples_read   PIC 9(9) COMP-5 VALUE 0.
       01 samples_unused PIC 9(9) COMP-5 VALUE 0.
       01 over_count     PIC 9(3) COMP-5 VALUE 0.
       01 section_count  PIC 9(3) COMP-5 VALUE 0.
       01 month_samples  PIC 9(9) COMP-5 VALUE 0.
       01 month_sum      PIC S9(14)V9(2) VALUE 0.
       01 month_min      PIC S9(5)V9(2) VALUE 0.
       01 month_max      PIC S9(5)V9(2) VALUE 0.
       01 month_avg      PIC S9(5)V9(2) VALUE 0.
       01 prior_avg      PIC S9(5)V9(2) VALUE 0.
       01 prior_peak     PIC S9(5)V9(2) VALUE 0.
       01 prior_present  PIC 9(1) COMP-5 VALUE 0.
       01 change_pct     PIC S9(5) COMP-5 VALUE 0.
       01 today_date     PIC 9(8) VALUE 0.
       01 today_split REDEFINES today_date.
           05 today_yyyy PIC 9(4).
           05 today_mm   PIC 9(2).
           05 today_dd   PIC 9(2).
       01 report_month   PIC 9(6) VALUE 0.
       01 report_month_split REDEFINES report_month.
           05 report_yyyy PIC 9(4).
           05 report_mm   PIC 9(2).
       01 work_date      PIC 9(8) VALUE 0.
       01 work_date_split REDEFINES work_date.
           05 work_yyyy  PIC 9(4).
           05 work_mm    PIC 9(2).
           05 work_dd    PIC 9(2).
       01 leap_work      PIC 9(4) COMP-5 VALUE 0.
       01 leap_rem       PIC 9(4) COMP-5 VALUE 0.
       01 month_length   PIC 9(2) COMP-5 VALUE 0.
       01 month_day_table.
           05 FILLER PIC X(24) VALUE
               "312831303130313130313031".
       01 month_day_view REDEFINES month_day_table.
           05 month_days OCCURS 12 PIC 9(2).
       01 peak_time      PIC 9(8) VALUE 0.
       01 peak_time_split REDEFINES peak_time.
           05 peak_hh    PIC 9(2).
           05 peak_mm    PIC 9(2).
           05 peak_ss    PIC 9(2).
           05 FILLER     PIC 9(2).
       01 time_text      PIC X(8) VALUE SPACES.
       01 value_number   PIC -----9.99.
       01 min_text       PIC X(9) VALUE SPACES.
       01 max_text       PIC X(9) VALUE SPACES.
       01 avg_text       PIC X(9) VALUE SPACES.
       01 p95_text       PIC X(9) VALUE SPACES.
       01 ceiling_text   PIC X(9) VALUE SPACES.
       01 pct_number     PIC ++++9.
       01 avg_pct_text   PIC X(5) VALUE SPACES.
       01 peak_pct_text  PIC X(5) VALUE SPACES.
       01 samples_number PIC Z(8)9.
       01 count_number   PIC ZZ9.
       01 days_number    PIC Z9.
       01 report_text    PIC X(80) VALUE SPACES.
      * up to four series, as on the charts; each keeps its
      * figures for every day of the month and every week
       01 series_table.
           05 series_entry OCCURS 4.
               10 series_name        PIC X(12).
               10 series_ceiling     PIC S9(5)V9(2).
               10 series_has_ceiling PIC 9(1) COMP-5.
               10 series_day OCCURS 31.
                   15 day_samples    PIC 9(7) COMP-5.
                   15 day_min        PIC S9(5)V9(2).
                   15 day_max        PIC S9(5)V9(2).
                   15 day_sum        PIC S9(12)V9(2).
                   15 day_avg        PIC S9(5)V9(2).
                   15 day_p95        PIC S9(5)V9(2).
                   15 day_peak_time  PIC 9(8).
                   15 day_over       PIC 9(7) COMP-5.
      * weeks run from the 1st: days 1-7, 8-14, 15-21, 22-28 and
      * whatever is left of the month
               10 series_week OCCURS 5.
                   15 week_days      PIC 9(1) COMP-5.
                   15 week_samples   PIC 9(8) COMP-5.
                   15 week_sum       PIC S9(13)V9(2).
                   15 week_avg       PIC S9(5)V9(2).
                   15 week_peak      PIC S9(5)V9(2).

       PROCEDURE DIVISION.
       main.
           ACCEPT today_date FROM DATE YYYYMMDD
           PERFORM read-report-month
           MOVE report_yyyy TO work_yyyy
           MOVE report_mm TO work_mm
           MOVE month_days(work_mm) TO month_length
           IF work_mm = 2
               PERFORM check-leap-year
           END-IF
           DIVIDE month_length BY 7 GIVING week_count
               REMAINDER leap_rem
           IF leap_rem > 0
               ADD 1 TO week_count
           END-IF

           PERFORM load-ceilings

           PERFORM VARYING day_idx FROM 1 BY 1
                   UNTIL day_idx > month_length
               MOVE day_idx TO work_dd
               SORT SORT-FILE
                   ON ASCENDING KEY SORT_NAME SORT_VALUE
                   INPUT PROCEDURE release-day-samples
                   OUTPUT PROCEDURE pick-day-figures
               PERFORM VARYING series_idx FROM 1 BY 1
                       UNTIL series_idx > series_count
                   PERFORM total-one-day
               END-PERFORM
           END-PERFORM

           PERFORM VARYING series_idx FROM 1 BY 1
                   UNTIL series_idx > series_count
               PERFORM VARYING week_idx FROM 1 BY 1
                       UNTIL week_idx > week_count
                   IF week_samples(series_idx, week_idx) > 0
                       COMPUTE week_avg(series_idx, week_idx)
                           ROUNDED =
                           week_sum(series_idx, week_idx)
                           / week_samples(series_idx, week_idx)
                   END-IF
               END-PERFORM
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "report file open failed, status "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO report_text
           STRING "CAPACITY PLANNING REPORT  MONTH " report_yyyy
               "-" report_mm
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE "========================================"
               TO report_text
           PERFORM write-report-line
           MOVE "daily minimum, maximum, average and 95th percentile"
               TO report_text
           PERFORM write-report-line
           MOVE "of every chart series, week over week, and the days"
               TO report_text
           PERFORM write-report-line
           MOVE "whose peak went over the series' capacity ceiling"
               TO report_text
           PERFORM write-report-line
           MOVE SPACES TO report_text
           PERFORM write-report-line

           PERFORM VARYING series_idx FROM 1 BY 1
                   UNTIL series_idx > series_count
               PERFORM write-daily-section
               PERFORM write-weekly-section
           END-PERFORM
           IF series_count = 0
               MOVE "no chart series found for the month"
                   TO report_text
               PERFORM write-report-line
               MOVE SPACES TO report_text
               PERFORM write-report-line
           END-IF
           PERFORM write-ceiling-section

           MOVE "SUMMARY" TO report_text
           PERFORM write-report-line
           MOVE "-------" TO report_text
           PERFORM write-report-line
           MOVE month_length TO count_number
           MOVE SPACES TO report_text
           STRING "  days in month:         " count_number
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE files_read TO count_number
           MOVE SPACES TO report_text
           STRING "  history files read:    " count_number
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE days_missing TO count_number
           MOVE SPACES TO report_text
           STRING "  days with no history:  " count_number
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE samples_read TO samples_number
           MOVE SPACES TO report_text
           STRING "  samples read:    " samples_number
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           IF samples_unused > 0
               MOVE samples_unused TO samples_number
               MOVE SPACES TO report_text
               STRING "  samples of series past the fourth, unused: "
                   samples_number
                   DELIMITED BY SIZE
                   INTO report_text
               PERFORM write-report-line
           END-IF
           MOVE over_count TO count_number
           MOVE SPACES TO report_text
           STRING "  series-days over ceiling: " count_number
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line

           CLOSE REPORT-FILE
           DISPLAY "capacity report written, month " report_month
               " days over ceiling: " over_count
           STOP RUN.

       write-report-line.
           MOVE report_text TO REPORT_LINE
           WRITE REPORT_LINE
           MOVE SPACES TO report_text.

      * the month before today's unless the mode file names one
       read-report-month.
           MOVE today_yyyy TO report_yyyy
           MOVE today_mm TO report_mm
           IF report_mm > 1
               SUBTRACT 1 FROM report_mm
           ELSE
               MOVE 12 TO report_mm
               SUBTRACT 1 FROM report_yyyy
           END-IF
           OPEN INPUT MODE-FILE
           IF WS-MODE-STATUS = "00"
               READ MODE-FILE
                   AT END CONTINUE
               END-READ
               IF WS-MODE-STATUS = "00"
                   IF CAPACITY_MODE_MONTH IS NUMERIC
                       MOVE CAPACITY_MODE_MONTH TO report_month
                   END-IF
               END-IF
               CLOSE MODE-FILE
           END-IF
           IF report_mm < 1 OR report_mm > 12
               DISPLAY "capacity report month not valid: "
                   report_month
               STOP RUN
           END-IF.

       check-leap-year.
           DIVIDE work_yyyy BY 4 GIVING leap_work
               REMAINDER leap_rem
           IF leap_rem = 0
               MOVE 29 TO month_length
               DIVIDE work_yyyy BY 100 GIVING leap_work
                   REMAINDER leap_rem
               IF leap_rem = 0
                   DIVIDE work_yyyy BY 400 GIVING leap_work
                       REMAINDER leap_rem
                   IF leap_rem NOT = 0
                       MOVE 28 TO month_length
                   END-IF
               END-IF
           END-IF.

      * each ceiling names a series, so a series with a ceiling
      * is reported even in a month it took no samples
       load-ceilings.
           MOVE 0 TO ceiling_eof
           OPEN INPUT CEILING-FILE
           IF WS-CEILING-STATUS = "00"
               PERFORM UNTIL ceiling_eof = 1
                   READ CEILING-FILE
                       AT END MOVE 1 TO ceiling_eof
                       NOT AT END
                           MOVE CAPACITY_CEILING_NAME TO sorted_name
                           PERFORM find-series
                           IF found_series > 0
                               MOVE CAPACITY_CEILING_VALUE
                                   TO series_ceiling(found_series)
                               MOVE 1
                                   TO series_has_ceiling(found_series)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CEILING-FILE
           ELSE
               DISPLAY "no capacity ceiling file, status "
                   WS-CEILING-STATUS ", no days will be flagged"
           END-IF.

      * found_series for sorted_name, adding the series if there
      * is room; 0 once four series are known
       find-series.
           MOVE 0 TO found_series
           PERFORM VARYING series_idx FROM 1 BY 1
                   UNTIL series_idx > series_count
                       OR found_series > 0
               IF series_name(series_idx) = sorted_name
                   MOVE series_idx TO found_series
               END-IF
           END-PERFORM
           IF found_series = 0 AND series_count < 4
               ADD 1 TO series_count
               MOVE series_count TO found_series
               PERFORM clear-series
           END-IF.

       clear-series.
           MOVE sorted_name TO series_name(found_series)
           MOVE 0 TO series_ceiling(found_series)
           MOVE 0 TO series_has_ceiling(found_series)
           PERFORM VARYING clear_idx FROM 1 BY 1 UNTIL clear_idx > 31
               MOVE 0 TO day_samples(found_series, clear_idx)
               MOVE 0 TO day_min(found_series, clear_idx)
               MOVE 0 TO day_max(found_series, clear_idx)
               MOVE 0 TO day_sum(found_series, clear_idx)
               MOVE 0 TO day_avg(found_series, clear_idx)
               MOVE 0 TO day_p95(found_series, clear_idx)
               MOVE 0 TO day_peak_time(found_series, clear_idx)
               MOVE 0 TO day_over(found_series, clear_idx)
           END-PERFORM
           PERFORM VARYING clear_idx FROM 1 BY 1 UNTIL clear_idx > 5
               MOVE 0 TO week_days(found_series, clear_idx)
               MOVE 0 TO week_samples(found_series, clear_idx)
               MOVE 0 TO week_sum(found_series, clear_idx)
               MOVE 0 TO week_avg(found_series, clear_idx)
               MOVE 0 TO week_peak(found_series, clear_idx)
           END-PERFORM.

      * sort input: one day file, min/max/sum and ceiling counts
      * taken on the way through; a day with no file (35) just
      * has no samples
       release-day-samples.
           MOVE SPACES TO history_file_name
           STRING "examples/status_charts_history_" work_date ".dat"
               DELIMITED BY SIZE
               INTO history_file_name
           MOVE 0 TO history_eof
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               ADD 1 TO files_read
               PERFORM UNTIL history_eof = 1
                   READ HISTORY-FILE
                       AT END MOVE 1 TO history_eof
                       NOT AT END PERFORM take-sample
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               ADD 1 TO days_missing
               IF WS-HISTORY-STATUS NOT = "35"
                   DISPLAY "history file open failed, status "
                       WS-HISTORY-STATUS " " history_file_name
               END-IF
           END-IF.

       take-sample.
           ADD 1 TO samples_read
           MOVE CHART_HISTORY_NAME TO sorted_name
           PERFORM find-series
           IF found_series = 0
               ADD 1 TO samples_unused
           ELSE
               IF day_samples(found_series, day_idx) = 0
                   MOVE CHART_HISTORY_VALUE
                       TO day_min(found_series, day_idx)
                   MOVE CHART_HISTORY_VALUE
                       TO day_max(found_series, day_idx)
                   MOVE CHART_HISTORY_TIME
                       TO day_peak_time(found_series, day_idx)
               END-IF
               IF CHART_HISTORY_VALUE < day_min(found_series, day_idx)
                   MOVE CHART_HISTORY_VALUE
                       TO day_min(found_series, day_idx)
               END-IF
               IF CHART_HISTORY_VALUE > day_max(found_series, day_idx)
                   MOVE CHART_HISTORY_VALUE
                       TO day_max(found_series, day_idx)
                   MOVE CHART_HISTORY_TIME
                       TO day_peak_time(found_series, day_idx)
               END-IF
               ADD 1 TO day_samples(found_series, day_idx)
               ADD CHART_HISTORY_VALUE
                   TO day_sum(found_series, day_idx)
               IF series_has_ceiling(found_series) = 1
                   IF CHART_HISTORY_VALUE
                           > series_ceiling(found_series)
                       ADD 1 TO day_over(found_series, day_idx)
                   END-IF
               END-IF
               MOVE CHART_HISTORY_NAME TO SORT_NAME
               MOVE CHART_HISTORY_VALUE TO SORT_VALUE
               RELEASE SORT_RECORD
           END-IF.

      * sort output: the 95th percentile is the nearest-rank
      * value, the sample at rank ceiling(0.95 x samples) counting
      * up from the lowest
       pick-day-figures.
           MOVE 0 TO sort_eof
           MOVE SPACES TO sorted_name
           MOVE 0 TO sorted_series
           PERFORM UNTIL sort_eof = 1
               RETURN SORT-FILE
                   AT END MOVE 1 TO sort_eof
                   NOT AT END PERFORM pick-one-sample
               END-RETURN
           END-PERFORM.

       pick-one-sample.
           IF SORT_NAME NOT = sorted_name OR sorted_series = 0
               MOVE SORT_NAME TO sorted_name
               PERFORM find-series
               MOVE found_series TO sorted_series
               MOVE 0 TO sorted_rank
               COMPUTE p95_rank =
                   (day_samples(sorted_series, day_idx) * 95 + 99)
                   / 100
           END-IF
           ADD 1 TO sorted_rank
           IF sorted_rank = p95_rank
               MOVE SORT_VALUE TO day_p95(sorted_series, day_idx)
           END-IF.

       total-one-day.
           IF day_samples(series_idx, day_idx) > 0
               COMPUTE day_avg(series_idx, day_idx) ROUNDED =
                   day_sum(series_idx, day_idx)
                   / day_samples(series_idx, day_idx)
               COMPUTE week_idx = (day_idx - 1) / 7 + 1
               IF week_days(series_idx, week_idx) = 0
                   MOVE day_max(series_idx, day_idx)
                       TO week_peak(series_idx, week_idx)
               END-IF
               IF day_max(series_idx, day_idx)
                       > week_peak(series_idx, week_idx)
                   MOVE day_max(series_idx, day_idx)
                       TO week_peak(series_idx, week_idx)
               END-IF
               ADD 1 TO week_days(series_idx, week_idx)
               ADD day_samples(series_idx, day_idx)
                   TO week_samples(series_idx, week_idx)
               ADD day_sum(series_idx, day_idx)
                   TO week_sum(series_idx, week_idx)
           END-IF.

       write-daily-section.
           MOVE SPACES TO report_text
           IF series_has_ceiling(series_idx) = 1
               MOVE series_ceiling(series_idx) TO value_number
               STRING "DAILY FIGURES  " series_name(series_idx)
                   "  ceiling " value_number
                   DELIMITED BY SIZE
                   INTO report_text
           ELSE
               STRING "DAILY FIGURES  " series_name(series_idx)
                   "  no ceiling"
                   DELIMITED BY SIZE
                   INTO report_text
           END-IF
           PERFORM write-report-line
           MOVE "-------------" TO report_text
           PERFORM write-report-line
           STRING "  DATE       SAMPLES       MIN       MAX"
               "       AVG       P95"
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE 0 TO month_samples
           MOVE 0 TO month_sum
           MOVE 0 TO month_min
           MOVE 0 TO month_max
           PERFORM VARYING day_idx FROM 1 BY 1
                   UNTIL day_idx > month_length
               MOVE day_idx TO work_dd
               PERFORM write-one-day
           END-PERFORM
           MOVE SPACES TO report_text
           IF month_samples > 0
               COMPUTE month_avg ROUNDED = month_sum / month_samples
               MOVE month_samples TO samples_number
               MOVE month_min TO value_number
               MOVE value_number TO min_text
               MOVE month_max TO value_number
               MOVE value_number TO max_text
               MOVE month_avg TO value_number
               MOVE value_number TO avg_text
               STRING "  MONTH    " samples_number " " min_text " "
                   max_text " " avg_text
                   DELIMITED BY SIZE
                   INTO report_text
           ELSE
               MOVE "  MONTH     no samples" TO report_text
           END-IF
           PERFORM write-report-line
           MOVE SPACES TO report_text
           PERFORM write-report-line.

       write-one-day.
           MOVE SPACES TO report_text
           IF day_samples(series_idx, day_idx) = 0
               STRING "  " work_date "   no samples"
                   DELIMITED BY SIZE
                   INTO report_text
           ELSE
               IF month_samples = 0
                   MOVE day_min(series_idx, day_idx) TO month_min
                   MOVE day_max(series_idx, day_idx) TO month_max
               END-IF
               IF day_min(series_idx, day_idx) < month_min
                   MOVE day_min(series_idx, day_idx) TO month_min
               END-IF
               IF day_max(series_idx, day_idx) > month_max
                   MOVE day_max(series_idx, day_idx) TO month_max
               END-IF
               ADD day_samples(series_idx, day_idx) TO month_samples
               ADD day_sum(series_idx, day_idx) TO month_sum
               MOVE day_samples(series_idx, day_idx)
                   TO samples_number
               MOVE day_min(series_idx, day_idx) TO value_number
               MOVE value_number TO min_text
               MOVE day_max(series_idx, day_idx) TO value_number
               MOVE value_number TO max_text
               MOVE day_avg(series_idx, day_idx) TO value_number
               MOVE value_number TO avg_text
               MOVE day_p95(series_idx, day_idx) TO value_number
               MOVE value_number TO p95_text
               STRING "  " work_date " " samples_number " "
                   min_text " " max_text " " avg_text " " p95_text
                   DELIMITED BY SIZE
                   INTO report_text
               IF series_has_ceiling(series_idx) = 1
                   IF day_max(series_idx, day_idx)
                           > series_ceiling(series_idx)
                       MOVE "OVER" TO report_text(65:4)
                   END-IF
               END-IF
           END-IF
           PERFORM write-report-line.

      * each week's average and peak against the week before; the
      * last week of the month is usually a part week
       write-weekly-section.
           MOVE SPACES TO report_text
           STRING "WEEK OVER WEEK  " series_name(series_idx)
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE "--------------" TO report_text
           PERFORM write-report-line
           STRING "  WEEK     DAYS    SAMPLES       AVG  CHG%"
               "      PEAK  CHG%"
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE 0 TO prior_present
           PERFORM VARYING week_idx FROM 1 BY 1
                   UNTIL week_idx > week_count
               PERFORM write-one-week
           END-PERFORM
           MOVE SPACES TO report_text
           PERFORM write-report-line.

       write-one-week.
           COMPUTE week_first = (week_idx - 1) * 7 + 1
           COMPUTE week_last = week_idx * 7
           IF week_last > month_length
               MOVE month_length TO week_last
           END-IF
           MOVE week_days(series_idx, week_idx) TO days_number
           MOVE SPACES TO report_text
           IF week_samples(series_idx, week_idx) = 0
               STRING "  " week_first "-" week_last "      "
                   days_number "   no samples"
                   DELIMITED BY SIZE
                   INTO report_text
               MOVE 0 TO prior_present
           ELSE
               MOVE "  n/a" TO avg_pct_text
               MOVE "  n/a" TO peak_pct_text
               IF prior_present = 1
                   IF prior_avg NOT = 0
                       COMPUTE change_pct ROUNDED =
                           (week_avg(series_idx, week_idx)
                           - prior_avg) * 100 / prior_avg
                       MOVE change_pct TO pct_number
                       MOVE pct_number TO avg_pct_text
                   END-IF
                   IF prior_peak NOT = 0
                       COMPUTE change_pct ROUNDED =
                           (week_peak(series_idx, week_idx)
                           - prior_peak) * 100 / prior_peak
                       MOVE change_pct TO pct_number
                       MOVE pct_number TO peak_pct_text
                   END-IF
               END-IF
               MOVE week_samples(series_idx, week_idx)
                   TO samples_number
               MOVE week_avg(series_idx, week_idx) TO value_number
               MOVE value_number TO avg_text
               MOVE week_peak(series_idx, week_idx) TO value_number
               MOVE value_number TO max_text
               STRING "  " week_first "-" week_last "      "
                   days_number "  " samples_number " " avg_text
                   " " avg_pct_text " " max_text " " peak_pct_text
                   DELIMITED BY SIZE
                   INTO report_text
               MOVE week_avg(series_idx, week_idx) TO prior_avg
               MOVE week_peak(series_idx, week_idx) TO prior_peak
               MOVE 1 TO prior_present
           END-IF
           PERFORM write-report-line.

       write-ceiling-section.
           MOVE "DAYS OVER CEILING" TO report_text
           PERFORM write-report-line
           MOVE "-----------------" TO report_text
           PERFORM write-report-line
           STRING "  DATE     SERIES            PEAK  AT      "
               "   CEILING SAMPLES OVER"
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE 0 TO section_count
           PERFORM VARYING day_idx FROM 1 BY 1
                   UNTIL day_idx > month_length
               MOVE day_idx TO work_dd
               PERFORM VARYING series_idx FROM 1 BY 1
                       UNTIL series_idx > series_count
                   IF series_has_ceiling(series_idx) = 1
                           AND day_samples(series_idx, day_idx) > 0
                       IF day_max(series_idx, day_idx)
                               > series_ceiling(series_idx)
                           ADD 1 TO section_count
                           PERFORM write-one-over
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE section_count TO over_count
           IF section_count = 0
               MOVE "  none" TO report_text
               PERFORM write-report-line
           END-IF
           MOVE SPACES TO report_text
           PERFORM write-report-line.

       write-one-over.
           MOVE day_peak_time(series_idx, day_idx) TO peak_time
           MOVE SPACES TO time_text
           STRING peak_hh ":" peak_mm ":" peak_ss
               DELIMITED BY SIZE
               INTO time_text
           MOVE day_max(series_idx, day_idx) TO value_number
           MOVE value_number TO max_text
           MOVE series_ceiling(series_idx) TO value_number
           MOVE value_number TO ceiling_text
           MOVE day_over(series_idx, day_idx) TO samples_number
           MOVE SPACES TO report_text
           STRING "  " work_date " " series_name(series_idx) " "
               max_text "  " time_text " " ceiling_text "    "
               samples_number
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line.
