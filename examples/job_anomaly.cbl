       IDENTIFICATION DIVISION.
       PROGRAM-ID. raylib-test.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-HISTORY-FILE ASSIGN TO DYNAMIC
               history_file_name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO
               "examples/job_anomaly_report.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOB-HISTORY-FILE.
       COPY RAYLIB_JOB_HISTORY.CBL.
       FD REPORT-FILE.
       01 REPORT_LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 history_file_name PIC X(44) VALUE SPACES.
      * the night's run opens at this hour; before it the report
      * covers the run date that opened yesterday evening
       01 window_start_hh PIC 9(2) VALUE 18.
      * a run is compared with this many earlier clean runs ...
       01 trail_runs     PIC 9(2) COMP-5 VALUE 10.
      * ... found within this many days back ...
       01 lookback_days  PIC 9(3) COMP-5 VALUE 90.
      * ... and is not judged at all on fewer than this many
       01 min_runs       PIC 9(2) COMP-5 VALUE 3.
      * a run this many percent over or under its trailing
      * average is an anomaly
       01 anomaly_pct    PIC 9(3) COMP-5 VALUE 50.
      * the newer half of the trail averaging this many percent
      * over the older half marks a job that is creeping up
       01 creep_pct      PIC 9(3) COMP-5 VALUE 20.
       01 history_eof    PIC 9(1) COMP-5 VALUE 0.
       01 reading_current PIC 9(1) COMP-5 VALUE 0.
       01 day_idx        PIC 9(3) COMP-5 VALUE 0.
       01 job_count      PIC 9(3) COMP-5 VALUE 0.
       01 job_idx        PIC 9(3) COMP-5 VALUE 0.
       01 found_job      PIC 9(3) COMP-5 VALUE 0.
       01 trail_idx      PIC 9(2) COMP-5 VALUE 0.
       01 half_count     PIC 9(2) COMP-5 VALUE 0.
       01 files_read     PIC 9(3) COMP-5 VALUE 0.
       01 anomaly_count  PIC 9(3) COMP-5 VALUE 0.
       01 creep_count    PIC 9(3) COMP-5 VALUE 0.
       01 section_count  PIC 9(3) COMP-5 VALUE 0.
       01 newer_sum      PIC 9(9) COMP-5 VALUE 0.
       01 older_sum      PIC 9(9) COMP-5 VALUE 0.
       01 newer_avg      PIC 9(7) COMP-5 VALUE 0.
       01 older_avg      PIC 9(7) COMP-5 VALUE 0.
       01 today_date     PIC 9(8) VALUE 0.
       01 now_time       PIC 9(8) VALUE 0.
       01 now_split REDEFINES now_time.
           05 now_hh     PIC 9(2).
           05 FILLER     PIC 9(6).
       01 run_date       PIC 9(8) VALUE 0.
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
       01 show_secs      PIC S9(7) COMP-5 VALUE 0.
       01 show_rem       PIC S9(7) COMP-5 VALUE 0.
       01 time_hh        PIC 9(2) VALUE 0.
       01 time_mm        PIC 9(2) VALUE 0.
       01 time_ss        PIC 9(2) VALUE 0.
       01 time_text      PIC X(8) VALUE SPACES.
       01 elapsed_text   PIC X(8) VALUE SPACES.
       01 average_text   PIC X(8) VALUE SPACES.
       01 pct_number     PIC ++++9.
       01 runs_number    PIC Z9.
       01 count_number   PIC ZZ9.
       01 report_text    PIC X(80) VALUE SPACES.
       01 job_table.
           05 job_entry OCCURS 200.
               10 job_id         PIC X(8).
               10 job_state      PIC X(8).
               10 job_rc         PIC 9(4).
               10 job_elapsed    PIC 9(5) COMP-5.
      * earlier clean runs, newest first
               10 job_trail_count PIC 9(2) COMP-5.
               10 job_trail_secs PIC 9(5) COMP-5 OCCURS 10.
               10 job_trail_sum  PIC 9(9) COMP-5.
               10 job_average    PIC 9(7) COMP-5.
               10 job_dev_pct    PIC S9(5) COMP-5.
               10 job_flag       PIC X(12).
               10 job_creeping   PIC 9(1) COMP-5.

       PROCEDURE DIVISION.
       main.
           ACCEPT today_date FROM DATE YYYYMMDD
           ACCEPT now_time FROM TIME
           MOVE today_date TO work_date
           IF now_hh < window_start_hh
               PERFORM previous-day
           END-IF
           MOVE work_date TO run_date

      * tonight's runs first, then walk back for each job's trail
           MOVE 1 TO reading_current
           PERFORM read-history-day
           MOVE 0 TO reading_current
           PERFORM VARYING day_idx FROM 1 BY 1
                   UNTIL day_idx > lookback_days
               PERFORM previous-day
               PERFORM read-history-day
           END-PERFORM

           PERFORM VARYING job_idx FROM 1 BY 1
                   UNTIL job_idx > job_count
               PERFORM judge-one-job
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "report file open failed, status "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF

           MOVE SPACES TO report_text
           STRING "JOB RUN-DURATION ANOMALIES  RUN DATE " run_date
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE "========================================"
               TO report_text
           PERFORM write-report-line
           MOVE trail_runs TO runs_number
           MOVE anomaly_pct TO count_number
           MOVE SPACES TO report_text
           STRING "each run against the average of its last "
               runs_number " clean runs, flagged at +/-"
               count_number "%"
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE SPACES TO report_text
           PERFORM write-report-line

           PERFORM write-anomaly-section.
           PERFORM write-creep-section.
           PERFORM write-all-runs-section.

           MOVE "SUMMARY" TO report_text
           PERFORM write-report-line
           MOVE "-------" TO report_text
           PERFORM write-report-line
           MOVE job_count TO count_number
           MOVE SPACES TO report_text
           STRING "  jobs run on the date:  " count_number
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE anomaly_count TO count_number
           MOVE SPACES TO report_text
           STRING "  duration anomalies:    " count_number
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE creep_count TO count_number
           MOVE SPACES TO report_text
           STRING "  creeping up:           " count_number
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE files_read TO count_number
           MOVE SPACES TO report_text
           STRING "  history files read:    " count_number
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line

           CLOSE REPORT-FILE
           DISPLAY "job anomaly report written, run date " run_date
               " anomalies: " anomaly_count
           STOP RUN.

       write-report-line.
           MOVE report_text TO REPORT_LINE
           WRITE REPORT_LINE
           MOVE SPACES TO report_text.

       previous-day.
           IF work_dd > 1
               SUBTRACT 1 FROM work_dd
           ELSE
               IF work_mm > 1
                   SUBTRACT 1 FROM work_mm
               ELSE
                   MOVE 12 TO work_mm
                   SUBTRACT 1 FROM work_yyyy
               END-IF
               MOVE month_days(work_mm) TO month_length
               IF work_mm = 2
                   PERFORM check-leap-year
               END-IF
               MOVE month_length TO work_dd
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

      * a night with no history file (35) is skipped; the trail
      * just reaches further back
       read-history-day.
           MOVE SPACES TO history_file_name
           STRING "examples/job_history_" work_date ".dat"
               DELIMITED BY SIZE
               INTO history_file_name
           MOVE 0 TO history_eof
           OPEN INPUT JOB-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               ADD 1 TO files_read
               PERFORM UNTIL history_eof = 1
                   READ JOB-HISTORY-FILE
                       AT END MOVE 1 TO history_eof
                       NOT AT END
                           IF reading_current = 1
                               PERFORM store-current-run
                           ELSE
                               PERFORM store-trail-run
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-HISTORY-FILE
           ELSE
               IF WS-HISTORY-STATUS NOT = "35"
                   DISPLAY "history file open failed, status "
                       WS-HISTORY-STATUS " " history_file_name
               END-IF
           END-IF.

       store-current-run.
           IF job_count < 200
               ADD 1 TO job_count
               MOVE JOB_HISTORY_ID TO job_id(job_count)
               MOVE JOB_HISTORY_STATE TO job_state(job_count)
               MOVE JOB_HISTORY_RC TO job_rc(job_count)
               MOVE JOB_HISTORY_ELAPSED_SECS
                   TO job_elapsed(job_count)
               MOVE 0 TO job_trail_count(job_count)
               MOVE 0 TO job_trail_sum(job_count)
               MOVE 0 TO job_average(job_count)
               MOVE 0 TO job_dev_pct(job_count)
               MOVE SPACES TO job_flag(job_count)
               MOVE 0 TO job_creeping(job_count)
           END-IF.

      * an abended run's elapsed time says nothing about how long
      * the job takes, so only clean runs build the trail
       store-trail-run.
           IF JOB_HISTORY_STATE = "ENDED-OK"
               MOVE 0 TO found_job
               PERFORM VARYING job_idx FROM 1 BY 1
                       UNTIL job_idx > job_count OR found_job > 0
                   IF job_id(job_idx) = JOB_HISTORY_ID
                       MOVE job_idx TO found_job
                   END-IF
               END-PERFORM
               IF found_job > 0
                   IF job_trail_count(found_job) < trail_runs
                       ADD 1 TO job_trail_count(found_job)
                       MOVE JOB_HISTORY_ELAPSED_SECS
                           TO job_trail_secs(found_job,
                               job_trail_count(found_job))
                       ADD JOB_HISTORY_ELAPSED_SECS
                           TO job_trail_sum(found_job)
                   END-IF
               END-IF
           END-IF.

       judge-one-job.
           IF job_trail_count(job_idx) > 0
               DIVIDE job_trail_sum(job_idx)
                   BY job_trail_count(job_idx)
                   GIVING job_average(job_idx) ROUNDED
           END-IF
           IF job_average(job_idx) > 0
               COMPUTE job_dev_pct(job_idx) ROUNDED =
                   (job_elapsed(job_idx) - job_average(job_idx))
                   * 100 / job_average(job_idx)
           END-IF
           EVALUATE TRUE
               WHEN job_state(job_idx) NOT = "ENDED-OK"
                   MOVE "ABENDED" TO job_flag(job_idx)
               WHEN job_trail_count(job_idx) < min_runs
                   MOVE "FEW RUNS" TO job_flag(job_idx)
               WHEN job_dev_pct(job_idx) >= anomaly_pct
                   MOVE "LONG RUN" TO job_flag(job_idx)
                   ADD 1 TO anomaly_count
      * a run far shorter than usual has often processed nothing
               WHEN job_dev_pct(job_idx) <= 0 - anomaly_pct
                   MOVE "SHORT RUN" TO job_flag(job_idx)
                   ADD 1 TO anomaly_count
               WHEN OTHER
                   MOVE "NORMAL" TO job_flag(job_idx)
           END-EVALUATE
           PERFORM check-creep.

      * a slow drift never trips the anomaly threshold on any one
      * night, so compare the newer half of the trail, tonight
      * included, with the older half
       check-creep.
           IF job_state(job_idx) = "ENDED-OK"
                   AND job_trail_count(job_idx) >= min_runs
               DIVIDE job_trail_count(job_idx) BY 2
                   GIVING half_count
               MOVE job_elapsed(job_idx) TO newer_sum
               MOVE 0 TO older_sum
               PERFORM VARYING trail_idx FROM 1 BY 1
                       UNTIL trail_idx > job_trail_count(job_idx)
                   IF trail_idx <= half_count
                       ADD job_trail_secs(job_idx, trail_idx)
                           TO newer_sum
                   ELSE
                       ADD job_trail_secs(job_idx, trail_idx)
                           TO older_sum
                   END-IF
               END-PERFORM
               COMPUTE newer_avg = newer_sum / (half_count + 1)
               COMPUTE older_avg = older_sum
                   / (job_trail_count(job_idx) - half_count)
               IF older_avg > 0
                   IF newer_avg * 100
                           >= older_avg * (100 + creep_pct)
                       ADD 1 TO creep_count
                       MOVE 1 TO job_creeping(job_idx)
                       IF job_flag(job_idx) = "NORMAL"
                           MOVE "CREEPING" TO job_flag(job_idx)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * time_text as hh:mm:ss from a run length in show_secs
       format-duration.
           DIVIDE show_secs BY 3600 GIVING time_hh
               REMAINDER show_rem
           DIVIDE show_rem BY 60 GIVING time_mm
               REMAINDER time_ss
           MOVE SPACES TO time_text
           STRING time_hh ":" time_mm ":" time_ss
               DELIMITED BY SIZE
               INTO time_text.

       write-anomaly-section.
           MOVE "DURATION ANOMALIES" TO report_text
           PERFORM write-report-line
           MOVE "------------------" TO report_text
           PERFORM write-report-line
           MOVE 0 TO section_count
           PERFORM VARYING job_idx FROM 1 BY 1
                   UNTIL job_idx > job_count
               IF job_flag(job_idx) = "LONG RUN"
                       OR job_flag(job_idx) = "SHORT RUN"
                   ADD 1 TO section_count
                   PERFORM write-one-run
               END-IF
           END-PERFORM
           IF section_count = 0
               MOVE "  none" TO report_text
               PERFORM write-report-line
           END-IF
           MOVE SPACES TO report_text
           PERFORM write-report-line.

       write-creep-section.
           MOVE "CREEPING UP" TO report_text
           PERFORM write-report-line
           MOVE "-----------" TO report_text
           PERFORM write-report-line
           MOVE 0 TO section_count
           PERFORM VARYING job_idx FROM 1 BY 1
                   UNTIL job_idx > job_count
               IF job_creeping(job_idx) = 1
                   ADD 1 TO section_count
                   PERFORM write-one-run
               END-IF
           END-PERFORM
           IF section_count = 0
               MOVE "  none" TO report_text
               PERFORM write-report-line
           END-IF
           MOVE SPACES TO report_text
           PERFORM write-report-line.

       write-all-runs-section.
           MOVE "ALL RUNS" TO report_text
           PERFORM write-report-line
           MOVE "--------" TO report_text
           PERFORM write-report-line
           STRING "  JOB      STATE    RC   ELAPSED  AVERAGE "
               " DEV%  RUNS FLAG"
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           PERFORM VARYING job_idx FROM 1 BY 1
                   UNTIL job_idx > job_count
               PERFORM write-one-run
           END-PERFORM
           IF job_count = 0
               MOVE "  none, no history for the run date"
                   TO report_text
               PERFORM write-report-line
           END-IF
           MOVE SPACES TO report_text
           PERFORM write-report-line.

       write-one-run.
           MOVE job_elapsed(job_idx) TO show_secs
           PERFORM format-duration
           MOVE time_text TO elapsed_text
           IF job_trail_count(job_idx) > 0
               MOVE job_average(job_idx) TO show_secs
               PERFORM format-duration
               MOVE time_text TO average_text
               MOVE job_dev_pct(job_idx) TO pct_number
           ELSE
               MOVE "--:--:--" TO average_text
               MOVE 0 TO pct_number
           END-IF
           MOVE job_trail_count(job_idx) TO runs_number
           MOVE SPACES TO report_text
           STRING "  " job_id(job_idx) " " job_state(job_idx) " "
               job_rc(job_idx) " " elapsed_text " " average_text
               " " pct_number "  " runs_number " "
               job_flag(job_idx)
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line.
