       IDENTIFICATION DIVISION.
       PROGRAM-ID. raylib-test.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIAGRAM-FILE ASSIGN TO
               "examples/camera_pan_diagram.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DIAGRAM-STATUS.
           SELECT STATUS-FEED-FILE ASSIGN TO
               "examples/camera_pan_feed.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-FEED-STATUS.
           SELECT DEADLINE-FILE ASSIGN TO
               "examples/camera_pan_deadline.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-DEADLINE-STATUS.
           SELECT JOB-MASTER-FILE ASSIGN TO
               "examples/job_master.dat"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY JOB_MASTER_ID
               FILE STATUS WS-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO
               "examples/sla_report.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DIAGRAM-FILE.
       COPY RAYLIB_DIAGRAM.CBL.
       FD STATUS-FEED-FILE.
       COPY RAYLIB_JOB_STATUS.CBL.
       FD DEADLINE-FILE.
       COPY RAYLIB_JOB_DEADLINE.CBL.
       FD JOB-MASTER-FILE.
       COPY RAYLIB_JOB_MASTER.CBL.
       FD REPORT-FILE.
       01 REPORT_LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DIAGRAM-STATUS PIC XX.
       01 WS-FEED-STATUS PIC XX.
       01 WS-DEADLINE-STATUS PIC XX.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
      * the night's run opens at this hour; anything stamped
      * earlier in the day belongs to the morning after, so an
      * 06:00 deadline sorts after a 23:00 start
       01 window_start_hh PIC 9(2) VALUE 18.
      * a job projected to finish inside this many minutes of its
      * deadline is reported at risk rather than on time
       01 risk_margin_mins PIC 9(3) COMP-5 VALUE 15.
       01 diagram_eof    PIC 9(1) COMP-5 VALUE 0.
       01 feed_eof       PIC 9(1) COMP-5 VALUE 0.
       01 deadline_eof   PIC 9(1) COMP-5 VALUE 0.
       01 feed_present   PIC 9(1) COMP-5 VALUE 0.
       01 deadline_present PIC 9(1) COMP-5 VALUE 0.
       01 master_present PIC 9(1) COMP-5 VALUE 0.
       01 node_count     PIC 9(3) COMP-5 VALUE 0.
       01 edge_count     PIC 9(3) COMP-5 VALUE 0.
       01 node_idx       PIC 9(3) COMP-5 VALUE 0.
       01 edge_idx       PIC 9(3) COMP-5 VALUE 0.
       01 cur_idx        PIC 9(3) COMP-5 VALUE 0.
       01 pred_idx       PIC 9(3) COMP-5 VALUE 0.
       01 found_node     PIC 9(3) COMP-5 VALUE 0.
       01 find_id        PIC X(8) VALUE SPACES.
       01 order_count    PIC 9(3) COMP-5 VALUE 0.
       01 order_idx      PIC 9(3) COMP-5 VALUE 0.
       01 queue_head     PIC 9(3) COMP-5 VALUE 0.
       01 path_count     PIC 9(3) COMP-5 VALUE 0.
       01 path_idx       PIC 9(3) COMP-5 VALUE 0.
       01 last_node      PIC 9(3) COMP-5 VALUE 0.
       01 skipped_edges  PIC 9(3) COMP-5 VALUE 0.
       01 cycle_count    PIC 9(3) COMP-5 VALUE 0.
       01 miss_count     PIC 9(3) COMP-5 VALUE 0.
       01 risk_count     PIC 9(3) COMP-5 VALUE 0.
       01 state_total    PIC 9(3) COMP-5 VALUE 0.
       01 exception_count PIC 9(3) COMP-5 VALUE 0.
       01 report_date    PIC 9(8) VALUE 0.
       01 now_time       PIC 9(8) VALUE 0.
       01 now_secs       PIC S9(7) COMP-5 VALUE 0.
       01 pred_end       PIC S9(7) COMP-5 VALUE 0.
       01 slack_secs     PIC S9(7) COMP-5 VALUE 0.
       01 risk_secs      PIC S9(7) COMP-5 VALUE 0.
      * hhmmsscc stamp from the feed or the deadline file, sliced
      * so it can be carried into seconds since the window opened
       01 stamp_time     PIC 9(8) VALUE 0.
       01 stamp_split REDEFINES stamp_time.
           05 stamp_hh   PIC 9(2).
           05 stamp_mm   PIC 9(2).
           05 stamp_ss   PIC 9(2).
           05 stamp_cc   PIC 9(2).
       01 stamp_secs     PIC S9(7) COMP-5 VALUE 0.
       01 show_secs      PIC S9(7) COMP-5 VALUE 0.
       01 show_quot      PIC S9(7) COMP-5 VALUE 0.
       01 show_rem       PIC S9(7) COMP-5 VALUE 0.
       01 time_hh        PIC 9(2) VALUE 0.
       01 time_mm        PIC 9(2) VALUE 0.
       01 time_ss        PIC 9(2) VALUE 0.
       01 time_text      PIC X(8) VALUE SPACES.
       01 span_text      PIC X(6) VALUE SPACES.
       01 span_sign      PIC X(1) VALUE SPACE.
       01 start_text     PIC X(8) VALUE SPACES.
       01 end_text       PIC X(8) VALUE SPACES.
       01 deadline_text  PIC X(8) VALUE SPACES.
       01 state_text     PIC X(8) VALUE SPACES.
       01 proj_mark      PIC X(1) VALUE SPACE.
       01 count_number   PIC ZZ9.
       01 report_text    PIC X(80) VALUE SPACES.
       01 node_table.
           05 node_entry OCCURS 200.
               10 node_id        PIC X(8).
               10 node_label     PIC X(20).
      * 0 no feed entry, 1 waiting, 2 running, 3 ended ok,
      * 4 abended, 5 held
               10 node_state     PIC 9(1) COMP-5.
               10 node_rc        PIC 9(4) COMP-5.
      * actual times from the feed as seconds since the window
      * opened, -1 when the feed has not reached that point
               10 node_act_start PIC S9(7) COMP-5.
               10 node_act_end   PIC S9(7) COMP-5.
               10 node_deadline  PIC S9(7) COMP-5.
               10 node_has_deadline PIC 9(1) COMP-5.
               10 node_est_secs  PIC 9(5) COMP-5.
               10 node_has_est   PIC 9(1) COMP-5.
      * projection, filled in topological order so every
      * predecessor is settled before its successors
               10 node_proj_start PIC S9(7) COMP-5.
               10 node_proj_end  PIC S9(7) COMP-5.
               10 node_projected PIC 9(1) COMP-5.
      * the predecessor whose end holds this job back, 0 for a
      * job with no predecessors; walking it backwards from the
      * latest finisher gives the critical path
               10 node_crit_pred PIC 9(3) COMP-5.
               10 node_indeg     PIC 9(3) COMP-5.
               10 node_sla_flag  PIC X(9).
               10 node_note      PIC X(13).
       01 edge_table.
           05 edge_entry OCCURS 400.
               10 edge_from_id   PIC X(8).
               10 edge_to_id     PIC X(8).
               10 edge_from_node PIC 9(3) COMP-5.
               10 edge_to_node   PIC 9(3) COMP-5.
               10 edge_valid     PIC 9(1) COMP-5.
       01 order_table.
           05 order_node OCCURS 200 PIC 9(3) COMP-5.
       01 path_table.
           05 path_node OCCURS 200 PIC 9(3) COMP-5.

       PROCEDURE DIVISION.
       main.
           ACCEPT report_date FROM DATE YYYYMMDD
           ACCEPT now_time FROM TIME
           MOVE now_time TO stamp_time
           PERFORM stamp-to-secs
           MOVE stamp_secs TO now_secs

           PERFORM load-diagram.
           IF node_count = 0
               DISPLAY "diagram file missing or empty"
               STOP RUN
           END-IF
           PERFORM resolve-edges.
           PERFORM load-status-feed.
           PERFORM load-deadlines.
           PERFORM load-master-deadlines.
           PERFORM order-nodes.
           PERFORM VARYING order_idx FROM 1 BY 1
                   UNTIL order_idx > order_count
               MOVE order_node(order_idx) TO cur_idx
               PERFORM project-one-node
           END-PERFORM.

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "report file open failed, status "
                   WS-REPORT-STATUS
               STOP RUN
           END-IF

           PERFORM write-report-header.
           PERFORM write-projection-section.
           PERFORM write-critical-path.
           PERFORM write-exception-section.
           PERFORM write-summary-section.

           CLOSE REPORT-FILE
           DISPLAY "sla report written, jobs: " node_count
               " will miss: " miss_count " at risk: " risk_count
           STOP RUN.

       load-diagram.
           MOVE 0 TO node_count
           MOVE 0 TO edge_count
           MOVE 0 TO diagram_eof
           OPEN INPUT DIAGRAM-FILE
           IF WS-DIAGRAM-STATUS = "00"
               PERFORM UNTIL diagram_eof = 1
                   READ DIAGRAM-FILE
                       AT END MOVE 1 TO diagram_eof
                       NOT AT END PERFORM store-diagram-record
                   END-READ
               END-PERFORM
               CLOSE DIAGRAM-FILE
           ELSE
               DISPLAY "diagram file open failed, status "
                   WS-DIAGRAM-STATUS
           END-IF.

       store-diagram-record.
           EVALUATE DIAGRAM_RECORD_TYPE
               WHEN "N"
                   IF node_count < 200
                       ADD 1 TO node_count
                       MOVE DIAGRAM_NODE_ID TO node_id(node_count)
                       MOVE DIAGRAM_NODE_LABEL
                           TO node_label(node_count)
                       MOVE 0 TO node_state(node_count)
                       MOVE 0 TO node_rc(node_count)
                       MOVE -1 TO node_act_start(node_count)
                       MOVE -1 TO node_act_end(node_count)
                       MOVE 0 TO node_deadline(node_count)
                       MOVE 0 TO node_has_deadline(node_count)
                       MOVE 0 TO node_est_secs(node_count)
                       MOVE 0 TO node_has_est(node_count)
                       MOVE 0 TO node_proj_start(node_count)
                       MOVE 0 TO node_proj_end(node_count)
                       MOVE 0 TO node_projected(node_count)
                       MOVE 0 TO node_crit_pred(node_count)
                       MOVE 0 TO node_indeg(node_count)
                       MOVE SPACES TO node_sla_flag(node_count)
                       MOVE SPACES TO node_note(node_count)
                   END-IF
               WHEN "E"
                   IF edge_count < 400
                       ADD 1 TO edge_count
                       MOVE DIAGRAM_EDGE_FROM_ID
                           TO edge_from_id(edge_count)
                       MOVE DIAGRAM_EDGE_TO_ID
                           TO edge_to_id(edge_count)
                   END-IF
           END-EVALUATE.

       find-node-by-id.
           MOVE 0 TO found_node
           PERFORM VARYING node_idx FROM 1 BY 1
                   UNTIL node_idx > node_count OR found_node > 0
               IF node_id(node_idx) = find_id
                   MOVE node_idx TO found_node
               END-IF
           END-PERFORM.

      * an edge naming a job that is not on the diagram cannot be
      * walked; it is counted in the summary and left out
       resolve-edges.
           MOVE 0 TO skipped_edges
           PERFORM VARYING edge_idx FROM 1 BY 1
                   UNTIL edge_idx > edge_count
               MOVE 0 TO edge_valid(edge_idx)
               MOVE edge_from_id(edge_idx) TO find_id
               PERFORM find-node-by-id
               MOVE found_node TO edge_from_node(edge_idx)
               MOVE edge_to_id(edge_idx) TO find_id
               PERFORM find-node-by-id
               MOVE found_node TO edge_to_node(edge_idx)
               IF edge_from_node(edge_idx) > 0
                       AND edge_to_node(edge_idx) > 0
                   MOVE 1 TO edge_valid(edge_idx)
               ELSE
                   ADD 1 TO skipped_edges
               END-IF
           END-PERFORM.

       load-status-feed.
           MOVE 0 TO feed_present
           MOVE 0 TO feed_eof
           OPEN INPUT STATUS-FEED-FILE
           IF WS-FEED-STATUS = "00"
               MOVE 1 TO feed_present
               PERFORM UNTIL feed_eof = 1
                   READ STATUS-FEED-FILE
                       AT END MOVE 1 TO feed_eof
                       NOT AT END PERFORM store-feed-record
                   END-READ
               END-PERFORM
               CLOSE STATUS-FEED-FILE
           ELSE
               DISPLAY "status feed open failed, status "
                   WS-FEED-STATUS
           END-IF.

       store-feed-record.
           MOVE JOB_STATUS_ID TO find_id
           PERFORM find-node-by-id
           IF found_node > 0
               EVALUATE JOB_STATUS_STATE
                   WHEN "WAITING"
                       MOVE 1 TO node_state(found_node)
                   WHEN "RUNNING"
                       MOVE 2 TO node_state(found_node)
                   WHEN "ENDED-OK"
                       MOVE 3 TO node_state(found_node)
                   WHEN "ABENDED"
                       MOVE 4 TO node_state(found_node)
      * a held job has not started either and is projected as if
      * it were waiting
                   WHEN "HELD"
                       MOVE 5 TO node_state(found_node)
               END-EVALUATE
               MOVE JOB_STATUS_RC TO node_rc(found_node)
               IF JOB_STATUS_START_TIME > 0
                   MOVE JOB_STATUS_START_TIME TO stamp_time
                   PERFORM stamp-to-secs
                   MOVE stamp_secs TO node_act_start(found_node)
               END-IF
               IF JOB_STATUS_END_TIME > 0
                   MOVE JOB_STATUS_END_TIME TO stamp_time
                   PERFORM stamp-to-secs
                   MOVE stamp_secs TO node_act_end(found_node)
               END-IF
           END-IF.

       load-deadlines.
           MOVE 0 TO deadline_present
           MOVE 0 TO deadline_eof
           OPEN INPUT DEADLINE-FILE
           IF WS-DEADLINE-STATUS = "00"
               MOVE 1 TO deadline_present
               PERFORM UNTIL deadline_eof = 1
                   READ DEADLINE-FILE
                       AT END MOVE 1 TO deadline_eof
                       NOT AT END PERFORM store-deadline-record
                   END-READ
               END-PERFORM
               CLOSE DEADLINE-FILE
           ELSE
               DISPLAY "deadline file open failed, status "
                   WS-DEADLINE-STATUS
           END-IF.

       store-deadline-record.
           MOVE JOB_DEADLINE_ID TO find_id
           PERFORM find-node-by-id
           IF found_node > 0
               IF JOB_DEADLINE_TIME > 0
                   MOVE JOB_DEADLINE_TIME TO stamp_time
                   PERFORM stamp-to-secs
                   MOVE stamp_secs TO node_deadline(found_node)
                   MOVE 1 TO node_has_deadline(found_node)
               END-IF
               IF JOB_DEADLINE_EST_SECS > 0
                   MOVE JOB_DEADLINE_EST_SECS
                       TO node_est_secs(found_node)
                   MOVE 1 TO node_has_est(found_node)
               END-IF
           END-IF.

      * the job master owns the deadline of every job it holds,
      * including a zero meaning the job has none; the deadline
      * file still supplies run estimates and covers jobs not yet
      * on the master
       load-master-deadlines.
           MOVE 0 TO master_present
           OPEN INPUT JOB-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE 1 TO master_present
               PERFORM VARYING node_idx FROM 1 BY 1
                       UNTIL node_idx > node_count
                   MOVE node_id(node_idx) TO JOB_MASTER_ID
                   READ JOB-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY PERFORM apply-master-deadline
                   END-READ
               END-PERFORM
               CLOSE JOB-MASTER-FILE
           END-IF.

       apply-master-deadline.
           IF JOB_MASTER_DEADLINE > 0
               COMPUTE stamp_time = JOB_MASTER_DEADLINE * 10000
               PERFORM stamp-to-secs
               MOVE stamp_secs TO node_deadline(node_idx)
               MOVE 1 TO node_has_deadline(node_idx)
           ELSE
               MOVE 0 TO node_deadline(node_idx)
               MOVE 0 TO node_has_deadline(node_idx)
           END-IF.

      * seconds since the window opened for the stamp in
      * stamp_time
       stamp-to-secs.
           COMPUTE stamp_secs = stamp_hh * 3600
               + stamp_mm * 60 + stamp_ss
           IF stamp_hh < window_start_hh
               ADD 86400 TO stamp_secs
           END-IF.

      * peel jobs with no unsettled predecessor off the network,
      * queue style, so each job is projected after everything it
      * waits for; a job that never reaches the queue sits on a
      * dependency cycle and cannot be projected
       order-nodes.
           PERFORM VARYING edge_idx FROM 1 BY 1
                   UNTIL edge_idx > edge_count
               IF edge_valid(edge_idx) = 1
                   ADD 1 TO node_indeg(edge_to_node(edge_idx))
               END-IF
           END-PERFORM
           MOVE 0 TO order_count
           PERFORM VARYING node_idx FROM 1 BY 1
                   UNTIL node_idx > node_count
               IF node_indeg(node_idx) = 0
                   ADD 1 TO order_count
                   MOVE node_idx TO order_node(order_count)
               END-IF
           END-PERFORM
           MOVE 1 TO queue_head
           PERFORM UNTIL queue_head > order_count
               MOVE order_node(queue_head) TO cur_idx
               ADD 1 TO queue_head
               PERFORM release-successors
           END-PERFORM
           MOVE 0 TO cycle_count
           PERFORM VARYING node_idx FROM 1 BY 1
                   UNTIL node_idx > node_count
               IF node_indeg(node_idx) > 0
                   ADD 1 TO cycle_count
                   MOVE "CYCLE" TO node_note(node_idx)
               END-IF
           END-PERFORM.

       release-successors.
           PERFORM VARYING edge_idx FROM 1 BY 1
                   UNTIL edge_idx > edge_count
               IF edge_valid(edge_idx) = 1
                       AND edge_from_node(edge_idx) = cur_idx
                   MOVE edge_to_node(edge_idx) TO found_node
                   SUBTRACT 1 FROM node_indeg(found_node)
                   IF node_indeg(found_node) = 0
                       ADD 1 TO order_count
                       MOVE found_node TO order_node(order_count)
                   END-IF
               END-IF
           END-PERFORM.

      * finished jobs keep their actual times; everything else
      * starts no earlier than now and no earlier than its latest
      * predecessor, and runs for its normal elapsed time
       project-one-node.
           MOVE -1 TO pred_end
           MOVE 0 TO node_crit_pred(cur_idx)
           PERFORM VARYING edge_idx FROM 1 BY 1
                   UNTIL edge_idx > edge_count
               IF edge_valid(edge_idx) = 1
                       AND edge_to_node(edge_idx) = cur_idx
                   MOVE edge_from_node(edge_idx) TO pred_idx
                   IF node_proj_end(pred_idx) > pred_end
                       MOVE node_proj_end(pred_idx) TO pred_end
                       MOVE pred_idx TO node_crit_pred(cur_idx)
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE node_state(cur_idx)
               WHEN 3
                   IF node_act_start(cur_idx) >= 0
                       MOVE node_act_start(cur_idx)
                           TO node_proj_start(cur_idx)
                   ELSE
                       MOVE pred_end TO node_proj_start(cur_idx)
                   END-IF
                   IF node_act_end(cur_idx) >= 0
                       MOVE node_act_end(cur_idx)
                           TO node_proj_end(cur_idx)
                   ELSE
                       MOVE node_proj_start(cur_idx)
                           TO node_proj_end(cur_idx)
                   END-IF
               WHEN 2
                   IF node_act_start(cur_idx) >= 0
                       MOVE node_act_start(cur_idx)
                           TO node_proj_start(cur_idx)
                   ELSE
                       MOVE now_secs TO node_proj_start(cur_idx)
                   END-IF
                   COMPUTE node_proj_end(cur_idx) =
                       node_proj_start(cur_idx)
                       + node_est_secs(cur_idx)
      * already past its normal run time: it cannot finish before
      * now, and the overrun is worth a look in its own right
                   IF node_proj_end(cur_idx) < now_secs
                       MOVE now_secs TO node_proj_end(cur_idx)
                       IF node_has_est(cur_idx) = 1
                           MOVE "OVERRUN" TO node_note(cur_idx)
                       END-IF
                   END-IF
               WHEN 4
      * nothing downstream moves until the abend is fixed; the
      * projection assumes a rerun starting now
                   MOVE now_secs TO node_proj_start(cur_idx)
                   IF pred_end > now_secs
                       MOVE pred_end TO node_proj_start(cur_idx)
                   END-IF
                   COMPUTE node_proj_end(cur_idx) =
                       node_proj_start(cur_idx)
                       + node_est_secs(cur_idx)
                   MOVE "RERUN ASSUMED" TO node_note(cur_idx)
               WHEN OTHER
                   MOVE now_secs TO node_proj_start(cur_idx)
                   IF pred_end > now_secs
                       MOVE pred_end TO node_proj_start(cur_idx)
                   END-IF
                   COMPUTE node_proj_end(cur_idx) =
                       node_proj_start(cur_idx)
                       + node_est_secs(cur_idx)
           END-EVALUATE
           IF node_state(cur_idx) NOT = 3
                   AND node_has_est(cur_idx) = 0
                   AND node_note(cur_idx) = SPACES
               MOVE "NO ESTIMATE" TO node_note(cur_idx)
           END-IF
           MOVE 1 TO node_projected(cur_idx)
           PERFORM check-deadline.

       check-deadline.
           IF node_has_deadline(cur_idx) = 0
               MOVE "NO DEADLN" TO node_sla_flag(cur_idx)
           ELSE
               COMPUTE slack_secs = node_deadline(cur_idx)
                   - node_proj_end(cur_idx)
               COMPUTE risk_secs = risk_margin_mins * 60
               EVALUATE TRUE
                   WHEN slack_secs < 0 AND node_state(cur_idx) = 3
                       MOVE "MISSED" TO node_sla_flag(cur_idx)
                       ADD 1 TO miss_count
                   WHEN slack_secs < 0
                       MOVE "WILL MISS" TO node_sla_flag(cur_idx)
                       ADD 1 TO miss_count
                   WHEN node_state(cur_idx) = 3
                       MOVE "MET" TO node_sla_flag(cur_idx)
                   WHEN slack_secs < risk_secs
                       MOVE "AT RISK" TO node_sla_flag(cur_idx)
                       ADD 1 TO risk_count
                   WHEN OTHER
                       MOVE "ON TIME" TO node_sla_flag(cur_idx)
               END-EVALUATE
           END-IF.

      * time_text as hh:mm:ss from show_secs, folded back onto
      * the clock; dashes when there is no time to show
       format-time.
           IF show_secs < 0
               MOVE "--:--:--" TO time_text
           ELSE
               DIVIDE show_secs BY 86400 GIVING show_quot
                   REMAINDER show_rem
               DIVIDE show_rem BY 3600 GIVING time_hh
                   REMAINDER show_rem
               DIVIDE show_rem BY 60 GIVING time_mm
                   REMAINDER time_ss
               MOVE SPACES TO time_text
               STRING time_hh ":" time_mm ":" time_ss
                   DELIMITED BY SIZE
                   INTO time_text
           END-IF.

      * span_text as a signed hh:mm from show_secs, for slack and
      * run durations
       format-span.
           IF show_secs < 0
               MOVE "-" TO span_sign
               COMPUTE show_secs = 0 - show_secs
           ELSE
               MOVE "+" TO span_sign
           END-IF
           DIVIDE show_secs BY 3600 GIVING show_quot
               REMAINDER show_rem
           IF show_quot > 99
               MOVE 99 TO show_quot
           END-IF
           MOVE show_quot TO time_hh
           DIVIDE show_rem BY 60 GIVING time_mm
               REMAINDER time_ss
           MOVE SPACES TO span_text
           STRING span_sign time_hh ":" time_mm
               DELIMITED BY SIZE
               INTO span_text.

       set-state-text.
           EVALUATE node_state(node_idx)
               WHEN 1 MOVE "WAITING" TO state_text
               WHEN 2 MOVE "RUNNING" TO state_text
               WHEN 3 MOVE "ENDED-OK" TO state_text
               WHEN 4 MOVE "ABENDED" TO state_text
               WHEN 5 MOVE "HELD" TO state_text
               WHEN OTHER MOVE "NO FEED" TO state_text
           END-EVALUATE.

       write-report-line.
           MOVE report_text TO REPORT_LINE
           WRITE REPORT_LINE
           MOVE SPACES TO report_text.

       write-report-header.
           MOVE now_secs TO show_secs
           PERFORM format-time
           MOVE SPACES TO report_text
           STRING "BATCH WINDOW SLA REPORT  " report_date
               "  AS AT " time_text
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE "========================================"
               TO report_text
           PERFORM write-report-line
           IF feed_present = 0
               MOVE "WARNING no status feed, every job projected as"
                   TO report_text
               PERFORM write-report-line
               MOVE "        not yet started" TO report_text
               PERFORM write-report-line
           END-IF
           IF deadline_present = 0 AND master_present = 0
               MOVE "WARNING no deadline file, nothing can be flagged"
                   TO report_text
               PERFORM write-report-line
           END-IF
           MOVE SPACES TO report_text
           PERFORM write-report-line.

       write-projection-section.
           MOVE "JOB PROJECTIONS" TO report_text
           PERFORM write-report-line
           MOVE "---------------" TO report_text
           PERFORM write-report-line
           STRING "  JOB      STATE    START    END       "
               "DEADLINE SLACK  SLA       NOTE"
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           PERFORM VARYING order_idx FROM 1 BY 1
                   UNTIL order_idx > order_count
               MOVE order_node(order_idx) TO node_idx
               PERFORM write-one-projection
           END-PERFORM
      * jobs on a cycle were never ordered; list them anyway so
      * nothing on the diagram drops out of the report
           PERFORM VARYING node_idx FROM 1 BY 1
                   UNTIL node_idx > node_count
               IF node_projected(node_idx) = 0
                   PERFORM write-one-projection
               END-IF
           END-PERFORM
           MOVE "  * projected, not yet reported by the feed"
               TO report_text
           PERFORM write-report-line
           MOVE SPACES TO report_text
           PERFORM write-report-line.

       write-one-projection.
           PERFORM set-state-text
           IF node_projected(node_idx) = 1
               MOVE node_proj_start(node_idx) TO show_secs
               PERFORM format-time
               MOVE time_text TO start_text
               MOVE node_proj_end(node_idx) TO show_secs
               PERFORM format-time
               MOVE time_text TO end_text
           ELSE
               MOVE "--:--:--" TO start_text
               MOVE "--:--:--" TO end_text
           END-IF
           IF node_state(node_idx) = 3
               MOVE SPACE TO proj_mark
           ELSE
               MOVE "*" TO proj_mark
           END-IF
           IF node_has_deadline(node_idx) = 1
                   AND node_projected(node_idx) = 1
               MOVE node_deadline(node_idx) TO show_secs
               PERFORM format-time
               MOVE time_text TO deadline_text
               COMPUTE show_secs = node_deadline(node_idx)
                   - node_proj_end(node_idx)
               PERFORM format-span
           ELSE
               MOVE "--:--:--" TO deadline_text
               MOVE "      " TO span_text
           END-IF
           MOVE SPACES TO report_text
           STRING "  " node_id(node_idx) " " state_text " "
               start_text " " end_text proj_mark " "
               deadline_text " " span_text " "
               node_sla_flag(node_idx) " " node_note(node_idx)
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line.

      * the job finishing last decides when the night is over;
      * its chain of holding-back predecessors is the path to
      * watch
       write-critical-path.
           MOVE "CRITICAL PATH" TO report_text
           PERFORM write-report-line
           MOVE "-------------" TO report_text
           PERFORM write-report-line
           MOVE 0 TO last_node
           PERFORM VARYING node_idx FROM 1 BY 1
                   UNTIL node_idx > node_count
               IF node_projected(node_idx) = 1
                   IF last_node = 0
                       MOVE node_idx TO last_node
                   ELSE
                       IF node_proj_end(node_idx)
                               > node_proj_end(last_node)
                           MOVE node_idx TO last_node
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF last_node = 0
               MOVE "  none, no job could be projected" TO report_text
               PERFORM write-report-line
           ELSE
               MOVE 0 TO path_count
               MOVE last_node TO cur_idx
               PERFORM UNTIL cur_idx = 0 OR path_count >= 200
                   ADD 1 TO path_count
                   MOVE cur_idx TO path_node(path_count)
                   MOVE node_crit_pred(cur_idx) TO cur_idx
               END-PERFORM
               MOVE "  JOB      STATE    START    END       RUN"
                   TO report_text
               PERFORM write-report-line
               PERFORM VARYING path_idx FROM path_count BY -1
                       UNTIL path_idx < 1
                   MOVE path_node(path_idx) TO node_idx
                   PERFORM write-one-path-step
               END-PERFORM
               MOVE node_proj_end(last_node) TO show_secs
               PERFORM format-time
               MOVE SPACES TO report_text
               STRING "  night projected complete at " time_text
                   " when " node_id(last_node) " ends"
                   DELIMITED BY SIZE
                   INTO report_text
               PERFORM write-report-line
           END-IF
           MOVE SPACES TO report_text
           PERFORM write-report-line.

       write-one-path-step.
           PERFORM set-state-text
           MOVE node_proj_start(node_idx) TO show_secs
           PERFORM format-time
           MOVE time_text TO start_text
           MOVE node_proj_end(node_idx) TO show_secs
           PERFORM format-time
           MOVE time_text TO end_text
           IF node_state(node_idx) = 3
               MOVE SPACE TO proj_mark
           ELSE
               MOVE "*" TO proj_mark
           END-IF
           COMPUTE show_secs = node_proj_end(node_idx)
               - node_proj_start(node_idx)
           PERFORM format-span
           MOVE SPACES TO report_text
           STRING "  " node_id(node_idx) " " state_text " "
               start_text " " end_text proj_mark " "
               span_text(2:5) "  " node_label(node_idx)
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line.

      * what the shift lead needs for the call to the business:
      * which job, how late, and the job upstream holding it back
       write-exception-section.
           MOVE "DEADLINE EXCEPTIONS" TO report_text
           PERFORM write-report-line
           MOVE "-------------------" TO report_text
           PERFORM write-report-line
           MOVE 0 TO exception_count
           PERFORM VARYING node_idx FROM 1 BY 1
                   UNTIL node_idx > node_count
               IF node_sla_flag(node_idx) = "MISSED"
                       OR node_sla_flag(node_idx) = "WILL MISS"
                       OR node_sla_flag(node_idx) = "AT RISK"
                   ADD 1 TO exception_count
                   PERFORM write-one-exception
               END-IF
           END-PERFORM
           IF exception_count = 0
               MOVE "  none" TO report_text
               PERFORM write-report-line
           END-IF
           MOVE SPACES TO report_text
           PERFORM write-report-line.

       write-one-exception.
           MOVE node_proj_end(node_idx) TO show_secs
           PERFORM format-time
           MOVE time_text TO end_text
           MOVE node_deadline(node_idx) TO show_secs
           PERFORM format-time
           MOVE time_text TO deadline_text
           COMPUTE show_secs = node_deadline(node_idx)
               - node_proj_end(node_idx)
           PERFORM format-span
           MOVE SPACES TO report_text
           STRING "  ** " node_id(node_idx) " "
               node_sla_flag(node_idx) " end " end_text
               " deadline " deadline_text " slack " span_text
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE node_crit_pred(node_idx) TO pred_idx
           IF pred_idx > 0 AND node_state(node_idx) NOT = 3
               MOVE node_idx TO cur_idx
               MOVE node_idx TO found_node
      * the earliest unfinished job up the holding-back chain is
      * the one actually in the way; the unfinished jobs between
      * it and this one are only waiting on it
               PERFORM UNTIL cur_idx = 0
                   IF node_state(cur_idx) NOT = 3
                       MOVE cur_idx TO found_node
                   END-IF
                   MOVE node_crit_pred(cur_idx) TO cur_idx
               END-PERFORM
               IF found_node NOT = node_idx
                   MOVE SPACES TO report_text
                   STRING "       held up by " node_id(found_node)
                       " " node_label(found_node)
                       DELIMITED BY SIZE
                       INTO report_text
                   PERFORM write-report-line
               END-IF
           END-IF.

       write-summary-section.
           MOVE "SUMMARY" TO report_text
           PERFORM write-report-line
           MOVE "-------" TO report_text
           PERFORM write-report-line
           MOVE node_count TO count_number
           MOVE SPACES TO report_text
           STRING "  jobs on diagram:     " count_number
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE 0 TO state_total
           PERFORM VARYING node_idx FROM 1 BY 1
                   UNTIL node_idx > node_count
               IF node_state(node_idx) = 3
                   ADD 1 TO state_total
               END-IF
           END-PERFORM
           MOVE state_total TO count_number
           MOVE SPACES TO report_text
           STRING "  ended ok:            " count_number
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE miss_count TO count_number
           MOVE SPACES TO report_text
           STRING "  missed or will miss: " count_number
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE risk_count TO count_number
           MOVE SPACES TO report_text
           STRING "  at risk:             " count_number
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           IF skipped_edges > 0
               MOVE skipped_edges TO count_number
               MOVE SPACES TO report_text
               STRING "  WARNING edges naming unknown jobs: "
                   count_number
                   DELIMITED BY SIZE
                   INTO report_text
               PERFORM write-report-line
           END-IF
           IF cycle_count > 0
               MOVE cycle_count TO count_number
               MOVE SPACES TO report_text
               STRING "  WARNING jobs on a dependency cycle: "
                   count_number
                   DELIMITED BY SIZE
                   INTO report_text
               PERFORM write-report-line
           END-IF.
