           05 month_days OCCURS 12 PIC 9(2).
       01 raise_time_text PIC X(8) VALUE SPACES.
       01 ack_time_text PIC X(8) VALUE SPACES.
       01 op_count      PIC 9(2) COMP-5 VALUE 0.
       01 op_idx        PIC 9(2) COMP-5 VALUE 0.
       01 op_found      PIC 9(2) COMP-5 VALUE 0.
       01 op_dropped    PIC 9(6) COMP-5 VALUE 0.
       01 find_op_id    PIC X(8) VALUE SPACES.
       01 op_name_text  PIC X(8) VALUE SPACES.
       01 op_avg_secs   PIC 9(7) COMP-5 VALUE 0.
       01 acks_number   PIC ZZZZ9.
       01 avg_number    PIC ZZZZZZ9.
       01 max_number    PIC ZZZZZZ9.
       01 actions_number PIC ZZZZ9.
       01 signons_number PIC ZZZ9.
       01 handover_number PIC ZZZ9.
       01 signon_log_count PIC 9(4) COMP-5 VALUE 0.
       01 paging_log_count PIC 9(4) COMP-5 VALUE 0.
       01 page_idx      PIC 9(4) COMP-5 VALUE 0.
       01 raise_idx     PIC S9(5) COMP-5 VALUE 0.
       01 page_action_text PIC X(12) VALUE SPACES.
       01 page_step_text PIC X(14) VALUE SPACES.
       01 page_mins_text PIC X(5) VALUE SPACES.
       01 page_mins_number PIC ZZZ9.
      * whole shift held in storage so RAISE events can be paired
      * with the ACK that follows them, however far apart
       01 event_table.
               10 ev_program PIC X(12).
               10 ev_type    PIC X(12).
               10 ev_object  PIC X(8).
               10 ev_operator PIC X(8).
      * paging events carry the escalation step in the key code
               10 ev_key     PIC 9(3) COMP-5.
               10 ev_matched PIC 9(1) COMP-5.
      * slot of the ACK claimed for this RAISE, 0 when none;
      * filled once by pair-raises so every section agrees
           05 type_entry OCCURS 20.
               10 type_name  PIC X(12).
               10 type_total PIC 9(6) COMP-5.
      * per operator signed on when the event fired; a blank id is
      * activity with nobody signed on, or from before sign-on
       01 op_table.
           05 op_entry OCCURS 50.
               10 op_id        PIC X(8).
               10 op_acks      PIC 9(5) COMP-5.
               10 op_timed     PIC 9(5) COMP-5.
               10 op_ack_secs  PIC 9(9) COMP-5.
               10 op_ack_max   PIC 9(7) COMP-5.
               10 op_actions   PIC 9(5) COMP-5.
               10 op_signons   PIC 9(4) COMP-5.
               10 op_handovers PIC 9(4) COMP-5.
       01 hour_table.
           05 hour_entry OCCURS 24.
               10 hour_total PIC 9(6) COMP-5.
               INTO audit_file_name
           PERFORM read-audit.
           PERFORM pair-raises.
           PERFORM tally-operators.
           IF event_count = 0 AND event_dropped = 0
               DISPLAY "no audit events to report"
               STOP RUN
           PERFORM write-program-counts.
           PERFORM write-type-counts.
           PERFORM write-raise-ack-pairs.
           PERFORM write-operator-section.
           PERFORM write-signon-log.
           PERFORM write-paging-log.
           PERFORM write-hourly-breakdown.

           CLOSE REPORT-FILE
               MOVE AUDIT_EVENT_PROGRAM TO ev_program(event_count)
               MOVE AUDIT_EVENT_TYPE TO ev_type(event_count)
               MOVE AUDIT_EVENT_OBJECT_ID TO ev_object(event_count)
               MOVE AUDIT_EVENT_OPERATOR_ID
                   TO ev_operator(event_count)
               MOVE AUDIT_EVENT_KEY_CODE TO ev_key(event_count)
               MOVE 0 TO ev_matched(event_count)
               MOVE 0 TO ev_pair(event_count)
               PERFORM tally-program
           PERFORM format-time
           MOVE time_text TO raise_time_text
           IF found_idx > 0
               MOVE ev_time(found_idx)(1:2) TO time_hh
               MOVE ev_time(found_idx)(3:2) TO time_mm
               MOVE ev_time(found_idx)(5:2) TO time_ss
               PERFORM format-time
               MOVE time_text TO ack_time_text
               PERFORM compute-ack-elapsed
               MOVE elapsed_secs TO elapsed_number
               MOVE SPACES TO report_text
               STRING "  " ev_object(ev_idx)
                   " after " elapsed_number " secs"
                   DELIMITED BY SIZE
                   INTO report_text
               IF ev_operator(found_idx) NOT = SPACES
                   MOVE " by " TO report_text(61:4)
                   MOVE ev_operator(found_idx) TO report_text(65:8)
               END-IF
               PERFORM write-report-line
           ELSE
               MOVE SPACES TO report_text
                   PERFORM write-report-line
               END-IF
           END-PERFORM.

      * elapsed_secs from the RAISE at ev_idx to its ACK at
      * found_idx
       compute-ack-elapsed.
           MOVE ev_time(ev_idx)(1:2) TO time_hh
           MOVE ev_time(ev_idx)(3:2) TO time_mm
           MOVE ev_time(ev_idx)(5:2) TO time_ss
           COMPUTE raise_secs = time_hh * 3600
               + time_mm * 60 + time_ss
           MOVE ev_time(found_idx)(1:2) TO time_hh
           MOVE ev_time(found_idx)(3:2) TO time_mm
           MOVE ev_time(found_idx)(5:2) TO time_ss
           COMPUTE ack_secs = time_hh * 3600
               + time_mm * 60 + time_ss
           COMPUTE elapsed_secs = ack_secs - raise_secs
      * an acknowledgement stamped on the next calendar day
      * wrapped past midnight
           IF ev_date(found_idx) NOT = ev_date(ev_idx)
               ADD 86400 TO elapsed_secs
           END-IF.

      * acknowledgements and their response times go to whoever
      * was signed on when the ACK was keyed; feed-driven events
      * (RAISE, OVERFLOW), paging and a command the scheduler
      * never carried out are nobody's action
       tally-operators.
           PERFORM VARYING ev_idx FROM 1 BY 1
                   UNTIL ev_idx > event_count
               MOVE ev_operator(ev_idx) TO find_op_id
               EVALUATE ev_type(ev_idx)
                   WHEN "RAISE"
                       IF ev_pair(ev_idx) > 0
                           MOVE ev_pair(ev_idx) TO found_idx
                           MOVE ev_operator(found_idx) TO find_op_id
                           PERFORM find-operator
                           IF op_found > 0
                               PERFORM compute-ack-elapsed
                               ADD 1 TO op_timed(op_found)
                               ADD elapsed_secs
                                   TO op_ack_secs(op_found)
                               IF elapsed_secs > op_ack_max(op_found)
                                   MOVE elapsed_secs
                                       TO op_ack_max(op_found)
                               END-IF
                           END-IF
                       END-IF
                   WHEN "OVERFLOW"
                   WHEN "SIGNOFF"
                   WHEN "SIGNON-FAIL"
                   WHEN "CMD-REFUSED"
                   WHEN "CMD-LAPSED"
                   WHEN "PAGE"
                   WHEN "PAGE-ACK"
                   WHEN "PAGE-STOP"
                       CONTINUE
                   WHEN "ACK"
                       PERFORM find-operator
                       IF op_found > 0
                           ADD 1 TO op_acks(op_found)
                       END-IF
                   WHEN "SIGNON"
                       PERFORM find-operator
                       IF op_found > 0
                           ADD 1 TO op_signons(op_found)
                       END-IF
                   WHEN "HANDOVER"
                       PERFORM find-operator
                       IF op_found > 0
                           ADD 1 TO op_handovers(op_found)
                       END-IF
                   WHEN OTHER
                       PERFORM find-operator
                       IF op_found > 0
                           ADD 1 TO op_actions(op_found)
                       END-IF
               END-EVALUATE
           END-PERFORM.

      * op_found for find_op_id, adding the operator if there is
      * room; 0 when the table is full
       find-operator.
           MOVE 0 TO op_found
           PERFORM VARYING op_idx FROM 1 BY 1
                   UNTIL op_idx > op_count OR op_found > 0
               IF op_id(op_idx) = find_op_id
                   MOVE op_idx TO op_found
               END-IF
           END-PERFORM
           IF op_found = 0
               IF op_count < 50
                   ADD 1 TO op_count
                   MOVE op_count TO op_found
                   MOVE find_op_id TO op_id(op_found)
                   MOVE 0 TO op_acks(op_found)
                   MOVE 0 TO op_timed(op_found)
                   MOVE 0 TO op_ack_secs(op_found)
                   MOVE 0 TO op_ack_max(op_found)
                   MOVE 0 TO op_actions(op_found)
                   MOVE 0 TO op_signons(op_found)
                   MOVE 0 TO op_handovers(op_found)
               ELSE
                   ADD 1 TO op_dropped
               END-IF
           END-IF.

       write-operator-section.
           MOVE "OPERATOR ACCOUNTABILITY" TO report_text
           PERFORM write-report-line
           MOVE "-----------------------" TO report_text
           PERFORM write-report-line
           STRING "  OPERATOR  ACKS  AVG SECS  MAX SECS  ACTIONS"
               "  SIGN-ONS  HANDOVERS"
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           PERFORM VARYING op_idx FROM 1 BY 1
                   UNTIL op_idx > op_count
               IF op_id(op_idx) = SPACES
                   MOVE "(none)" TO op_name_text
               ELSE
                   MOVE op_id(op_idx) TO op_name_text
               END-IF
               MOVE 0 TO op_avg_secs
               IF op_timed(op_idx) > 0
                   DIVIDE op_ack_secs(op_idx) BY op_timed(op_idx)
                       GIVING op_avg_secs ROUNDED
               END-IF
               MOVE op_acks(op_idx) TO acks_number
               MOVE op_avg_secs TO avg_number
               MOVE op_ack_max(op_idx) TO max_number
               MOVE op_actions(op_idx) TO actions_number
               MOVE op_signons(op_idx) TO signons_number
               MOVE op_handovers(op_idx) TO handover_number
               MOVE SPACES TO report_text
               STRING "  " op_name_text " " acks_number "   "
                   avg_number "   " max_number "    "
                   actions_number "      " signons_number
                   "       " handover_number
                   DELIMITED BY SIZE
                   INTO report_text
               PERFORM write-report-line
           END-PERFORM
           IF op_count = 0
               MOVE "  none" TO report_text
               PERFORM write-report-line
           END-IF
           IF op_dropped > 0
               MOVE op_dropped TO count_number
               MOVE SPACES TO report_text
               STRING "  WARNING events beyond operator table: "
                   count_number
                   DELIMITED BY SIZE
                   INTO report_text
               PERFORM write-report-line
           END-IF
           MOVE "  (none) is activity with nobody signed on"
               TO report_text
           PERFORM write-report-line
           MOVE SPACES TO report_text
           PERFORM write-report-line.

      * who held each console when, in event order
       write-signon-log.
           MOVE "SIGN-ON, SIGN-OFF AND HANDOVER LOG" TO report_text
           PERFORM write-report-line
           MOVE "----------------------------------" TO report_text
           PERFORM write-report-line
           MOVE 0 TO signon_log_count
           PERFORM VARYING ev_idx FROM 1 BY 1
                   UNTIL ev_idx > event_count
               IF ev_type(ev_idx) = "SIGNON"
                       OR ev_type(ev_idx) = "SIGNOFF"
                       OR ev_type(ev_idx) = "HANDOVER"
                       OR ev_type(ev_idx) = "SIGNON-FAIL"
                   ADD 1 TO signon_log_count
                   MOVE ev_time(ev_idx)(1:2) TO time_hh
                   MOVE ev_time(ev_idx)(3:2) TO time_mm
                   MOVE ev_time(ev_idx)(5:2) TO time_ss
                   PERFORM format-time
                   MOVE SPACES TO report_text
                   EVALUATE ev_type(ev_idx)
                       WHEN "HANDOVER"
                           STRING "  " ev_date(ev_idx) " " time_text
                               " " ev_program(ev_idx) " "
                               ev_operator(ev_idx) " handed over to "
                               ev_object(ev_idx)
                               DELIMITED BY SIZE
                               INTO report_text
                       WHEN "SIGNON-FAIL"
                           STRING "  " ev_date(ev_idx) " " time_text
                               " " ev_program(ev_idx) " "
                               ev_object(ev_idx) " REFUSED"
                               DELIMITED BY SIZE
                               INTO report_text
                       WHEN OTHER
                           STRING "  " ev_date(ev_idx) " " time_text
                               " " ev_program(ev_idx) " "
                               ev_operator(ev_idx) " "
                               ev_type(ev_idx) " "
                               ev_object(ev_idx)
                               DELIMITED BY SIZE
                               INTO report_text
                   END-EVALUATE
                   PERFORM write-report-line
               END-IF
           END-PERFORM
           IF signon_log_count = 0
               MOVE "  none" TO report_text
               PERFORM write-report-line
           END-IF
           MOVE SPACES TO report_text
           PERFORM write-report-line.

      * every page sent for a critical alert and the
      * acknowledgement that stopped the chain, timed from the
      * alert's RAISE, to show the paging control waits were kept
       write-paging-log.
           MOVE "PAGING ESCALATION LOG" TO report_text
           PERFORM write-report-line
           MOVE "---------------------" TO report_text
           PERFORM write-report-line
           STRING "  DATE     TIME     ALERT    EVENT       STEP"
               "           MINS AFTER RAISE"
               DELIMITED BY SIZE
               INTO report_text
           PERFORM write-report-line
           MOVE 0 TO paging_log_count
           PERFORM VARYING page_idx FROM 1 BY 1
                   UNTIL page_idx > event_count
               IF ev_type(page_idx) = "PAGE"
                       OR ev_type(page_idx) = "PAGE-ACK"
                       OR ev_type(page_idx) = "PAGE-STOP"
                   ADD 1 TO paging_log_count
                   PERFORM write-one-page-event
               END-IF
           END-PERFORM
           IF paging_log_count = 0
               MOVE "  none" TO report_text
               PERFORM write-report-line
           END-IF
           MOVE SPACES TO report_text
           PERFORM write-report-line.

       write-one-page-event.
           EVALUATE ev_type(page_idx)
               WHEN "PAGE"
                   MOVE "paged" TO page_action_text
               WHEN "PAGE-ACK"
                   MOVE "page acked" TO page_action_text
               WHEN OTHER
                   MOVE "console ack" TO page_action_text
           END-EVALUATE
           EVALUATE ev_key(page_idx)
               WHEN 1
                   MOVE "primary" TO page_step_text
               WHEN 2
                   MOVE "secondary" TO page_step_text
               WHEN 3
                   MOVE "shift manager" TO page_step_text
               WHEN OTHER
                   MOVE "unknown" TO page_step_text
           END-EVALUATE
      * the RAISE is the latest one for the alert before the event
           MOVE 0 TO ev_idx
           PERFORM VARYING raise_idx FROM page_idx BY -1
                   UNTIL raise_idx < 1 OR ev_idx > 0
               IF ev_type(raise_idx) = "RAISE"
                       AND ev_object(raise_idx) = ev_object(page_idx)
                   MOVE raise_idx TO ev_idx
               END-IF
           END-PERFORM
           IF ev_idx > 0
               MOVE page_idx TO found_idx
               PERFORM compute-ack-elapsed
               DIVIDE elapsed_secs BY 60 GIVING page_mins_number
               MOVE page_mins_number TO page_mins_text
           ELSE
               MOVE "    ?" TO page_mins_text
           END-IF
           MOVE ev_time(page_idx)(1:2) TO time_hh
           MOVE ev_time(page_idx)(3:2) TO time_mm
           MOVE ev_time(page_idx)(5:2) TO time_ss
           PERFORM format-time
           MOVE SPACES TO report_text
           STRING "  " ev_date(page_idx) " " time_text " "
               ev_object(page_idx) " " page_action_text
               page_step_text " " page_mins_text
               DELIMITED BY SIZE
               INTO report_text
           IF ev_type(page_idx) = "PAGE-STOP"
                   AND ev_operator(page_idx) NOT = SPACES
               MOVE " by " TO report_text(68:4)
               MOVE ev_operator(page_idx) TO report_text(72:8)
           END-IF
           PERFORM write-report-line.
