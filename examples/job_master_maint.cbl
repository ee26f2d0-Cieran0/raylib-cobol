       IDENTIFICATION DIVISION.
       PROGRAM-ID. raylib-test.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOB-MASTER-FILE ASSIGN TO
               "examples/job_master.dat"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY JOB_MASTER_ID
               FILE STATUS WS-MASTER-STATUS.
           SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO
               "examples/job_master_changes.log"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-CHANGE-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO DYNAMIC audit_file_name
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
           SELECT ROSTER-FILE ASSIGN TO
               "examples/operator_roster.dat"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS WS-ROSTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOB-MASTER-FILE.
       COPY RAYLIB_JOB_MASTER.CBL.
       FD CHANGE-LOG-FILE.
       COPY RAYLIB_JOB_MASTER_CHANGE.CBL.
       FD AUDIT-FILE.
       COPY RAYLIB_AUDIT_EVENT.CBL.
       FD ROSTER-FILE.
       COPY RAYLIB_OPERATOR.CBL.

       WORKING-STORAGE SECTION.
       COPY RAYLIB_KEYS.CBL.
       COPY RAYLIB_COLORS.CBL.
       COPY RAYLIB_STATUS.CBL.
       COPY RAYLIB_HEADLESS.CBL.
       COPY RAYLIB_TEXT_ENTRY.CBL.
       01 WS-MASTER-STATUS PIC XX.
       01 WS-CHANGE-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-ROSTER-STATUS PIC XX.
       01 char_code      PIC 9(5) COMP-5 VALUE 0.
       01 char_pos       PIC 9(3) COMP-5 VALUE 0.
      * printable ASCII codepoints 32-126 in order, so the glyph
      * for codepoint N is printable_char(N - 31) on any platform
       01 printable_table.
           05 FILLER PIC X(16) VALUE " !""#$%&'()*+,-./".
           05 FILLER PIC X(16) VALUE "0123456789:;<=>?".
           05 FILLER PIC X(16) VALUE "@ABCDEFGHIJKLMNO".
           05 FILLER PIC X(16) VALUE "PQRSTUVWXYZ[\]^_".
           05 FILLER PIC X(16) VALUE "`abcdefghijklmno".
           05 FILLER PIC X(15) VALUE "pqrstuvwxyz{|}~".
       01 printable_view REDEFINES printable_table.
           05 printable_char OCCURS 95 PIC X(1).
       01 width        PIC 9(4) COMP-5 VALUE 800.
       01 height       PIC 9(4) COMP-5 VALUE 450.
       01 window_title PIC X(30) VALUE "job master".
       01 closing      PIC 9(1) COMP-5 VALUE 0.
       01 buffer       PIC 9(1) COMP-5 VALUE 0.
       01 master_open  PIC 9(1) COMP-5 VALUE 0.
       01 change_open  PIC 9(1) COMP-5 VALUE 0.
       01 audit_open   PIC 9(1) COMP-5 VALUE 0.
      * sign-ons and master changes go to the same dated audit
      * file as the consoles' events
       01 audit_file_name PIC X(40) VALUE SPACES.
       01 audit_open_date PIC 9(8) VALUE 0.
       01 event_type   PIC X(12) VALUE SPACES.
       01 event_object PIC X(8) VALUE SPACES.
       01 roster_eof   PIC 9(1) COMP-5 VALUE 0.
       01 roster_limit PIC 9(3) COMP-5 VALUE 200.
       01 roster_count PIC 9(3) COMP-5 VALUE 0.
       01 roster_idx   PIC 9(3) COMP-5 VALUE 0.
       01 roster_table.
           05 roster_entry OCCURS 200.
               10 roster_id    PIC X(8).
               10 roster_name  PIC X(20).
               10 roster_auth  PIC 9(1) COMP-5.
               10 roster_shift PIC X(8).
               10 roster_start PIC 9(4).
               10 roster_end   PIC 9(4).
       01 signed_on     PIC 9(1) COMP-5 VALUE 0.
       01 entered_id   PIC X(8) VALUE SPACES.
       01 signon_id    PIC X(8) VALUE SPACES.
       01 signon_name  PIC X(20) VALUE SPACES.
       01 signon_auth  PIC 9(1) COMP-5 VALUE 0.
       01 signon_shift PIC X(8) VALUE SPACES.
       01 signon_found PIC 9(1) COMP-5 VALUE 0.
       01 signon_on_shift PIC 9(1) COMP-5 VALUE 0.
       01 signon_now    PIC 9(8) VALUE 0.
       01 signon_now_parts REDEFINES signon_now.
           05 signon_now_hhmm PIC 9(4).
           05 FILLER          PIC 9(4).
       01 shift_hours   PIC X(9) VALUE SPACES.
      * 0 none chosen, 1 add, 2 change, 3 inquire, 4 delete
       01 maint_mode   PIC 9(1) COMP-5 VALUE 0.
       01 new_mode     PIC 9(1) COMP-5 VALUE 0.
      * 0 waiting for a function key, 1 typing the job id,
      * 2 typing the detail fields, 3 showing an entry,
      * 4 waiting for a delete to be confirmed
       01 maint_step   PIC 9(1) COMP-5 VALUE 0.
       01 record_found PIC 9(1) COMP-5 VALUE 0.
       01 field_error  PIC 9(1) COMP-5 VALUE 0.
       01 scan_done    PIC 9(1) COMP-5 VALUE 0.
      * one typed buffer per screen field: 1 job id,
      * 2 application, 3 support group, 4 on-call contact,
      * 5 criticality, 6 deadline
       01 field_count  PIC 9(1) COMP-5 VALUE 6.
       01 field_idx    PIC 9(1) COMP-5 VALUE 0.
       01 cur_field    PIC 9(1) COMP-5 VALUE 1.
       01 field_table.
           05 field_entry OCCURS 6.
               10 field_buffer PIC X(24).
               10 field_len    PIC 9(2) COMP-5.
       01 field_max_table.
           05 FILLER PIC X(12) VALUE "081212240104".
       01 field_max_view REDEFINES field_max_table.
           05 field_max OCCURS 6 PIC 9(2).
       01 field_label_table.
           05 FILLER PIC X(16) VALUE "job id".
           05 FILLER PIC X(16) VALUE "application".
           05 FILLER PIC X(16) VALUE "support group".
           05 FILLER PIC X(16) VALUE "on-call contact".
           05 FILLER PIC X(16) VALUE "criticality 1-3".
           05 FILLER PIC X(16) VALUE "deadline hhmm".
       01 field_label_view REDEFINES field_label_table.
           05 field_label OCCURS 6 PIC X(16).
       01 field_display PIC X(26) VALUE SPACES.
       01 fieldY        PIC S9(4) COMP-5 VALUE 0.
       01 crit_digit    PIC 9(1) VALUE 0.
       01 deadline_value PIC 9(4) VALUE 0.
       01 deadline_parts REDEFINES deadline_value.
           05 deadline_hh PIC 9(2).
           05 deadline_mm PIC 9(2).
       01 before_image  PIC X(85) VALUE SPACES.
       01 after_image   PIC X(85) VALUE SPACES.
       01 change_action PIC X(8) VALUE SPACES.
       01 now_date      PIC 9(8) VALUE 0.
       01 now_time      PIC 9(8) VALUE 0.
       01 message_text  PIC X(60) VALUE SPACES.
       01 message_error PIC 9(1) COMP-5 VALUE 0.
       01 mode_text     PIC X(20) VALUE SPACES.
       01 operator_text PIC X(60) VALUE SPACES.
       01 prompt_text   PIC X(42) VALUE SPACES.
       01 updated_text  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       main.
           PERFORM load-roster.
           PERFORM open-master-file.
           PERFORM open-change-log.
           PERFORM open-audit-file.

           CALL "raylib_InitWindow" USING
               BY VALUE width
               BY VALUE height
               BY REFERENCE window_title
               RETURNING RAYLIB_STATUS_CODE.

           IF RAYLIB_STATUS_CODE = RAYLIB_STATUS_DISPLAY_UNAVAILABLE
               MOVE 1 TO RAYLIB_HEADLESS_MODE
               CALL "raylib_InitHeadless" USING
                   BY VALUE width
                   BY VALUE height
                   RETURNING RAYLIB_STATUS_CODE
           END-IF.

           IF RAYLIB_STATUS_CODE NOT = RAYLIB_STATUS_SUCCESS
               DISPLAY "raylib_InitWindow failed, status "
                   RAYLIB_STATUS_CODE
               PERFORM close-files
               STOP RUN
           END-IF.

      * the sign-on field takes an operator id, nothing longer
           MOVE 8 TO RAYLIB_TEXT_ENTRY_MAX.
           MOVE 1 TO RAYLIB_TEXT_ENTRY_ACTIVE.

           IF RAYLIB_HEADLESS_MODE = 1
               MOVE "examples/job_master_maint.png"
                   TO RAYLIB_HEADLESS_OUTPUT_PATH
               PERFORM draw-frame
               CALL "raylib_TakeScreenshot" USING
                   BY REFERENCE RAYLIB_HEADLESS_OUTPUT_PATH
               PERFORM close-files
               STOP RUN
           END-IF.

           CALL "raylib_SetTargetFPS" USING
               BY VALUE 60
               RETURNING RAYLIB_STATUS_CODE.

           PERFORM UNTIL closing = 1

               IF signed_on = 0
                   PERFORM handle-sign-on-input
               ELSE
                   EVALUATE maint_step
                       WHEN 1
                       WHEN 2
                           PERFORM handle-field-input
                       WHEN 4
                           PERFORM handle-delete-confirm
                       WHEN OTHER
                           PERFORM handle-function-keys
                   END-EVALUATE
               END-IF

               PERFORM draw-frame
               CALL "raylib_WindowShouldClose" RETURNING closing

           END-PERFORM.
           PERFORM sign-off.
           PERFORM close-files.
           STOP RUN.

       load-roster.
           MOVE 0 TO roster_count
           MOVE 0 TO roster_eof
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS = "00"
               PERFORM UNTIL roster_eof = 1
                   READ ROSTER-FILE
                       AT END MOVE 1 TO roster_eof
                       NOT AT END
                           IF roster_count < roster_limit
                               ADD 1 TO roster_count
                               MOVE OPERATOR_ID
                                   TO roster_id(roster_count)
                               MOVE OPERATOR_NAME
                                   TO roster_name(roster_count)
                               MOVE OPERATOR_AUTH
                                   TO roster_auth(roster_count)
                               MOVE OPERATOR_SHIFT
                                   TO roster_shift(roster_count)
                               MOVE OPERATOR_SHIFT_START
                                   TO roster_start(roster_count)
                               MOVE OPERATOR_SHIFT_END
                                   TO roster_end(roster_count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           ELSE
               DISPLAY "operator roster open failed, status "
                   WS-ROSTER-STATUS
           END-IF.

      * OPTIONAL lets the first I-O open create an empty master
       open-master-file.
           OPEN I-O JOB-MASTER-FILE
           IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "05"
               MOVE 1 TO master_open
           ELSE
               MOVE 0 TO master_open
               DISPLAY "job master open failed, status "
                   WS-MASTER-STATUS
           END-IF.

       open-change-log.
           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-CHANGE-STATUS = "00" OR WS-CHANGE-STATUS = "05"
               MOVE 1 TO change_open
           ELSE
               MOVE 0 TO change_open
               DISPLAY "job master change log open failed, status "
                   WS-CHANGE-STATUS
           END-IF.

       open-audit-file.
           ACCEPT audit_open_date FROM DATE YYYYMMDD
           MOVE SPACES TO audit_file_name
           STRING "examples/operator_audit_" audit_open_date
               ".log"
               DELIMITED BY SIZE
               INTO audit_file_name
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "05"
               MOVE 1 TO audit_open
           ELSE
               MOVE 0 TO audit_open
               DISPLAY "audit file open failed, status "
                   WS-AUDIT-STATUS
           END-IF.

       close-files.
           IF master_open = 1
               CLOSE JOB-MASTER-FILE
           END-IF
           IF change_open = 1
               CLOSE CHANGE-LOG-FILE
           END-IF
           IF audit_open = 1
               CLOSE AUDIT-FILE
           END-IF.

       handle-sign-on-input.
      * TAB clears the field; ESC is raylib's default exit key
           CALL "raylib_IsKeyPressed" USING
               BY VALUE RAYLIB_KEY_TAB
               RETURNING buffer
           IF buffer = 1
               MOVE SPACES TO RAYLIB_TEXT_ENTRY_BUFFER
               MOVE 0 TO RAYLIB_TEXT_ENTRY_CURSOR
           END-IF

           CALL "raylib_IsKeyPressed" USING
               BY VALUE RAYLIB_KEY_BACKSPACE
               RETURNING buffer
           IF buffer = 1 AND RAYLIB_TEXT_ENTRY_CURSOR > 0
               MOVE SPACE TO RAYLIB_TEXT_ENTRY_BUFFER
                   (RAYLIB_TEXT_ENTRY_CURSOR:1)
               SUBTRACT 1 FROM RAYLIB_TEXT_ENTRY_CURSOR
           END-IF

           CALL "raylib_GetCharPressed" RETURNING char_code
           PERFORM UNTIL char_code = 0
               IF char_code >= 32 AND char_code <= 126
                       AND RAYLIB_TEXT_ENTRY_CURSOR
                       < RAYLIB_TEXT_ENTRY_MAX
                   ADD 1 TO RAYLIB_TEXT_ENTRY_CURSOR
                   COMPUTE char_pos = char_code - 31
                   MOVE printable_char(char_pos)
                       TO RAYLIB_TEXT_ENTRY_BUFFER
                       (RAYLIB_TEXT_ENTRY_CURSOR:1)
               END-IF
               CALL "raylib_GetCharPressed" RETURNING char_code
           END-PERFORM

           CALL "raylib_IsKeyPressed" USING
               BY VALUE RAYLIB_KEY_ENTER
               RETURNING buffer
           IF buffer = 1
               PERFORM check-operator
           END-IF.

      * the id must be on the roster and inside its shift, as at
      * the consoles; every refusal is audited against the id
      * that was typed
       check-operator.
           MOVE RAYLIB_TEXT_ENTRY_BUFFER(1:8) TO entered_id
           INSPECT entered_id CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO signon_found
           MOVE 0 TO signon_on_shift
           IF entered_id NOT = SPACES
               PERFORM VARYING roster_idx FROM 1 BY 1
                       UNTIL roster_idx > roster_count
                           OR signon_found = 1
                   IF roster_id(roster_idx) = entered_id
                       MOVE 1 TO signon_found
                   END-IF
               END-PERFORM
           END-IF
           IF signon_found = 1
               SUBTRACT 1 FROM roster_idx
               PERFORM check-shift
           END-IF
           MOVE 1 TO message_error
           MOVE SPACES TO message_text
           EVALUATE TRUE
               WHEN entered_id = SPACES
                   MOVE "type an operator id" TO message_text
               WHEN signon_found = 0
                   MOVE "operator id is not on the roster"
                       TO message_text
               WHEN signon_on_shift = 0
                   STRING entered_id DELIMITED BY SPACE
                       " is rostered " DELIMITED BY SIZE
                       roster_shift(roster_idx) DELIMITED BY SPACE
                       " " shift_hours ", not on shift now"
                       DELIMITED BY SIZE
                       INTO message_text
               WHEN OTHER
                   MOVE 0 TO message_error
           END-EVALUATE
           IF message_error = 1
               IF entered_id NOT = SPACES
                   MOVE "SIGNON-FAIL" TO event_type
                   MOVE entered_id TO event_object
                   PERFORM write-audit-event
               END-IF
           ELSE
               MOVE entered_id TO signon_id
               MOVE roster_name(roster_idx) TO signon_name
               MOVE roster_auth(roster_idx) TO signon_auth
               MOVE roster_shift(roster_idx) TO signon_shift
               MOVE "SIGNON" TO event_type
               MOVE signon_shift TO event_object
               PERFORM write-audit-event
               STRING "signed on as " signon_id
                   DELIMITED BY SIZE
                   INTO message_text
               MOVE 1 TO signed_on
               MOVE 0 TO RAYLIB_TEXT_ENTRY_ACTIVE
           END-IF
           MOVE SPACES TO RAYLIB_TEXT_ENTRY_BUFFER
           MOVE 0 TO RAYLIB_TEXT_ENTRY_CURSOR.

      * start and end are hhmm; an end earlier than the start is
      * a night shift running past midnight, equal means any hour
       check-shift.
           ACCEPT signon_now FROM TIME
           MOVE SPACES TO shift_hours
           STRING roster_start(roster_idx) "-"
               roster_end(roster_idx)
               DELIMITED BY SIZE
               INTO shift_hours
           EVALUATE TRUE
               WHEN roster_start(roster_idx) = roster_end(roster_idx)
                   MOVE 1 TO signon_on_shift
               WHEN roster_start(roster_idx) < roster_end(roster_idx)
                   IF signon_now_hhmm >= roster_start(roster_idx)
                           AND signon_now_hhmm < roster_end(roster_idx)
                       MOVE 1 TO signon_on_shift
                   END-IF
               WHEN OTHER
                   IF signon_now_hhmm >= roster_start(roster_idx)
                           OR signon_now_hhmm < roster_end(roster_idx)
                       MOVE 1 TO signon_on_shift
                   END-IF
           END-EVALUATE.

       sign-off.
           IF signon_id NOT = SPACES
               MOVE "SIGNOFF" TO event_type
               MOVE signon_shift TO event_object
               PERFORM write-audit-event
           END-IF
           MOVE SPACES TO signon_id
           MOVE SPACES TO signon_name
           MOVE SPACES TO signon_shift
           MOVE 0 TO signed_on.

       handle-function-keys.
           MOVE 0 TO new_mode
           CALL "raylib_IsKeyPressed" USING
               BY VALUE RAYLIB_KEY_F1
               RETURNING buffer
           IF buffer = 1
               MOVE 1 TO new_mode
           END-IF

           CALL "raylib_IsKeyPressed" USING
               BY VALUE RAYLIB_KEY_F2
               RETURNING buffer
           IF buffer = 1
               MOVE 2 TO new_mode
           END-IF

           CALL "raylib_IsKeyPressed" USING
               BY VALUE RAYLIB_KEY_F3
               RETURNING buffer
           IF buffer = 1
               MOVE 3 TO new_mode
           END-IF

           CALL "raylib_IsKeyPressed" USING
               BY VALUE RAYLIB_KEY_F4
               RETURNING buffer
           IF buffer = 1
               MOVE 4 TO new_mode
           END-IF

           IF new_mode > 0
               PERFORM start-function
           END-IF.

      * inquiry is open to everyone on the roster; add, change and
      * delete need the maintenance flag on the operator's entry
       start-function.
           IF master_open = 0
               MOVE 1 TO message_error
               MOVE "job master file is not open" TO message_text
           ELSE
               IF new_mode NOT = 3 AND signon_auth NOT = 1
                   MOVE 1 TO message_error
                   MOVE "not authorized to maintain the job master"
                       TO message_text
               ELSE
                   MOVE new_mode TO maint_mode
                   MOVE 1 TO maint_step
                   MOVE 1 TO cur_field
                   PERFORM clear-fields
                   MOVE 0 TO message_error
                   MOVE "type the job id, ENTER looks it up"
                       TO message_text
               END-IF
           END-IF.

       clear-fields.
           PERFORM VARYING field_idx FROM 1 BY 1
                   UNTIL field_idx > field_count
               MOVE SPACES TO field_buffer(field_idx)
               MOVE 0 TO field_len(field_idx)
           END-PERFORM
           MOVE SPACES TO before_image
           MOVE SPACES TO updated_text.

       handle-field-input.
           CALL "raylib_IsKeyPressed" USING
               BY VALUE RAYLIB_KEY_F10
               RETURNING buffer
           IF buffer = 1
               MOVE 0 TO maint_step
               MOVE 0 TO maint_mode
               PERFORM clear-fields
               MOVE 0 TO message_error
               MOVE "cancelled, nothing written" TO message_text
           END-IF

      * the job id is the key, so once an entry is found only the
      * detail fields 2-6 take part in field movement
           IF maint_step = 2
               CALL "raylib_IsKeyPressed" USING
                   BY VALUE RAYLIB_KEY_TAB
                   RETURNING buffer
               IF buffer = 0
                   CALL "raylib_IsKeyPressed" USING
                       BY VALUE RAYLIB_KEY_DOWN
                       RETURNING buffer
               END-IF
               IF buffer = 1
                   ADD 1 TO cur_field
                   IF cur_field > field_count
                       MOVE 2 TO cur_field
                   END-IF
               END-IF

               CALL "raylib_IsKeyPressed" USING
                   BY VALUE RAYLIB_KEY_UP
                   RETURNING buffer
               IF buffer = 1
                   IF cur_field <= 2
                       MOVE field_count TO cur_field
                   ELSE
                       SUBTRACT 1 FROM cur_field
                   END-IF
               END-IF
           END-IF

           IF maint_step = 1 OR maint_step = 2
               CALL "raylib_IsKeyPressed" USING
                   BY VALUE RAYLIB_KEY_BACKSPACE
                   RETURNING buffer
               IF buffer = 1 AND field_len(cur_field) > 0
                   MOVE SPACE TO field_buffer(cur_field)
                       (field_len(cur_field):1)
                   SUBTRACT 1 FROM field_len(cur_field)
               END-IF

               CALL "raylib_GetCharPressed" RETURNING char_code
               PERFORM UNTIL char_code = 0
                   IF char_code >= 32 AND char_code <= 126
                           AND field_len(cur_field)
                           < field_max(cur_field)
                       ADD 1 TO field_len(cur_field)
                       COMPUTE char_pos = char_code - 31
                       MOVE printable_char(char_pos)
                           TO field_buffer(cur_field)
                           (field_len(cur_field):1)
                   END-IF
                   CALL "raylib_GetCharPressed" RETURNING char_code
               END-PERFORM

               CALL "raylib_IsKeyPressed" USING
                   BY VALUE RAYLIB_KEY_ENTER
                   RETURNING buffer
               IF buffer = 1
                   IF maint_step = 1
                       PERFORM look-up-job
                   ELSE
                       PERFORM save-entry
                   END-IF
               END-IF
           END-IF.

       look-up-job.
           INSPECT field_buffer(1) CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF field_buffer(1) = SPACES
                   OR field_buffer(1)(1:1) = SPACE
               MOVE 1 TO message_error
               MOVE "job id is required and starts in column 1"
                   TO message_text
           ELSE
               MOVE field_buffer(1)(1:8) TO JOB_MASTER_ID
               READ JOB-MASTER-FILE
                   KEY IS JOB_MASTER_ID
                   INVALID KEY MOVE 0 TO record_found
                   NOT INVALID KEY MOVE 1 TO record_found
               END-READ
               MOVE 0 TO message_error
               EVALUATE TRUE
                   WHEN maint_mode = 1 AND record_found = 1
                       MOVE 1 TO message_error
                       MOVE "job is already on the master, F2 changes"
                           TO message_text
                   WHEN maint_mode = 1
                       MOVE 2 TO maint_step
                       MOVE 2 TO cur_field
                       MOVE "TAB next field, ENTER saves, F10 cancels"
                           TO message_text
                   WHEN record_found = 0
                       MOVE 1 TO message_error
                       MOVE "job is not on the master" TO message_text
                   WHEN maint_mode = 2
                       PERFORM record-to-fields
                       MOVE 2 TO maint_step
                       MOVE 2 TO cur_field
                       MOVE "TAB next field, ENTER saves, F10 cancels"
                           TO message_text
                   WHEN maint_mode = 3
                       PERFORM record-to-fields
                       MOVE 3 TO maint_step
                       MOVE "F1-F4 for the next job" TO message_text
                   WHEN maint_mode = 4
                       PERFORM record-to-fields
                       MOVE 4 TO maint_step
                       MOVE "delete this entry? Y deletes, N keeps it"
                           TO message_text
               END-EVALUATE
           END-IF.

       record-to-fields.
           MOVE JOB_MASTER_RECORD TO before_image
           MOVE JOB_MASTER_APPLICATION TO field_buffer(2)
           MOVE JOB_MASTER_SUPPORT_GROUP TO field_buffer(3)
           MOVE JOB_MASTER_ONCALL TO field_buffer(4)
           MOVE JOB_MASTER_CRITICALITY TO field_buffer(5)
           IF JOB_MASTER_DEADLINE = 0
               MOVE SPACES TO field_buffer(6)
           ELSE
               MOVE JOB_MASTER_DEADLINE TO field_buffer(6)
           END-IF
           PERFORM VARYING field_idx FROM 2 BY 1
                   UNTIL field_idx > field_count
               PERFORM set-field-length
           END-PERFORM
           MOVE SPACES TO updated_text
           STRING "last updated " JOB_MASTER_UPDATED_DATE " "
               JOB_MASTER_UPDATED_TIME(1:4) " by "
               JOB_MASTER_UPDATED_BY
               DELIMITED BY SIZE
               INTO updated_text.

      * a field loaded from the file is as long as its last
      * non-blank character, so typing carries on from there
       set-field-length.
           MOVE field_max(field_idx) TO field_len(field_idx)
           MOVE 0 TO scan_done
           PERFORM UNTIL scan_done = 1
               IF field_len(field_idx) = 0
                   MOVE 1 TO scan_done
               ELSE
                   IF field_buffer(field_idx)
                           (field_len(field_idx):1) NOT = SPACE
                       MOVE 1 TO scan_done
                   ELSE
                       SUBTRACT 1 FROM field_len(field_idx)
                   END-IF
               END-IF
           END-PERFORM.

      * the first field in error gets the cursor and the message;
      * nothing is written until every field passes
       validate-fields.
           MOVE 0 TO field_error
           EVALUATE TRUE
               WHEN field_buffer(2) = SPACES
                   MOVE 2 TO cur_field
                   MOVE "application is required" TO message_text
                   MOVE 1 TO field_error
               WHEN field_buffer(3) = SPACES
                   MOVE 3 TO cur_field
                   MOVE "support group is required" TO message_text
                   MOVE 1 TO field_error
               WHEN field_buffer(4) = SPACES
                   MOVE 4 TO cur_field
                   MOVE "on-call contact is required" TO message_text
                   MOVE 1 TO field_error
               WHEN field_buffer(5)(1:1) NOT = "1"
                       AND field_buffer(5)(1:1) NOT = "2"
                       AND field_buffer(5)(1:1) NOT = "3"
                   MOVE 5 TO cur_field
                   MOVE "criticality must be 1, 2 or 3"
                       TO message_text
                   MOVE 1 TO field_error
               WHEN field_buffer(6) = SPACES
                   MOVE 0 TO deadline_value
               WHEN field_len(6) NOT = 4
                       OR field_buffer(6)(1:4) NOT NUMERIC
                   MOVE 6 TO cur_field
                   MOVE "deadline must be hhmm or blank for none"
                       TO message_text
                   MOVE 1 TO field_error
               WHEN OTHER
                   MOVE field_buffer(6)(1:4) TO deadline_value
                   IF deadline_hh > 23 OR deadline_mm > 59
                       MOVE 6 TO cur_field
                       MOVE "deadline must be a time of day, hhmm"
                           TO message_text
                       MOVE 1 TO field_error
                   END-IF
           END-EVALUATE
           MOVE field_error TO message_error.

       save-entry.
           PERFORM validate-fields
           IF field_error = 0
               MOVE field_buffer(5)(1:1) TO crit_digit
               MOVE field_buffer(1)(1:8) TO JOB_MASTER_ID
               MOVE field_buffer(2)(1:12) TO JOB_MASTER_APPLICATION
               MOVE field_buffer(3)(1:12)
                   TO JOB_MASTER_SUPPORT_GROUP
               MOVE field_buffer(4) TO JOB_MASTER_ONCALL
               MOVE crit_digit TO JOB_MASTER_CRITICALITY
               MOVE deadline_value TO JOB_MASTER_DEADLINE
               ACCEPT now_date FROM DATE YYYYMMDD
               ACCEPT now_time FROM TIME
               MOVE now_date TO JOB_MASTER_UPDATED_DATE
               MOVE now_time TO JOB_MASTER_UPDATED_TIME
               MOVE signon_id TO JOB_MASTER_UPDATED_BY
      * keep the after image here; the record area is not
      * guaranteed once the WRITE has been done
               MOVE JOB_MASTER_RECORD TO after_image
               MOVE 0 TO message_error
               IF maint_mode = 1
                   MOVE SPACES TO before_image
                   WRITE JOB_MASTER_RECORD
                       INVALID KEY
                           MOVE 1 TO message_error
                           MOVE "job was added meanwhile, not saved"
                               TO message_text
                       NOT INVALID KEY
                           MOVE "ADD" TO change_action
                   END-WRITE
               ELSE
                   REWRITE JOB_MASTER_RECORD
                       INVALID KEY
                           MOVE 1 TO message_error
                           MOVE "job was deleted meanwhile, not saved"
                               TO message_text
                       NOT INVALID KEY
                           MOVE "CHANGE" TO change_action
                   END-REWRITE
               END-IF
               IF message_error = 0
                   PERFORM write-change-log
                   MOVE SPACES TO message_text
                   STRING field_buffer(1)(1:8) " saved, F1-F4 next"
                       DELIMITED BY SIZE
                       INTO message_text
                   MOVE after_image TO JOB_MASTER_RECORD
                   PERFORM record-to-fields
                   MOVE 3 TO maint_step
               END-IF
           END-IF.

       handle-delete-confirm.
           CALL "raylib_IsKeyPressed" USING
               BY VALUE RAYLIB_KEY_Y
               RETURNING buffer
           IF buffer = 1
               MOVE field_buffer(1)(1:8) TO JOB_MASTER_ID
               MOVE SPACES TO after_image
               DELETE JOB-MASTER-FILE RECORD
                   INVALID KEY
                       MOVE 1 TO message_error
                       MOVE "job was already deleted" TO message_text
                   NOT INVALID KEY
                       MOVE 0 TO message_error
                       MOVE "DELETE" TO change_action
                       PERFORM write-change-log
                       MOVE SPACES TO message_text
                       STRING field_buffer(1)(1:8) " deleted"
                           DELIMITED BY SIZE
                           INTO message_text
               END-DELETE
               MOVE 0 TO maint_step
               MOVE 0 TO maint_mode
               PERFORM clear-fields
           END-IF

           CALL "raylib_IsKeyPressed" USING
               BY VALUE RAYLIB_KEY_N
               RETURNING buffer
           IF buffer = 0
               CALL "raylib_IsKeyPressed" USING
                   BY VALUE RAYLIB_KEY_F10
                   RETURNING buffer
           END-IF
           IF buffer = 1 AND maint_step = 4
               MOVE 0 TO maint_step
               MOVE 0 TO maint_mode
               PERFORM clear-fields
               MOVE 0 TO message_error
               MOVE "delete cancelled, entry kept" TO message_text
           END-IF.

       write-change-log.
           IF change_open = 1
               ACCEPT JOB_MASTER_CHANGE_DATE FROM DATE YYYYMMDD
               ACCEPT JOB_MASTER_CHANGE_TIME FROM TIME
               MOVE signon_id TO JOB_MASTER_CHANGE_OPERATOR
               MOVE change_action TO JOB_MASTER_CHANGE_ACTION
               MOVE field_buffer(1)(1:8) TO JOB_MASTER_CHANGE_JOB_ID
               MOVE before_image TO JOB_MASTER_CHANGE_BEFORE
               MOVE after_image TO JOB_MASTER_CHANGE_AFTER
               WRITE JOB_MASTER_CHANGE_RECORD
           END-IF
      * the audit trail gets the action too, so it counts against
      * the operator alongside their console work
           MOVE change_action TO event_type
           MOVE field_buffer(1)(1:8) TO event_object
           PERFORM write-audit-event.

       write-audit-event.
           ACCEPT AUDIT_EVENT_DATE FROM DATE YYYYMMDD
      * events stamped with a new date roll over to that day's
      * audit file
           IF audit_open = 1
                   AND AUDIT_EVENT_DATE NOT = audit_open_date
               CLOSE AUDIT-FILE
               PERFORM open-audit-file
           END-IF
           IF audit_open = 1
               ACCEPT AUDIT_EVENT_TIME FROM TIME
               MOVE "job-master" TO AUDIT_EVENT_PROGRAM
               MOVE event_type TO AUDIT_EVENT_TYPE
               MOVE 0 TO AUDIT_EVENT_MOUSE_X
               MOVE 0 TO AUDIT_EVENT_MOUSE_Y
               MOVE 0 TO AUDIT_EVENT_KEY_CODE
               MOVE event_object TO AUDIT_EVENT_OBJECT_ID
               MOVE signon_id TO AUDIT_EVENT_OPERATOR_ID
               WRITE AUDIT_EVENT_RECORD
           END-IF.

       draw-frame.
           CALL "raylib_BeginDrawing"
           CALL "raylib_ClearBackground" USING
               BY VALUE RAYLIB_COLOR_RAYWHITE_R
               BY VALUE RAYLIB_COLOR_RAYWHITE_G
               BY VALUE RAYLIB_COLOR_RAYWHITE_B
               BY VALUE RAYLIB_COLOR_RAYWHITE_A

           CALL "raylib_DrawText" USING
               BY REFERENCE "job master maintenance"
               BY VALUE 10
               BY VALUE 10
               BY VALUE 20
               BY VALUE RAYLIB_COLOR_DARKGRAY_R
               BY VALUE RAYLIB_COLOR_DARKGRAY_G
               BY VALUE RAYLIB_COLOR_DARKGRAY_B
               BY VALUE RAYLIB_COLOR_DARKGRAY_A

           IF signed_on = 0
               MOVE SPACES TO prompt_text
               STRING "operator id: " RAYLIB_TEXT_ENTRY_BUFFER
                   DELIMITED BY SIZE
                   INTO prompt_text
               CALL "raylib_DrawText" USING
                   BY REFERENCE prompt_text
                   BY VALUE 10
                   BY VALUE 60
                   BY VALUE 20
                   BY VALUE RAYLIB_COLOR_DARKBLUE_R
                   BY VALUE RAYLIB_COLOR_DARKBLUE_G
                   BY VALUE RAYLIB_COLOR_DARKBLUE_B
                   BY VALUE RAYLIB_COLOR_DARKBLUE_A
               CALL "raylib_DrawText" USING
                   BY REFERENCE "ENTER signs on, TAB clears"
                   BY VALUE 10
                   BY VALUE 90
                   BY VALUE 20
                   BY VALUE RAYLIB_COLOR_GRAY_R
                   BY VALUE RAYLIB_COLOR_GRAY_G
                   BY VALUE RAYLIB_COLOR_GRAY_B
                   BY VALUE RAYLIB_COLOR_GRAY_A
           ELSE
               PERFORM draw-maint-screen
           END-IF

           IF message_text NOT = SPACES
               IF message_error = 1
                   CALL "raylib_DrawText" USING
                       BY REFERENCE message_text
                       BY VALUE 10
                       BY VALUE 410
                       BY VALUE 20
                       BY VALUE RAYLIB_COLOR_RED_R
                       BY VALUE RAYLIB_COLOR_RED_G
                       BY VALUE RAYLIB_COLOR_RED_B
                       BY VALUE RAYLIB_COLOR_RED_A
               ELSE
                   CALL "raylib_DrawText" USING
                       BY REFERENCE message_text
                       BY VALUE 10
                       BY VALUE 410
                       BY VALUE 20
                       BY VALUE RAYLIB_COLOR_DARKGREEN_R
                       BY VALUE RAYLIB_COLOR_DARKGREEN_G
                       BY VALUE RAYLIB_COLOR_DARKGREEN_B
                       BY VALUE RAYLIB_COLOR_DARKGREEN_A
               END-IF
           END-IF

           CALL "raylib_EndDrawing".

       draw-maint-screen.
           MOVE SPACES TO operator_text
           IF signon_auth = 1
               STRING "operator " signon_id " " signon_name
                   " maintain"
                   DELIMITED BY SIZE
                   INTO operator_text
           ELSE
               STRING "operator " signon_id " " signon_name
                   " inquiry only"
                   DELIMITED BY SIZE
                   INTO operator_text
           END-IF
           CALL "raylib_DrawText" USING
               BY REFERENCE operator_text
               BY VALUE 10
               BY VALUE 40
               BY VALUE 20
               BY VALUE RAYLIB_COLOR_GRAY_R
               BY VALUE RAYLIB_COLOR_GRAY_G
               BY VALUE RAYLIB_COLOR_GRAY_B
               BY VALUE RAYLIB_COLOR_GRAY_A
           CALL "raylib_DrawText" USING
               BY REFERENCE "F1 add, F2 change, F3 inquire, F4 delete"
               BY VALUE 10
               BY VALUE 64
               BY VALUE 20
               BY VALUE RAYLIB_COLOR_DARKGRAY_R
               BY VALUE RAYLIB_COLOR_DARKGRAY_G
               BY VALUE RAYLIB_COLOR_DARKGRAY_B
               BY VALUE RAYLIB_COLOR_DARKGRAY_A

           IF maint_step > 0
               EVALUATE maint_mode
                   WHEN 1
                       MOVE "ADD" TO mode_text
                   WHEN 2
                       MOVE "CHANGE" TO mode_text
                   WHEN 3
                       MOVE "INQUIRE" TO mode_text
                   WHEN 4
                       MOVE "DELETE" TO mode_text
               END-EVALUATE
               CALL "raylib_DrawText" USING
                   BY REFERENCE mode_text
                   BY VALUE 10
                   BY VALUE 100
                   BY VALUE 20
                   BY VALUE RAYLIB_COLOR_MAROON_R
                   BY VALUE RAYLIB_COLOR_MAROON_G
                   BY VALUE RAYLIB_COLOR_MAROON_B
                   BY VALUE RAYLIB_COLOR_MAROON_A
               PERFORM VARYING field_idx FROM 1 BY 1
                       UNTIL field_idx > field_count
                   PERFORM draw-one-field
               END-PERFORM
               IF updated_text NOT = SPACES
                   CALL "raylib_DrawText" USING
                       BY REFERENCE updated_text
                       BY VALUE 10
                       BY VALUE 320
                       BY VALUE 20
                       BY VALUE RAYLIB_COLOR_GRAY_R
                       BY VALUE RAYLIB_COLOR_GRAY_G
                       BY VALUE RAYLIB_COLOR_GRAY_B
                       BY VALUE RAYLIB_COLOR_GRAY_A
               END-IF
           END-IF.

      * the field being typed into is drawn in blue with a trailing
      * underscore for the cursor
       draw-one-field.
           COMPUTE fieldY = 130 + (field_idx - 1) * 30
           CALL "raylib_DrawText" USING
               BY REFERENCE field_label(field_idx)
               BY VALUE 10
               BY VALUE fieldY
               BY VALUE 20
               BY VALUE RAYLIB_COLOR_GRAY_R
               BY VALUE RAYLIB_COLOR_GRAY_G
               BY VALUE RAYLIB_COLOR_GRAY_B
               BY VALUE RAYLIB_COLOR_GRAY_A
           MOVE field_buffer(field_idx) TO field_display
           IF field_idx = cur_field
                   AND (maint_step = 1 OR maint_step = 2)
               MOVE "_" TO field_display(field_len(field_idx) + 1:1)
               CALL "raylib_DrawText" USING
                   BY REFERENCE field_display
                   BY VALUE 220
                   BY VALUE fieldY
                   BY VALUE 20
                   BY VALUE RAYLIB_COLOR_DARKBLUE_R
                   BY VALUE RAYLIB_COLOR_DARKBLUE_G
                   BY VALUE RAYLIB_COLOR_DARKBLUE_B
                   BY VALUE RAYLIB_COLOR_DARKBLUE_A
           ELSE
               CALL "raylib_DrawText" USING
                   BY REFERENCE field_display
                   BY VALUE 220
                   BY VALUE fieldY
                   BY VALUE 20
                   BY VALUE RAYLIB_COLOR_DARKGRAY_R
                   BY VALUE RAYLIB_COLOR_DARKGRAY_G
                   BY VALUE RAYLIB_COLOR_DARKGRAY_B
                   BY VALUE RAYLIB_COLOR_DARKGRAY_A
           END-IF.
