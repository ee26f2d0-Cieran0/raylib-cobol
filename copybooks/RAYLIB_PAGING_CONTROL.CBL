      * Paging control record read from a line-sequential control
      * file, one record per escalation step, so operations can
      * change who is paged for a critical alert, and how soon,
      * without a code change. STEP is 1 for the primary on-call
      * contact, 2 the secondary and 3 the shift manager.
      * CONTACT_ID names the contact on the pages and on the
      * acknowledgements the gateway returns (see
      * RAYLIB_PAGE_ACK.CBL); ADDRESS is the pager number or
      * gateway address the page is sent to. WAIT_MINS is how many
      * minutes a level-3 alert must stay unacknowledged before
      * this step is paged, counted from the raise for the first
      * page and from the previous page after that. A step with no
      * record is passed over. COPY this into the FD for the
      * control file, e.g.:
      *     FD PAGING-FILE.
      *     COPY RAYLIB_PAGING_CONTROL.CBL.
       01 PAGING_CONTROL_RECORD.
           05 PAGING_CONTROL_STEP         PIC 9(1).
           05 PAGING_CONTROL_CONTACT_ID   PIC X(8).
           05 PAGING_CONTROL_CONTACT_NAME PIC X(20).
           05 PAGING_CONTROL_ADDRESS      PIC X(20).
           05 PAGING_CONTROL_WAIT_MINS    PIC 9(3).
