      * Page acknowledgement record read from a line-sequential
      * file the paging gateway appends to, one record each time a
      * paged contact acknowledges. ALERT_ID is the alert on the
      * page (PAGE_NOTIFY_ALERT_ID in RAYLIB_PAGE_NOTIFY.CBL) and
      * CONTACT_ID the contact who answered, as named in the
      * paging control file. An acknowledgement from any contact
      * already paged for the alert stops its escalation chain;
      * one stamped before the alert was raised belongs to an
      * earlier alert under the same id and is ignored. DATE is
      * yyyymmdd and TIME hhmmsscc. The console re-reads the whole
      * file on a wall-clock schedule, so acknowledgements already
      * applied are passed over. COPY this into the FD for the
      * acknowledgement file, e.g.:
      *     FD PAGE-ACK-FILE.
      *     COPY RAYLIB_PAGE_ACK.CBL.
       01 PAGE_ACK_RECORD.
           05 PAGE_ACK_ALERT_ID   PIC X(8).
           05 PAGE_ACK_CONTACT_ID PIC X(8).
           05 PAGE_ACK_DATE       PIC 9(8).
           05 PAGE_ACK_TIME       PIC 9(8).
