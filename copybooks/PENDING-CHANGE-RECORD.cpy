      *===============================================================*
      * COPYBOOK:   PENDING-CHANGE-RECORD
      * Shared layout for PENDING-CHANGE-FILE (PENDCHG), the queue of
      * future-dated customer changes CUSTMNT has accepted but not
      * yet applied. Keyed by customer id plus the date the change
      * takes effect - one pending change per customer per day; a
      * second change keyed for the same day replaces the first.
      *
      * A change is held as two customer-record images: the master
      * as it stood when the change was keyed, and the master as the
      * change would leave it. When the effective date arrives,
      * CUSTMNT applies only the fields that differ between the two
      * to the master as it stands then, so whatever changed in the
      * meantime - usage captured, an earlier pending change, an
      * autopay suspension - is not undone. PC-CHANGE-SUMMARY names
      * the fields the change touches, for the audit report and
      * CUST360.
      *===============================================================*
       01  PEND-CHG-REC.
           05  PC-KEY.
               10  PC-CUST-ID        PIC X(10).
               10  PC-EFFECTIVE-DT   PIC 9(8).
           05  PC-OPERATOR-ID        PIC X(8).
           05  PC-KEYED-DT           PIC 9(8).
           05  PC-KEYED-TIME         PIC 9(8).
           05  PC-CHANGE-SUMMARY     PIC X(120).
           05  PC-BEFORE-IMAGE       PIC X(320).
           05  PC-AFTER-IMAGE        PIC X(320).
