      * start ('S') record to when it begins and an end ('E') record
      * with its run counters to when it finishes. DAYRPT summarizes
      * the journal into the daily operations report; a job with a
      * start record and no end record never finished. A job that
      * refused part of its input the stream must not run past (a
      * GL feed GLINTF would not post) also writes a reject ('R')
      * record between the two, and JOBGATE closes the gate on it.
      *===============================================================*
       01  RUN-JRNL-REC.
           05  RJ-JOB-NAME           PIC X(8).
           05  RJ-REC-TYPE           PIC X.
               88  RJ-START-REC      VALUE 'S'.
               88  RJ-END-REC        VALUE 'E'.
               88  RJ-REJECT-REC     VALUE 'R'.
           05  RJ-RUN-DT             PIC 9(8).
           05  RJ-RUN-TIME           PIC 9(8).
           05  RJ-RECORDS-IN         PIC 9(6).
