      * its end record to RUNJRNL for the night (a start record
      * with no end record is a job that died mid-run) and, where
      * the parm asks, that the period sits at the required status
      * in RUNCTL. A predecessor that finished but journaled a
      * reject record (GLINTF refusing a GL feed) since its latest
      * start fails the gate too. A gate that fails sets return
      * code 8 so the scheduler stops the stream instead of
      * producing dunning notices that have to be recalled.
      *
      * The gate itself does not journal - it runs between every
      * pair of steps, and journaling the referee would drown the
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO 'RUNCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-FS.

       DATA DIVISION.
      *    Which predecessor must have finished, for which night
      *    (zero = the gate's own run date), and - when a period is
      *    named - the status RUNCTL must show for it, e.g. PAYPOST
      *    needs COMPLETE and the retention sweep needs CLOSED. The
      *    cycle names which billing cycle of the period is meant;
      *    zero or absent is a whole-book run (cycle 00).
       01  GATE-PARM-REC.
           05  GP-PRED-JOB           PIC X(8).
           05  GP-RUN-DT             PIC 9(8).
           05  GP-PERIOD             PIC 9(6).
           05  GP-REQ-STATUS         PIC X(12).
           05  GP-CYCLE              PIC 9(2).

       FD RUN-JOURNAL.
       COPY RUN-JOURNAL-RECORD.
               88  JRNL-EOF          VALUE 'Y'.
           05  WS-END-FOUND-FLAG     PIC X VALUE 'N'.
               88  END-FOUND         VALUE 'Y'.
           05  WS-REJECT-FOUND-FLAG  PIC X VALUE 'N'.
               88  REJECT-FOUND      VALUE 'Y'.
           05  WS-GATE-OK-FLAG       PIC X VALUE 'Y'.
               88  GATE-OK           VALUE 'Y'.

           05  WS-PRED-JOB           PIC X(8).
           05  WS-GATE-DT            PIC 9(8).
           05  WS-GATE-PERIOD        PIC 9(6) VALUE 0.
           05  WS-GATE-CYCLE         PIC 9(2) VALUE 0.
           05  WS-REQ-STATUS         PIC X(12).

      *===============================================================*
               MOVE GP-PERIOD TO WS-GATE-PERIOD
           END-IF
           MOVE GP-REQ-STATUS TO WS-REQ-STATUS
           IF GP-CYCLE NUMERIC
               MOVE GP-CYCLE TO WS-GATE-CYCLE
           END-IF
           CLOSE GATE-PARM.

       2000-CHECK-JOURNAL.
      *    The predecessor proved itself by writing its end record
      *    for the night - a start record alone means it died
      *    mid-run, and no record at all means it never ran. The
      *    whole night is read: a reject record counts against the
      *    predecessor until it starts again (a rerun that has put
      *    right what was refused).
           OPEN INPUT RUN-JOURNAL
           IF WS-JRNL-FS NOT = '00'
               DISPLAY 'JOBGATE: RUN JOURNAL RUNJRNL UNREADABLE - '
               STOP RUN
           END-IF
           PERFORM 2100-SCAN-ONE-ENTRY
               UNTIL JRNL-EOF
           CLOSE RUN-JOURNAL
           IF END-FOUND
               DISPLAY 'JOBGATE: ' WS-PRED-JOB ' FINISHED ON '
               DISPLAY 'JOBGATE: NO END RECORD FOR ' WS-PRED-JOB
                   ' ON ' WS-GATE-DT ' - STREAM MUST NOT CONTINUE'
               MOVE 'N' TO WS-GATE-OK-FLAG
           END-IF
           IF REJECT-FOUND
               DISPLAY 'JOBGATE: ' WS-PRED-JOB ' REJECTED INPUT ON '
                   WS-GATE-DT ' - STREAM MUST NOT CONTINUE'
               MOVE 'N' TO WS-GATE-OK-FLAG
           END-IF.

       2100-SCAN-ONE-ENTRY.
               AT END
                   SET JRNL-EOF TO TRUE
               NOT AT END
                   IF RJ-JOB-NAME = WS-PRED-JOB
                       AND RJ-RUN-DT = WS-GATE-DT
                       EVALUATE TRUE
                           WHEN RJ-END-REC
                               SET END-FOUND TO TRUE
                           WHEN RJ-START-REC
                               MOVE 'N' TO WS-REJECT-FOUND-FLAG
                           WHEN RJ-REJECT-REC
                               SET REJECT-FOUND TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ
           IF WS-JRNL-FS NOT = '00' AND NOT JRNL-EOF
               STOP RUN
           END-IF
           MOVE WS-GATE-PERIOD TO RC-PERIOD
           MOVE WS-GATE-CYCLE  TO RC-CYCLE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO RC-STATUS
           CLOSE RUN-CONTROL-FILE
           IF RC-STATUS = WS-REQ-STATUS
               DISPLAY 'JOBGATE: PERIOD ' WS-GATE-PERIOD
                   ' CYCLE ' WS-GATE-CYCLE ' IS ' RC-STATUS
           ELSE
               DISPLAY 'JOBGATE: PERIOD ' WS-GATE-PERIOD
                   ' CYCLE ' WS-GATE-CYCLE
                   ' IS "' RC-STATUS '" - REQUIRED "'
                   WS-REQ-STATUS '"'
               MOVE 'N' TO WS-GATE-OK-FLAG
