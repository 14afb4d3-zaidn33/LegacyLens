      * disposition so the next billing carry-forward stops carrying
      * them.
      *
      * Each check is numbered from the check register (CHKREG):
      * the next number after the highest on file, printed on the
      * check line and staged on REFCKWK, then added to the register
      * with the commit - a rerun after an abend reuses the numbers
      * of the checks it reprints instead of skipping past them.
      * POSPAY tells the bank about the checks; CHKRECON clears and
      * voids them.
      *
      * PAYHIST must be presented in ascending customer-id sequence,
      * as PAYPOST writes it. A customer with no master record is
      * held, not refunded: the rows are copied through unchanged so
           SELECT CHECK-LIST ASSIGN TO 'REFCHK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHK-FS.
      *    Check register: read for the next check number, added to
      *    only by the commit, from the staged checks on REFCKWK.
           SELECT OPTIONAL CHECK-REGISTER ASSIGN TO 'CHKREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHECK-NO
               FILE STATUS IS WS-CKREG-FS.
           SELECT CHECK-REG-WORK ASSIGN TO 'REFCKWK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKWRK-FS.
           SELECT GL-FEED-FILE ASSIGN TO 'REFGLFD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FS.
       FD CHECK-LIST.
       01  CHK-LINE                  PIC X(132).

       FD CHECK-REGISTER.
       COPY CHECK-REGISTER-RECORD.

       FD CHECK-REG-WORK.
       01  CKR-WORK-REC              PIC X(148).

       FD GL-FEED-FILE.
       01  GL-REC.
           05  GL-ACCOUNT-CODE       PIC X(4).
           05  WS-ARCWRK-FS          PIC XX.
           05  WS-ACH-FS             PIC XX.
           05  WS-CHK-FS             PIC XX.
           05  WS-CKREG-FS           PIC XX.
           05  WS-CKWRK-FS           PIC XX.
           05  WS-GL-FS              PIC XX.
           05  WS-REG-FS             PIC XX.
           05  WS-ARCH-FS            PIC XX.
               88  WORK-EOF          VALUE 'Y'.
           05  WS-ARCWRK-EOF-FLAG    PIC X VALUE 'N'.
               88  ARCWRK-EOF        VALUE 'Y'.
           05  WS-CKWRK-EOF-FLAG     PIC X VALUE 'N'.
               88  CKWRK-EOF         VALUE 'Y'.
           05  WS-MASTER-FOUND-FLAG  PIC X VALUE 'N'.
               88  MASTER-FOUND      VALUE 'Y'.
           05  WS-HELD-RPTD-FLAG     PIC X VALUE 'N'.
           05  WS-CUR-CREDIT         PIC 9(9)V99 VALUE 0.

       01  WS-RUN-DT                 PIC 9(8).
       01  WS-NEXT-CHECK-NO          PIC 9(8).
       01  WS-LAST-CHECK-NO          PIC 9(8).

       01  WS-COUNTERS.
           05  WS-ROWS-READ          PIC 9(6) VALUE 0.
                       ARCHIVE-WORK
                       REFUND-ACH-FILE
                       CHECK-LIST
                       CHECK-REG-WORK
                       GL-FEED-FILE
                       REFUND-REGISTER
           IF WS-WORK-FS NOT = '00' OR WS-ACH-FS NOT = '00'
               OR WS-CHK-FS NOT = '00' OR WS-GL-FS NOT = '00'
               OR WS-REG-FS NOT = '00'
               OR WS-ARCWRK-FS NOT = '00'
               OR WS-CKWRK-FS NOT = '00'
               MOVE 72 TO WS-ABEND-CODE
               MOVE 'CANNOT OPEN REFUND OUTPUT FILES'
                   TO WS-ABEND-MSG
                       MOVE WS-ACH-FS TO WS-ABEND-FS
                   WHEN WS-CHK-FS NOT = '00'
                       MOVE WS-CHK-FS TO WS-ABEND-FS
                   WHEN WS-CKWRK-FS NOT = '00'
                       MOVE WS-CKWRK-FS TO WS-ABEND-FS
                   WHEN WS-GL-FS NOT = '00'
                       MOVE WS-GL-FS TO WS-ABEND-FS
                   WHEN OTHER
               MOVE WS-ARCH-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 1300-FIND-NEXT-CHECK-NO
           PERFORM 1100-WRITE-ACH-HEADER
           PERFORM 1200-WRITE-REGISTER-HEADER.

       1300-FIND-NEXT-CHECK-NO.
      *    Numbers run on from the highest check on the register; an
      *    empty or missing register starts at 1. The register stays
      *    open, unchanged, until the commit.
           MOVE 1 TO WS-NEXT-CHECK-NO
           OPEN INPUT CHECK-REGISTER
           IF WS-CKREG-FS NOT = '00' AND WS-CKREG-FS NOT = '05'
               MOVE 80 TO WS-ABEND-CODE
               MOVE 'CHECK REGISTER CHKREG UNUSABLE'
                   TO WS-ABEND-MSG
               MOVE WS-CKREG-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           IF WS-CKREG-FS = '00'
               MOVE 99999999 TO CK-CHECK-NO
               START CHECK-REGISTER KEY IS <= CK-CHECK-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CHECK-REGISTER NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               COMPUTE WS-NEXT-CHECK-NO =
                                   CK-CHECK-NO + 1
                       END-READ
               END-START
           END-IF.

       1100-WRITE-ACH-HEADER.
           MOVE SPACES TO ACH-REC
           MOVE 'H' TO ACH-REC-TYPE
       4200-WRITE-CHECK-LINE.
           MOVE WS-CUR-CREDIT TO WS-AMOUNT-ED
           MOVE SPACES TO CHK-LINE
           STRING 'CHECK NO ' DELIMITED SIZE
                  WS-NEXT-CHECK-NO DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-CUR-CUST-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  CR-CUST-NAME DELIMITED SIZE
                  '  REFUND CHECK FOR ' DELIMITED SIZE
               MOVE WS-CHK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 4250-STAGE-CHECK-REGISTER
           ADD 1 TO WS-CHECK-COUNT
           ADD WS-CUR-CREDIT TO WS-CHECK-TOTAL.

       4250-STAGE-CHECK-REGISTER.
      *    Outstanding until the bank pays it or it is voided.
           MOVE WS-NEXT-CHECK-NO TO CK-CHECK-NO
           MOVE 'REFUND  ' TO CK-SOURCE-JOB
           MOVE 'C' TO CK-PAYEE-TYPE
           MOVE WS-CUR-CUST-ID TO CK-PAYEE-ID
           MOVE CR-CUST-NAME TO CK-PAYEE-NAME
           MOVE WS-CUR-CREDIT TO CK-AMOUNT
           MOVE WS-RUN-DT TO CK-ISSUE-DT
           MOVE 'O' TO CK-STATUS
           MOVE 0 TO CK-PAID-DT
                     CK-PAID-AMT
                     CK-VOID-DT
                     CK-POSPAY-ISSUE-DT
                     CK-POSPAY-VOID-DT
           MOVE SPACES TO CK-VOID-REASON
                          CK-VOID-BY
           WRITE CKR-WORK-REC FROM CHECK-REG-REC
           IF WS-CKWRK-FS NOT = '00'
               MOVE 81 TO WS-ABEND-CODE
               MOVE 'WRITE FAILED ON WORK FILE REFCKWK'
                   TO WS-ABEND-MSG
               MOVE WS-CKWRK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           MOVE WS-NEXT-CHECK-NO TO WS-LAST-CHECK-NO
           ADD 1 TO WS-NEXT-CHECK-NO.

       4300-WRITE-REGISTER-LINE.
           MOVE WS-CUR-CREDIT TO WS-AMOUNT-ED
           MOVE SPACES TO REG-LINE
           ELSE
               STRING 'CHECK   ' DELIMITED SIZE
                      WS-AMOUNT-ED DELIMITED SIZE
                      '  NO ' DELIMITED SIZE
                      WS-LAST-CHECK-NO DELIMITED SIZE
                   INTO REG-LINE (45:)
           END-IF
           WRITE REG-LINE.
                 ARCHIVE-WORK
                 REFUND-ACH-FILE
                 CHECK-LIST
                 CHECK-REG-WORK
                 GL-FEED-FILE
                 REFUND-REGISTER
                 CUSTOMER-FILE
           PERFORM 9100-COMMIT-PAYHIST
           PERFORM 9800-COMMIT-CHECK-REGISTER
           DISPLAY 'PAYHIST ROWS READ:   ' WS-ROWS-READ
           DISPLAY 'CREDIT ROWS RETIRED: ' WS-CREDIT-ROWS
           DISPLAY 'REFUNDS ISSUED:      ' WS-REFUNDS-ISSUED
               END-IF
           END-IF.

       9800-COMMIT-CHECK-REGISTER.
      *    The checks staged on REFCKWK are added to the register in
      *    one motion with the rest of the commit. A number already
      *    on file means another check run took it since this run
      *    started - a stop, not something to renumber around.
           CLOSE CHECK-REGISTER
           OPEN INPUT CHECK-REG-WORK
           IF WS-CKWRK-FS NOT = '00'
               MOVE 81 TO WS-ABEND-CODE
               MOVE 'WORK FILE REFCKWK UNREADABLE FOR COMMIT'
                   TO WS-ABEND-MSG
               MOVE WS-CKWRK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN I-O CHECK-REGISTER
           IF WS-CKREG-FS NOT = '00' AND WS-CKREG-FS NOT = '05'
               MOVE 80 TO WS-ABEND-CODE
               MOVE 'CHECK REGISTER CHKREG UNUSABLE FOR COMMIT'
                   TO WS-ABEND-MSG
               MOVE WS-CKREG-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           PERFORM 9850-ADD-ONE-CHECK
               UNTIL CKWRK-EOF
           CLOSE CHECK-REG-WORK
                 CHECK-REGISTER.

       9850-ADD-ONE-CHECK.
           READ CHECK-REG-WORK INTO CHECK-REG-REC
               AT END
                   SET CKWRK-EOF TO TRUE
               NOT AT END
                   WRITE CHECK-REG-REC
                   IF WS-CKREG-FS NOT = '00'
                       MOVE 80 TO WS-ABEND-CODE
                       MOVE 'CHECK NUMBER ALREADY ON REGISTER CHKREG'
                           TO WS-ABEND-MSG
                       MOVE WS-CKREG-FS TO WS-ABEND-FS
                       PERFORM 9999-ABEND
                   END-IF
           END-READ
           IF WS-CKWRK-FS NOT = '00' AND NOT CKWRK-EOF
               MOVE 81 TO WS-ABEND-CODE
               MOVE 'READ FAILED DURING CHECK REGISTER COMMIT'
                   TO WS-ABEND-MSG
               MOVE WS-CKWRK-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF.

       9200-WRITE-ACH-TRAILER.
           MOVE SPACES TO ACH-REC
           MOVE 'T' TO ACH-REC-TYPE
