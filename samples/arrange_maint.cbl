      * schedule that can actually retire the total owed, a real
      * first due date) and writing before/after audit images with
      * the operator id, the way CUSTMNT does for the customer
      * master. The operator must be on the operator security file
      * (OPERFILE), active, and permitted arrangements.
      *===============================================================*

       IDENTIFICATION DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-CUST-ID
               FILE STATUS IS WS-CUST-FS.
           SELECT OPERATOR-FILE ASSIGN TO 'OPERFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OS-OPERATOR-ID
               FILE STATUS IS WS-OPER-FS.
           SELECT AUDIT-REPORT ASSIGN TO 'ARRAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
       FD CUSTOMER-FILE.
       COPY CUSTOMER-RECORD.

       FD OPERATOR-FILE.
       COPY OPERATOR-SECURITY-RECORD.

       FD AUDIT-REPORT.
       01  AUDIT-LINE                PIC X(132).

           05  WS-TRAN-FS            PIC XX.
           05  WS-ARR-FS             PIC XX.
           05  WS-CUST-FS            PIC XX.
           05  WS-OPER-FS            PIC XX.
           05  WS-AUDIT-FS           PIC XX.
           05  WS-ERR-FS             PIC XX.
           05  WS-JRNL-FS            PIC XX.
           05  WS-TRANS-APPLIED      PIC 9(6) VALUE 0.
           05  WS-TRANS-ERROR        PIC 9(6) VALUE 0.

      *    Result of checking the keying operator against OPERFILE: zero
      *    when the operator may key the transaction, otherwise the
      *    message code it is rejected with.
       01  WS-AUTH-ERR-CODE          PIC 9(4).

       01  WS-ERR-CODE               PIC 9(4).
       01  WS-ERR-MSG                PIC X(50).
       01  WS-ERR-SEVERITY           PIC X.
               MOVE WS-CUST-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-FS NOT = '00'
               MOVE 54 TO WS-ABEND-CODE
               MOVE 'OPERATOR SECURITY FILE OPERFILE MISSING'
                   TO WS-ABEND-MSG
               MOVE WS-OPER-FS TO WS-ABEND-FS
               PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT AUDIT-REPORT
                       ERROR-LOG
           IF WS-AUDIT-FS NOT = '00' OR WS-ERR-FS NOT = '00'
       3000-VALIDATE-TRANS.
           PERFORM 3100-READ-ARRANGEMENT
           PERFORM 3200-READ-MASTER
           PERFORM 3050-CHECK-OPERATOR
           EVALUATE TRUE
               WHEN ATR-CUST-ID = SPACES
                   MOVE 1001 TO WS-ERR-CODE
               WHEN NOT (ATR-ADD OR ATR-CHANGE OR ATR-DELETE)
                   MOVE 1101 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN WS-AUTH-ERR-CODE NOT = 0
                   MOVE WS-AUTH-ERR-CODE TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
               WHEN NOT MASTER-FOUND
                   MOVE 1601 TO WS-ERR-CODE
                   PERFORM 8200-REJECT-TRANS
                   END-IF
           END-EVALUATE.

       3050-CHECK-OPERATOR.
           MOVE 0 TO WS-AUTH-ERR-CODE
           MOVE ATR-OPERATOR-ID TO OS-OPERATOR-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE 2301 TO WS-AUTH-ERR-CODE
           END-READ
           EVALUATE TRUE
               WHEN WS-AUTH-ERR-CODE NOT = 0
                   CONTINUE
               WHEN NOT OS-ACTIVE
                   MOVE 2302 TO WS-AUTH-ERR-CODE
               WHEN NOT OS-CAN-ARRANGE
                   MOVE 2303 TO WS-AUTH-ERR-CODE
           END-EVALUATE.

       3100-READ-ARRANGEMENT.
           MOVE 'N' TO WS-ARR-FOUND-FLAG
           MOVE SPACES TO WS-BEFORE-IMAGE
           CLOSE ARRANGE-TRANS-FILE
                 ARRANGE-FILE
                 CUSTOMER-FILE
                 OPERATOR-FILE
                 AUDIT-REPORT
                 ERROR-LOG
           DISPLAY 'ARRANGE TRANS READ:    ' WS-TRANS-READ
