      *****************************************************
      *  LOANMNT                                          *
      *  RECORDS LOANER SWAPS.  WHEN A UNIT GOES OUT FOR  *
      *  REPAIR A SPARE FROM THE SPARE POOL IS PUT ON ITS *
      *  PORT SO THE POSITION STAYS WORKING.  SWAP-OUT    *
      *  PUTS THE SPARE ON LOAN (STATUS L) AT THE         *
      *  REPAIRED UNIT'S PORT, LOCATION AND FLOOR, AND    *
      *  OPENS A SWAP RECORD ON SWAPFILE.  SWAP-BACK,     *
      *  WHEN THE REPAIRED UNIT COMES HOME, RETURNS THE   *
      *  LOANER TO THE POOL (STATUS P, NO PORT, ITS       *
      *  SHELF LOCATION RESTORED) AND CLOSES THE SWAP.    *
      *  A LOANER ON A PORT IS SCHEDULED AND CERTIFIED    *
      *  NIGHTLY LIKE AN IN-SERVICE UNIT.  EVERY CHANGE   *
      *  TO TERMMSTR IS JOURNALED TO MNTJRNL.             *
      *                                                   *
      *  UPDATED 10.15.26 WRITTEN.                        *
      *  UPDATED 10.15.26 SWAP-BACK CLOSES THE SWAP ONLY  *
      *                   WHEN THE LOANER IS OFF LOAN ON  *
      *                   THE MASTER; OTHERWISE IT IS     *
      *                   LEFT OPEN.                      *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LOANMNT.
       AUTHOR.         MICROSOFT.
       DATE-WRITTEN.   15 OCTOBER 2026
       SECURITY.       NONE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-MASTER-FILE ASSIGN TO "TERMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERMINAL-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SWAP-FILE ASSIGN TO "SWAPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-SWAP-KEY
               FILE STATUS IS WS-SWAP-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-INITIALS
               FILE STATUS IS WS-OPER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TERMMSTR.

       FD  SWAP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SWAPREC.

       FD  OPERATOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERMSTR.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MNTJRNL.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS         PIC XX.
           88  WS-MASTER-OK                VALUE "00".
       01  WS-SWAP-STATUS           PIC XX.
           88  WS-SWAP-OK                  VALUE "00".
           88  WS-SWAP-NO-FILE             VALUE "35".
       01  WS-OPER-STATUS           PIC XX.
           88  WS-OPER-OK                  VALUE "00".
       01  WS-OPERATOR-VALID-SW     PIC X.
           88  WS-OPERATOR-VALID            VALUE 'Y'.
       01  WS-SIGNON-INITIALS       PIC X(3).
       01  WS-JOURNAL-STATUS        PIC XX.
           88  WS-JOURNAL-OK               VALUE "00".
       01  WS-MORE-SWAPS-SW         PIC X.
           88  WS-MORE-SWAPS                VALUE 'Y'.
       01  WS-OPEN-SWAP-SW          PIC X.
           88  WS-OPEN-SWAP-FOUND           VALUE 'Y'.
       01  WS-SWAP-ALLOWED-SW       PIC X.
           88  WS-SWAP-ALLOWED              VALUE 'Y'.
       01  WS-LOANER-BACK-SW        PIC X.
           88  WS-LOANER-BACK               VALUE 'Y'.

       01  WS-JOURNAL-FIELDS.
           03  WS-JOURNAL-DATE          PIC 9(8).
           03  WS-TIME-NOW              PIC 9(8).
           03  WS-ACTION-NAME           PIC X(10).
           03  WS-BEFORE-IMAGE          PIC X(90).

       01  WS-MAINT-FIELDS.
           03  WS-ACTION-CHAR           PIC X.
               88  WS-ACTION-OUT               VALUE 'O', 'o'.
               88  WS-ACTION-BACK              VALUE 'B', 'b'.
               88  WS-ACTION-QUIT              VALUE 'Q', 'q'.
           03  WS-KEY-REPAIRED-ID       PIC X(8).
           03  WS-KEY-LOANER-ID         PIC X(8).
           03  WS-TICKET-ANSWER         PIC X(10).
           03  WS-CONFIRM-CHAR          PIC X.
               88  WS-CONFIRM-YES              VALUE 'Y', 'y'.

       01  WS-REPAIRED-UNIT-FIELDS.
           03  WS-REPAIRED-PORT-ID      PIC X(8).
           03  WS-REPAIRED-LOCATION     PIC X(20).
           03  WS-REPAIRED-FLOOR        PIC X(4).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD.
           DISPLAY "LOANMNT - LOANER SWAP MAINTENANCE".
           PERFORM GET-VALID-SIGNON-INITIALS.
           PERFORM OPEN-JOURNAL-FILE.
           PERFORM OPEN-MASTER-FILE.
           PERFORM OPEN-SWAP-FILE.
           PERFORM GET-ACTION.
           PERFORM PROCESS-ONE-ACTION
               UNTIL WS-ACTION-QUIT.
           CLOSE TERM-MASTER-FILE.
           CLOSE SWAP-FILE.
           CLOSE JOURNAL-FILE.
           DISPLAY "LOANMNT - END OF MAINTENANCE.".
           STOP RUN.

       GET-VALID-SIGNON-INITIALS.
           MOVE 'N' TO WS-OPERATOR-VALID-SW.
           PERFORM UNTIL WS-OPERATOR-VALID
               DISPLAY "ENTER YOUR OPERATOR INITIALS: "
               ACCEPT WS-SIGNON-INITIALS
               PERFORM VALIDATE-SIGNON-INITIALS
           END-PERFORM.

       VALIDATE-SIGNON-INITIALS.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPER-OK
               MOVE WS-SIGNON-INITIALS TO OM-INITIALS
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       DISPLAY "LOANMNT - INITIALS "
                               WS-SIGNON-INITIALS
                               " ARE NOT ON THE OPERATOR MASTER."
                   NOT INVALID KEY
                       IF OM-ACTIVE
                           MOVE 'Y' TO WS-OPERATOR-VALID-SW
                       ELSE
                           DISPLAY "LOANMNT - INITIALS "
                                   WS-SIGNON-INITIALS
                                   " ARE INACTIVE."
                       END-IF
               END-READ
               CLOSE OPERATOR-MASTER-FILE
           ELSE
               DISPLAY "LOANMNT - OPERMSTR NOT AVAILABLE, STATUS "
                       WS-OPER-STATUS ". INITIALS ACCEPTED WITHOUT "
                       "VALIDATION."
               MOVE 'Y' TO WS-OPERATOR-VALID-SW
           END-IF.

       OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT WS-JOURNAL-OK
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF NOT WS-JOURNAL-OK
               DISPLAY "LOANMNT - UNABLE TO OPEN MNTJRNL, STATUS "
                       WS-JOURNAL-STATUS ". NO CHANGES WITHOUT THE "
                       "AUDIT JOURNAL."
               STOP RUN
           END-IF.

       OPEN-MASTER-FILE.
           OPEN I-O TERM-MASTER-FILE.
           IF NOT WS-MASTER-OK
               DISPLAY "LOANMNT - UNABLE TO OPEN TERMMSTR, STATUS "
                       WS-MASTER-STATUS
               CLOSE JOURNAL-FILE
               STOP RUN
           END-IF.

       OPEN-SWAP-FILE.
           OPEN I-O SWAP-FILE.
           IF WS-SWAP-NO-FILE
               DISPLAY "LOANMNT - SWAPFILE NOT FOUND, CREATING IT."
               OPEN OUTPUT SWAP-FILE
               CLOSE SWAP-FILE
               OPEN I-O SWAP-FILE
           END-IF.
           IF NOT WS-SWAP-OK
               DISPLAY "LOANMNT - UNABLE TO OPEN SWAPFILE, STATUS "
                       WS-SWAP-STATUS
               CLOSE TERM-MASTER-FILE
               CLOSE JOURNAL-FILE
               STOP RUN
           END-IF.

       GET-ACTION.
           DISPLAY " ".
           DISPLAY "ACTION - O=SWAP LOANER OUT B=SWAP BACK Q=QUIT: ".
           ACCEPT WS-ACTION-CHAR.

       PROCESS-ONE-ACTION.
           EVALUATE TRUE
               WHEN WS-ACTION-OUT
                   PERFORM SWAP-LOANER-OUT
               WHEN WS-ACTION-BACK
                   PERFORM SWAP-LOANER-BACK
               WHEN OTHER
                   DISPLAY "LOANMNT - ACTION NOT RECOGNIZED."
           END-EVALUATE.
           PERFORM GET-ACTION.

      *****************************************************
      *  SWAP-OUT.  THE UNIT BEING REPAIRED MUST BE       *
      *  IN-REPAIR ON A PORT WITH NO LOANER ALREADY OUT   *
      *  FOR IT, AND THE LOANER MUST BE IN THE SPARE      *
      *  POOL.  THE SWAP RECORD IS WRITTEN FIRST SO A     *
      *  LOANER IS NEVER ON A PORT WITHOUT ONE.           *
      *****************************************************
       SWAP-LOANER-OUT.
           MOVE 'N' TO WS-SWAP-ALLOWED-SW.
           DISPLAY "UNIT GOING FOR REPAIR - TERMINAL ID: ".
           ACCEPT WS-KEY-REPAIRED-ID.
           MOVE WS-KEY-REPAIRED-ID TO TM-TERMINAL-ID.
           READ TERM-MASTER-FILE
               INVALID KEY
                   DISPLAY "LOANMNT - TERMINAL " WS-KEY-REPAIRED-ID
                           " IS NOT ON THE MASTER."
           END-READ.
           IF WS-MASTER-OK
               PERFORM CHECK-REPAIRED-UNIT
           END-IF.
           IF WS-SWAP-ALLOWED
               PERFORM GET-LOANER-UNIT
           END-IF.
           IF WS-SWAP-ALLOWED
               DISPLAY "VENDOR TICKET, IF KNOWN: "
               MOVE SPACES TO WS-TICKET-ANSWER
               ACCEPT WS-TICKET-ANSWER
               DISPLAY "PUT LOANER " WS-KEY-LOANER-ID " ON PORT "
                       WS-REPAIRED-PORT-ID " IN PLACE OF "
                       WS-KEY-REPAIRED-ID "? (Y/N): "
               ACCEPT WS-CONFIRM-CHAR
               IF WS-CONFIRM-YES
                   PERFORM WRITE-SWAP-OUT-RECORD
               ELSE
                   DISPLAY "LOANMNT - SWAP NOT CONFIRMED."
               END-IF
           END-IF.

       CHECK-REPAIRED-UNIT.
           MOVE TM-PORT-ID  TO WS-REPAIRED-PORT-ID.
           MOVE TM-LOCATION TO WS-REPAIRED-LOCATION.
           MOVE TM-FLOOR    TO WS-REPAIRED-FLOOR.
           PERFORM FIND-OPEN-SWAP.
           EVALUATE TRUE
               WHEN NOT TM-IN-REPAIR
                   DISPLAY "LOANMNT - TERMINAL " WS-KEY-REPAIRED-ID
                           " IS NOT IN-REPAIR (STATUS " TM-STATUS
                           ")."
               WHEN WS-REPAIRED-PORT-ID = SPACES
                   DISPLAY "LOANMNT - TERMINAL " WS-KEY-REPAIRED-ID
                           " HAS NO PORT TO COVER."
               WHEN WS-OPEN-SWAP-FOUND
                   DISPLAY "LOANMNT - LOANER " LS-LOANER-ID
                           " IS ALREADY OUT FOR "
                           WS-KEY-REPAIRED-ID "."
               WHEN OTHER
                   MOVE 'Y' TO WS-SWAP-ALLOWED-SW
           END-EVALUATE.

       GET-LOANER-UNIT.
           DISPLAY "LOANER FROM THE SPARE POOL - TERMINAL ID: ".
           ACCEPT WS-KEY-LOANER-ID.
           MOVE WS-KEY-LOANER-ID TO TM-TERMINAL-ID.
           READ TERM-MASTER-FILE
               INVALID KEY
                   DISPLAY "LOANMNT - TERMINAL " WS-KEY-LOANER-ID
                           " IS NOT ON THE MASTER."
                   MOVE 'N' TO WS-SWAP-ALLOWED-SW
           END-READ.
           IF WS-SWAP-ALLOWED AND NOT TM-SPARE
               DISPLAY "LOANMNT - TERMINAL " WS-KEY-LOANER-ID
                       " IS NOT IN THE SPARE POOL (STATUS "
                       TM-STATUS ")."
               MOVE 'N' TO WS-SWAP-ALLOWED-SW
           END-IF.

       WRITE-SWAP-OUT-RECORD.
           MOVE SPACES              TO LOANER-SWAP-RECORD.
           MOVE WS-KEY-REPAIRED-ID  TO LS-REPAIRED-ID.
           MOVE WS-JOURNAL-DATE     TO LS-SWAP-OUT-DATE.
           MOVE WS-KEY-LOANER-ID    TO LS-LOANER-ID.
           MOVE WS-REPAIRED-PORT-ID TO LS-PORT-ID.
           MOVE ZEROS               TO LS-SWAP-BACK-DATE.
           MOVE WS-TICKET-ANSWER    TO LS-VENDOR-TICKET.
           MOVE WS-SIGNON-INITIALS  TO LS-OUT-INITIALS.
           MOVE TM-LOCATION         TO LS-SPARE-LOCATION.
           MOVE TM-FLOOR            TO LS-SPARE-FLOOR.
           WRITE LOANER-SWAP-RECORD
               INVALID KEY
                   DISPLAY "LOANMNT - SWAP WRITE FAILED, STATUS "
                           WS-SWAP-STATUS
           END-WRITE.
           IF WS-SWAP-OK
               MOVE TERM-MASTER-RECORD   TO WS-BEFORE-IMAGE
               MOVE 'L'                  TO TM-STATUS
               MOVE WS-REPAIRED-PORT-ID  TO TM-PORT-ID
               MOVE WS-REPAIRED-LOCATION TO TM-LOCATION
               MOVE WS-REPAIRED-FLOOR    TO TM-FLOOR
               PERFORM REWRITE-MASTER-RECORD
               IF WS-MASTER-OK
                   MOVE "LOAN-OUT" TO WS-ACTION-NAME
                   PERFORM WRITE-JOURNAL-RECORD
                   DISPLAY "LOANMNT - LOANER " TM-TERMINAL-ID
                           " NOW ON PORT " TM-PORT-ID "."
               END-IF
           END-IF.

      *****************************************************
      *  SWAP-BACK.  THE OPEN SWAP FOR THE REPAIRED UNIT  *
      *  IS CLOSED AND THE LOANER GOES BACK TO THE POOL.  *
      *  THE REPAIRED UNIT ITSELF RETURNS TO SERVICE      *
      *  THROUGH EXCREVW WHEN ITS REPAIR IS VERIFIED.     *
      *****************************************************
       SWAP-LOANER-BACK.
           DISPLAY "UNIT BACK FROM REPAIR - TERMINAL ID: ".
           ACCEPT WS-KEY-REPAIRED-ID.
           PERFORM FIND-OPEN-SWAP.
           IF NOT WS-OPEN-SWAP-FOUND
               DISPLAY "LOANMNT - NO LOANER IS OUT FOR "
                       WS-KEY-REPAIRED-ID "."
           ELSE
               DISPLAY "LOANER " LS-LOANER-ID " ON PORT " LS-PORT-ID
                       " SINCE " LS-SWAP-OUT-DATE
               DISPLAY "RETURN THE LOANER TO THE SPARE POOL? (Y/N): "
               ACCEPT WS-CONFIRM-CHAR
               IF WS-CONFIRM-YES
                   PERFORM RETURN-LOANER-TO-POOL
                   IF WS-LOANER-BACK
                       PERFORM CLOSE-SWAP-RECORD
                   ELSE
                       DISPLAY "LOANMNT - SWAP LEFT OPEN. PUT THE "
                               "MASTER RIGHT AND SWAP BACK AGAIN."
                   END-IF
               ELSE
                   DISPLAY "LOANMNT - SWAP-BACK NOT CONFIRMED."
               END-IF
           END-IF.

      *****************************************************
      *  THE SWAP IS ONLY CLOSED ONCE THE LOANER IS OFF   *
      *  LOAN ON THE MASTER - RETURNED TO THE POOL HERE,  *
      *  OR ALREADY OFF LOAN - SO A UNIT LEFT ON LOAN     *
      *  ALWAYS HAS AN OPEN SWAP TO BRING IT BACK WITH.   *
      *****************************************************
       RETURN-LOANER-TO-POOL.
           MOVE 'N' TO WS-LOANER-BACK-SW.
           MOVE LS-LOANER-ID TO TM-TERMINAL-ID.
           READ TERM-MASTER-FILE
               INVALID KEY
                   DISPLAY "LOANMNT - LOANER " LS-LOANER-ID
                           " IS NO LONGER ON THE MASTER."
           END-READ.
           IF WS-MASTER-OK
               IF TM-ON-LOAN
                   MOVE TERM-MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE 'P'               TO TM-STATUS
                   MOVE SPACES            TO TM-PORT-ID
                   MOVE LS-SPARE-LOCATION TO TM-LOCATION
                   MOVE LS-SPARE-FLOOR    TO TM-FLOOR
                   PERFORM REWRITE-MASTER-RECORD
                   IF WS-MASTER-OK
                       MOVE 'Y' TO WS-LOANER-BACK-SW
                       MOVE "LOAN-BACK" TO WS-ACTION-NAME
                       PERFORM WRITE-JOURNAL-RECORD
                       DISPLAY "LOANMNT - LOANER " TM-TERMINAL-ID
                               " RETURNED TO THE SPARE POOL."
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-LOANER-BACK-SW
                   DISPLAY "LOANMNT - LOANER " LS-LOANER-ID
                           " IS NO LONGER ON LOAN (STATUS "
                           TM-STATUS "). MASTER LEFT AS IS."
               END-IF
           END-IF.

       CLOSE-SWAP-RECORD.
           MOVE WS-JOURNAL-DATE    TO LS-SWAP-BACK-DATE.
           MOVE WS-SIGNON-INITIALS TO LS-BACK-INITIALS.
           REWRITE LOANER-SWAP-RECORD
               INVALID KEY
                   DISPLAY "LOANMNT - SWAP REWRITE FAILED, STATUS "
                           WS-SWAP-STATUS
           END-REWRITE.

      *****************************************************
      *  THE SWAPS FOR ONE UNIT ARE TOGETHER IN KEY       *
      *  ORDER, SO ONE START AND A READ NEXT UNTIL THE    *
      *  UNIT CHANGES FINDS THE OPEN ONE, IF ANY.         *
      *****************************************************
       FIND-OPEN-SWAP.
           MOVE 'N' TO WS-OPEN-SWAP-SW.
           MOVE 'Y' TO WS-MORE-SWAPS-SW.
           MOVE WS-KEY-REPAIRED-ID TO LS-REPAIRED-ID.
           MOVE ZEROS              TO LS-SWAP-OUT-DATE.
           START SWAP-FILE KEY IS NOT < LS-SWAP-KEY
               INVALID KEY MOVE 'N' TO WS-MORE-SWAPS-SW
           END-START.
           IF WS-MORE-SWAPS
               PERFORM READ-NEXT-SWAP
           END-IF.
           PERFORM CHECK-ONE-SWAP
               UNTIL NOT WS-MORE-SWAPS OR WS-OPEN-SWAP-FOUND.

       READ-NEXT-SWAP.
           READ SWAP-FILE NEXT
               AT END MOVE 'N' TO WS-MORE-SWAPS-SW
           END-READ.
           IF WS-MORE-SWAPS
               IF LS-REPAIRED-ID NOT = WS-KEY-REPAIRED-ID
                   MOVE 'N' TO WS-MORE-SWAPS-SW
               END-IF
           END-IF.

       CHECK-ONE-SWAP.
           IF LS-SWAP-OPEN
               MOVE 'Y' TO WS-OPEN-SWAP-SW
           ELSE
               PERFORM READ-NEXT-SWAP
           END-IF.

       REWRITE-MASTER-RECORD.
           REWRITE TERM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "LOANMNT - REWRITE FAILED, STATUS "
                           WS-MASTER-STATUS
           END-REWRITE.

       WRITE-JOURNAL-RECORD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-JOURNAL-DATE      TO MJ-JOURNAL-DATE.
           MOVE WS-TIME-NOW(1:6)     TO MJ-JOURNAL-TIME.
           MOVE WS-SIGNON-INITIALS   TO MJ-OPERATOR-INITIALS.
           MOVE "LOANMNT"            TO MJ-PROGRAM-NAME.
           MOVE WS-ACTION-NAME       TO MJ-ACTION.
           MOVE TM-TERMINAL-ID       TO MJ-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE      TO MJ-BEFORE-IMAGE.
           MOVE TERM-MASTER-RECORD   TO MJ-AFTER-IMAGE.
           WRITE MAINT-JOURNAL-RECORD.
           IF NOT WS-JOURNAL-OK
               DISPLAY "LOANMNT - JOURNAL WRITE FAILED, STATUS "
                       WS-JOURNAL-STATUS
           END-IF.
