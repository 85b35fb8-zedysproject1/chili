      *****************************************************
      *  TERMLOAD                                         *
      *  BATCH MAINTENANCE OF THE TERMINAL INVENTORY      *
      *  MASTER (TERMMSTR).  READS A FILE OF ADD, CHANGE- *
      *  LOCATION, CHANGE-PORT AND RETIRE TRANSACTIONS    *
      *  (TERMTRAN) SO A PALLET OF NEW UNITS OR A WHOLE-  *
      *  FLOOR MOVE IS NOT RETYPED INTO TERMMNT BY HAND.  *
      *  EACH TRANSACTION GETS THE EDITS TERMMNT APPLIES  *
      *  AND IS REJECTED ONTO THE EDIT REPORT (LOADRPT)   *
      *  FOR A DUPLICATE OR UNKNOWN TERMINAL ID, A PORT   *
      *  CHANGE OR RETIRE ON A UNIT OUT ON LOAN, A RETIRE *
      *  OF A UNIT IN REPAIR WITH A LOANER ON ITS PORT    *
      *  (SWAPFILE), A PORT ALREADY HELD BY ANOTHER       *
      *  ACTIVE UNIT, A TERMINAL TYPE OTHER THAN FULL,    *
      *  BASC OR MONO, OR MISSING OR NON-NUMERIC DATA, OR *
      *  A VENDOR NOT ON THE VENDOR MASTER (VENDMSTR).    *
      *  RETIRES NEED THE TMRETIRE AUTH LEVEL ON          *
      *  FUNCAUTH, AS IN TERMMNT.                         *
      *  POSTED CHANGES ARE JOURNALED TO MNTJRNL WITH THE *
      *  SAME BEFORE/AFTER IMAGES TERMMNT WRITES, SO      *
      *  MNTAUDIT COVERS BULK CHANGES TOO.                *
      *  VALIDATE-ONLY MODE RUNS EVERY EDIT AND PRINTS    *
      *  THE REPORT WITHOUT TOUCHING THE MASTER; THE      *
      *  TRANSACTIONS ACCEPTED EARLIER IN THE FILE ARE    *
      *  HELD ON THE KEYED WORK FILE LOADWORK SO LATER    *
      *  ONES ARE EDITED AGAINST THEM AS THEY WOULD BE    *
      *  WHEN POSTED.  PORTS IN USE ARE HELD ON THE KEYED *
      *  WORK FILE PORTWORK, REBUILT EACH RUN.            *
      *                                                   *
      *  UPDATED 10.15.26 WRITTEN.                        *
      *  UPDATED 10.15.26 ADDS EDITED AGAINST THE VENDOR  *
      *                   MASTER (VENDMSTR), AS IN        *
      *                   TERMMNT.                        *
      *  UPDATED 10.15.26 ACCEPTANCE BURN-IN.  ADDS GO ON *
      *                   PENDING ACCEPTANCE (STATUS A),  *
      *                   AS IN TERMMNT.                  *
      *  UPDATED 10.15.26 PORT CHANGES AND RETIRES ON A   *
      *                   UNIT ON LOAN (STATUS L) ARE     *
      *                   REJECTED - IT COMES BACK        *
      *                   THROUGH LOANMNT.                *
      *  UPDATED 10.15.26 A RETIRE OF A UNIT IN REPAIR    *
      *                   WITH A LOANER ON ITS PORT (AN   *
      *                   OPEN SWAP ON SWAPFILE) IS       *
      *                   REJECTED, AS IN TERMMNT.        *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TERMLOAD.
       AUTHOR.         MICROSOFT.
       DATE-WRITTEN.   15 OCTOBER 2026
       SECURITY.       NONE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-TRAN-FILE ASSIGN TO "TERMTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT TERM-MASTER-FILE ASSIGN TO "TERMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERMINAL-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-INITIALS
               FILE STATUS IS WS-OPER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT FUNC-AUTH-FILE ASSIGN TO "FUNCAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-FUNCTION-CODE
               FILE STATUS IS WS-FUNC-STATUS.
           SELECT VIOLATION-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-STATUS.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDOR-KEY
               FILE STATUS IS WS-VENDOR-STATUS.
           SELECT PORT-WORK-FILE ASSIGN TO "PORTWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-PORT-ID
               FILE STATUS IS WS-PORT-WORK-STATUS.
           SELECT LOAD-WORK-FILE ASSIGN TO "LOADWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LW-TERMINAL-ID
               FILE STATUS IS WS-LOAD-WORK-STATUS.
           SELECT SWAP-FILE ASSIGN TO "SWAPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-SWAP-KEY
               FILE STATUS IS WS-SWAP-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO "LOADRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TERMTRAN.

       FD  TERM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TERMMSTR.

       FD  OPERATOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERMSTR.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MNTJRNL.

       FD  FUNC-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FUNCAUTH.

       FD  VIOLATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECVIOL.

       FD  VENDOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VENDMSTR.

       FD  SWAP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SWAPREC.

      *****************************************************
      *  ONE RECORD PER PORT HELD BY A UNIT NOT RETIRED,  *
      *  KEYED ON PORT ID.  LOADED FROM TERMMSTR AND KEPT *
      *  IN STEP WITH EACH ACCEPTED TRANSACTION.          *
      *****************************************************
       FD  PORT-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PORT-WORK-RECORD.
           03  PW-PORT-ID              PIC X(8).
           03  PW-TERMINAL-ID          PIC X(8).

      *****************************************************
      *  VALIDATE-ONLY MODE - THE MASTER RECORD AS IT     *
      *  WOULD STAND AFTER EACH ACCEPTED TRANSACTION,     *
      *  KEYED ON TERMINAL ID.                            *
      *****************************************************
       FD  LOAD-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOAD-WORK-RECORD.
           03  LW-TERMINAL-ID          PIC X(8).
           03  LW-MASTER-IMAGE         PIC X(89).

       FD  LOAD-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOAD-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           03  WS-TRAN-STATUS           PIC XX.
               88  WS-TRAN-OK                  VALUE "00".
           03  WS-MASTER-STATUS         PIC XX.
               88  WS-MASTER-OK                VALUE "00".
           03  WS-OPER-STATUS           PIC XX.
               88  WS-OPER-OK                  VALUE "00".
           03  WS-JOURNAL-STATUS        PIC XX.
               88  WS-JOURNAL-OK               VALUE "00".
           03  WS-FUNC-STATUS           PIC XX.
               88  WS-FUNC-OK                  VALUE "00".
           03  WS-VIOLATION-STATUS      PIC XX.
               88  WS-VIOLATION-OK             VALUE "00".
           03  WS-VENDOR-STATUS         PIC XX.
               88  WS-VENDOR-OK                VALUE "00".
           03  WS-VENDOR-FILE-OPEN-SW   PIC X  VALUE 'N'.
               88  WS-VENDOR-FILE-OPEN          VALUE 'Y'.
           03  WS-PORT-WORK-STATUS      PIC XX.
               88  WS-PORT-WORK-OK             VALUE "00".
           03  WS-LOAD-WORK-STATUS      PIC XX.
               88  WS-LOAD-WORK-OK             VALUE "00".
           03  WS-SWAP-STATUS           PIC XX.
               88  WS-SWAP-OK                  VALUE "00".
           03  WS-REPORT-STATUS         PIC XX.
           03  WS-MORE-RECORDS-SW       PIC X.
               88  WS-MORE-RECORDS              VALUE 'Y'.

       01  WS-SIGNON-FIELDS.
           03  WS-OPERATOR-VALID-SW     PIC X.
               88  WS-OPERATOR-VALID            VALUE 'Y'.
           03  WS-SIGNON-INITIALS       PIC X(3).
           03  WS-SIGNON-AUTH-LEVEL     PIC 9  VALUE ZERO.

       01  WS-AUTHORITY-FIELDS.
           03  WS-FUNCTION-CODE         PIC X(8).
           03  WS-FUNCTION-KEY          PIC X(8).
           03  WS-REQUIRED-AUTH-LEVEL   PIC 9.
           03  WS-DEFAULT-AUTH-LEVEL    PIC 9  VALUE 5.
           03  WS-FUNCTION-ALLOWED-SW   PIC X.
               88  WS-FUNCTION-ALLOWED         VALUE 'Y'.
           03  WS-VIOLATION-REASON      PIC X(40).
           03  WS-RETIRE-CHECKED-SW     PIC X  VALUE 'N'.
               88  WS-RETIRE-CHECKED           VALUE 'Y'.
           03  WS-RETIRE-ALLOWED-SW     PIC X  VALUE 'N'.
               88  WS-RETIRE-ALLOWED           VALUE 'Y'.

       01  WS-JOURNAL-FIELDS.
           03  WS-JOURNAL-DATE          PIC 9(8).
           03  WS-TIME-NOW              PIC 9(8).
           03  WS-ACTION-NAME           PIC X(10).
           03  WS-BEFORE-IMAGE          PIC X(90).

       01  WS-LOAD-FIELDS.
           03  WS-MODE-CHAR             PIC X.
               88  WS-MODE-VALIDATE             VALUE 'V', 'v'.
               88  WS-MODE-POST                 VALUE 'P', 'p'.
           03  WS-TRAN-SEQUENCE         PIC 9(6) VALUE ZERO.
           03  WS-REJECT-REASON         PIC X(40).
           03  WS-TERMINAL-FOUND-SW     PIC X.
               88  WS-TERMINAL-FOUND            VALUE 'Y'.
           03  WS-PORT-IN-USE-SW        PIC X.
               88  WS-PORT-IN-USE               VALUE 'Y'.
           03  WS-WORK-IMAGE-SW         PIC X.
               88  WS-WORK-IMAGE-ON-FILE        VALUE 'Y'.
           03  WS-VENDOR-ON-FILE-SW     PIC X.
               88  WS-VENDOR-ON-FILE            VALUE 'Y'.
           03  WS-MORE-SWAPS-SW         PIC X.
               88  WS-MORE-SWAPS                VALUE 'Y'.
           03  WS-OPEN-SWAP-SW          PIC X.
               88  WS-OPEN-SWAP-FOUND           VALUE 'Y'.
           03  WS-OLD-PORT-ID           PIC X(8).
           03  WS-CHECK-PORT-ID         PIC X(8).

       01  WS-COUNT-FIELDS.
           03  WS-READ-COUNT            PIC 9(6) VALUE ZERO.
           03  WS-ACCEPTED-COUNT        PIC 9(6) VALUE ZERO.
           03  WS-REJECTED-COUNT        PIC 9(6) VALUE ZERO.
           03  WS-ADD-COUNT             PIC 9(6) VALUE ZERO.
           03  WS-LOCATION-COUNT        PIC 9(6) VALUE ZERO.
           03  WS-PORT-COUNT            PIC 9(6) VALUE ZERO.
           03  WS-RETIRE-COUNT          PIC 9(6) VALUE ZERO.

       01  WS-DETAIL-LINE.
           03  WS-DL-SEQUENCE           PIC ZZZZZ9.
           03  FILLER                   PIC X(2)  VALUE SPACES.
           03  WS-DL-TRAN-CODE          PIC X.
           03  FILLER                   PIC X(2)  VALUE SPACES.
           03  WS-DL-TERMINAL-ID        PIC X(8).
           03  FILLER                   PIC X(2)  VALUE SPACES.
           03  WS-DL-RESULT             PIC X(9).
           03  FILLER                   PIC X(2)  VALUE SPACES.
           03  WS-DL-REASON             PIC X(40).
           03  FILLER                   PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD.
           DISPLAY "TERMLOAD - TERMINAL MASTER BATCH MAINTENANCE".
           PERFORM GET-RUN-MODE.
           PERFORM GET-VALID-SIGNON-INITIALS.
           PERFORM OPEN-FILES.
           PERFORM LOAD-PORTS-IN-USE.
           PERFORM PRINT-REPORT-HEADING.
           MOVE 'Y' TO WS-MORE-RECORDS-SW.
           PERFORM READ-TRANSACTION.
           PERFORM PROCESS-ONE-TRANSACTION
               UNTIL NOT WS-MORE-RECORDS.
           PERFORM PRINT-RUN-SUMMARY.
           PERFORM CLOSE-FILES.
           IF WS-MODE-POST
               DISPLAY "TERMLOAD - " WS-ACCEPTED-COUNT " POSTED, "
                       WS-REJECTED-COUNT " REJECTED. SEE LOADRPT."
           ELSE
               DISPLAY "TERMLOAD - VALIDATE ONLY: " WS-ACCEPTED-COUNT
                       " WOULD POST, " WS-REJECTED-COUNT
                       " REJECTED. TERMMSTR NOT CHANGED."
           END-IF.
           STOP RUN.

       GET-RUN-MODE.
           DISPLAY "MODE - V=VALIDATE ONLY  P=POST TO TERMMSTR: ".
           ACCEPT WS-MODE-CHAR.
           IF NOT WS-MODE-VALIDATE AND NOT WS-MODE-POST
               DISPLAY "TERMLOAD - MODE NOT RECOGNIZED. VALIDATE "
                       "ONLY ASSUMED."
               MOVE 'V' TO WS-MODE-CHAR
           END-IF.

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
                       DISPLAY "TERMLOAD - INITIALS "
                               WS-SIGNON-INITIALS
                               " ARE NOT ON THE OPERATOR MASTER."
                   NOT INVALID KEY
                       IF OM-ACTIVE
                           MOVE 'Y' TO WS-OPERATOR-VALID-SW
                           MOVE OM-AUTH-LEVEL TO WS-SIGNON-AUTH-LEVEL
                       ELSE
                           DISPLAY "TERMLOAD - INITIALS "
                                   WS-SIGNON-INITIALS
                                   " ARE INACTIVE."
                       END-IF
               END-READ
               CLOSE OPERATOR-MASTER-FILE
           ELSE
               DISPLAY "TERMLOAD - OPERMSTR NOT AVAILABLE, STATUS "
                       WS-OPER-STATUS ". INITIALS ACCEPTED WITHOUT "
                       "VALIDATION."
               MOVE 'Y' TO WS-OPERATOR-VALID-SW
               MOVE ZERO TO WS-SIGNON-AUTH-LEVEL
           END-IF.

      *****************************************************
      *  THE MASTER IS OPENED I-O ONLY WHEN POSTING, AND  *
      *  THE JOURNAL ONLY WHEN THERE IS SOMETHING TO      *
      *  JOURNAL - NO CHANGES WITHOUT THE AUDIT JOURNAL.  *
      *****************************************************
       OPEN-FILES.
           OPEN INPUT TERM-TRAN-FILE.
           IF NOT WS-TRAN-OK
               DISPLAY "TERMLOAD - UNABLE TO OPEN TERMTRAN, STATUS "
                       WS-TRAN-STATUS ". NOTHING TO LOAD."
               STOP RUN
           END-IF.
           IF WS-MODE-POST
               OPEN I-O TERM-MASTER-FILE
           ELSE
               OPEN INPUT TERM-MASTER-FILE
           END-IF.
           IF NOT WS-MASTER-OK
               DISPLAY "TERMLOAD - UNABLE TO OPEN TERMMSTR, STATUS "
                       WS-MASTER-STATUS ". NOTHING POSTED."
               CLOSE TERM-TRAN-FILE
               STOP RUN
           END-IF.
           IF WS-MODE-POST
               OPEN EXTEND JOURNAL-FILE
               IF NOT WS-JOURNAL-OK
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               IF NOT WS-JOURNAL-OK
                   DISPLAY "TERMLOAD - UNABLE TO OPEN MNTJRNL, STATUS "
                           WS-JOURNAL-STATUS ". NO CHANGES WITHOUT "
                           "THE AUDIT JOURNAL."
                   CLOSE TERM-TRAN-FILE
                   CLOSE TERM-MASTER-FILE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT LOAD-WORK-FILE.
           IF NOT WS-LOAD-WORK-OK
               DISPLAY "TERMLOAD - UNABLE TO CREATE LOADWORK, STATUS "
                       WS-LOAD-WORK-STATUS ". NOTHING POSTED."
               PERFORM CLOSE-INPUT-FILES
               STOP RUN
           END-IF.
           CLOSE LOAD-WORK-FILE.
           OPEN I-O LOAD-WORK-FILE.
           OPEN OUTPUT LOAD-REPORT-FILE.
           OPEN INPUT VENDOR-MASTER-FILE.
           IF WS-VENDOR-OK
               SET WS-VENDOR-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "TERMLOAD - VENDMSTR NOT AVAILABLE, STATUS "
                       WS-VENDOR-STATUS ". VENDOR WILL NOT BE "
                       "VALIDATED."
           END-IF.

       CLOSE-INPUT-FILES.
           CLOSE TERM-TRAN-FILE.
           CLOSE TERM-MASTER-FILE.
           IF WS-MODE-POST
               CLOSE JOURNAL-FILE
           END-IF.

       CLOSE-FILES.
           PERFORM CLOSE-INPUT-FILES.
           CLOSE PORT-WORK-FILE.
           CLOSE LOAD-WORK-FILE.
           CLOSE LOAD-REPORT-FILE.
           IF WS-VENDOR-FILE-OPEN
               CLOSE VENDOR-MASTER-FILE
           END-IF.

      *****************************************************
      *  EVERY PORT HELD BY A UNIT NOT RETIRED, POSTED TO *
      *  THE KEYED WORK FILE.                             *
      *****************************************************
       LOAD-PORTS-IN-USE.
           OPEN OUTPUT PORT-WORK-FILE.
           IF NOT WS-PORT-WORK-OK
               DISPLAY "TERMLOAD - UNABLE TO CREATE PORTWORK, STATUS "
                       WS-PORT-WORK-STATUS ". NOTHING POSTED."
               PERFORM CLOSE-INPUT-FILES
               CLOSE LOAD-WORK-FILE
               CLOSE LOAD-REPORT-FILE
               STOP RUN
           END-IF.
           CLOSE PORT-WORK-FILE.
           OPEN I-O PORT-WORK-FILE.
           MOVE 'Y' TO WS-MORE-RECORDS-SW.
           PERFORM READ-NEXT-MASTER-RECORD.
           PERFORM POST-ONE-PORT-IN-USE
               UNTIL NOT WS-MORE-RECORDS.

       READ-NEXT-MASTER-RECORD.
           READ TERM-MASTER-FILE NEXT
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.

       POST-ONE-PORT-IN-USE.
           IF NOT TM-RETIRED AND TM-PORT-ID NOT = SPACES
      *        A PORT ALREADY DOUBLED UP ON THE MASTER FAILS THE
      *        KEYED WRITE; THE FIRST HOLDER STANDS FOR THE EDIT.
               MOVE TM-PORT-ID     TO PW-PORT-ID
               MOVE TM-TERMINAL-ID TO PW-TERMINAL-ID
               WRITE PORT-WORK-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           PERFORM READ-NEXT-MASTER-RECORD.

       READ-TRANSACTION.
           READ TERM-TRAN-FILE
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.

      *****************************************************
      *  ONE TRANSACTION - EDIT, THEN POST (OR, IN        *
      *  VALIDATE-ONLY MODE, HOLD ON LOADWORK).           *
      *****************************************************
       PROCESS-ONE-TRANSACTION.
           ADD 1 TO WS-READ-COUNT.
           ADD 1 TO WS-TRAN-SEQUENCE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TT-TERMINAL-ID = SPACES
               MOVE "TERMINAL ID MISSING" TO WS-REJECT-REASON
           ELSE
               PERFORM FIND-TERMINAL
               EVALUATE TRUE
                   WHEN TT-ADD
                       PERFORM EDIT-ADD
                   WHEN TT-CHANGE-LOCATION
                       PERFORM EDIT-CHANGE-LOCATION
                   WHEN TT-CHANGE-PORT
                       PERFORM EDIT-CHANGE-PORT
                   WHEN TT-RETIRE
                       PERFORM EDIT-RETIRE
                   WHEN OTHER
                       MOVE "TRANSACTION CODE NOT A, L, P OR X"
                                     TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM APPLY-TRANSACTION
           END-IF.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-ACCEPTED-COUNT
               PERFORM COUNT-ACCEPTED-TRANSACTION
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           PERFORM PRINT-TRANSACTION-LINE.
           PERFORM READ-TRANSACTION.

       COUNT-ACCEPTED-TRANSACTION.
           EVALUATE TRUE
               WHEN TT-ADD
                   ADD 1 TO WS-ADD-COUNT
               WHEN TT-CHANGE-LOCATION
                   ADD 1 TO WS-LOCATION-COUNT
               WHEN TT-CHANGE-PORT
                   ADD 1 TO WS-PORT-COUNT
               WHEN TT-RETIRE
                   ADD 1 TO WS-RETIRE-COUNT
           END-EVALUATE.

      *****************************************************
      *  THE TERMINAL AS IT STANDS - LOADWORK FIRST IN    *
      *  VALIDATE-ONLY MODE, THEN THE MASTER.  LEAVES     *
      *  THE RECORD IN TERM-MASTER-RECORD WHEN FOUND.     *
      *****************************************************
       FIND-TERMINAL.
           MOVE 'N' TO WS-TERMINAL-FOUND-SW.
           MOVE 'N' TO WS-WORK-IMAGE-SW.
           IF WS-MODE-VALIDATE
               MOVE TT-TERMINAL-ID TO LW-TERMINAL-ID
               READ LOAD-WORK-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-WORK-IMAGE-SW
                       MOVE 'Y' TO WS-TERMINAL-FOUND-SW
                       MOVE LW-MASTER-IMAGE TO TERM-MASTER-RECORD
               END-READ
           END-IF.
           IF NOT WS-TERMINAL-FOUND
               MOVE TT-TERMINAL-ID TO TM-TERMINAL-ID
               READ TERM-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-TERMINAL-FOUND-SW
               END-READ
           END-IF.

      *****************************************************
      *  THE EDITS - THE FIRST FAILURE IS THE REASON.     *
      *****************************************************
       EDIT-ADD.
           PERFORM CHECK-VENDOR-ON-FILE.
           EVALUATE TRUE
               WHEN WS-TERMINAL-FOUND
                   MOVE "TERMINAL ALREADY ON THE MASTER"
                                     TO WS-REJECT-REASON
               WHEN TT-PORT-ID = SPACES
                   MOVE "PORT ID MISSING" TO WS-REJECT-REASON
               WHEN TT-TERMINAL-TYPE NOT = "FULL"
                       AND TT-TERMINAL-TYPE NOT = "BASC"
                       AND TT-TERMINAL-TYPE NOT = "MONO"
                   MOVE "TERMINAL TYPE NOT FULL, BASC OR MONO"
                                     TO WS-REJECT-REASON
               WHEN TT-LOCATION = SPACES
                   MOVE "LOCATION MISSING" TO WS-REJECT-REASON
               WHEN TT-INSTALL-DATE NOT = SPACES
                       AND TT-INSTALL-DATE NOT NUMERIC
                   MOVE "INSTALL DATE NOT YYYYMMDD"
                                     TO WS-REJECT-REASON
               WHEN NOT WS-VENDOR-ON-FILE
                   MOVE "VENDOR NOT ON THE VENDOR MASTER"
                                     TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE TT-PORT-ID TO WS-CHECK-PORT-ID
                   PERFORM CHECK-PORT-COLLISION
           END-EVALUATE.

       EDIT-CHANGE-LOCATION.
           EVALUATE TRUE
               WHEN NOT WS-TERMINAL-FOUND
                   MOVE "TERMINAL NOT ON THE MASTER"
                                     TO WS-REJECT-REASON
               WHEN TM-RETIRED
                   MOVE "TERMINAL IS RETIRED" TO WS-REJECT-REASON
               WHEN TT-LOCATION = SPACES
                   MOVE "LOCATION MISSING" TO WS-REJECT-REASON
           END-EVALUATE.

       EDIT-CHANGE-PORT.
           EVALUATE TRUE
               WHEN NOT WS-TERMINAL-FOUND
                   MOVE "TERMINAL NOT ON THE MASTER"
                                     TO WS-REJECT-REASON
               WHEN TM-RETIRED
                   MOVE "TERMINAL IS RETIRED" TO WS-REJECT-REASON
               WHEN TM-ON-LOAN
                   MOVE "ON LOAN - SWAP IT BACK WITH LOANMNT"
                                     TO WS-REJECT-REASON
               WHEN TT-PORT-ID = SPACES
                   MOVE "PORT ID MISSING" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE TT-PORT-ID TO WS-CHECK-PORT-ID
                   PERFORM CHECK-PORT-COLLISION
           END-EVALUATE.

       EDIT-RETIRE.
           MOVE 'N' TO WS-OPEN-SWAP-SW.
           IF WS-TERMINAL-FOUND AND TM-IN-REPAIR
               PERFORM CHECK-OPEN-SWAP
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-TERMINAL-FOUND
                   MOVE "TERMINAL NOT ON THE MASTER"
                                     TO WS-REJECT-REASON
               WHEN TM-RETIRED
                   MOVE "TERMINAL ALREADY RETIRED" TO WS-REJECT-REASON
               WHEN TM-ON-LOAN
                   MOVE "ON LOAN - SWAP IT BACK WITH LOANMNT"
                                     TO WS-REJECT-REASON
               WHEN WS-OPEN-SWAP-FOUND
                   MOVE "LOANER ON PORT - CLOSE SWAP WITH LOANMNT"
                                     TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM CHECK-RETIRE-AUTHORITY
                   IF NOT WS-RETIRE-ALLOWED
                       MOVE "NOT AUTHORIZED TO RETIRE (TMRETIRE)"
                                     TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

      *****************************************************
      *  A UNIT IN REPAIR MAY HAVE A LOANER ON ITS PORT.  *
      *  THE SWAPS FOR ONE UNIT ARE TOGETHER IN KEY       *
      *  ORDER, SO ONE START AND A READ NEXT UNTIL THE    *
      *  UNIT CHANGES FINDS THE OPEN ONE, IF ANY, AS IN   *
      *  TERMMNT.  NO SWAPFILE MEANS NO SWAP IS OPEN.     *
      *****************************************************
       CHECK-OPEN-SWAP.
           OPEN INPUT SWAP-FILE.
           IF WS-SWAP-OK
               MOVE 'Y'            TO WS-MORE-SWAPS-SW
               MOVE TM-TERMINAL-ID TO LS-REPAIRED-ID
               MOVE ZEROS          TO LS-SWAP-OUT-DATE
               START SWAP-FILE KEY IS NOT < LS-SWAP-KEY
                   INVALID KEY MOVE 'N' TO WS-MORE-SWAPS-SW
               END-START
               IF WS-MORE-SWAPS
                   PERFORM READ-NEXT-SWAP
               END-IF
               PERFORM CHECK-ONE-SWAP
                   UNTIL NOT WS-MORE-SWAPS OR WS-OPEN-SWAP-FOUND
               CLOSE SWAP-FILE
           END-IF.

       READ-NEXT-SWAP.
           READ SWAP-FILE NEXT
               AT END MOVE 'N' TO WS-MORE-SWAPS-SW
           END-READ.
           IF WS-MORE-SWAPS
               IF LS-REPAIRED-ID NOT = TM-TERMINAL-ID
                   MOVE 'N' TO WS-MORE-SWAPS-SW
               END-IF
           END-IF.

       CHECK-ONE-SWAP.
           IF LS-SWAP-OPEN
               MOVE 'Y' TO WS-OPEN-SWAP-SW
           ELSE
               PERFORM READ-NEXT-SWAP
           END-IF.

       CHECK-VENDOR-ON-FILE.
           MOVE 'Y' TO WS-VENDOR-ON-FILE-SW.
           IF WS-VENDOR-FILE-OPEN
               MOVE TT-VENDOR TO VM-VENDOR-CODE
               MOVE SPACES    TO VM-MODEL
               READ VENDOR-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-VENDOR-ON-FILE-SW
               END-READ
           END-IF.

       CHECK-PORT-COLLISION.
           MOVE 'N' TO WS-PORT-IN-USE-SW.
           MOVE WS-CHECK-PORT-ID TO PW-PORT-ID.
           READ PORT-WORK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PW-TERMINAL-ID NOT = TT-TERMINAL-ID
                       MOVE 'Y' TO WS-PORT-IN-USE-SW
                   END-IF
           END-READ.
           IF WS-PORT-IN-USE
               MOVE SPACES TO WS-REJECT-REASON
               STRING "PORT " WS-CHECK-PORT-ID " IN USE BY "
                      PW-TERMINAL-ID
                      DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF.

      *****************************************************
      *  THE RETIRE AUTHORITY IS CHECKED ONCE, AT THE     *
      *  FIRST RETIRE IN THE FILE, SO A REFUSED OPERATOR  *
      *  LOGS ONE VIOLATION, NOT ONE PER TRANSACTION.     *
      *****************************************************
       CHECK-RETIRE-AUTHORITY.
           IF NOT WS-RETIRE-CHECKED
               MOVE "TMRETIRE"     TO WS-FUNCTION-CODE
               MOVE TT-TERMINAL-ID TO WS-FUNCTION-KEY
               PERFORM CHECK-FUNCTION-AUTHORITY
               IF WS-FUNCTION-ALLOWED
                   MOVE 'Y' TO WS-RETIRE-ALLOWED-SW
               END-IF
               MOVE 'Y' TO WS-RETIRE-CHECKED-SW
           END-IF.

      *****************************************************
      *  AN ACCEPTED TRANSACTION.  POSTING READS THE      *
      *  MASTER RECORD AGAIN AND JOURNALS THE BEFORE AND  *
      *  AFTER IMAGES EXACTLY AS TERMMNT DOES.            *
      *****************************************************
       APPLY-TRANSACTION.
           IF TT-ADD
               MOVE SPACES TO WS-BEFORE-IMAGE
               MOVE SPACES TO WS-OLD-PORT-ID
               PERFORM BUILD-NEW-TERMINAL
           ELSE
               MOVE TERM-MASTER-RECORD TO WS-BEFORE-IMAGE
               MOVE TM-PORT-ID         TO WS-OLD-PORT-ID
               EVALUATE TRUE
                   WHEN TT-CHANGE-LOCATION
                       MOVE TT-LOCATION TO TM-LOCATION
                       IF TT-FLOOR NOT = SPACES
                           MOVE TT-FLOOR TO TM-FLOOR
                       END-IF
                       MOVE "CHANGE" TO WS-ACTION-NAME
                   WHEN TT-CHANGE-PORT
                       MOVE TT-PORT-ID TO TM-PORT-ID
                       MOVE "CHANGE" TO WS-ACTION-NAME
                   WHEN TT-RETIRE
                       MOVE 'X' TO TM-STATUS
                       MOVE "RETIRE" TO WS-ACTION-NAME
               END-EVALUATE
           END-IF.
           IF WS-MODE-POST
               PERFORM POST-TO-MASTER
           ELSE
               PERFORM HOLD-ON-LOAD-WORK
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM UPDATE-PORTS-IN-USE
           END-IF.

       BUILD-NEW-TERMINAL.
           MOVE SPACES           TO TERM-MASTER-RECORD.
           MOVE TT-TERMINAL-ID   TO TM-TERMINAL-ID.
           MOVE TT-PORT-ID       TO TM-PORT-ID.
           MOVE TT-TERMINAL-TYPE TO TM-TERMINAL-TYPE.
           MOVE TT-LOCATION      TO TM-LOCATION.
           MOVE TT-FLOOR         TO TM-FLOOR.
           MOVE TT-MODEL         TO TM-MODEL.
           MOVE TT-SERIAL-NUMBER TO TM-SERIAL-NUMBER.
           MOVE TT-VENDOR        TO TM-VENDOR.
           IF TT-INSTALL-DATE = SPACES
               MOVE ZEROS           TO TM-INSTALL-DATE
           ELSE
               MOVE TT-INSTALL-DATE TO TM-INSTALL-DATE
           END-IF.
           MOVE 'A'              TO TM-STATUS.
           MOVE "ADD"            TO WS-ACTION-NAME.

       POST-TO-MASTER.
           IF TT-ADD
               WRITE TERM-MASTER-RECORD
                   INVALID KEY
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING "MASTER WRITE FAILED, STATUS "
                              WS-MASTER-STATUS
                              DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-WRITE
           ELSE
               REWRITE TERM-MASTER-RECORD
                   INVALID KEY
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING "MASTER REWRITE FAILED, STATUS "
                              WS-MASTER-STATUS
                              DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-REWRITE
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

       HOLD-ON-LOAD-WORK.
           MOVE TM-TERMINAL-ID     TO LW-TERMINAL-ID.
           MOVE TERM-MASTER-RECORD TO LW-MASTER-IMAGE.
           IF WS-WORK-IMAGE-ON-FILE
               REWRITE LOAD-WORK-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE LOAD-WORK-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

      *****************************************************
      *  A PORT GIVEN UP IS FREED; A PORT TAKEN IS HELD.  *
      *****************************************************
       UPDATE-PORTS-IN-USE.
           IF WS-OLD-PORT-ID NOT = SPACES
                   AND (TT-RETIRE OR TM-PORT-ID NOT = WS-OLD-PORT-ID)
               MOVE WS-OLD-PORT-ID TO PW-PORT-ID
               READ PORT-WORK-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PW-TERMINAL-ID = TM-TERMINAL-ID
                           DELETE PORT-WORK-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       END-IF
               END-READ
           END-IF.
           IF NOT TT-RETIRE AND TM-PORT-ID NOT = WS-OLD-PORT-ID
               MOVE TM-PORT-ID     TO PW-PORT-ID
               MOVE TM-TERMINAL-ID TO PW-TERMINAL-ID
               WRITE PORT-WORK-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

       WRITE-JOURNAL-RECORD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-JOURNAL-DATE      TO MJ-JOURNAL-DATE.
           MOVE WS-TIME-NOW(1:6)     TO MJ-JOURNAL-TIME.
           MOVE WS-SIGNON-INITIALS   TO MJ-OPERATOR-INITIALS.
           MOVE "TERMLOAD"           TO MJ-PROGRAM-NAME.
           MOVE WS-ACTION-NAME       TO MJ-ACTION.
           MOVE TM-TERMINAL-ID       TO MJ-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE      TO MJ-BEFORE-IMAGE.
           MOVE TERM-MASTER-RECORD   TO MJ-AFTER-IMAGE.
           WRITE MAINT-JOURNAL-RECORD.
           IF NOT WS-JOURNAL-OK
               DISPLAY "TERMLOAD - JOURNAL WRITE FAILED, STATUS "
                       WS-JOURNAL-STATUS
           END-IF.

      *****************************************************
      *  PRIVILEGED FUNCTIONS NEED THE AUTH LEVEL ON      *
      *  FUNCAUTH (OR THE DEFAULT WHEN IT HAS NO ENTRY).  *
      *  A SIGN-ON THAT COULD NOT BE VALIDATED CARRIES    *
      *  LEVEL ZERO, SO IT IS REFUSED.  EVERY REFUSAL IS  *
      *  WRITTEN TO SECVIOL FOR THE AUDITORS.             *
      *****************************************************
       CHECK-FUNCTION-AUTHORITY.
           MOVE 'N' TO WS-FUNCTION-ALLOWED-SW.
           MOVE WS-DEFAULT-AUTH-LEVEL TO WS-REQUIRED-AUTH-LEVEL.
           OPEN INPUT FUNC-AUTH-FILE.
           IF WS-FUNC-OK
               MOVE WS-FUNCTION-CODE TO FA-FUNCTION-CODE
               READ FUNC-AUTH-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FA-MIN-AUTH-LEVEL TO WS-REQUIRED-AUTH-LEVEL
               END-READ
               CLOSE FUNC-AUTH-FILE
           END-IF.
           IF WS-SIGNON-AUTH-LEVEL NOT < WS-REQUIRED-AUTH-LEVEL
               MOVE 'Y' TO WS-FUNCTION-ALLOWED-SW
           ELSE
               DISPLAY "TERMLOAD - " WS-SIGNON-INITIALS
                       " IS NOT AUTHORIZED FOR " WS-FUNCTION-CODE
                       " - LEVEL " WS-REQUIRED-AUTH-LEVEL
                       " REQUIRED. ATTEMPT LOGGED."
               MOVE "AUTH LEVEL BELOW FUNCTION MINIMUM"
                                     TO WS-VIOLATION-REASON
               PERFORM WRITE-VIOLATION-RECORD
           END-IF.

       WRITE-VIOLATION-RECORD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-JOURNAL-DATE        TO SV-VIOLATION-DATE.
           MOVE WS-TIME-NOW(1:6)       TO SV-VIOLATION-TIME.
           MOVE WS-SIGNON-INITIALS     TO SV-OPERATOR-INITIALS.
           MOVE "TERMLOAD"             TO SV-PROGRAM-NAME.
           MOVE WS-FUNCTION-CODE       TO SV-FUNCTION-CODE.
           MOVE WS-FUNCTION-KEY        TO SV-RECORD-KEY.
           MOVE WS-SIGNON-AUTH-LEVEL   TO SV-OPERATOR-LEVEL.
           MOVE WS-REQUIRED-AUTH-LEVEL TO SV-REQUIRED-LEVEL.
           MOVE WS-VIOLATION-REASON    TO SV-REASON.
           OPEN EXTEND VIOLATION-FILE.
           IF NOT WS-VIOLATION-OK
               OPEN OUTPUT VIOLATION-FILE
           END-IF.
           IF WS-VIOLATION-OK
               WRITE SEC-VIOLATION-RECORD
               CLOSE VIOLATION-FILE
           ELSE
               DISPLAY "TERMLOAD - UNABLE TO OPEN SECVIOL, STATUS "
                       WS-VIOLATION-STATUS
           END-IF.

      *****************************************************
      *  EDIT REPORT.                                     *
      *****************************************************
       PRINT-REPORT-HEADING.
           MOVE "TERMINAL MASTER BATCH MAINTENANCE - EDIT REPORT"
                                     TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           IF WS-MODE-POST
               STRING "RUN DATE " WS-JOURNAL-DATE
                      "   BY " WS-SIGNON-INITIALS
                      "   MODE: POST TO TERMMSTR"
                      DELIMITED BY SIZE INTO LOAD-REPORT-LINE
           ELSE
               STRING "RUN DATE " WS-JOURNAL-DATE
                      "   BY " WS-SIGNON-INITIALS
                      "   MODE: VALIDATE ONLY - NOTHING POSTED"
                      DELIMITED BY SIZE INTO LOAD-REPORT-LINE
           END-IF.
           WRITE LOAD-REPORT-LINE.
           PERFORM PRINT-BLANK-LINE.
           MOVE " SEQ #  CD  TERMINAL  RESULT     REASON"
                                     TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING "------  --  --------  ---------  "
                  "----------------------------------------"
                  DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

       PRINT-TRANSACTION-LINE.
           MOVE WS-TRAN-SEQUENCE TO WS-DL-SEQUENCE.
           MOVE TT-TRAN-CODE     TO WS-DL-TRAN-CODE.
           MOVE TT-TERMINAL-ID   TO WS-DL-TERMINAL-ID.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "REJECTED"  TO WS-DL-RESULT
           ELSE
               IF WS-MODE-POST
                   MOVE "POSTED"    TO WS-DL-RESULT
               ELSE
                   MOVE "ACCEPTED"  TO WS-DL-RESULT
               END-IF
           END-IF.
           MOVE WS-REJECT-REASON TO WS-DL-REASON.
           MOVE WS-DETAIL-LINE   TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

       PRINT-RUN-SUMMARY.
           PERFORM PRINT-BLANK-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING "TRANSACTIONS READ " WS-READ-COUNT
                  "  ACCEPTED " WS-ACCEPTED-COUNT
                  "  REJECTED " WS-REJECTED-COUNT
                  DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING "ADDS " WS-ADD-COUNT
                  "  LOCATION CHANGES " WS-LOCATION-COUNT
                  "  PORT CHANGES " WS-PORT-COUNT
                  "  RETIRES " WS-RETIRE-COUNT
                  DELIMITED BY SIZE INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           IF WS-MODE-VALIDATE
               MOVE "*** VALIDATE ONLY - TERMMSTR NOT CHANGED ***"
                                     TO LOAD-REPORT-LINE
               WRITE LOAD-REPORT-LINE
           END-IF.

       PRINT-BLANK-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
