      *                   THE INVENTORY MASTER HAS THE    *
      *                   SAME AUDIT TRAIL THE            *
      *                   CERTIFICATIONS DO.              *
      *  UPDATED 10.15.26 RETIRE RESTRICTED TO OPERATORS  *
      *                   WHOSE AUTH LEVEL MEETS THE      *
      *                   TMRETIRE ENTRY ON FUNCAUTH;     *
      *                   REFUSALS LOGGED TO SECVIOL.     *
      *  UPDATED 10.15.26 VENDOR EDITED AGAINST THE       *
      *                   VENDOR MASTER (VENDMSTR) SO     *
      *                   WARRANTY CAN BE WORKED OUT FOR  *
      *                   EVERY UNIT.                     *
      *  UPDATED 10.15.26 SPARE POOL.  A UNIT CAN BE PUT  *
      *                   IN THE SPARE POOL (STATUS P),   *
      *                   READY FOR LOANMNT TO LEND IT    *
      *                   TO A PORT WHOSE UNIT IS AWAY    *
      *                   FOR REPAIR.                     *
      *  UPDATED 10.15.26 ACCEPTANCE BURN-IN.  A NEW UNIT *
      *                   IS ADDED PENDING ACCEPTANCE     *
      *                   (STATUS A); CRTSCHED PUTS IT IN *
      *                   SERVICE, NOT THE S ACTION.      *
      *  UPDATED 10.15.26 THE R, S AND P ACTIONS REFUSE   *
      *                   A UNIT ON LOAN (SWAP IT BACK    *
      *                   WITH LOANMNT) OR PENDING        *
      *                   ACCEPTANCE (REPAIR GOES         *
      *                   THROUGH EXCREVW).               *
      *  UPDATED 10.15.26 RETIRE REFUSES A UNIT ON LOAN,  *
      *                   OR IN REPAIR WITH AN OPEN SWAP  *
      *                   ON SWAPFILE; P TAKES ONLY A     *
      *                   UNIT IN SERVICE, NOT ONE        *
      *                   RETIRED OR IN REPAIR.           *
      *  UPDATED 10.15.26 RETURNING A RETIRED UNIT TO     *
      *                   SERVICE NEEDS THE TMRETIRE      *
      *                   LEVEL; REFUSALS TO SECVIOL.     *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TERMMNT.
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
           SELECT SWAP-FILE ASSIGN TO "SWAPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-SWAP-KEY
               FILE STATUS IS WS-SWAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS         PIC XX.
           88  WS-MASTER-OK                VALUE "00".
       01  WS-OPERATOR-VALID-SW     PIC X.
           88  WS-OPERATOR-VALID            VALUE 'Y'.
       01  WS-SIGNON-INITIALS       PIC X(3).
       01  WS-SIGNON-AUTH-LEVEL     PIC 9  VALUE ZERO.
       01  WS-JOURNAL-STATUS        PIC XX.
           88  WS-JOURNAL-OK               VALUE "00".
       01  WS-FUNC-STATUS           PIC XX.
           88  WS-FUNC-OK                  VALUE "00".
       01  WS-VIOLATION-STATUS      PIC XX.
           88  WS-VIOLATION-OK             VALUE "00".
       01  WS-VENDOR-STATUS         PIC XX.
           88  WS-VENDOR-OK                VALUE "00".
       01  WS-VENDOR-FILE-OPEN-SW   PIC X  VALUE 'N'.
           88  WS-VENDOR-FILE-OPEN          VALUE 'Y'.
       01  WS-VENDOR-VALID-SW       PIC X.
           88  WS-VENDOR-VALID              VALUE 'Y'.
       01  WS-VENDOR-ANSWER         PIC X(12).
       01  WS-SWAP-STATUS           PIC XX.
           88  WS-SWAP-OK                  VALUE "00".
       01  WS-MORE-SWAPS-SW         PIC X.
           88  WS-MORE-SWAPS                VALUE 'Y'.
       01  WS-OPEN-SWAP-SW          PIC X.
           88  WS-OPEN-SWAP-FOUND           VALUE 'Y'.

       01  WS-AUTHORITY-FIELDS.
           03  WS-FUNCTION-CODE         PIC X(8).
           03  WS-FUNCTION-KEY          PIC X(8).
           03  WS-REQUIRED-AUTH-LEVEL   PIC 9.
           03  WS-DEFAULT-AUTH-LEVEL    PIC 9  VALUE 5.
           03  WS-FUNCTION-ALLOWED-SW   PIC X.
               88  WS-FUNCTION-ALLOWED         VALUE 'Y'.
           03  WS-VIOLATION-REASON      PIC X(40).

       01  WS-JOURNAL-FIELDS.
           03  WS-JOURNAL-DATE          PIC 9(8).
               88  WS-ACTION-REPAIR            VALUE 'R', 'r'.
               88  WS-ACTION-SERVICE           VALUE 'S', 's'.
               88  WS-ACTION-RETIRE            VALUE 'X', 'x'.
               88  WS-ACTION-SPARE             VALUE 'P', 'p'.
               88  WS-ACTION-INQUIRE           VALUE 'I', 'i'.
               88  WS-ACTION-QUIT              VALUE 'Q', 'q'.
           03  WS-KEY-TERMINAL-ID       PIC X(8).
           PERFORM GET-VALID-SIGNON-INITIALS.
           PERFORM OPEN-JOURNAL-FILE.
           PERFORM OPEN-MASTER-FILE.
           PERFORM OPEN-VENDOR-FILE.
           PERFORM GET-ACTION.
           PERFORM PROCESS-ONE-ACTION
               UNTIL WS-ACTION-QUIT.
           CLOSE TERM-MASTER-FILE.
           CLOSE JOURNAL-FILE.
           IF WS-VENDOR-FILE-OPEN
               CLOSE VENDOR-MASTER-FILE
           END-IF.
           DISPLAY "TERMMNT - END OF MAINTENANCE.".
           STOP RUN.

                   NOT INVALID KEY
                       IF OM-ACTIVE
                           MOVE 'Y' TO WS-OPERATOR-VALID-SW
                           MOVE OM-AUTH-LEVEL TO WS-SIGNON-AUTH-LEVEL
                       ELSE
                           DISPLAY "TERMMNT - INITIALS "
                                   WS-SIGNON-INITIALS
                       WS-OPER-STATUS ". INITIALS ACCEPTED WITHOUT "
                       "VALIDATION."
               MOVE 'Y' TO WS-OPERATOR-VALID-SW
               MOVE ZERO TO WS-SIGNON-AUTH-LEVEL
           END-IF.

       OPEN-JOURNAL-FILE.
               STOP RUN
           END-IF.

      *****************************************************
      *  TM-VENDOR IS EDITED AGAINST THE VENDOR MASTER SO *
      *  WARRANTY CAN BE WORKED OUT FOR THE UNIT.  WHEN   *
      *  VENDMSTR IS NOT THERE THE VENDOR IS TAKEN AS     *
      *  KEYED, AS IT WAS BEFORE THE VENDOR MASTER.       *
      *****************************************************
       OPEN-VENDOR-FILE.
           OPEN INPUT VENDOR-MASTER-FILE.
           IF WS-VENDOR-OK
               SET WS-VENDOR-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "TERMMNT - VENDMSTR NOT AVAILABLE, STATUS "
                       WS-VENDOR-STATUS ". VENDOR WILL NOT BE "
                       "VALIDATED."
           END-IF.

       GET-ACTION.
           DISPLAY " ".
           DISPLAY "ACTION - A=ADD C=CHANGE R=IN-REPAIR S=IN-SERVICE".
           DISPLAY "         P=SPARE POOL X=RETIRE I=INQUIRE Q=QUIT: ".
           ACCEPT WS-ACTION-CHAR.

       PROCESS-ONE-ACTION.
                   PERFORM SET-STATUS-IN-REPAIR
               WHEN WS-ACTION-SERVICE
                   PERFORM SET-STATUS-IN-SERVICE
               WHEN WS-ACTION-SPARE
                   PERFORM SET-STATUS-SPARE
               WHEN WS-ACTION-RETIRE
                   PERFORM RETIRE-TERMINAL
               WHEN WS-ACTION-INQUIRE
               MOVE WS-KEY-TERMINAL-ID TO TM-TERMINAL-ID
               MOVE ZEROS              TO TM-INSTALL-DATE
               PERFORM ENTER-TERMINAL-DETAILS
               MOVE 'A'                TO TM-STATUS
               WRITE TERM-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "TERMMNT - WRITE FAILED, STATUS "
                   MOVE "ADD" TO WS-ACTION-NAME
                   PERFORM WRITE-JOURNAL-RECORD
                   DISPLAY "TERMMNT - TERMINAL " TM-TERMINAL-ID
                           " ADDED PENDING ACCEPTANCE."
                   DISPLAY "TERMMNT - CRTSCHED PUTS IT IN SERVICE "
                           "ONCE ITS BURN-IN RUNS ARE CLEAN."
               END-IF
           END-IF.

               END-IF
           END-IF.

      *****************************************************
      *  A UNIT ON LOAN COMES BACK THROUGH LOANMNT FIRST. *
      *  A UNIT IN ACCEPTANCE BURN-IN GOES TO THE VENDOR  *
      *  THROUGH EXCREVW, WHICH REMEMBERS THAT IT WAS IN  *
      *  BURN-IN AND RETURNS IT THERE WHEN VERIFIED.      *
      *****************************************************
       SET-STATUS-IN-REPAIR.
           PERFORM READ-TERMINAL-FOR-UPDATE.
           IF WS-MASTER-OK
               EVALUATE TRUE
                   WHEN TM-ON-LOAN
                       DISPLAY "TERMMNT - TERMINAL " TM-TERMINAL-ID
                               " IS ON LOAN. SWAP IT BACK WITH "
                               "LOANMNT."
                   WHEN TM-PENDING-ACCEPT
                       DISPLAY "TERMMNT - TERMINAL " TM-TERMINAL-ID
                               " IS PENDING ACCEPTANCE. SEND IT FOR "
                               "REPAIR THROUGH EXCREVW."
                   WHEN OTHER
                       MOVE TERM-MASTER-RECORD TO WS-BEFORE-IMAGE
                       MOVE 'R' TO TM-STATUS
                       PERFORM REWRITE-MASTER-RECORD
                       IF WS-MASTER-OK
                           MOVE "IN-REPAIR" TO WS-ACTION-NAME
                           PERFORM WRITE-JOURNAL-RECORD
                       END-IF
                       DISPLAY "TERMMNT - TERMINAL " TM-TERMINAL-ID
                               " PLACED IN-REPAIR."
               END-EVALUATE
           END-IF.

      *****************************************************
      *  A UNIT STILL IN ACCEPTANCE BURN-IN IS PUT IN     *
      *  SERVICE BY CRTSCHED ONLY, ONCE IT HAS PASSED.    *
      *  A UNIT ON LOAN COMES BACK THROUGH LOANMNT SO ITS *
      *  SWAP RECORD IS CLOSED.  BRINGING A RETIRED UNIT  *
      *  BACK UNDOES A RETIREMENT, SO IT NEEDS THE SAME   *
      *  TMRETIRE AUTH LEVEL AS RETIRING IT.              *
      *****************************************************
       SET-STATUS-IN-SERVICE.
           PERFORM READ-TERMINAL-FOR-UPDATE.
           IF WS-MASTER-OK
               EVALUATE TRUE
                   WHEN TM-ON-LOAN
                       DISPLAY "TERMMNT - TERMINAL " TM-TERMINAL-ID
                               " IS ON LOAN. SWAP IT BACK WITH "
                               "LOANMNT."
                   WHEN TM-PENDING-ACCEPT
                       DISPLAY "TERMMNT - TERMINAL " TM-TERMINAL-ID
                               " IS PENDING ACCEPTANCE. IT GOES IN "
                               "SERVICE WHEN ITS BURN-IN IS CLEAN."
                   WHEN TM-RETIRED
                       MOVE "TMRETIRE"     TO WS-FUNCTION-CODE
                       MOVE TM-TERMINAL-ID TO WS-FUNCTION-KEY
                       PERFORM CHECK-FUNCTION-AUTHORITY
                       IF WS-FUNCTION-ALLOWED
                           PERFORM RETURN-UNIT-TO-SERVICE
                       END-IF
                   WHEN OTHER
                       PERFORM RETURN-UNIT-TO-SERVICE
               END-EVALUATE
           END-IF.

       RETURN-UNIT-TO-SERVICE.
           MOVE TERM-MASTER-RECORD TO WS-BEFORE-IMAGE.
           MOVE 'S' TO TM-STATUS.
           PERFORM REWRITE-MASTER-RECORD.
           IF WS-MASTER-OK
               MOVE "IN-SERVICE" TO WS-ACTION-NAME
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.
           DISPLAY "TERMMNT - TERMINAL " TM-TERMINAL-ID
                   " RETURNED TO SERVICE.".

      *****************************************************
      *  A SPARE SITS ON THE SHELF WITH NO PORT UNTIL     *
      *  LOANMNT LENDS IT OUT.  A UNIT ON LOAN COMES BACK *
      *  THROUGH LOANMNT SO ITS SWAP RECORD IS CLOSED.    *
      *  A UNIT IN ACCEPTANCE BURN-IN MUST PASS IT FIRST. *
      *  ONLY A UNIT IN SERVICE GOES INTO THE POOL - A    *
      *  RETIRED ONE COMES BACK ONLY PAST THE TMRETIRE    *
      *  GUARD, AND ONE IN REPAIR IS AT THE VENDOR.       *
      *****************************************************
       SET-STATUS-SPARE.
           PERFORM READ-TERMINAL-FOR-UPDATE.
           IF WS-MASTER-OK
               EVALUATE TRUE
                   WHEN TM-ON-LOAN
                       DISPLAY "TERMMNT - TERMINAL " TM-TERMINAL-ID
                               " IS ON LOAN. SWAP IT BACK WITH "
                               "LOANMNT."
                   WHEN TM-PENDING-ACCEPT
                       DISPLAY "TERMMNT - TERMINAL " TM-TERMINAL-ID
                               " IS PENDING ACCEPTANCE. IT GOES IN "
                               "SERVICE WHEN ITS BURN-IN IS CLEAN."
                   WHEN TM-RETIRED
                       DISPLAY "TERMMNT - TERMINAL " TM-TERMINAL-ID
                               " IS RETIRED. IT CANNOT GO INTO THE "
                               "SPARE POOL."
                   WHEN TM-IN-REPAIR
                       DISPLAY "TERMMNT - TERMINAL " TM-TERMINAL-ID
                               " IS IN REPAIR. IT CAN GO INTO THE "
                               "POOL ONCE BACK IN SERVICE."
                   WHEN TM-SPARE
                       DISPLAY "TERMMNT - TERMINAL " TM-TERMINAL-ID
                               " IS ALREADY IN THE SPARE POOL."
                   WHEN OTHER
                       MOVE TERM-MASTER-RECORD TO WS-BEFORE-IMAGE
                       MOVE 'P'    TO TM-STATUS
                       MOVE SPACES TO TM-PORT-ID
                       PERFORM REWRITE-MASTER-RECORD
                       IF WS-MASTER-OK
                           MOVE "SPARE" TO WS-ACTION-NAME
                           PERFORM WRITE-JOURNAL-RECORD
                       END-IF
                       DISPLAY "TERMMNT - TERMINAL " TM-TERMINAL-ID
                               " PLACED IN THE SPARE POOL."
               END-EVALUATE
           END-IF.

      *****************************************************
      *  A LOANER ON ANOTHER UNIT'S PORT, OR A UNIT IN    *
      *  REPAIR WITH A LOANER STILL ON ITS PORT, HAS AN   *
      *  OPEN SWAP ON SWAPFILE THAT ONLY LOANMNT CAN      *
      *  CLOSE, SO NEITHER MAY BE RETIRED UNTIL IT IS.    *
      *****************************************************
       RETIRE-TERMINAL.
           PERFORM READ-TERMINAL-FOR-UPDATE.
           IF WS-MASTER-OK
               PERFORM CHECK-RETIRE-ALLOWED
           END-IF.
           IF WS-MASTER-OK AND WS-FUNCTION-ALLOWED
               PERFORM SHOW-TERMINAL-DETAILS
               DISPLAY "RETIRE THIS UNIT? (Y/N): "
               ACCEPT WS-CONFIRM-CHAR
               END-IF
           END-IF.

       CHECK-RETIRE-ALLOWED.
           MOVE 'N' TO WS-FUNCTION-ALLOWED-SW.
           MOVE 'N' TO WS-OPEN-SWAP-SW.
           IF TM-IN-REPAIR
               PERFORM CHECK-OPEN-SWAP
           END-IF.
           EVALUATE TRUE
               WHEN TM-ON-LOAN
                   DISPLAY "TERMMNT - TERMINAL " TM-TERMINAL-ID
                           " IS ON LOAN. SWAP IT BACK WITH LOANMNT."
               WHEN WS-OPEN-SWAP-FOUND
                   DISPLAY "TERMMNT - LOANER " LS-LOANER-ID
                           " IS STILL ON THE PORT OF " TM-TERMINAL-ID
                           ". CLOSE THE SWAP WITH LOANMNT FIRST."
               WHEN OTHER
                   MOVE "TMRETIRE"     TO WS-FUNCTION-CODE
                   MOVE TM-TERMINAL-ID TO WS-FUNCTION-KEY
                   PERFORM CHECK-FUNCTION-AUTHORITY
           END-EVALUATE.

      *****************************************************
      *  THE SWAPS FOR ONE UNIT ARE TOGETHER IN KEY       *
      *  ORDER, SO ONE START AND A READ NEXT UNTIL THE    *
      *  UNIT CHANGES FINDS THE OPEN ONE, IF ANY, AS IN   *
      *  LOANMNT.  NO SWAPFILE MEANS NO SWAP IS OPEN.     *
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

       INQUIRE-TERMINAL.
           PERFORM READ-TERMINAL-FOR-UPDATE.
           IF WS-MASTER-OK
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
               DISPLAY "TERMMNT - " WS-SIGNON-INITIALS
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
           MOVE "TERMMNT"              TO SV-PROGRAM-NAME.
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
               DISPLAY "TERMMNT - UNABLE TO OPEN SECVIOL, STATUS "
                       WS-VIOLATION-STATUS
           END-IF.

       SHOW-TERMINAL-DETAILS.
           DISPLAY "TERMINAL ID:   " TM-TERMINAL-ID.
           DISPLAY "PORT ID:       " TM-PORT-ID.
           DISPLAY "VENDOR:        " TM-VENDOR.
           DISPLAY "INSTALL DATE:  " TM-INSTALL-DATE.
           DISPLAY "STATUS:        " TM-STATUS
                   " (S=IN-SERVICE R=IN-REPAIR X=RETIRED"
                   " P=SPARE L=ON LOAN A=PENDING ACCEPTANCE)".

       ENTER-TERMINAL-DETAILS.
           DISPLAY "FOR EACH FIELD, ENTER A NEW VALUE OR '=' TO"
           IF WS-ANSWER-FIELD NOT = "="
               MOVE WS-ANSWER-FIELD TO TM-SERIAL-NUMBER
           END-IF.
           MOVE 'N' TO WS-VENDOR-VALID-SW.
           PERFORM ENTER-VENDOR-CODE
               UNTIL WS-VENDOR-VALID.
           DISPLAY "INSTALL DATE YYYYMMDD (" TM-INSTALL-DATE "): ".
           PERFORM ACCEPT-ANSWER-FIELD.
           IF WS-ANSWER-FIELD NOT = "="
               MOVE WS-ANSWER-FIELD(1:8) TO TM-INSTALL-DATE
           END-IF.

       ENTER-VENDOR-CODE.
           DISPLAY "VENDOR (" TM-VENDOR "): ".
           PERFORM ACCEPT-ANSWER-FIELD.
           IF WS-ANSWER-FIELD = "="
               MOVE TM-VENDOR       TO WS-VENDOR-ANSWER
           ELSE
               MOVE WS-ANSWER-FIELD TO WS-VENDOR-ANSWER
           END-IF.
           IF WS-VENDOR-FILE-OPEN
               MOVE WS-VENDOR-ANSWER TO VM-VENDOR-CODE
               MOVE SPACES           TO VM-MODEL
               READ VENDOR-MASTER-FILE
                   INVALID KEY
                       DISPLAY "TERMMNT - VENDOR " WS-VENDOR-ANSWER
                               " IS NOT ON THE VENDOR MASTER. ADD "
                               "IT WITH VENDMNT, OR ENTER ANOTHER."
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-VENDOR-VALID-SW
               END-READ
           ELSE
               MOVE 'Y' TO WS-VENDOR-VALID-SW
           END-IF.
           IF WS-VENDOR-VALID
               MOVE WS-VENDOR-ANSWER TO TM-VENDOR
           END-IF.

       ACCEPT-ANSWER-FIELD.
           MOVE SPACES TO WS-ANSWER-FIELD.
           ACCEPT WS-ANSWER-FIELD.
