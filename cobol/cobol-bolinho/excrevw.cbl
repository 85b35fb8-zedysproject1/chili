      *                   PASSING RECERTIFICATION IS ON   *
      *                   FILE (CRTSTAT, WITH THE OLD     *
      *                   CERTFILE SCAN AS FALLBACK).     *
      *  UPDATED 10.15.26 VERIFIED RESTRICTED TO REVIEWERS *
      *                   WHOSE AUTH LEVEL MEETS THE      *
      *                   EXVERIFY ENTRY ON FUNCAUTH;     *
      *                   REFUSALS LOGGED TO SECVIOL.     *
      *  UPDATED 10.15.26 SENT-TO-VENDOR SHOWS WHETHER    *
      *                   THE UNIT IS IN OR OUT OF        *
      *                   WARRANTY FROM TM-INSTALL-DATE   *
      *                   AND THE VENDOR MASTER           *
      *                   (VENDMSTR), WITH THE SERVICE    *
      *                   CONTRACT AND TURNAROUND DAYS.   *
      *  UPDATED 10.15.26 SENT-TO-VENDOR AND VERIFIED     *
      *                   REMIND THE REVIEWER TO RECORD   *
      *                   THE LOANER SWAP WITH LOANMNT.   *
      *  UPDATED 10.15.26 REPAIRED CAPTURES THE VENDOR    *
      *                   INVOICE NUMBER AND AMOUNT AND   *
      *                   WHO PAYS (WARRANTY, CONTRACT OR *
      *                   BILLABLE) ON THE REPAIR COST    *
      *                   FILE (RPRCOST), KEYED TERMINAL  *
      *                   PLUS TICKET, FOR CHGBACK.       *
      *  UPDATED 10.15.26 SENT-TO-VENDOR REFUSES A UNIT   *
      *                   ON LOAN (SWAP IT BACK WITH      *
      *                   LOANMNT FIRST), AND NOTES ON    *
      *                   THE EXCEPTION A UNIT STILL IN   *
      *                   ACCEPTANCE BURN-IN SO VERIFIED  *
      *                   RETURNS IT TO 'A', NOT 'S'.     *
      *  UPDATED 10.15.26 SENT-TO-VENDOR ALSO REFUSES A   *
      *                   SPARE OR RETIRED UNIT, AND      *
      *                   VERIFIED ONLY RESTORES A UNIT   *
      *                   STILL IN REPAIR; ANY OTHER      *
      *                   STATUS IS LEFT AS IT IS.        *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EXCREVW.
           SELECT CERT-FILE ASSIGN TO "CERTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERT-FILE-STATUS.
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
           SELECT REPAIR-COST-FILE ASSIGN TO "RPRCOST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-COST-KEY
               FILE STATUS IS WS-COST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
           COPY CERTREC.

       FD  FUNC-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FUNCAUTH.

       FD  VIOLATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECVIOL.

       FD  VENDOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VENDMSTR.

       FD  REPAIR-COST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPRCOST.

       WORKING-STORAGE SECTION.
       01  WS-EXC-FILE-STATUS       PIC XX.
           88  WS-EXC-FILE-OK              VALUE "00".
       01  WS-OPERATOR-VALID-SW     PIC X.
           88  WS-OPERATOR-VALID            VALUE 'Y'.
       01  WS-REVIEWER-INITIALS     PIC X(3).
       01  WS-REVIEWER-AUTH-LEVEL   PIC 9  VALUE ZERO.
       01  WS-OLD-STATUS            PIC X(14).
       01  WS-MASTER-STATUS         PIC XX.
           88  WS-MASTER-OK                VALUE "00".
           88  WS-CERT-SCAN-EOF             VALUE 'Y'.

       01  WS-NEW-TM-STATUS         PIC X.
       01  WS-UNIT-SENDABLE-SW      PIC X.
           88  WS-UNIT-SENDABLE             VALUE 'Y'.
       01  WS-FUNC-STATUS           PIC XX.
           88  WS-FUNC-OK                  VALUE "00".
       01  WS-VIOLATION-STATUS      PIC XX.
           88  WS-VIOLATION-OK             VALUE "00".

       01  WS-VENDOR-STATUS         PIC XX.
           88  WS-VENDOR-OK                VALUE "00".

       01  WS-COST-STATUS           PIC XX.
           88  WS-COST-OK                  VALUE "00".

       01  WS-WARRANTY-FIELDS.
           03  WS-WARRANTY-KNOWN-SW     PIC X.
               88  WS-WARRANTY-KNOWN            VALUE 'Y'.
           03  WS-WARRANTY-UNKNOWN-WHY  PIC X(40).
           03  WS-WARRANTY-MONTHS-USED  PIC 9(3).
           03  WS-WARRANTY-END-DATE     PIC 9(8).
           03  FILLER REDEFINES WS-WARRANTY-END-DATE.
               05  WS-WE-YEAR               PIC 9(4).
               05  WS-WE-MONTH              PIC 9(2).
               05  WS-WE-DAY                PIC 9(2).
           03  WS-MONTH-COUNT           PIC 9(6).
           03  WS-MONTH-REMAINDER       PIC 9(2).
           03  WS-MONTH-DAYS            PIC 9(2).
           03  WS-LEAP-QUOTIENT         PIC 9(4).
           03  WS-LEAP-REMAINDER        PIC 9.
           03  WS-WARRANTY-INSTALL-DATE PIC 9(8).
           03  WS-WARRANTY-CONTRACT     PIC X(12).
           03  WS-WARRANTY-TURNAROUND   PIC 9(3).
           03  WS-WARRANTY-CONTACT      PIC X(20).
           03  WS-WARRANTY-PHONE        PIC X(14).

       01  WS-AUTHORITY-FIELDS.
           03  WS-FUNCTION-CODE         PIC X(8).
           03  WS-FUNCTION-KEY          PIC X(8).
           03  WS-REQUIRED-AUTH-LEVEL   PIC 9.
           03  WS-DEFAULT-AUTH-LEVEL    PIC 9  VALUE 5.
           03  WS-FUNCTION-ALLOWED-SW   PIC X.
               88  WS-FUNCTION-ALLOWED         VALUE 'Y'.
           03  WS-VIOLATION-REASON      PIC X(40).
           03  WS-TIME-NOW              PIC 9(8).

       01  WS-RECERT-CHECK-FIELDS.
           03  WS-RECERT-OK-SW          PIC X.
               88  WS-ACTION-QUIT               VALUE 'Q', 'q'.
           03  WS-TICKET-ANSWER         PIC X(10).

       01  WS-REPAIR-COST-FIELDS.
           03  WS-COST-ON-FILE-SW       PIC X.
               88  WS-COST-ON-FILE              VALUE 'Y'.
           03  WS-AMOUNT-ANSWER         PIC X(12).
           03  WS-AMOUNT-VALID-SW       PIC X.
               88  WS-AMOUNT-VALID              VALUE 'Y'.
           03  WS-AMOUNT-EDIT.
               05  WS-AMOUNT-DOLLARS        PIC X(7) JUSTIFIED RIGHT.
               05  WS-AMOUNT-CENTS          PIC X(2).
           03  WS-AMOUNT-NUMBER REDEFINES WS-AMOUNT-EDIT
                                        PIC 9(7)V99.
           03  WS-DOLLARS-LENGTH        PIC 9(2).
           03  WS-CENTS-LENGTH          PIC 9(2).
           03  WS-AMOUNT-SHOWN          PIC Z(6)9.99.
           03  WS-INVOICE-ANSWER        PIC X(12).
           03  WS-PAYER-ANSWER          PIC X.
               88  WS-PAYER-VALID               VALUE 'W', 'w',
                                                      'C', 'c',
                                                      'B', 'b'.
               88  WS-PAYER-BILLABLE            VALUE 'B', 'b'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-REVIEW-DATE FROM DATE YYYYMMDD.
                   NOT INVALID KEY
                       IF OM-ACTIVE
                           MOVE 'Y' TO WS-OPERATOR-VALID-SW
                           MOVE OM-AUTH-LEVEL
                               TO WS-REVIEWER-AUTH-LEVEL
                       ELSE
                           DISPLAY "EXCREVW - INITIALS "
                                   WS-REVIEWER-INITIALS
                       WS-OPER-STATUS ". INITIALS ACCEPTED WITHOUT "
                       "VALIDATION."
               MOVE 'Y' TO WS-OPERATOR-VALID-SW
               MOVE ZERO TO WS-REVIEWER-AUTH-LEVEL
           END-IF.

       OPEN-JOURNAL-FILE.
           MOVE EXC-DISPOSITION-STATUS TO WS-OLD-STATUS.
           EVALUATE TRUE
               WHEN WS-ACTION-SENT
                   PERFORM CHECK-UNIT-SENDABLE
                   IF WS-UNIT-SENDABLE
                       PERFORM SEND-UNIT-TO-VENDOR
                   END-IF
               WHEN WS-ACTION-REPAIRED
                   PERFORM RECORD-REPAIRED-UNIT
               WHEN WS-ACTION-VERIFIED
                   MOVE "EXVERIFY"      TO WS-FUNCTION-CODE
                   MOVE EXC-TERMINAL-ID TO WS-FUNCTION-KEY
                   PERFORM CHECK-FUNCTION-AUTHORITY
                   IF WS-FUNCTION-ALLOWED
                       PERFORM VERIFY-REPAIRED-UNIT
                   END-IF
               WHEN WS-ACTION-QUIT
                   MOVE 'Y' TO WS-QUIT-SW
                           "LEFT UNCHANGED."
           END-EVALUATE.

       SEND-UNIT-TO-VENDOR.
           PERFORM SHOW-WARRANTY-STATUS.
           DISPLAY "VENDOR TICKET NUMBER: ".
           ACCEPT WS-TICKET-ANSWER.
           MOVE "SENT-TO-VENDOR" TO EXC-DISPOSITION-STATUS.
           MOVE WS-TICKET-ANSWER TO EXC-VENDOR-TICKET.
           PERFORM STAMP-AND-REWRITE.
           PERFORM SET-MASTER-IN-REPAIR.
           DISPLAY "EXCREVW - IF A SPARE IS PUT ON THE PORT "
                   "MEANWHILE, RECORD THE SWAP WITH LOANMNT.".

      *****************************************************
      *  A LOANER STANDING IN ON ANOTHER UNIT'S PORT MUST *
      *  BE SWAPPED BACK WITH LOANMNT BEFORE IT GOES OUT, *
      *  OR THE SWAP RECORD WOULD NEVER BE CLOSED.  A     *
      *  SPARE ON THE SHELF OR A RETIRED UNIT HAS NO PORT *
      *  TO COME BACK TO, SO NEITHER IS SENT HERE.  A     *
      *  UNIT STILL IN ACCEPTANCE BURN-IN IS NOTED ON THE *
      *  EXCEPTION SO VERIFIED RETURNS IT TO BURN-IN.  A  *
      *  TICKET RE-ENTERED ON A RECORD ALREADY SENT KEEPS *
      *  WHAT WAS NOTED THE FIRST TIME - THE MASTER SAYS  *
      *  'R' BY THEN.  A UNIT NOT ON THE MASTER IS LET    *
      *  THROUGH; UPDATE-MASTER-STATUS REPORTS IT.        *
      *****************************************************
       CHECK-UNIT-SENDABLE.
           MOVE 'Y' TO WS-UNIT-SENDABLE-SW.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-MASTER-OK
               MOVE EXC-TERMINAL-ID TO TM-TERMINAL-ID
               READ TERM-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN TM-ON-LOAN
                               MOVE 'N' TO WS-UNIT-SENDABLE-SW
                               DISPLAY "EXCREVW - TERMINAL "
                                       EXC-TERMINAL-ID " IS ON LOAN. "
                                       "SWAP IT BACK WITH LOANMNT "
                                       "FIRST."
                           WHEN TM-SPARE
                               MOVE 'N' TO WS-UNIT-SENDABLE-SW
                               DISPLAY "EXCREVW - TERMINAL "
                                       EXC-TERMINAL-ID " IS IN THE "
                                       "SPARE POOL, NOT ON A PORT. "
                                       "NOT SENT."
                           WHEN TM-RETIRED
                               MOVE 'N' TO WS-UNIT-SENDABLE-SW
                               DISPLAY "EXCREVW - TERMINAL "
                                       EXC-TERMINAL-ID " IS RETIRED. "
                                       "NOT SENT."
                           WHEN TM-PENDING-ACCEPT
                               MOVE 'A' TO EXC-STATUS-WHEN-SENT
                               DISPLAY "EXCREVW - TERMINAL "
                                       EXC-TERMINAL-ID " IS PENDING "
                                       "ACCEPTANCE; VERIFIED RETURNS "
                                       "IT TO BURN-IN."
                           WHEN EXC-DISP-OPEN
                               MOVE SPACE TO EXC-STATUS-WHEN-SENT
                       END-EVALUATE
               END-READ
               CLOSE TERM-MASTER-FILE
           END-IF.

       VERIFY-REPAIRED-UNIT.
           PERFORM CHECK-PASSING-RECERT.
           IF WS-RECERT-OK
               MOVE "VERIFIED" TO EXC-DISPOSITION-STATUS
               PERFORM STAMP-AND-REWRITE
               PERFORM SET-MASTER-IN-SERVICE
               DISPLAY "EXCREVW - IF A LOANER IS ON THE PORT, SWAP "
                       "IT BACK WITH LOANMNT."
           ELSE
               DISPLAY "EXCREVW - NO PASSING RECERTIFICATION "
                       "ON FILE SINCE THIS EXCEPTION. RECORD "
                       "LEFT AS " EXC-DISPOSITION-STATUS "."
               DISPLAY "EXCREVW - RECERTIFY THE UNIT WITH "
                       "CRTEST, THEN VERIFY IT HERE."
           END-IF.

      *****************************************************
      *  A UNIT IS ONLY MARKED REPAIRED WITH ITS COST     *
      *  CAPTURED ON RPRCOST - THE VENDOR'S INVOICE, AND  *
      *  WHETHER THE WARRANTY, THE SERVICE CONTRACT OR    *
      *  THE DEPARTMENT PAYS (BILLABLE REPAIRS ARE        *
      *  CHARGED BACK MONTHLY BY CHGBACK).  THE COST IS   *
      *  KEYED ON TERMINAL AND TICKET, SO A UNIT WITH NO  *
      *  TICKET YET MUST BE GIVEN ONE, AND WHEN SEVERAL   *
      *  EXCEPTIONS WENT OUT ON ONE TICKET THE COST IS    *
      *  TAKEN ONCE, WITH THE FIRST OF THEM.              *
      *****************************************************
       RECORD-REPAIRED-UNIT.
           OPEN I-O REPAIR-COST-FILE.
           IF WS-COST-STATUS = "35"
               OPEN OUTPUT REPAIR-COST-FILE
               CLOSE REPAIR-COST-FILE
               OPEN I-O REPAIR-COST-FILE
           END-IF.
           IF NOT WS-COST-OK
               DISPLAY "EXCREVW - UNABLE TO OPEN RPRCOST, STATUS "
                       WS-COST-STATUS ". RECORD LEFT UNCHANGED - "
                       "THE REPAIR COST MUST GO WITH IT."
           ELSE
               IF EXC-VENDOR-TICKET = SPACES
                   PERFORM GET-REPAIR-TICKET
               END-IF
               PERFORM CHECK-COST-ON-FILE
               IF NOT WS-COST-ON-FILE
                   PERFORM GET-REPAIR-COST
               END-IF
               MOVE "REPAIRED" TO EXC-DISPOSITION-STATUS
               PERFORM STAMP-AND-REWRITE
               IF WS-EXC-FILE-OK AND NOT WS-COST-ON-FILE
                   PERFORM WRITE-REPAIR-COST-RECORD
               END-IF
               CLOSE REPAIR-COST-FILE
           END-IF.

       GET-REPAIR-TICKET.
           MOVE SPACES TO WS-TICKET-ANSWER.
           PERFORM ACCEPT-REPAIR-TICKET
               UNTIL WS-TICKET-ANSWER NOT = SPACES.
           MOVE WS-TICKET-ANSWER TO EXC-VENDOR-TICKET.

       ACCEPT-REPAIR-TICKET.
           DISPLAY "NO VENDOR TICKET ON FILE - ENTER THE TICKET OR "
                   "WORK ORDER NUMBER: ".
           ACCEPT WS-TICKET-ANSWER.

       CHECK-COST-ON-FILE.
           MOVE 'N' TO WS-COST-ON-FILE-SW.
           MOVE EXC-TERMINAL-ID   TO RP-TERMINAL-ID.
           MOVE EXC-VENDOR-TICKET TO RP-VENDOR-TICKET.
           READ REPAIR-COST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-COST-ON-FILE-SW
                   MOVE RP-INVOICE-AMOUNT TO WS-AMOUNT-SHOWN
                   DISPLAY "EXCREVW - COST FOR THIS TICKET ALREADY "
                           "ON RPRCOST: INVOICE " RP-INVOICE-NUMBER
                           " AMOUNT " WS-AMOUNT-SHOWN
                           " PAYER " RP-PAYER
           END-READ.

       GET-REPAIR-COST.
           PERFORM SHOW-WARRANTY-STATUS.
           MOVE 'N' TO WS-AMOUNT-VALID-SW.
           PERFORM ACCEPT-INVOICE-AMOUNT
               UNTIL WS-AMOUNT-VALID.
           DISPLAY "VENDOR INVOICE NUMBER (BLANK IF NONE): ".
           MOVE SPACES TO WS-INVOICE-ANSWER.
           ACCEPT WS-INVOICE-ANSWER.
           MOVE SPACE TO WS-PAYER-ANSWER.
           PERFORM ACCEPT-REPAIR-PAYER
               UNTIL WS-PAYER-VALID.
           IF WS-PAYER-BILLABLE AND WS-WARRANTY-KNOWN
                   AND WS-REVIEW-DATE < WS-WARRANTY-END-DATE
               DISPLAY "EXCREVW - NOTE: UNIT IS STILL IN WARRANTY "
                       "BUT THE REPAIR IS BEING BILLED."
           END-IF.

       ACCEPT-INVOICE-AMOUNT.
           DISPLAY "INVOICE AMOUNT (DOLLARS.CENTS, 0 = NO CHARGE): ".
           MOVE SPACES TO WS-AMOUNT-ANSWER.
           ACCEPT WS-AMOUNT-ANSWER.
           PERFORM EDIT-AMOUNT-ANSWER.

      *****************************************************
      *  AN AMOUNT UP TO 9999999.99, KEYED WITH OR        *
      *  WITHOUT THE CENTS.                               *
      *****************************************************
       EDIT-AMOUNT-ANSWER.
           MOVE 'N' TO WS-AMOUNT-VALID-SW.
           MOVE SPACES TO WS-AMOUNT-DOLLARS.
           MOVE SPACES TO WS-AMOUNT-CENTS.
           MOVE ZERO TO WS-DOLLARS-LENGTH.
           MOVE ZERO TO WS-CENTS-LENGTH.
           IF WS-AMOUNT-ANSWER(1:1) NOT = SPACE
               UNSTRING WS-AMOUNT-ANSWER DELIMITED BY "." OR SPACE
                   INTO WS-AMOUNT-DOLLARS COUNT IN WS-DOLLARS-LENGTH
                        WS-AMOUNT-CENTS   COUNT IN WS-CENTS-LENGTH
               END-UNSTRING
               IF WS-DOLLARS-LENGTH < 8 AND WS-CENTS-LENGTH < 3
                   INSPECT WS-AMOUNT-DOLLARS
                       REPLACING LEADING SPACE BY ZERO
                   INSPECT WS-AMOUNT-CENTS
                       REPLACING ALL SPACE BY ZERO
                   IF WS-AMOUNT-NUMBER NUMERIC
                       MOVE 'Y' TO WS-AMOUNT-VALID-SW
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-AMOUNT-VALID
               DISPLAY "EXCREVW - ENTER AN AMOUNT 0-9999999.99."
           END-IF.

       ACCEPT-REPAIR-PAYER.
           DISPLAY "PAID BY - W=WARRANTY C=SERVICE CONTRACT "
                   "B=BILLABLE TO THE DEPARTMENT: ".
           ACCEPT WS-PAYER-ANSWER.
           IF NOT WS-PAYER-VALID
               DISPLAY "EXCREVW - ENTER W, C OR B."
           END-IF.

       WRITE-REPAIR-COST-RECORD.
           INSPECT WS-PAYER-ANSWER CONVERTING "wcb" TO "WCB".
           MOVE SPACES               TO REPAIR-COST-RECORD.
           MOVE EXC-TERMINAL-ID      TO RP-TERMINAL-ID.
           MOVE EXC-VENDOR-TICKET    TO RP-VENDOR-TICKET.
           MOVE EXC-TEST-DATE        TO RP-EXC-TEST-DATE.
           MOVE EXC-SOURCE           TO RP-EXC-SOURCE.
           MOVE WS-INVOICE-ANSWER    TO RP-INVOICE-NUMBER.
           MOVE WS-AMOUNT-NUMBER     TO RP-INVOICE-AMOUNT.
           MOVE WS-PAYER-ANSWER      TO RP-PAYER.
           MOVE WS-REVIEW-DATE       TO RP-REPAIRED-DATE.
           MOVE WS-REVIEWER-INITIALS TO RP-REVIEWER-INITIALS.
           WRITE REPAIR-COST-RECORD
               INVALID KEY
                   DISPLAY "EXCREVW - RPRCOST WRITE FAILED, STATUS "
                           WS-COST-STATUS
               NOT INVALID KEY
                   DISPLAY "EXCREVW - REPAIR COST RECORDED."
           END-WRITE.

       STAMP-AND-REWRITE.
           MOVE WS-REVIEW-DATE TO EXC-DISPOSITION-DATE.
           REWRITE EXCEPTION-RECORD.
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
           IF WS-REVIEWER-AUTH-LEVEL NOT < WS-REQUIRED-AUTH-LEVEL
               MOVE 'Y' TO WS-FUNCTION-ALLOWED-SW
           ELSE
               DISPLAY "EXCREVW - " WS-REVIEWER-INITIALS
                       " IS NOT AUTHORIZED FOR " WS-FUNCTION-CODE
                       " - LEVEL " WS-REQUIRED-AUTH-LEVEL
                       " REQUIRED. ATTEMPT LOGGED."
               MOVE "AUTH LEVEL BELOW FUNCTION MINIMUM"
                                     TO WS-VIOLATION-REASON
               PERFORM WRITE-VIOLATION-RECORD
           END-IF.

       WRITE-VIOLATION-RECORD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-REVIEW-DATE         TO SV-VIOLATION-DATE.
           MOVE WS-TIME-NOW(1:6)       TO SV-VIOLATION-TIME.
           MOVE WS-REVIEWER-INITIALS   TO SV-OPERATOR-INITIALS.
           MOVE "EXCREVW"              TO SV-PROGRAM-NAME.
           MOVE WS-FUNCTION-CODE       TO SV-FUNCTION-CODE.
           MOVE WS-FUNCTION-KEY        TO SV-RECORD-KEY.
           MOVE WS-REVIEWER-AUTH-LEVEL TO SV-OPERATOR-LEVEL.
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
               DISPLAY "EXCREVW - UNABLE TO OPEN SECVIOL, STATUS "
                       WS-VIOLATION-STATUS
           END-IF.

      *****************************************************
      *  KEEP TM-STATUS IN STEP WITH THE LIFECYCLE.       *
      *  SENT-TO-VENDOR MEANS THE UNIT IS OFF THE FLOOR - *
      *  'R' IN-REPAIR; VERIFIED PUTS IT BACK TO 'S', OR  *
      *  TO 'A' WHEN IT WENT OUT DURING ITS BURN-IN.      *
      *  VERIFIED ONLY BRINGS BACK A UNIT STILL IN REPAIR *
      *  - AN EXCEPTION VERIFIED WITHOUT EVER BEING SENT  *
      *  LEAVES A UNIT IN BURN-IN, ON LOAN OR IN THE      *
      *  SPARE POOL WHERE IT IS.                          *
      *****************************************************
       SET-MASTER-IN-REPAIR.
           MOVE 'R' TO WS-NEW-TM-STATUS.
           PERFORM UPDATE-MASTER-STATUS.

       SET-MASTER-IN-SERVICE.
           IF EXC-SENT-FROM-ACCEPTANCE
               MOVE 'A' TO WS-NEW-TM-STATUS
           ELSE
               MOVE 'S' TO WS-NEW-TM-STATUS
           END-IF.
           PERFORM UPDATE-MASTER-STATUS.

       UPDATE-MASTER-STATUS.
                               " IS NOT ON THE TERMINAL MASTER. "
                               "TM-STATUS NOT UPDATED."
                   NOT INVALID KEY
                       IF WS-NEW-TM-STATUS NOT = 'R'
                               AND NOT TM-IN-REPAIR
                           DISPLAY "EXCREVW - TERMINAL "
                                   EXC-TERMINAL-ID " IS STATUS "
                                   TM-STATUS ", NOT IN REPAIR. "
                                   "TM-STATUS LEFT AS IT IS."
                       ELSE
                           PERFORM REWRITE-MASTER-STATUS
                       END-IF
               END-READ
               CLOSE TERM-MASTER-FILE
           END-IF.

       REWRITE-MASTER-STATUS.
           MOVE WS-NEW-TM-STATUS TO TM-STATUS.
           REWRITE TERM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "EXCREVW - TERMMSTR REWRITE FAILED, "
                           "STATUS " WS-MASTER-STATUS
           END-REWRITE.
           IF WS-MASTER-OK
               DISPLAY "EXCREVW - TERMINAL " EXC-TERMINAL-ID
                       " SET TO STATUS " WS-NEW-TM-STATUS
                       " ON THE MASTER."
           END-IF.

      *****************************************************
      *  A UNIT MAY ONLY BE VERIFIED BACK IN SERVICE WHEN *
      *  A PASSING RECERTIFICATION - A COMPLETE RUN WITH  *
           READ CERT-FILE
               AT END MOVE 'Y' TO WS-CERT-SCAN-EOF-SW
           END-READ.

      *****************************************************
      *  BEFORE A UNIT GOES TO THE VENDOR, SHOW WHETHER   *
      *  IT IS STILL UNDER WARRANTY - TM-INSTALL-DATE     *
      *  PLUS THE WARRANTY MONTHS FOR ITS MODEL ON        *
      *  VENDMSTR, OR THE VENDOR'S DEFAULT WHEN THE MODEL *
      *  HAS NO RECORD - ALONG WITH THE SERVICE CONTRACT, *
      *  SO A FREE REPAIR IS NOT SENT OUT ON A PAID       *
      *  TICKET.                                          *
      *****************************************************
       SHOW-WARRANTY-STATUS.
           MOVE 'N' TO WS-WARRANTY-KNOWN-SW.
           MOVE SPACES TO WS-WARRANTY-UNKNOWN-WHY.
           MOVE SPACES TO WS-WARRANTY-CONTRACT.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-MASTER-OK
               MOVE EXC-TERMINAL-ID TO TM-TERMINAL-ID
               READ TERM-MASTER-FILE
                   INVALID KEY
                       MOVE "TERMINAL NOT ON TERMMSTR"
                                     TO WS-WARRANTY-UNKNOWN-WHY
               END-READ
               CLOSE TERM-MASTER-FILE
           ELSE
               MOVE "TERMMSTR NOT AVAILABLE"
                                     TO WS-WARRANTY-UNKNOWN-WHY
           END-IF.
           IF WS-WARRANTY-UNKNOWN-WHY = SPACES
               PERFORM LOOK-UP-WARRANTY-TERMS
           END-IF.
           IF WS-WARRANTY-UNKNOWN-WHY = SPACES
               IF TM-INSTALL-DATE NOT NUMERIC
                       OR TM-INSTALL-DATE = ZEROS
                   MOVE "NO INSTALL DATE ON TERMMSTR"
                                     TO WS-WARRANTY-UNKNOWN-WHY
               ELSE
                   MOVE TM-INSTALL-DATE TO WS-WARRANTY-INSTALL-DATE
                   PERFORM COMPUTE-WARRANTY-END-DATE
                   MOVE 'Y' TO WS-WARRANTY-KNOWN-SW
               END-IF
           END-IF.
           IF WS-WARRANTY-KNOWN
               IF WS-REVIEW-DATE < WS-WARRANTY-END-DATE
                   DISPLAY "WARRANTY:    IN WARRANTY UNTIL "
                           WS-WARRANTY-END-DATE " ("
                           WS-WARRANTY-MONTHS-USED
                           " MONTHS FROM INSTALL "
                           WS-WARRANTY-INSTALL-DATE ")"
                   DISPLAY "             REPAIR SHOULD BE NO "
                           "CHARGE - QUOTE THE WARRANTY TO THE "
                           "VENDOR."
               ELSE
                   DISPLAY "WARRANTY:    OUT OF WARRANTY SINCE "
                           WS-WARRANTY-END-DATE " ("
                           WS-WARRANTY-MONTHS-USED
                           " MONTHS FROM INSTALL "
                           WS-WARRANTY-INSTALL-DATE ")"
               END-IF
           ELSE
               DISPLAY "WARRANTY:    UNKNOWN - "
                       WS-WARRANTY-UNKNOWN-WHY
           END-IF.
           IF WS-WARRANTY-CONTRACT NOT = SPACES
               DISPLAY "CONTRACT:    " WS-WARRANTY-CONTRACT
                       "  TURNAROUND " WS-WARRANTY-TURNAROUND
                       " DAYS"
               DISPLAY "CONTACT:     " WS-WARRANTY-CONTACT " "
                       WS-WARRANTY-PHONE
           END-IF.

       LOOK-UP-WARRANTY-TERMS.
           OPEN INPUT VENDOR-MASTER-FILE.
           IF NOT WS-VENDOR-OK
               MOVE "VENDMSTR NOT AVAILABLE"
                                     TO WS-WARRANTY-UNKNOWN-WHY
           ELSE
               MOVE TM-VENDOR TO VM-VENDOR-CODE
               MOVE SPACES    TO VM-MODEL
               READ VENDOR-MASTER-FILE
                   INVALID KEY
                       MOVE "VENDOR NOT ON VENDMSTR"
                                     TO WS-WARRANTY-UNKNOWN-WHY
                   NOT INVALID KEY
                       MOVE VM-DEFAULT-WARRANTY
                                     TO WS-WARRANTY-MONTHS-USED
                       MOVE VM-CONTRACT-NUMBER
                                     TO WS-WARRANTY-CONTRACT
                       MOVE VM-TURNAROUND-DAYS
                                     TO WS-WARRANTY-TURNAROUND
                       MOVE VM-CONTACT-NAME  TO WS-WARRANTY-CONTACT
                       MOVE VM-CONTACT-PHONE TO WS-WARRANTY-PHONE
               END-READ
               IF WS-WARRANTY-UNKNOWN-WHY = SPACES
                       AND TM-MODEL NOT = SPACES
                   MOVE TM-VENDOR TO VM-VENDOR-CODE
                   MOVE TM-MODEL  TO VM-MODEL
                   READ VENDOR-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE VM-WARRANTY-MONTHS
                                     TO WS-WARRANTY-MONTHS-USED
                   END-READ
               END-IF
               CLOSE VENDOR-MASTER-FILE
           END-IF.

      *****************************************************
      *  INSTALL DATE PLUS THE WARRANTY MONTHS, HELD TO   *
      *  THE LAST DAY OF THE MONTH IT LANDS IN.  EVERY    *
      *  FOURTH YEAR IS A LEAP YEAR ACROSS 1901-2099.     *
      *****************************************************
       COMPUTE-WARRANTY-END-DATE.
           MOVE WS-WARRANTY-INSTALL-DATE TO WS-WARRANTY-END-DATE.
           COMPUTE WS-MONTH-COUNT = WS-WE-YEAR * 12
               + WS-WE-MONTH - 1 + WS-WARRANTY-MONTHS-USED.
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-WE-YEAR REMAINDER WS-MONTH-REMAINDER.
           COMPUTE WS-WE-MONTH = WS-MONTH-REMAINDER + 1.
           EVALUATE WS-WE-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   DIVIDE WS-WE-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.
           IF WS-WE-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-WE-DAY
           END-IF.
