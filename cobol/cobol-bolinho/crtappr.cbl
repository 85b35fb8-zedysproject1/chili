      *****************************************************
      *  CRTAPPR                                          *
      *  SUPERVISOR SIGN-OFF OF CERTIFICATION RUNS.  A    *
      *  COMPLETE RUN ON CERTFILE THAT CARRIES ANY 'V'    *
      *  VIEW-ONLY OR 'S' SKIP FLAG - TYPICALLY AN        *
      *  UNATTENDED CRTBATCH NIGHT - DOES NOT COUNT AS    *
      *  CURRENT UNTIL A SECOND PERSON SIGNS IT OFF.      *
      *  WALKS CERTFILE AND PRESENTS EACH SUCH RUN WITH   *
      *  NO DECISION ON CERTAPPR; THE SUPERVISOR          *
      *  APPROVES OR REJECTS IT WITH A REASON, RECORDED   *
      *  UNDER THEIR INITIALS.  A SUPERVISOR MAY NOT      *
      *  SIGN OFF A RUN UNDER THEIR OWN INITIALS.  ONLY   *
      *  OPERATORS MEETING THE CTAPPROV ENTRY ON FUNCAUTH *
      *  MAY SIGN OFF; REFUSALS ARE LOGGED TO SECVIOL.    *
      *  A REJECTED RUN PUTS THE UNIT BACK ON CRTSCHED'S  *
      *  NEXT WORK LIST.                                  *
      *                                                   *
      *  UPDATED 10.15.26 WRITTEN.                        *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRTAPPR.
       AUTHOR.         MICROSOFT.
       DATE-WRITTEN.   15 OCTOBER 2026
       SECURITY.       NONE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-FILE ASSIGN TO "CERTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERT-FILE-STATUS.
           SELECT CERT-APPROVAL-FILE ASSIGN TO "CERTAPPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-APPROVAL-KEY
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-INITIALS
               FILE STATUS IS WS-OPER-STATUS.
           SELECT FUNC-AUTH-FILE ASSIGN TO "FUNCAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-FUNCTION-CODE
               FILE STATUS IS WS-FUNC-STATUS.
           SELECT VIOLATION-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CERTREC.

       FD  CERT-APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CERTAPPR.

       FD  OPERATOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERMSTR.

       FD  FUNC-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FUNCAUTH.

       FD  VIOLATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECVIOL.

       WORKING-STORAGE SECTION.
       01  WS-CERT-FILE-STATUS      PIC XX.
           88  WS-CERT-FILE-OK             VALUE "00".
       01  WS-APPROVAL-STATUS       PIC XX.
           88  WS-APPROVAL-OK              VALUE "00".
           88  WS-APPROVAL-NO-FILE         VALUE "35".
       01  WS-MORE-RECORDS-SW       PIC X  VALUE 'Y'.
           88  WS-MORE-RECORDS              VALUE 'Y'.
       01  WS-QUIT-SW               PIC X  VALUE 'N'.
           88  WS-QUIT-REQUESTED            VALUE 'Y'.
       01  WS-DECIDED-SW            PIC X.
           88  WS-ALREADY-DECIDED           VALUE 'Y'.
       01  WS-OPER-STATUS           PIC XX.
           88  WS-OPER-OK                  VALUE "00".
       01  WS-OPERATOR-VALID-SW     PIC X.
           88  WS-OPERATOR-VALID            VALUE 'Y'.
       01  WS-SIGNON-INITIALS       PIC X(3).
       01  WS-SIGNON-AUTH-LEVEL     PIC 9  VALUE ZERO.
       01  WS-FUNC-STATUS           PIC XX.
           88  WS-FUNC-OK                  VALUE "00".
       01  WS-VIOLATION-STATUS      PIC XX.
           88  WS-VIOLATION-OK             VALUE "00".

       01  WS-AUTHORITY-FIELDS.
           03  WS-FUNCTION-CODE         PIC X(8).
           03  WS-FUNCTION-KEY          PIC X(8).
           03  WS-REQUIRED-AUTH-LEVEL   PIC 9.
           03  WS-DEFAULT-AUTH-LEVEL    PIC 9  VALUE 5.
           03  WS-FUNCTION-ALLOWED-SW   PIC X.
               88  WS-FUNCTION-ALLOWED         VALUE 'Y'.
           03  WS-VIOLATION-REASON      PIC X(40).

       01  WS-REVIEW-FIELDS.
           03  WS-REVIEW-DATE           PIC 9(8).
           03  WS-TIME-NOW              PIC 9(8).
           03  WS-SIGNOFF-FLAG-COUNT    PIC 9(2).
           03  WS-ACTION-CHAR           PIC X.
               88  WS-ACTION-APPROVE            VALUE 'A', 'a'.
               88  WS-ACTION-REJECT             VALUE 'R', 'r'.
               88  WS-ACTION-LEAVE              VALUE 'L', 'l', SPACE.
               88  WS-ACTION-QUIT               VALUE 'Q', 'q'.
           03  WS-REASON-ANSWER         PIC X(40).

       01  WS-COUNT-FIELDS.
           03  WS-AWAITING-COUNT        PIC 9(4) VALUE ZERO.
           03  WS-APPROVED-COUNT        PIC 9(4) VALUE ZERO.
           03  WS-REJECTED-COUNT        PIC 9(4) VALUE ZERO.
           03  WS-OWN-RUN-COUNT         PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-REVIEW-DATE FROM DATE YYYYMMDD.
           DISPLAY "CRTAPPR - SUPERVISOR SIGN-OFF OF CERTIFICATION "
                   "RUNS".
           PERFORM GET-VALID-SIGNON-INITIALS.
           MOVE "CTAPPROV" TO WS-FUNCTION-CODE.
           MOVE SPACES     TO WS-FUNCTION-KEY.
           PERFORM CHECK-FUNCTION-AUTHORITY.
           IF NOT WS-FUNCTION-ALLOWED
               DISPLAY "CRTAPPR - SIGN-OFF REFUSED."
               STOP RUN
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM READ-CERT-RECORD.
           PERFORM REVIEW-ONE-RUN
               UNTIL NOT WS-MORE-RECORDS OR WS-QUIT-REQUESTED.
           CLOSE CERT-FILE.
           CLOSE CERT-APPROVAL-FILE.
           DISPLAY "CRTAPPR - " WS-AWAITING-COUNT
                   " RUN(S) AWAITING SIGN-OFF SEEN, "
                   WS-APPROVED-COUNT " APPROVED, "
                   WS-REJECTED-COUNT " REJECTED.".
           IF WS-OWN-RUN-COUNT > 0
               DISPLAY "CRTAPPR - " WS-OWN-RUN-COUNT
                       " RUN(S) UNDER YOUR OWN INITIALS LEFT FOR "
                       "ANOTHER SUPERVISOR."
           END-IF.
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
                       DISPLAY "CRTAPPR - INITIALS "
                               WS-SIGNON-INITIALS
                               " ARE NOT ON THE OPERATOR MASTER."
                   NOT INVALID KEY
                       IF OM-ACTIVE
                           MOVE 'Y' TO WS-OPERATOR-VALID-SW
                           MOVE OM-AUTH-LEVEL TO WS-SIGNON-AUTH-LEVEL
                       ELSE
                           DISPLAY "CRTAPPR - INITIALS "
                                   WS-SIGNON-INITIALS
                                   " ARE INACTIVE."
                       END-IF
               END-READ
               CLOSE OPERATOR-MASTER-FILE
           ELSE
               DISPLAY "CRTAPPR - OPERMSTR NOT AVAILABLE, STATUS "
                       WS-OPER-STATUS ". INITIALS ACCEPTED WITHOUT "
                       "VALIDATION."
               MOVE 'Y' TO WS-OPERATOR-VALID-SW
               MOVE ZERO TO WS-SIGNON-AUTH-LEVEL
           END-IF.

       OPEN-FILES.
           OPEN INPUT CERT-FILE.
           IF NOT WS-CERT-FILE-OK
               DISPLAY "CRTAPPR - UNABLE TO OPEN CERTFILE, STATUS "
                       WS-CERT-FILE-STATUS ". NOTHING TO SIGN OFF."
               STOP RUN
           END-IF.
           OPEN I-O CERT-APPROVAL-FILE.
           IF WS-APPROVAL-NO-FILE
               DISPLAY "CRTAPPR - CERTAPPR NOT FOUND, CREATING IT."
               OPEN OUTPUT CERT-APPROVAL-FILE
               CLOSE CERT-APPROVAL-FILE
               OPEN I-O CERT-APPROVAL-FILE
           END-IF.
           IF NOT WS-APPROVAL-OK
               DISPLAY "CRTAPPR - UNABLE TO OPEN CERTAPPR, STATUS "
                       WS-APPROVAL-STATUS
               CLOSE CERT-FILE
               STOP RUN
           END-IF.

       READ-CERT-RECORD.
           READ CERT-FILE
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.

      *****************************************************
      *  ONLY COMPLETE RUNS CARRYING A 'V' OR 'S' FLAG    *
      *  NEED SIGN-OFF, AND ONLY THOSE NOT YET DECIDED.   *
      *****************************************************
       REVIEW-ONE-RUN.
           IF CERT-RUN-COMPLETE-FLAG = 'Y'
               MOVE ZERO TO WS-SIGNOFF-FLAG-COUNT
               INSPECT CERT-RESULTS TALLYING WS-SIGNOFF-FLAG-COUNT
                   FOR ALL 'V' ALL 'S'
               IF WS-SIGNOFF-FLAG-COUNT > 0
                   PERFORM CHECK-ALREADY-DECIDED
                   IF NOT WS-ALREADY-DECIDED
                       PERFORM PRESENT-ONE-RUN
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-QUIT-REQUESTED
               PERFORM READ-CERT-RECORD
           END-IF.

       CHECK-ALREADY-DECIDED.
           MOVE 'N' TO WS-DECIDED-SW.
           MOVE CERT-TERMINAL-ID       TO CA-TERMINAL-ID.
           MOVE CERT-TEST-DATE         TO CA-TEST-DATE.
           MOVE CERT-OPERATOR-INITIALS TO CA-OPERATOR-INITIALS.
           READ CERT-APPROVAL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DECIDED-SW
           END-READ.

       PRESENT-ONE-RUN.
           ADD 1 TO WS-AWAITING-COUNT.
           IF CERT-OPERATOR-INITIALS = WS-SIGNON-INITIALS
               ADD 1 TO WS-OWN-RUN-COUNT
           ELSE
               PERFORM SHOW-RUN-DETAILS
               PERFORM GET-SIGNOFF-ACTION
               PERFORM APPLY-SIGNOFF-ACTION
           END-IF.

       SHOW-RUN-DETAILS.
           DISPLAY " ".
           DISPLAY "TERMINAL:    " CERT-TERMINAL-ID
                   "  TYPE " CERT-TERMINAL-TYPE.
           DISPLAY "TEST DATE:   " CERT-TEST-DATE
                   "  RUN BY " CERT-OPERATOR-INITIALS.
           DISPLAY "FLAGS:       ERASE " CERT-ERASE-FLAG
                   "  POSITION " CERT-POSITION-FLAG
                   "  TERMINATOR " CERT-TERMINATOR-FLAG
                   "  EDIT " CERT-EDIT-FLAG.
           DISPLAY "             ALARM " CERT-ALARM-FLAG
                   "  BLINK " CERT-BLINK-FLAG
                   "  BLANKLINE " CERT-BLANKLINE-FLAG
                   "  COLOR " CERT-COLOR-FLAG.
           DISPLAY "             (V=VIEW ONLY  S=SKIPPED)".

       GET-SIGNOFF-ACTION.
           DISPLAY "SIGN-OFF - A=APPROVE R=REJECT L=LEAVE Q=QUIT: ".
           ACCEPT WS-ACTION-CHAR.

       APPLY-SIGNOFF-ACTION.
           EVALUATE TRUE
               WHEN WS-ACTION-APPROVE
                   PERFORM GET-SIGNOFF-REASON
                   PERFORM WRITE-APPROVAL-RECORD
                   IF WS-APPROVAL-OK
                       ADD 1 TO WS-APPROVED-COUNT
                   END-IF
               WHEN WS-ACTION-REJECT
                   PERFORM GET-SIGNOFF-REASON
                   PERFORM WRITE-APPROVAL-RECORD
                   IF WS-APPROVAL-OK
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "CRTAPPR - " CERT-TERMINAL-ID
                               " GOES BACK ON THE NEXT WORK LIST."
                   END-IF
               WHEN WS-ACTION-QUIT
                   MOVE 'Y' TO WS-QUIT-SW
               WHEN WS-ACTION-LEAVE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CRTAPPR - ACTION NOT RECOGNIZED, RUN "
                           "LEFT AWAITING SIGN-OFF."
           END-EVALUATE.

      *****************************************************
      *  A DECISION WITHOUT A REASON IS NO USE TO AUDIT.  *
      *****************************************************
       GET-SIGNOFF-REASON.
           MOVE SPACES TO WS-REASON-ANSWER.
           PERFORM ACCEPT-SIGNOFF-REASON
               UNTIL WS-REASON-ANSWER NOT = SPACES.

       ACCEPT-SIGNOFF-REASON.
           DISPLAY "REASON (REQUIRED): ".
           ACCEPT WS-REASON-ANSWER.

       WRITE-APPROVAL-RECORD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE SPACES                 TO CERT-APPROVAL-RECORD.
           MOVE CERT-TERMINAL-ID       TO CA-TERMINAL-ID.
           MOVE CERT-TEST-DATE         TO CA-TEST-DATE.
           MOVE CERT-OPERATOR-INITIALS TO CA-OPERATOR-INITIALS.
           MOVE CERT-RESULTS           TO CA-RESULTS.
           IF WS-ACTION-APPROVE
               SET CA-APPROVED TO TRUE
           ELSE
               SET CA-REJECTED TO TRUE
           END-IF.
           MOVE WS-SIGNON-INITIALS     TO CA-SUPERVISOR-INITIALS.
           MOVE WS-REVIEW-DATE         TO CA-DECISION-DATE.
           MOVE WS-TIME-NOW(1:6)       TO CA-DECISION-TIME.
           MOVE WS-REASON-ANSWER       TO CA-REASON.
           WRITE CERT-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "CRTAPPR - CERTAPPR WRITE FAILED, STATUS "
                           WS-APPROVAL-STATUS
           END-WRITE.

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
               DISPLAY "CRTAPPR - " WS-SIGNON-INITIALS
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
           MOVE WS-SIGNON-INITIALS     TO SV-OPERATOR-INITIALS.
           MOVE "CRTAPPR"              TO SV-PROGRAM-NAME.
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
               DISPLAY "CRTAPPR - UNABLE TO OPEN SECVIOL, STATUS "
                       WS-VIOLATION-STATUS
           END-IF.
