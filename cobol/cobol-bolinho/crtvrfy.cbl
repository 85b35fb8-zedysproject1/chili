      *  MINUTE FIX INSTEAD OF A WEEK OF QUIET LIES.      *
      *                                                   *
      *  UPDATED 9.3.26   WRITTEN.                        *
      *  UPDATED 10.15.26 THE REBUILD ANSWER NOW ASKS FOR  *
      *                   OPERATOR INITIALS, VALIDATED ON *
      *                   OPERMSTR, AND NEEDS THE AUTH    *
      *                   LEVEL ON THE VRREBILD ENTRY OF  *
      *                   FUNCAUTH; A REFUSED REBUILD IS  *
      *                   LOGGED TO SECVIOL AND THE RUN   *
      *                   DROPS TO VERIFY ONLY.           *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRTVRFY.
           SELECT VERIFY-REPORT-FILE ASSIGN TO "VRFYRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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
           LABEL RECORDS ARE STANDARD.
       01  VERIFY-REPORT-LINE      PIC X(80).

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
       01  WS-FILE-STATUS-FIELDS.
           03  WS-STATUS-FILE-STATUS    PIC XX.
               88  WS-CS-REC-FOUND              VALUE 'Y'.
           03  WS-ON-MASTER-SW          PIC X.
               88  WS-ON-MASTER                 VALUE 'Y'.
           03  WS-OPER-STATUS           PIC XX.
               88  WS-OPER-OK                  VALUE "00".
           03  WS-FUNC-STATUS           PIC XX.
               88  WS-FUNC-OK                  VALUE "00".
           03  WS-VIOLATION-STATUS      PIC XX.
               88  WS-VIOLATION-OK             VALUE "00".

       01  WS-SIGNON-FIELDS.
           03  WS-OPERATOR-VALID-SW     PIC X.
               88  WS-OPERATOR-VALID            VALUE 'Y'.
           03  WS-SIGNON-INITIALS       PIC X(3).
           03  WS-SIGNON-AUTH-LEVEL     PIC 9  VALUE ZERO.
           03  WS-TIME-NOW              PIC 9(8).

       01  WS-AUTHORITY-FIELDS.
           03  WS-FUNCTION-CODE         PIC X(8).
           03  WS-FUNCTION-KEY          PIC X(8).
           03  WS-REQUIRED-AUTH-LEVEL   PIC 9.
           03  WS-DEFAULT-AUTH-LEVEL    PIC 9  VALUE 5.
           03  WS-FUNCTION-ALLOWED-SW   PIC X.
               88  WS-FUNCTION-ALLOWED         VALUE 'Y'.
           03  WS-VIOLATION-REASON      PIC X(40).

       01  WS-RUN-FIELDS.
           03  WS-RUN-DATE              PIC 9(8).
           DISPLAY "MODE - V=VERIFY ONLY, R=VERIFY THEN REBUILD "
                   "CRTSTAT FROM THE HISTORY FILES: ".
           ACCEPT WS-MODE-CHAR.
           IF WS-MODE-REBUILD
               PERFORM AUTHORIZE-REBUILD
           END-IF.
           OPEN OUTPUT VERIFY-REPORT-FILE.
           PERFORM PRINT-REPORT-HEADING.
           PERFORM OPEN-TERM-MASTER.
                   WS-ORPHAN-CS-COUNT " ORPHANED. SEE VRFYRPT.".
           STOP RUN.

      *****************************************************
      *  THE REBUILD REPLACES CRTSTAT OUTRIGHT, SO IT IS  *
      *  A PRIVILEGED FUNCTION (VRREBILD ON FUNCAUTH).    *
      *  VERIFY ONLY CHANGES NOTHING AND NEEDS NO SIGN-ON.*
      *****************************************************
       AUTHORIZE-REBUILD.
           PERFORM GET-VALID-SIGNON-INITIALS.
           MOVE "VRREBILD" TO WS-FUNCTION-CODE.
           MOVE "CRTSTAT"  TO WS-FUNCTION-KEY.
           PERFORM CHECK-FUNCTION-AUTHORITY.
           IF NOT WS-FUNCTION-ALLOWED
               DISPLAY "CRTVRFY - REBUILD REFUSED. THIS RUN WILL "
                       "VERIFY ONLY."
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
                       DISPLAY "CRTVRFY - INITIALS "
                               WS-SIGNON-INITIALS
                               " ARE NOT ON THE OPERATOR MASTER."
                   NOT INVALID KEY
                       IF OM-ACTIVE
                           MOVE 'Y' TO WS-OPERATOR-VALID-SW
                           MOVE OM-AUTH-LEVEL TO WS-SIGNON-AUTH-LEVEL
                       ELSE
                           DISPLAY "CRTVRFY - INITIALS "
                                   WS-SIGNON-INITIALS
                                   " ARE INACTIVE."
                       END-IF
               END-READ
               CLOSE OPERATOR-MASTER-FILE
           ELSE
               DISPLAY "CRTVRFY - OPERMSTR NOT AVAILABLE, STATUS "
                       WS-OPER-STATUS ". INITIALS ACCEPTED WITHOUT "
                       "VALIDATION."
               MOVE 'Y' TO WS-OPERATOR-VALID-SW
               MOVE ZERO TO WS-SIGNON-AUTH-LEVEL
           END-IF.

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
               DISPLAY "CRTVRFY - " WS-SIGNON-INITIALS
                       " IS NOT AUTHORIZED FOR " WS-FUNCTION-CODE
                       " - LEVEL " WS-REQUIRED-AUTH-LEVEL
                       " REQUIRED. ATTEMPT LOGGED."
               MOVE "AUTH LEVEL BELOW FUNCTION MINIMUM"
                                     TO WS-VIOLATION-REASON
               PERFORM WRITE-VIOLATION-RECORD
           END-IF.

       WRITE-VIOLATION-RECORD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-RUN-DATE            TO SV-VIOLATION-DATE.
           MOVE WS-TIME-NOW(1:6)       TO SV-VIOLATION-TIME.
           MOVE WS-SIGNON-INITIALS     TO SV-OPERATOR-INITIALS.
           MOVE "CRTVRFY"              TO SV-PROGRAM-NAME.
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
               DISPLAY "CRTVRFY - UNABLE TO OPEN SECVIOL, STATUS "
                       WS-VIOLATION-STATUS
           END-IF.

       OPEN-TERM-MASTER.
           OPEN INPUT TERM-MASTER-FILE.
           IF WS-MASTER-OK
