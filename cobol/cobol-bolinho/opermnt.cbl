      *                   EVERY ACTION JOURNALED TO       *
      *                   MNTJRNL WITH BEFORE/AFTER       *
      *                   IMAGES FOR THE AUDITORS.        *
      *  UPDATED 10.15.26 AUTH LEVELS MAY ONLY BE SET BY  *
      *                   AN OPERATOR MEETING THE OMLEVEL *
      *                   ENTRY ON FUNCAUTH, NEVER ABOVE  *
      *                   THEIR OWN LEVEL, AND NEVER ON   *
      *                   AN OPERATOR RANKED ABOVE THEM;  *
      *                   REFUSALS LOGGED TO SECVIOL.     *
      *  UPDATED 10.15.26 DEACTIVATE AND REACTIVATE NOW   *
      *                   NEED THE OMLEVEL FUNCTION AND   *
      *                   ARE REFUSED ON AN OPERATOR      *
      *                   RANKED ABOVE THE SIGNED-ON ONE; *
      *                   REFUSALS LOGGED TO SECVIOL.     *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     OPERMNT.
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

       WORKING-STORAGE SECTION.
       01  WS-OPER-STATUS           PIC XX.
           88  WS-OPER-OK                  VALUE "00".
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

       01  WS-AUTHORITY-FIELDS.
           03  WS-FUNCTION-CODE         PIC X(8).
           03  WS-FUNCTION-KEY          PIC X(8).
           03  WS-REQUIRED-AUTH-LEVEL   PIC 9.
           03  WS-DEFAULT-AUTH-LEVEL    PIC 9  VALUE 5.
           03  WS-FUNCTION-ALLOWED-SW   PIC X.
               88  WS-FUNCTION-ALLOWED         VALUE 'Y'.
           03  WS-VIOLATION-REASON      PIC X(40).
           03  WS-NEW-AUTH-LEVEL        PIC 9.

       01  WS-JOURNAL-FIELDS.
           03  WS-JOURNAL-DATE          PIC 9(8).
               DISPLAY "OPERMNT - MASTER JUST CREATED. INITIALS "
                       "ACCEPTED WITHOUT VALIDATION."
               MOVE 'Y' TO WS-OPERATOR-VALID-SW
               MOVE 9   TO WS-SIGNON-AUTH-LEVEL
           ELSE
               MOVE WS-SIGNON-INITIALS TO OM-INITIALS
               READ OPERATOR-MASTER-FILE
                   NOT INVALID KEY
                       IF OM-ACTIVE
                           MOVE 'Y' TO WS-OPERATOR-VALID-SW
                           MOVE OM-AUTH-LEVEL TO WS-SIGNON-AUTH-LEVEL
                       ELSE
                           DISPLAY "OPERMNT - INITIALS "
                                   WS-SIGNON-INITIALS
       DEACTIVATE-OPERATOR.
           PERFORM READ-OPERATOR-FOR-UPDATE.
           IF WS-OPER-OK
               PERFORM CHECK-STATUS-CHANGE
               IF WS-FUNCTION-ALLOWED
                   MOVE OPERATOR-MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE 'N' TO OM-ACTIVE-FLAG
                   PERFORM REWRITE-MASTER-RECORD
                   IF WS-OPER-OK
                       MOVE "DEACTIVATE" TO WS-ACTION-NAME
                       PERFORM WRITE-JOURNAL-RECORD
                   END-IF
                   DISPLAY "OPERMNT - OPERATOR " OM-INITIALS
                           " DEACTIVATED."
               END-IF
           END-IF.

       REACTIVATE-OPERATOR.
           PERFORM READ-OPERATOR-FOR-UPDATE.
           IF WS-OPER-OK
               PERFORM CHECK-STATUS-CHANGE
               IF WS-FUNCTION-ALLOWED
                   MOVE OPERATOR-MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE 'Y' TO OM-ACTIVE-FLAG
                   PERFORM REWRITE-MASTER-RECORD
                   IF WS-OPER-OK
                       MOVE "REACTIVATE" TO WS-ACTION-NAME
                       PERFORM WRITE-JOURNAL-RECORD
                   END-IF
                   DISPLAY "OPERMNT - OPERATOR " OM-INITIALS
                           " REACTIVATED."
               END-IF
           END-IF.

       INQUIRE-OPERATOR.
           IF WS-ANSWER-FIELD NOT = "="
               IF WS-ANSWER-FIELD(1:1) NUMERIC
                   AND WS-ANSWER-FIELD(1:1) NOT = '0'
                   MOVE WS-ANSWER-FIELD(1:1) TO WS-NEW-AUTH-LEVEL
                   PERFORM CHECK-LEVEL-CHANGE
                   IF WS-FUNCTION-ALLOWED
                       MOVE WS-NEW-AUTH-LEVEL TO OM-AUTH-LEVEL
                   ELSE
                       DISPLAY "OPERMNT - AUTH LEVEL LEFT UNCHANGED."
                   END-IF
               ELSE
                   DISPLAY "OPERMNT - AUTH LEVEL MUST BE 1-9, "
                           "LEFT UNCHANGED."
               END-IF
           END-IF.

      *****************************************************
      *  A LEVEL CHANGE NEEDS THE OMLEVEL FUNCTION, AND   *
      *  EVEN THEN NOBODY MAY GRANT MORE THAN THEY HOLD   *
      *  OR TOUCH THE LEVEL OF SOMEONE RANKED ABOVE THEM. *
      *****************************************************
       CHECK-LEVEL-CHANGE.
           IF WS-NEW-AUTH-LEVEL = OM-AUTH-LEVEL
               MOVE 'Y' TO WS-FUNCTION-ALLOWED-SW
           ELSE
               MOVE "OMLEVEL"   TO WS-FUNCTION-CODE
               MOVE SPACES      TO WS-FUNCTION-KEY
               MOVE OM-INITIALS TO WS-FUNCTION-KEY
               PERFORM CHECK-FUNCTION-AUTHORITY
               IF WS-FUNCTION-ALLOWED
                   PERFORM CHECK-LEVEL-CEILING
               END-IF
           END-IF.

       CHECK-LEVEL-CEILING.
           IF WS-NEW-AUTH-LEVEL > WS-SIGNON-AUTH-LEVEL
               MOVE 'N' TO WS-FUNCTION-ALLOWED-SW
               MOVE WS-NEW-AUTH-LEVEL TO WS-REQUIRED-AUTH-LEVEL
               DISPLAY "OPERMNT - YOU MAY NOT GRANT A LEVEL ABOVE "
                       "YOUR OWN (" WS-SIGNON-AUTH-LEVEL "). ATTEMPT "
                       "LOGGED."
               MOVE "LEVEL GRANTED ABOVE OPERATOR'S OWN"
                                     TO WS-VIOLATION-REASON
               PERFORM WRITE-VIOLATION-RECORD
           ELSE
               IF OM-AUTH-LEVEL > WS-SIGNON-AUTH-LEVEL
                   MOVE 'N' TO WS-FUNCTION-ALLOWED-SW
                   MOVE OM-AUTH-LEVEL TO WS-REQUIRED-AUTH-LEVEL
                   DISPLAY "OPERMNT - " OM-INITIALS " HOLDS A LEVEL "
                           "ABOVE YOUR OWN. ATTEMPT LOGGED."
                   MOVE "CHANGED LEVEL OF HIGHER-RANKED OPERATOR"
                                     TO WS-VIOLATION-REASON
                   PERFORM WRITE-VIOLATION-RECORD
               END-IF
           END-IF.

      *****************************************************
      *  DEACTIVATING OR REACTIVATING A SET OF INITIALS   *
      *  IS AS SENSITIVE AS CHANGING ITS LEVEL - IT NEEDS *
      *  THE OMLEVEL FUNCTION, AND NOBODY MAY DO IT TO AN *
      *  OPERATOR RANKED ABOVE THEM.                      *
      *****************************************************
       CHECK-STATUS-CHANGE.
           MOVE "OMLEVEL"   TO WS-FUNCTION-CODE.
           MOVE SPACES      TO WS-FUNCTION-KEY.
           MOVE OM-INITIALS TO WS-FUNCTION-KEY.
           PERFORM CHECK-FUNCTION-AUTHORITY.
           IF WS-FUNCTION-ALLOWED
               IF OM-AUTH-LEVEL > WS-SIGNON-AUTH-LEVEL
                   MOVE 'N' TO WS-FUNCTION-ALLOWED-SW
                   MOVE OM-AUTH-LEVEL TO WS-REQUIRED-AUTH-LEVEL
                   DISPLAY "OPERMNT - " OM-INITIALS " HOLDS A LEVEL "
                           "ABOVE YOUR OWN. ATTEMPT LOGGED."
                   MOVE "STATUS CHANGE ON HIGHER-RANKED OPERATOR"
                                     TO WS-VIOLATION-REASON
                   PERFORM WRITE-VIOLATION-RECORD
               END-IF
           END-IF.

      *****************************************************
      *  PRIVILEGED FUNCTIONS NEED THE AUTH LEVEL ON      *
      *  FUNCAUTH (OR THE DEFAULT WHEN IT HAS NO ENTRY).  *
      *  EVERY REFUSAL IS WRITTEN TO SECVIOL.             *
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
               DISPLAY "OPERMNT - " WS-SIGNON-INITIALS
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
           MOVE "OPERMNT"              TO SV-PROGRAM-NAME.
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
               DISPLAY "OPERMNT - UNABLE TO OPEN SECVIOL, STATUS "
                       WS-VIOLATION-STATUS
           END-IF.

       ACCEPT-ANSWER-FIELD.
           MOVE SPACES TO WS-ANSWER-FIELD.
           ACCEPT WS-ANSWER-FIELD.
