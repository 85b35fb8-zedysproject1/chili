      *****************************************************
      *  FUNCMNT                                          *
      *  MAINTENANCE SCREEN FOR THE FUNCTION              *
      *  AUTHORIZATION TABLE (FUNCAUTH).  LETS A          *
      *  SUPERVISOR ADD A PRIVILEGED FUNCTION CODE OR     *
      *  CHANGE ITS DESCRIPTION AND THE LOWEST AUTH LEVEL *
      *  ALLOWED TO PERFORM IT.  THE SIGNED-ON OPERATOR   *
      *  MUST MEET THE FAMAINT ENTRY ITSELF (OR THE       *
      *  DEFAULT LEVEL 5 WHILE THE TABLE HAS NO FAMAINT   *
      *  ENTRY, AS AT FIRST-TIME SETUP), AND MAY NOT      *
      *  LOOSEN AN ENTRY SET ABOVE THEIR OWN LEVEL.       *
      *  EVERY ACTION IS JOURNALED TO MNTJRNL WITH        *
      *  BEFORE/AFTER IMAGES; REFUSALS GO TO SECVIOL.     *
      *                                                   *
      *  UPDATED 10.15.26 WRITTEN.                        *
      *  UPDATED 10.15.26 FIRST-TIME SETUP NO LONGER      *
      *                   RAISES THE SIGN-ON TO LEVEL 9;  *
      *                   IT MUST MEET THE DEFAULT        *
      *                   FAMAINT LEVEL LIKE ANY OTHER    *
      *                   RUN, REFUSALS TO SECVIOL.       *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FUNCMNT.
       AUTHOR.         MICROSOFT.
       DATE-WRITTEN.   15 OCTOBER 2026
       SECURITY.       NONE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNC-AUTH-FILE ASSIGN TO "FUNCAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-FUNCTION-CODE
               FILE STATUS IS WS-FUNC-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-INITIALS
               FILE STATUS IS WS-OPER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT VIOLATION-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUNC-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FUNCAUTH.

       FD  OPERATOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERMSTR.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MNTJRNL.

       FD  VIOLATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECVIOL.

       WORKING-STORAGE SECTION.
       01  WS-FUNC-STATUS           PIC XX.
           88  WS-FUNC-OK                  VALUE "00".
           88  WS-FUNC-NO-FILE             VALUE "35".
       01  WS-NEW-FILE-SW           PIC X  VALUE 'N'.
           88  WS-NEW-FILE                  VALUE 'Y'.
       01  WS-OPER-STATUS           PIC XX.
           88  WS-OPER-OK                  VALUE "00".
       01  WS-OPERATOR-VALID-SW     PIC X.
           88  WS-OPERATOR-VALID            VALUE 'Y'.
       01  WS-SIGNON-INITIALS       PIC X(3).
       01  WS-SIGNON-AUTH-LEVEL     PIC 9  VALUE ZERO.
       01  WS-JOURNAL-STATUS        PIC XX.
           88  WS-JOURNAL-OK               VALUE "00".
       01  WS-VIOLATION-STATUS      PIC XX.
           88  WS-VIOLATION-OK             VALUE "00".

       01  WS-JOURNAL-FIELDS.
           03  WS-JOURNAL-DATE          PIC 9(8).
           03  WS-TIME-NOW              PIC 9(8).
           03  WS-ACTION-NAME           PIC X(10).
           03  WS-BEFORE-IMAGE          PIC X(90).

       01  WS-AUTHORITY-FIELDS.
           03  WS-FUNCTION-CODE         PIC X(8).
           03  WS-FUNCTION-KEY          PIC X(8).
           03  WS-REQUIRED-AUTH-LEVEL   PIC 9.
           03  WS-DEFAULT-AUTH-LEVEL    PIC 9  VALUE 5.
           03  WS-FUNCTION-ALLOWED-SW   PIC X.
               88  WS-FUNCTION-ALLOWED         VALUE 'Y'.
           03  WS-VIOLATION-REASON      PIC X(40).

       01  WS-MAINT-FIELDS.
           03  WS-ACTION-CHAR           PIC X.
               88  WS-ACTION-ADD               VALUE 'A', 'a'.
               88  WS-ACTION-CHANGE            VALUE 'C', 'c'.
               88  WS-ACTION-INQUIRE           VALUE 'I', 'i'.
               88  WS-ACTION-QUIT              VALUE 'Q', 'q'.
           03  WS-KEY-FUNCTION-CODE     PIC X(8).
           03  WS-ANSWER-FIELD          PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FUNC-AUTH-FILE.
           DISPLAY "FUNCMNT - FUNCTION AUTHORIZATION MAINTENANCE".
           PERFORM GET-VALID-SIGNON-INITIALS.
           PERFORM CHECK-MAINTENANCE-AUTHORITY.
           PERFORM OPEN-JOURNAL-FILE.
           PERFORM GET-ACTION.
           PERFORM PROCESS-ONE-ACTION
               UNTIL WS-ACTION-QUIT.
           CLOSE FUNC-AUTH-FILE.
           CLOSE JOURNAL-FILE.
           DISPLAY "FUNCMNT - END OF MAINTENANCE.".
           STOP RUN.

       OPEN-FUNC-AUTH-FILE.
           OPEN I-O FUNC-AUTH-FILE.
           IF WS-FUNC-NO-FILE
               DISPLAY "FUNCMNT - FUNCAUTH NOT FOUND, CREATING IT."
               SET WS-NEW-FILE TO TRUE
               OPEN OUTPUT FUNC-AUTH-FILE
               CLOSE FUNC-AUTH-FILE
               OPEN I-O FUNC-AUTH-FILE
           END-IF.
           IF NOT WS-FUNC-OK
               DISPLAY "FUNCMNT - UNABLE TO OPEN FUNCAUTH, STATUS "
                       WS-FUNC-STATUS
               STOP RUN
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
                       DISPLAY "FUNCMNT - INITIALS "
                               WS-SIGNON-INITIALS
                               " ARE NOT ON THE OPERATOR MASTER."
                   NOT INVALID KEY
                       IF OM-ACTIVE
                           MOVE 'Y' TO WS-OPERATOR-VALID-SW
                           MOVE OM-AUTH-LEVEL TO WS-SIGNON-AUTH-LEVEL
                       ELSE
                           DISPLAY "FUNCMNT - INITIALS "
                                   WS-SIGNON-INITIALS
                                   " ARE INACTIVE."
                       END-IF
               END-READ
               CLOSE OPERATOR-MASTER-FILE
           ELSE
               DISPLAY "FUNCMNT - OPERMSTR NOT AVAILABLE, STATUS "
                       WS-OPER-STATUS ". INITIALS ACCEPTED WITHOUT "
                       "VALIDATION."
               MOVE 'Y' TO WS-OPERATOR-VALID-SW
               MOVE ZERO TO WS-SIGNON-AUTH-LEVEL
           END-IF.

      *****************************************************
      *  THE TABLE GUARDS ITSELF THROUGH ITS OWN FAMAINT  *
      *  ENTRY.  A TABLE CREATED ON THIS RUN HAS NO       *
      *  ENTRIES YET, SO THE FIRST SETUP FALLS BACK ON    *
      *  THE DEFAULT LEVEL - THE OPERATOR KEEPS THEIR OWN *
      *  LEVEL FROM THE MASTER AND MUST MEET IT.          *
      *****************************************************
       CHECK-MAINTENANCE-AUTHORITY.
           IF WS-NEW-FILE
               DISPLAY "FUNCMNT - TABLE JUST CREATED. FIRST-TIME "
                       "SETUP NEEDS LEVEL " WS-DEFAULT-AUTH-LEVEL "."
           END-IF.
           MOVE "FAMAINT" TO WS-FUNCTION-CODE.
           MOVE SPACES    TO WS-FUNCTION-KEY.
           PERFORM CHECK-FUNCTION-AUTHORITY.
           IF NOT WS-FUNCTION-ALLOWED
               DISPLAY "FUNCMNT - MAINTENANCE REFUSED."
               CLOSE FUNC-AUTH-FILE
               STOP RUN
           END-IF.

       OPEN-JOURNAL-FILE.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT WS-JOURNAL-OK
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF NOT WS-JOURNAL-OK
               DISPLAY "FUNCMNT - UNABLE TO OPEN MNTJRNL, STATUS "
                       WS-JOURNAL-STATUS ". NO CHANGES WITHOUT THE "
                       "AUDIT JOURNAL."
               CLOSE FUNC-AUTH-FILE
               STOP RUN
           END-IF.

       GET-ACTION.
           DISPLAY " ".
           DISPLAY "ACTION - A=ADD C=CHANGE I=INQUIRE Q=QUIT: ".
           ACCEPT WS-ACTION-CHAR.

       PROCESS-ONE-ACTION.
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM ADD-FUNCTION
               WHEN WS-ACTION-CHANGE
                   PERFORM CHANGE-FUNCTION
               WHEN WS-ACTION-INQUIRE
                   PERFORM INQUIRE-FUNCTION
               WHEN OTHER
                   DISPLAY "FUNCMNT - ACTION NOT RECOGNIZED."
           END-EVALUATE.
           PERFORM GET-ACTION.

       GET-KEY-FUNCTION-CODE.
           DISPLAY "ENTER FUNCTION CODE (UP TO 8 CHARACTERS): ".
           ACCEPT WS-KEY-FUNCTION-CODE.

       ADD-FUNCTION.
           PERFORM GET-KEY-FUNCTION-CODE.
           MOVE WS-KEY-FUNCTION-CODE TO FA-FUNCTION-CODE.
           READ FUNC-AUTH-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-FUNC-OK
               DISPLAY "FUNCMNT - FUNCTION " WS-KEY-FUNCTION-CODE
                       " IS ALREADY ON THE TABLE."
           ELSE
               MOVE SPACES               TO WS-BEFORE-IMAGE
               MOVE SPACES               TO FUNC-AUTH-RECORD
               MOVE WS-KEY-FUNCTION-CODE TO FA-FUNCTION-CODE
               MOVE WS-DEFAULT-AUTH-LEVEL TO FA-MIN-AUTH-LEVEL
               PERFORM ENTER-FUNCTION-DETAILS
               WRITE FUNC-AUTH-RECORD
                   INVALID KEY
                       DISPLAY "FUNCMNT - WRITE FAILED, STATUS "
                               WS-FUNC-STATUS
               END-WRITE
               IF WS-FUNC-OK
                   MOVE "ADD" TO WS-ACTION-NAME
                   PERFORM WRITE-JOURNAL-RECORD
                   DISPLAY "FUNCMNT - FUNCTION " FA-FUNCTION-CODE
                           " ADDED AT LEVEL " FA-MIN-AUTH-LEVEL "."
               END-IF
           END-IF.

       CHANGE-FUNCTION.
           PERFORM READ-FUNCTION-FOR-UPDATE.
           IF WS-FUNC-OK
               IF FA-MIN-AUTH-LEVEL > WS-SIGNON-AUTH-LEVEL
                   MOVE FA-FUNCTION-CODE  TO WS-FUNCTION-KEY
                   MOVE "FAMAINT"         TO WS-FUNCTION-CODE
                   MOVE FA-MIN-AUTH-LEVEL TO WS-REQUIRED-AUTH-LEVEL
                   DISPLAY "FUNCMNT - " FA-FUNCTION-CODE " IS SET "
                           "ABOVE YOUR OWN LEVEL. ATTEMPT LOGGED."
                   MOVE "CHANGED ENTRY SET ABOVE OPERATOR'S OWN"
                                     TO WS-VIOLATION-REASON
                   PERFORM WRITE-VIOLATION-RECORD
               ELSE
                   MOVE FUNC-AUTH-RECORD TO WS-BEFORE-IMAGE
                   PERFORM SHOW-FUNCTION-DETAILS
                   PERFORM ENTER-FUNCTION-DETAILS
                   PERFORM REWRITE-FUNCTION-RECORD
                   IF WS-FUNC-OK
                       MOVE "CHANGE" TO WS-ACTION-NAME
                       PERFORM WRITE-JOURNAL-RECORD
                   END-IF
               END-IF
           END-IF.

       INQUIRE-FUNCTION.
           PERFORM READ-FUNCTION-FOR-UPDATE.
           IF WS-FUNC-OK
               PERFORM SHOW-FUNCTION-DETAILS
           END-IF.

       READ-FUNCTION-FOR-UPDATE.
           PERFORM GET-KEY-FUNCTION-CODE.
           MOVE WS-KEY-FUNCTION-CODE TO FA-FUNCTION-CODE.
           READ FUNC-AUTH-FILE
               INVALID KEY
                   DISPLAY "FUNCMNT - FUNCTION " WS-KEY-FUNCTION-CODE
                           " IS NOT ON THE TABLE."
           END-READ.

       REWRITE-FUNCTION-RECORD.
           REWRITE FUNC-AUTH-RECORD
               INVALID KEY
                   DISPLAY "FUNCMNT - REWRITE FAILED, STATUS "
                           WS-FUNC-STATUS
           END-REWRITE.

       WRITE-JOURNAL-RECORD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-JOURNAL-DATE        TO MJ-JOURNAL-DATE.
           MOVE WS-TIME-NOW(1:6)       TO MJ-JOURNAL-TIME.
           MOVE WS-SIGNON-INITIALS     TO MJ-OPERATOR-INITIALS.
           MOVE "FUNCMNT"              TO MJ-PROGRAM-NAME.
           MOVE WS-ACTION-NAME         TO MJ-ACTION.
           MOVE FA-FUNCTION-CODE       TO MJ-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE        TO MJ-BEFORE-IMAGE.
           MOVE FUNC-AUTH-RECORD       TO MJ-AFTER-IMAGE.
           WRITE MAINT-JOURNAL-RECORD.
           IF NOT WS-JOURNAL-OK
               DISPLAY "FUNCMNT - JOURNAL WRITE FAILED, STATUS "
                       WS-JOURNAL-STATUS
           END-IF.

       SHOW-FUNCTION-DETAILS.
           DISPLAY "FUNCTION:    " FA-FUNCTION-CODE.
           DISPLAY "DESCRIPTION: " FA-DESCRIPTION.
           DISPLAY "MIN LEVEL:   " FA-MIN-AUTH-LEVEL.

       ENTER-FUNCTION-DETAILS.
           DISPLAY "FOR EACH FIELD, ENTER A NEW VALUE OR '=' TO"
                   " KEEP THE VALUE SHOWN.".
           DISPLAY "DESCRIPTION (" FA-DESCRIPTION "): ".
           PERFORM ACCEPT-ANSWER-FIELD.
           IF WS-ANSWER-FIELD NOT = "="
               MOVE WS-ANSWER-FIELD TO FA-DESCRIPTION
           END-IF.
           DISPLAY "LOWEST AUTH LEVEL ALLOWED 1-9 ("
                   FA-MIN-AUTH-LEVEL "): ".
           PERFORM ACCEPT-ANSWER-FIELD.
           IF WS-ANSWER-FIELD NOT = "="
               IF WS-ANSWER-FIELD(1:1) NUMERIC
                   AND WS-ANSWER-FIELD(1:1) NOT = '0'
                   MOVE WS-ANSWER-FIELD(1:1) TO FA-MIN-AUTH-LEVEL
               ELSE
                   DISPLAY "FUNCMNT - LEVEL MUST BE 1-9, "
                           "LEFT UNCHANGED."
               END-IF
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
           MOVE WS-FUNCTION-CODE TO FA-FUNCTION-CODE.
           READ FUNC-AUTH-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE FA-MIN-AUTH-LEVEL TO WS-REQUIRED-AUTH-LEVEL
           END-READ.
           IF WS-SIGNON-AUTH-LEVEL NOT < WS-REQUIRED-AUTH-LEVEL
               MOVE 'Y' TO WS-FUNCTION-ALLOWED-SW
           ELSE
               DISPLAY "FUNCMNT - " WS-SIGNON-INITIALS
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
           MOVE "FUNCMNT"              TO SV-PROGRAM-NAME.
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
               DISPLAY "FUNCMNT - UNABLE TO OPEN SECVIOL, STATUS "
                       WS-VIOLATION-STATUS
           END-IF.

       ACCEPT-ANSWER-FIELD.
           MOVE SPACES TO WS-ANSWER-FIELD.
           ACCEPT WS-ANSWER-FIELD.
