      *****************************************************
      *  VENDMNT                                          *
      *  MAINTENANCE SCREEN FOR THE VENDOR MASTER         *
      *  (VENDMSTR).  LETS AN ANALYST ADD A VENDOR WITH   *
      *  ITS SERVICE CONTRACT NUMBER, CONTRACTED          *
      *  TURNAROUND DAYS, CONTACT, AND DEFAULT WARRANTY,  *
      *  AND ADD OR CHANGE THE WARRANTY MONTHS FOR EACH   *
      *  MODEL THAT VENDOR SUPPLIES, SO WHETHER A UNIT IS *
      *  STILL UNDER WARRANTY IS ON FILE INSTEAD OF IN A  *
      *  DRAWER OF CONTRACTS.  A BLANK MODEL MEANS THE    *
      *  VENDOR RECORD ITSELF.  EVERY ACTION IS JOURNALED *
      *  TO MNTJRNL WITH BEFORE/AFTER IMAGES.             *
      *                                                   *
      *  UPDATED 10.15.26 WRITTEN.                        *
      *  UPDATED 10.15.26 ACCEPTANCE TERMS.  THE VENDOR   *
      *                   RECORD ALSO KEEPS THE RETURN    *
      *                   WINDOW AND THE BURN-IN RUNS A   *
      *                   NEW UNIT MUST PASS.             *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     VENDMNT.
       AUTHOR.         MICROSOFT.
       DATE-WRITTEN.   15 OCTOBER 2026
       SECURITY.       NONE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDOR-KEY
               FILE STATUS IS WS-VENDOR-STATUS.
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
       FD  VENDOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VENDMSTR.

       FD  OPERATOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERMSTR.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MNTJRNL.

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-STATUS         PIC XX.
           88  WS-VENDOR-OK                VALUE "00".
           88  WS-VENDOR-NO-FILE           VALUE "35".
       01  WS-OPER-STATUS           PIC XX.
           88  WS-OPER-OK                  VALUE "00".
       01  WS-OPERATOR-VALID-SW     PIC X.
           88  WS-OPERATOR-VALID            VALUE 'Y'.
       01  WS-SIGNON-INITIALS       PIC X(3).
       01  WS-JOURNAL-STATUS        PIC XX.
           88  WS-JOURNAL-OK               VALUE "00".
       01  WS-MORE-MODELS-SW        PIC X.
           88  WS-MORE-MODELS               VALUE 'Y'.

       01  WS-JOURNAL-FIELDS.
           03  WS-JOURNAL-DATE          PIC 9(8).
           03  WS-TIME-NOW              PIC 9(8).
           03  WS-ACTION-NAME           PIC X(10).
           03  WS-BEFORE-IMAGE          PIC X(90).

       01  WS-MAINT-FIELDS.
           03  WS-ACTION-CHAR           PIC X.
               88  WS-ACTION-ADD               VALUE 'A', 'a'.
               88  WS-ACTION-CHANGE            VALUE 'C', 'c'.
               88  WS-ACTION-INQUIRE           VALUE 'I', 'i'.
               88  WS-ACTION-QUIT              VALUE 'Q', 'q'.
           03  WS-KEY-VENDOR-CODE       PIC X(12).
           03  WS-KEY-MODEL             PIC X(12).
           03  WS-ANSWER-FIELD          PIC X(20).
           03  WS-NUMBER-ANSWER         PIC X(3) JUSTIFIED RIGHT.
           03  WS-NUMBER-VALID-SW       PIC X.
               88  WS-NUMBER-VALID              VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD.
           DISPLAY "VENDMNT - VENDOR MASTER MAINTENANCE".
           PERFORM GET-VALID-SIGNON-INITIALS.
           PERFORM OPEN-JOURNAL-FILE.
           PERFORM OPEN-VENDOR-FILE.
           PERFORM GET-ACTION.
           PERFORM PROCESS-ONE-ACTION
               UNTIL WS-ACTION-QUIT.
           CLOSE VENDOR-MASTER-FILE.
           CLOSE JOURNAL-FILE.
           DISPLAY "VENDMNT - END OF MAINTENANCE.".
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
                       DISPLAY "VENDMNT - INITIALS "
                               WS-SIGNON-INITIALS
                               " ARE NOT ON THE OPERATOR MASTER."
                   NOT INVALID KEY
                       IF OM-ACTIVE
                           MOVE 'Y' TO WS-OPERATOR-VALID-SW
                       ELSE
                           DISPLAY "VENDMNT - INITIALS "
                                   WS-SIGNON-INITIALS
                                   " ARE INACTIVE."
                       END-IF
               END-READ
               CLOSE OPERATOR-MASTER-FILE
           ELSE
               DISPLAY "VENDMNT - OPERMSTR NOT AVAILABLE, STATUS "
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
               DISPLAY "VENDMNT - UNABLE TO OPEN MNTJRNL, STATUS "
                       WS-JOURNAL-STATUS ". NO CHANGES WITHOUT THE "
                       "AUDIT JOURNAL."
               STOP RUN
           END-IF.

       OPEN-VENDOR-FILE.
           OPEN I-O VENDOR-MASTER-FILE.
           IF WS-VENDOR-NO-FILE
               DISPLAY "VENDMNT - VENDMSTR NOT FOUND, CREATING IT."
               OPEN OUTPUT VENDOR-MASTER-FILE
               CLOSE VENDOR-MASTER-FILE
               OPEN I-O VENDOR-MASTER-FILE
           END-IF.
           IF NOT WS-VENDOR-OK
               DISPLAY "VENDMNT - UNABLE TO OPEN VENDMSTR, STATUS "
                       WS-VENDOR-STATUS
               CLOSE JOURNAL-FILE
               STOP RUN
           END-IF.

       GET-ACTION.
           DISPLAY " ".
           DISPLAY "ACTION - A=ADD C=CHANGE I=INQUIRE Q=QUIT: ".
           ACCEPT WS-ACTION-CHAR.

       PROCESS-ONE-ACTION.
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM ADD-VENDOR-RECORD
               WHEN WS-ACTION-CHANGE
                   PERFORM CHANGE-VENDOR-RECORD
               WHEN WS-ACTION-INQUIRE
                   PERFORM INQUIRE-VENDOR-RECORD
               WHEN OTHER
                   DISPLAY "VENDMNT - ACTION NOT RECOGNIZED."
           END-EVALUATE.
           PERFORM GET-ACTION.

       GET-KEY-VENDOR-AND-MODEL.
           DISPLAY "ENTER VENDOR CODE AS CARRIED ON TERMMSTR "
                   "(UP TO 12 CHARACTERS): ".
           MOVE SPACES TO WS-KEY-VENDOR-CODE.
           ACCEPT WS-KEY-VENDOR-CODE.
           DISPLAY "ENTER MODEL FOR ITS WARRANTY, OR LEAVE BLANK "
                   "FOR THE VENDOR ITSELF: ".
           MOVE SPACES TO WS-KEY-MODEL.
           ACCEPT WS-KEY-MODEL.

      *****************************************************
      *  A MODEL RECORD MAY ONLY BE ADDED UNDER A VENDOR  *
      *  ALREADY ON FILE.                                 *
      *****************************************************
       ADD-VENDOR-RECORD.
           PERFORM GET-KEY-VENDOR-AND-MODEL.
           IF WS-KEY-VENDOR-CODE = SPACES
               DISPLAY "VENDMNT - VENDOR CODE IS REQUIRED."
           ELSE
               MOVE WS-KEY-VENDOR-CODE TO VM-VENDOR-CODE
               MOVE SPACES             TO VM-MODEL
               READ VENDOR-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-KEY-MODEL = SPACES
                   IF WS-VENDOR-OK
                       DISPLAY "VENDMNT - VENDOR " WS-KEY-VENDOR-CODE
                               " IS ALREADY ON THE MASTER."
                   ELSE
                       PERFORM ADD-NEW-RECORD
                   END-IF
               ELSE
                   IF WS-VENDOR-OK
                       PERFORM ADD-MODEL-UNDER-VENDOR
                   ELSE
                       DISPLAY "VENDMNT - ADD VENDOR "
                               WS-KEY-VENDOR-CODE
                               " BEFORE ITS MODELS."
                   END-IF
               END-IF
           END-IF.

       ADD-MODEL-UNDER-VENDOR.
           MOVE WS-KEY-VENDOR-CODE TO VM-VENDOR-CODE.
           MOVE WS-KEY-MODEL       TO VM-MODEL.
           READ VENDOR-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-VENDOR-OK
               DISPLAY "VENDMNT - MODEL " WS-KEY-MODEL
                       " IS ALREADY ON FILE FOR " WS-KEY-VENDOR-CODE
                       "."
           ELSE
               PERFORM ADD-NEW-RECORD
           END-IF.

       ADD-NEW-RECORD.
           MOVE SPACES             TO WS-BEFORE-IMAGE.
           MOVE SPACES             TO VENDOR-MASTER-RECORD.
           MOVE WS-KEY-VENDOR-CODE TO VM-VENDOR-CODE.
           MOVE WS-KEY-MODEL       TO VM-MODEL.
           IF VM-MODEL = SPACES
               MOVE ZEROS TO VM-TURNAROUND-DAYS
               MOVE ZEROS TO VM-DEFAULT-WARRANTY
               MOVE ZEROS TO VM-RETURN-WINDOW-DAYS
               MOVE ZEROS TO VM-BURN-IN-RUNS
               PERFORM ENTER-VENDOR-DETAILS
           ELSE
               MOVE ZEROS TO VM-WARRANTY-MONTHS
               PERFORM ENTER-MODEL-DETAILS
           END-IF.
           WRITE VENDOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "VENDMNT - WRITE FAILED, STATUS "
                           WS-VENDOR-STATUS
           END-WRITE.
           IF WS-VENDOR-OK
               MOVE "ADD" TO WS-ACTION-NAME
               PERFORM WRITE-JOURNAL-RECORD
               DISPLAY "VENDMNT - " VM-VENDOR-CODE " " VM-MODEL
                       " ADDED."
           END-IF.

       CHANGE-VENDOR-RECORD.
           PERFORM READ-VENDOR-FOR-UPDATE.
           IF WS-VENDOR-OK
               MOVE VENDOR-MASTER-RECORD TO WS-BEFORE-IMAGE
               PERFORM SHOW-VENDOR-DETAILS
               IF VM-MODEL = SPACES
                   PERFORM ENTER-VENDOR-DETAILS
               ELSE
                   PERFORM ENTER-MODEL-DETAILS
               END-IF
               REWRITE VENDOR-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "VENDMNT - REWRITE FAILED, STATUS "
                               WS-VENDOR-STATUS
               END-REWRITE
               IF WS-VENDOR-OK
                   MOVE "CHANGE" TO WS-ACTION-NAME
                   PERFORM WRITE-JOURNAL-RECORD
               END-IF
           END-IF.

       INQUIRE-VENDOR-RECORD.
           PERFORM READ-VENDOR-FOR-UPDATE.
           IF WS-VENDOR-OK
               PERFORM SHOW-VENDOR-DETAILS
               IF VM-MODEL = SPACES
                   PERFORM SHOW-VENDOR-MODELS
               END-IF
           END-IF.

       READ-VENDOR-FOR-UPDATE.
           PERFORM GET-KEY-VENDOR-AND-MODEL.
           MOVE WS-KEY-VENDOR-CODE TO VM-VENDOR-CODE.
           MOVE WS-KEY-MODEL       TO VM-MODEL.
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "VENDMNT - " WS-KEY-VENDOR-CODE " "
                           WS-KEY-MODEL " IS NOT ON THE MASTER."
           END-READ.

      *****************************************************
      *  THE MODEL RECORDS FOLLOW THEIR VENDOR RECORD IN  *
      *  KEY ORDER, SO ONE START AND A READ NEXT UNTIL    *
      *  THE VENDOR CODE CHANGES LISTS THEM ALL.          *
      *****************************************************
       SHOW-VENDOR-MODELS.
           DISPLAY "MODEL WARRANTIES:".
           MOVE 'Y' TO WS-MORE-MODELS-SW.
           START VENDOR-MASTER-FILE KEY IS > VM-VENDOR-KEY
               INVALID KEY MOVE 'N' TO WS-MORE-MODELS-SW
           END-START.
           IF WS-MORE-MODELS
               PERFORM READ-NEXT-MODEL
           END-IF.
           PERFORM SHOW-ONE-MODEL
               UNTIL NOT WS-MORE-MODELS.

       READ-NEXT-MODEL.
           READ VENDOR-MASTER-FILE NEXT
               AT END MOVE 'N' TO WS-MORE-MODELS-SW
           END-READ.
           IF WS-MORE-MODELS
               IF VM-VENDOR-CODE NOT = WS-KEY-VENDOR-CODE
                   MOVE 'N' TO WS-MORE-MODELS-SW
               END-IF
           END-IF.

       SHOW-ONE-MODEL.
           DISPLAY "  " VM-MODEL "  " VM-WARRANTY-MONTHS " MONTHS".
           PERFORM READ-NEXT-MODEL.

       WRITE-JOURNAL-RECORD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-JOURNAL-DATE        TO MJ-JOURNAL-DATE.
           MOVE WS-TIME-NOW(1:6)       TO MJ-JOURNAL-TIME.
           MOVE WS-SIGNON-INITIALS     TO MJ-OPERATOR-INITIALS.
           MOVE "VENDMNT"              TO MJ-PROGRAM-NAME.
           MOVE WS-ACTION-NAME         TO MJ-ACTION.
           MOVE VM-VENDOR-CODE         TO MJ-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE        TO MJ-BEFORE-IMAGE.
           MOVE VENDOR-MASTER-RECORD   TO MJ-AFTER-IMAGE.
           WRITE MAINT-JOURNAL-RECORD.
           IF NOT WS-JOURNAL-OK
               DISPLAY "VENDMNT - JOURNAL WRITE FAILED, STATUS "
                       WS-JOURNAL-STATUS
           END-IF.

       SHOW-VENDOR-DETAILS.
           DISPLAY "VENDOR:          " VM-VENDOR-CODE.
           IF VM-MODEL = SPACES
               DISPLAY "CONTRACT NUMBER: " VM-CONTRACT-NUMBER
               DISPLAY "TURNAROUND DAYS: " VM-TURNAROUND-DAYS
               DISPLAY "CONTACT:         " VM-CONTACT-NAME
               DISPLAY "CONTACT PHONE:   " VM-CONTACT-PHONE
               DISPLAY "DEFAULT WARRANTY:" VM-DEFAULT-WARRANTY
                       " MONTHS"
               DISPLAY "RETURN WINDOW:   " VM-RETURN-WINDOW-DAYS
                       " DAYS FROM INSTALL"
               DISPLAY "BURN-IN RUNS:    " VM-BURN-IN-RUNS
                       " (000 = SHOP DEFAULT)"
           ELSE
               DISPLAY "MODEL:           " VM-MODEL
               DISPLAY "WARRANTY:        " VM-WARRANTY-MONTHS
                       " MONTHS"
           END-IF.

       ENTER-VENDOR-DETAILS.
      *    VENDORS ADDED BEFORE THE ACCEPTANCE TERMS WERE KEPT
      *    CARRY SPACES THERE - START THEM AT ZERO.
           IF VM-RETURN-WINDOW-DAYS NOT NUMERIC
               MOVE ZEROS TO VM-RETURN-WINDOW-DAYS
           END-IF.
           IF VM-BURN-IN-RUNS NOT NUMERIC
               MOVE ZEROS TO VM-BURN-IN-RUNS
           END-IF.
           DISPLAY "FOR EACH FIELD, ENTER A NEW VALUE OR '=' TO"
                   " KEEP THE VALUE SHOWN.".
           DISPLAY "SERVICE CONTRACT NUMBER (" VM-CONTRACT-NUMBER
                   "): ".
           PERFORM ACCEPT-ANSWER-FIELD.
           IF WS-ANSWER-FIELD NOT = "="
               MOVE WS-ANSWER-FIELD TO VM-CONTRACT-NUMBER
           END-IF.
           DISPLAY "CONTRACTED TURNAROUND DAYS ("
                   VM-TURNAROUND-DAYS "): ".
           PERFORM ACCEPT-ANSWER-FIELD.
           IF WS-ANSWER-FIELD NOT = "="
               PERFORM EDIT-NUMBER-ANSWER
               IF WS-NUMBER-VALID
                   MOVE WS-NUMBER-ANSWER TO VM-TURNAROUND-DAYS
               END-IF
           END-IF.
           DISPLAY "CONTACT NAME (" VM-CONTACT-NAME "): ".
           PERFORM ACCEPT-ANSWER-FIELD.
           IF WS-ANSWER-FIELD NOT = "="
               MOVE WS-ANSWER-FIELD TO VM-CONTACT-NAME
           END-IF.
           DISPLAY "CONTACT PHONE (" VM-CONTACT-PHONE "): ".
           PERFORM ACCEPT-ANSWER-FIELD.
           IF WS-ANSWER-FIELD NOT = "="
               MOVE WS-ANSWER-FIELD TO VM-CONTACT-PHONE
           END-IF.
           DISPLAY "WARRANTY MONTHS FOR MODELS NOT LISTED ("
                   VM-DEFAULT-WARRANTY "): ".
           PERFORM ACCEPT-ANSWER-FIELD.
           IF WS-ANSWER-FIELD NOT = "="
               PERFORM EDIT-NUMBER-ANSWER
               IF WS-NUMBER-VALID
                   MOVE WS-NUMBER-ANSWER TO VM-DEFAULT-WARRANTY
               END-IF
           END-IF.
           DISPLAY "DAYS FROM INSTALL A NEW UNIT MAY BE RETURNED ("
                   VM-RETURN-WINDOW-DAYS "): ".
           PERFORM ACCEPT-ANSWER-FIELD.
           IF WS-ANSWER-FIELD NOT = "="
               PERFORM EDIT-NUMBER-ANSWER
               IF WS-NUMBER-VALID
                   MOVE WS-NUMBER-ANSWER TO VM-RETURN-WINDOW-DAYS
               END-IF
           END-IF.
           DISPLAY "CLEAN RUNS A NEW UNIT MUST PASS, 0 = SHOP "
                   "DEFAULT (" VM-BURN-IN-RUNS "): ".
           PERFORM ACCEPT-ANSWER-FIELD.
           IF WS-ANSWER-FIELD NOT = "="
               PERFORM EDIT-NUMBER-ANSWER
               IF WS-NUMBER-VALID
                   MOVE WS-NUMBER-ANSWER TO VM-BURN-IN-RUNS
               END-IF
           END-IF.

       ENTER-MODEL-DETAILS.
           DISPLAY "ENTER A NEW VALUE OR '=' TO KEEP THE VALUE "
                   "SHOWN.".
           DISPLAY "WARRANTY MONTHS (" VM-WARRANTY-MONTHS "): ".
           PERFORM ACCEPT-ANSWER-FIELD.
           IF WS-ANSWER-FIELD NOT = "="
               PERFORM EDIT-NUMBER-ANSWER
               IF WS-NUMBER-VALID
                   MOVE WS-NUMBER-ANSWER TO VM-WARRANTY-MONTHS
               END-IF
           END-IF.

      *****************************************************
      *  A COUNT OF UP TO THREE DIGITS, KEYED WITH OR     *
      *  WITHOUT LEADING ZEROS.                           *
      *****************************************************
       EDIT-NUMBER-ANSWER.
           MOVE 'N' TO WS-NUMBER-VALID-SW.
           MOVE SPACES TO WS-NUMBER-ANSWER.
           IF WS-ANSWER-FIELD(4:17) = SPACES
               UNSTRING WS-ANSWER-FIELD DELIMITED BY SPACE
                   INTO WS-NUMBER-ANSWER
               END-UNSTRING
               INSPECT WS-NUMBER-ANSWER
                   REPLACING LEADING SPACE BY ZERO
               IF WS-NUMBER-ANSWER NUMERIC
                   MOVE 'Y' TO WS-NUMBER-VALID-SW
               END-IF
           END-IF.
           IF NOT WS-NUMBER-VALID
               DISPLAY "VENDMNT - ENTER A NUMBER 0-999. "
                       "LEFT UNCHANGED."
           END-IF.

       ACCEPT-ANSWER-FIELD.
           MOVE SPACES TO WS-ANSWER-FIELD.
           ACCEPT WS-ANSWER-FIELD.
