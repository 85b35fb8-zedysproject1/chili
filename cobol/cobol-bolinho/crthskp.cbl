      *  COLRHIST.                                        *
      *                                                   *
      *  UPDATED 8.22.26  WRITTEN.                        *
      *  UPDATED 10.15.26 OPERATOR SIGN-ON VALIDATED ON    *
      *                   OPERMSTR; THE ARCHIVE RUN NEEDS *
      *                   THE AUTH LEVEL ON THE HKARCHIV  *
      *                   ENTRY OF FUNCAUTH, AND A        *
      *                   REFUSED RUN IS LOGGED TO        *
      *                   SECVIOL WITH NOTHING WRITTEN.   *
      *  UPDATED 10.15.26 RUN CONTROL.  RUNS ONLY WHEN    *
      *                   CRTACKR HAS COMPLETED FOR THE   *
      *                   NIGHT ON RUNCTL, AND NEVER      *
      *                   TWICE FOR THE SAME NIGHT.       *
      *  UPDATED 10.15.26 A WRITE FAILURE MARKS THE STEP  *
      *                   FAILED (CODE 08) ON RUNCTL      *
      *                   BEFORE THE RUN STOPS.           *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRTHSKP.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "HSKPRPT"
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
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-REPORT-LINE     PIC X(80).

       FD  OPERATOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERMSTR.

       FD  FUNC-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FUNCAUTH.

       FD  VIOLATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECVIOL.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           03  WS-CERT-FILE-STATUS      PIC XX.
           03  WS-REPORT-STATUS         PIC XX.
           03  WS-MORE-RECORDS-SW       PIC X.
               88  WS-MORE-RECORDS              VALUE 'Y'.
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

       01  WS-CONTROL-FIELDS.
           03  WS-CUTOFF-DATE           PIC 9(8).
           03  WS-RD-COUNT              PIC ZZZZZ9.
           03  FILLER                   PIC X(44) VALUE SPACES.

      *****************************************************
      *  NIGHTLY RUN CONTROL - SEE RUNCTL.CPY.            *
      *****************************************************
       01  WS-RUN-CONTROL-FIELDS.
           03  WS-RUNCTL-STATUS         PIC XX.
               88  WS-RUNCTL-OK                VALUE "00".
               88  WS-RUNCTL-NO-FILE           VALUE "35".
           03  WS-BUSINESS-DATE         PIC 9(8).
           03  WS-STEP-NAME             PIC X(8) VALUE "CRTHSKP".
           03  WS-PREDECESSOR-STEP      PIC X(8) VALUE "CRTACKR".
           03  WS-STEP-ON-FILE-SW       PIC X.
               88  WS-STEP-ON-FILE              VALUE 'Y'.
           03  WS-PREDECESSOR-DONE-SW   PIC X.
               88  WS-PREDECESSOR-DONE          VALUE 'Y'.
           03  WS-STEP-RUN-COUNT        PIC 9(2).
           03  WS-STEP-CODE             PIC 9(2) VALUE ZERO.
           03  WS-STEP-RECORDS-IN       PIC 9(6) VALUE ZERO.
           03  WS-STEP-RECORDS-OUT      PIC 9(6) VALUE ZERO.
           03  WS-RC-DATE-NOW           PIC 9(8).
           03  WS-RC-TIME-NOW           PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
                       "PROCESSED."
               STOP RUN
           END-IF.
           PERFORM GET-VALID-SIGNON-INITIALS.
           MOVE "HKARCHIV"     TO WS-FUNCTION-CODE.
           MOVE WS-CUTOFF-DATE TO WS-FUNCTION-KEY.
           PERFORM CHECK-FUNCTION-AUTHORITY.
           IF NOT WS-FUNCTION-ALLOWED
               DISPLAY "CRTHSKP - ARCHIVE RUN REFUSED. NO RECORDS "
                       "PROCESSED."
               STOP RUN
           END-IF.
           PERFORM START-RUN-CONTROL-STEP.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           PERFORM LOAD-LAST-COMPLETE-DATES.
           PERFORM LOAD-LAST-CONFIRMED-COLORS.
           PERFORM SWEEP-COLOR-HIST-FILE.
           PERFORM PRINT-CONTROL-REPORT.
           CLOSE CONTROL-REPORT-FILE.
           ADD WS-CERT-READ-COUNT WS-COLOR-READ-COUNT
               GIVING WS-STEP-RECORDS-IN.
           ADD WS-CERT-ARCH-COUNT WS-COLOR-ARCH-COUNT
               GIVING WS-STEP-RECORDS-OUT.
           PERFORM RECORD-STEP-END.
           DISPLAY "CRTHSKP - COMPLETE. SEE HSKPRPT FOR THE CONTROL "
                   "COUNTS.".
           STOP RUN.

      *****************************************************
      *  THE ARCHIVE RUN REWRITES THE CERTIFICATION       *
      *  HISTORY, SO IT IS A PRIVILEGED FUNCTION          *
      *  (HKARCHIV ON FUNCAUTH).  REFUSALS GO TO SECVIOL. *
      *****************************************************
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
                       DISPLAY "CRTHSKP - INITIALS "
                               WS-SIGNON-INITIALS
                               " ARE NOT ON THE OPERATOR MASTER."
                   NOT INVALID KEY
                       IF OM-ACTIVE
                           MOVE 'Y' TO WS-OPERATOR-VALID-SW
                           MOVE OM-AUTH-LEVEL TO WS-SIGNON-AUTH-LEVEL
                       ELSE
                           DISPLAY "CRTHSKP - INITIALS "
                                   WS-SIGNON-INITIALS
                                   " ARE INACTIVE."
                       END-IF
               END-READ
               CLOSE OPERATOR-MASTER-FILE
           ELSE
               DISPLAY "CRTHSKP - OPERMSTR NOT AVAILABLE, STATUS "
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
               DISPLAY "CRTHSKP - " WS-SIGNON-INITIALS
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
           MOVE "CRTHSKP"              TO SV-PROGRAM-NAME.
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
               DISPLAY "CRTHSKP - UNABLE TO OPEN SECVIOL, STATUS "
                       WS-VIOLATION-STATUS
           END-IF.

      *****************************************************
      *  PASS 1 - LATEST COMPLETE RUN DATE PER TERMINAL.  *
      *****************************************************
               DISPLAY "CRTHSKP - UNABLE TO OPEN CERTFILE, STATUS "
                       WS-CERT-FILE-STATUS
               CLOSE CONTROL-REPORT-FILE
               PERFORM MARK-STEP-FAILED
               STOP RUN
           END-IF.
           MOVE 'Y' TO WS-MORE-RECORDS-SW.
                           "TO THE KEEP OR ARCHIVE FILES."
                   CLOSE CERT-FILE
                   CLOSE CONTROL-REPORT-FILE
                   PERFORM MARK-STEP-FAILED
                   STOP RUN
               END-IF
           END-IF.
                           "WRITTEN TO THE KEEP OR ARCHIVE FILES."
                   CLOSE COLOR-HIST-FILE
                   CLOSE CONTROL-REPORT-FILE
                   PERFORM MARK-STEP-FAILED
                   STOP RUN
               END-IF
           END-IF.
                   WS-WRITE-FAIL-STATUS ". RUN STOPPED - DO NOT "
                   "SWAP THE KEEP FILES IN. THE ORIGINAL CERTFILE "
                   "AND COLRHIST ARE UNTOUCHED.".
           PERFORM MARK-STEP-FAILED.
           STOP RUN.

      *****************************************************
       PRINT-BLANK-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.

      *****************************************************
      *  NIGHTLY RUN CONTROL.  THE NIGHT BEING WORKED IS  *
      *  ON THE POINTER RECORD CRTSCHED OPENS.  THIS STEP *
      *  RUNS ONLY WHEN CRTACKR HAS COMPLETED FOR THAT    *
      *  NIGHT, AND NEVER TWICE FOR THE SAME NIGHT - A    *
      *  RESTART SKIPS IT ONCE IT IS COMPLETE.  RUNCTL    *
      *  STAYS OPEN UNTIL THE STEP END IS RECORDED.       *
      *****************************************************
       START-RUN-CONTROL-STEP.
           OPEN I-O RUN-CONTROL-FILE.
           IF NOT WS-RUNCTL-OK
               DISPLAY "CRTHSKP - RUNCTL NOT AVAILABLE, STATUS "
                       WS-RUNCTL-STATUS ". RUN CRTSCHED FIRST."
               STOP RUN
           END-IF.
           PERFORM FIND-BUSINESS-DATE.
           PERFORM CHECK-STEP-ALREADY-DONE.
           PERFORM CHECK-PREDECESSOR-STEP.
           PERFORM RECORD-STEP-START.

       FIND-BUSINESS-DATE.
           MOVE ZEROS     TO RC-BUSINESS-DATE.
           MOVE "CURRENT" TO RC-STEP-NAME.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY "CRTHSKP - NO NIGHT OPEN ON RUNCTL. RUN "
                           "CRTSCHED FIRST."
                   CLOSE RUN-CONTROL-FILE
                   STOP RUN
           END-READ.
           MOVE RC-OPEN-BUSINESS-DATE TO WS-BUSINESS-DATE.

       CHECK-STEP-ALREADY-DONE.
           MOVE 'N'              TO WS-STEP-ON-FILE-SW.
           MOVE ZERO             TO WS-STEP-RUN-COUNT.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE WS-STEP-NAME     TO RC-STEP-NAME.
           READ RUN-CONTROL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y'          TO WS-STEP-ON-FILE-SW
                   MOVE RC-RUN-COUNT TO WS-STEP-RUN-COUNT
           END-READ.
           IF WS-STEP-ON-FILE AND RC-STEP-COMPLETE
               DISPLAY "CRTHSKP - ALREADY COMPLETE FOR BUSINESS DATE "
                       WS-BUSINESS-DATE ". NOT RERUN."
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF.

       CHECK-PREDECESSOR-STEP.
           MOVE 'N'                 TO WS-PREDECESSOR-DONE-SW.
           MOVE WS-BUSINESS-DATE    TO RC-BUSINESS-DATE.
           MOVE WS-PREDECESSOR-STEP TO RC-STEP-NAME.
           READ RUN-CONTROL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF RC-STEP-COMPLETE
                       MOVE 'Y' TO WS-PREDECESSOR-DONE-SW
                   END-IF
           END-READ.
           IF NOT WS-PREDECESSOR-DONE
               DISPLAY "CRTHSKP - " WS-PREDECESSOR-STEP " HAS NOT "
                       "COMPLETED FOR BUSINESS DATE "
                       WS-BUSINESS-DATE ". RUN STOPPED."
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF.

       RECORD-STEP-START.
           ADD 1 TO WS-STEP-RUN-COUNT.
           ACCEPT WS-RC-DATE-NOW FROM DATE YYYYMMDD.
           ACCEPT WS-RC-TIME-NOW FROM TIME.
           MOVE WS-BUSINESS-DATE    TO RC-BUSINESS-DATE.
           MOVE WS-STEP-NAME        TO RC-STEP-NAME.
           SET RC-STEP-STARTED      TO TRUE.
           MOVE WS-RC-DATE-NOW      TO RC-START-DATE.
           MOVE WS-RC-TIME-NOW(1:6) TO RC-START-TIME.
           MOVE ZEROS               TO RC-END-DATE.
           MOVE ZEROS               TO RC-END-TIME.
           MOVE ZEROS               TO RC-COMPLETION-CODE.
           MOVE ZEROS               TO RC-RECORDS-IN.
           MOVE ZEROS               TO RC-RECORDS-OUT.
           MOVE WS-STEP-RUN-COUNT   TO RC-RUN-COUNT.
           IF WS-STEP-ON-FILE
               REWRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "CRTHSKP - RUNCTL REWRITE FAILED, "
                               "STATUS " WS-RUNCTL-STATUS
               END-REWRITE
           ELSE
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "CRTHSKP - RUNCTL WRITE FAILED, "
                               "STATUS " WS-RUNCTL-STATUS
               END-WRITE
           END-IF.

      *****************************************************
      *  CODE 08 MARKS THE STEP FAILED; ANYTHING LOWER    *
      *  MARKS IT COMPLETE SO THE NEXT STEP MAY RUN.      *
      *****************************************************
       RECORD-STEP-END.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           MOVE WS-STEP-NAME     TO RC-STEP-NAME.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   DISPLAY "CRTHSKP - STEP RECORD MISSING FROM "
                           "RUNCTL, STATUS " WS-RUNCTL-STATUS
               NOT INVALID KEY
                   PERFORM POST-STEP-END
           END-READ.
           CLOSE RUN-CONTROL-FILE.

       POST-STEP-END.
           ACCEPT WS-RC-DATE-NOW FROM DATE YYYYMMDD.
           ACCEPT WS-RC-TIME-NOW FROM TIME.
           IF WS-STEP-CODE < 08
               SET RC-STEP-COMPLETE TO TRUE
           ELSE
               SET RC-STEP-FAILED   TO TRUE
           END-IF.
           MOVE WS-RC-DATE-NOW      TO RC-END-DATE.
           MOVE WS-RC-TIME-NOW(1:6) TO RC-END-TIME.
           MOVE WS-STEP-CODE        TO RC-COMPLETION-CODE.
           MOVE WS-STEP-RECORDS-IN  TO RC-RECORDS-IN.
           MOVE WS-STEP-RECORDS-OUT TO RC-RECORDS-OUT.
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "CRTHSKP - RUNCTL REWRITE FAILED, STATUS "
                           WS-RUNCTL-STATUS
           END-REWRITE.

       MARK-STEP-FAILED.
           MOVE 08 TO WS-STEP-CODE.
           PERFORM RECORD-STEP-END.
