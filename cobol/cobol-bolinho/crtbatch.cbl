      *                   ENTRIES ON THEIR OWN SECTION SO  *
      *                   RECONCILIATION DOES NOT FLAG     *
      *                   THEM AS FAILURES.                *
      *  UPDATED 10.15.26 RUN CONTROL.  RUNS ONLY WHEN     *
      *                   CRTSCHED HAS COMPLETED FOR THE   *
      *                   NIGHT ON RUNCTL AND NEVER TWICE  *
      *                   FOR THE SAME NIGHT; START, END,  *
      *                   CODE AND COUNTS ARE RECORDED     *
      *                   THERE FOR CRTCTLR.               *
      *  UPDATED 10.15.26 LOANERS.  A SPARE ON LOAN TO A   *
      *                   PORT (STATUS L) IS CERTIFIED     *
      *                   LIKE AN IN-SERVICE UNIT.         *
      *  UPDATED 10.15.26 ACCEPTANCE BURN-IN.  A NEW UNIT  *
      *                   PENDING ACCEPTANCE (STATUS A) IS *
      *                   CERTIFIED LIKE AN IN-SERVICE     *
      *                   UNIT.                            *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRTBATCH.
           SELECT CARRY-LIST-FILE ASSIGN TO "CARRYLST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           03  CL-TERMINAL-TYPE        PIC X(4).
           03  CL-OPERATOR-INITIALS    PIC X(3).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-TERMLIST-STATUS       PIC XX.
           88  WS-TERMLIST-OK              VALUE "00".

       COPY BATCHLNK.

      *****************************************************
      *  NIGHTLY RUN CONTROL - SEE RUNCTL.CPY.            *
      *****************************************************
       01  WS-RUN-CONTROL-FIELDS.
           03  WS-RUNCTL-STATUS         PIC XX.
               88  WS-RUNCTL-OK                VALUE "00".
               88  WS-RUNCTL-NO-FILE           VALUE "35".
           03  WS-BUSINESS-DATE         PIC 9(8).
           03  WS-STEP-NAME             PIC X(8) VALUE "CRTBATCH".
           03  WS-PREDECESSOR-STEP      PIC X(8) VALUE "CRTSCHED".
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
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:4) TO WS-START-TIME.
           PERFORM START-RUN-CONTROL-STEP.
           PERFORM GET-CUTOFF-TIME.
           OPEN OUTPUT BATCH-REPORT-FILE.
           PERFORM OPEN-WORK-FILE.
           PERFORM PRINT-RUN-SUMMARY.
           CLOSE BATCH-WORK-FILE.
           CLOSE BATCH-REPORT-FILE.
           ADD WS-ACCEPTED-COUNT WS-REJECTED-COUNT
               GIVING WS-STEP-RECORDS-IN.
           MOVE WS-PROCESSED-COUNT TO WS-STEP-RECORDS-OUT.
           IF WS-REJECTED-COUNT > 0 OR WS-CARRIED-COUNT > 0
                   OR WS-UNCERTIFIED-COUNT > 0
               MOVE 04 TO WS-STEP-CODE
           END-IF.
           PERFORM RECORD-STEP-END.
           DISPLAY "CRTBATCH - " WS-PROCESSED-COUNT
                   " TERMINAL(S) PROCESSED, " WS-REJECTED-COUNT
                   " REJECTED, " WS-CARRIED-COUNT
                       WS-WORK-FILE-STATUS ". RUN STOPPED - NO "
                       "TERMINALS PROCESSED."
               CLOSE BATCH-REPORT-FILE
               PERFORM MARK-STEP-FAILED
               STOP RUN
           END-IF.
           CLOSE BATCH-WORK-FILE.
                           "STATUS " WS-MASTER-STATUS
                   CLOSE BATCH-WORK-FILE
                   CLOSE BATCH-REPORT-FILE
                   PERFORM MARK-STEP-FAILED
                   STOP RUN
               END-IF
               PERFORM GET-VALID-RUN-INITIALS
           READ TERM-MASTER-FILE NEXT
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.
           PERFORM UNTIL NOT WS-MORE-RECORDS OR TM-IN-USE
               READ TERM-MASTER-FILE NEXT
                   AT END MOVE 'N' TO WS-MORE-RECORDS-SW
               END-READ
       PRINT-BLANK-REPORT-LINE.
           MOVE SPACES TO BATCH-REPORT-LINE.
           WRITE BATCH-REPORT-LINE.

      *****************************************************
      *  NIGHTLY RUN CONTROL.  THE NIGHT BEING WORKED IS  *
      *  ON THE POINTER RECORD CRTSCHED OPENS.  THIS STEP *
      *  RUNS ONLY WHEN CRTSCHED HAS COMPLETED FOR THAT   *
      *  NIGHT, AND NEVER TWICE FOR THE SAME NIGHT - A    *
      *  RESTART SKIPS IT ONCE IT IS COMPLETE.  RUNCTL    *
      *  STAYS OPEN UNTIL THE STEP END IS RECORDED.       *
      *****************************************************
       START-RUN-CONTROL-STEP.
           OPEN I-O RUN-CONTROL-FILE.
           IF NOT WS-RUNCTL-OK
               DISPLAY "CRTBATCH - RUNCTL NOT AVAILABLE, STATUS "
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
                   DISPLAY "CRTBATCH - NO NIGHT OPEN ON RUNCTL. RUN "
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
               DISPLAY "CRTBATCH - ALREADY COMPLETE FOR BUSINESS DATE "
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
               DISPLAY "CRTBATCH - " WS-PREDECESSOR-STEP " HAS NOT "
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
                       DISPLAY "CRTBATCH - RUNCTL REWRITE FAILED, "
                               "STATUS " WS-RUNCTL-STATUS
               END-REWRITE
           ELSE
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "CRTBATCH - RUNCTL WRITE FAILED, "
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
                   DISPLAY "CRTBATCH - STEP RECORD MISSING FROM "
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
                   DISPLAY "CRTBATCH - RUNCTL REWRITE FAILED, STATUS "
                           WS-RUNCTL-STATUS
           END-REWRITE.

       MARK-STEP-FAILED.
           MOVE 08 TO WS-STEP-CODE.
           PERFORM RECORD-STEP-END.
