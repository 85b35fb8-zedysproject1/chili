      *  TWELVE PERIODS SIDE BY SIDE.                     *
      *                                                   *
      *  UPDATED 9.3.26   WRITTEN.                        *
      *  UPDATED 10.15.26 RUN CONTROL.  RUNS AT MONTH END *
      *                   ONLY WHEN CRTACKR HAS COMPLETED *
      *                   FOR THE NIGHT ON RUNCTL, AND    *
      *                   NEVER TWICE FOR THE SAME NIGHT. *
      *  UPDATED 10.15.26 LOANERS.  A SPARE ON LOAN TO A  *
      *                   PORT (STATUS L) IS COUNTED      *
      *                   LIKE AN IN-SERVICE UNIT.        *
      *  UPDATED 10.15.26 SUPERVISOR SIGN-OFF.  A RUN     *
      *                   WITH A 'V' OR 'S' FLAG COUNTS   *
      *                   ONLY WHEN APPROVED ON CERTAPPR. *
      *  UPDATED 10.15.26 ACCEPTANCE BURN-IN.  A NEW UNIT *
      *                   PENDING ACCEPTANCE (STATUS A)   *
      *                   IS COUNTED LIKE AN IN-SERVICE   *
      *                   UNIT.                           *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRTSNAP.
           SELECT STATS-FILE ASSIGN TO "CRTSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CERT-APPROVAL-FILE ASSIGN TO "CERTAPPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-APPROVAL-KEY
               FILE STATUS IS WS-APPROVAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
           COPY STATSREC.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  CERT-APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CERTAPPR.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           03  WS-MASTER-STATUS         PIC XX.
               88  WS-MORE-RECORDS              VALUE 'Y'.
           03  WS-WORK-REC-FOUND-SW     PIC X.
               88  WS-WORK-REC-FOUND            VALUE 'Y'.
           03  WS-APPROVAL-STATUS       PIC XX.
               88  WS-APPROVAL-OK              VALUE "00".

       01  WS-RECERT-INTERVAL-DAYS  PIC 9(3) VALUE 90.

      *****************************************************
      *  SIGN-OFF STATE OF ONE COMPLETE RUN - SEE         *
      *  CERTAPPR.CPY.                                    *
      *****************************************************
       01  WS-SIGNOFF-FIELDS.
           03  WS-APPROVAL-OPEN-SW      PIC X  VALUE 'N'.
               88  WS-APPROVAL-OPEN             VALUE 'Y'.
           03  WS-SIGNOFF-FLAG-COUNT    PIC 9(2).
           03  WS-RUN-COUNTS-SW         PIC X.
               88  WS-RUN-COUNTS                VALUE 'Y'.

       01  WS-RUN-FIELDS.
           03  WS-RUN-DATE              PIC 9(8).
           03  FILLER REDEFINES WS-RUN-DATE.
           03  WS-OVERDUE-COUNT         PIC 9(4) VALUE ZERO.
           03  WS-NEVER-CERT-COUNT      PIC 9(4) VALUE ZERO.

      *****************************************************
      *  NIGHTLY RUN CONTROL - SEE RUNCTL.CPY.            *
      *****************************************************
       01  WS-RUN-CONTROL-FIELDS.
           03  WS-RUNCTL-STATUS         PIC XX.
               88  WS-RUNCTL-OK                VALUE "00".
               88  WS-RUNCTL-NO-FILE           VALUE "35".
           03  WS-BUSINESS-DATE         PIC 9(8).
           03  WS-STEP-NAME             PIC X(8) VALUE "CRTSNAP".
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
           MOVE WS-RUN-DATE TO WS-CONVERT-DATE.
           PERFORM CONVERT-DATE-TO-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
           PERFORM START-RUN-CONTROL-STEP.
           PERFORM LOAD-LAST-COMPLETE-RUNS.
           PERFORM COUNT-OPEN-EXCEPTIONS.
           PERFORM SWEEP-IN-SERVICE-UNITS.
           PERFORM WRITE-SNAPSHOT-RECORD.
           CLOSE SNAP-WORK-FILE.
           MOVE WS-IN-SERVICE-COUNT TO WS-STEP-RECORDS-IN.
           MOVE 1                   TO WS-STEP-RECORDS-OUT.
           PERFORM RECORD-STEP-END.
           DISPLAY "CRTSNAP - PERIOD " WS-RUN-PERIOD ": "
                   WS-IN-SERVICE-COUNT " IN-SERVICE, "
                   WS-CERT-CURRENT-COUNT " CURRENT, "
               DISPLAY "CRTSNAP - UNABLE TO CREATE SNAPWORK, STATUS "
                       WS-WORK-FILE-STATUS ". RUN STOPPED - NO "
                       "SNAPSHOT WRITTEN."
               PERFORM MARK-STEP-FAILED
               STOP RUN
           END-IF.
           CLOSE SNAP-WORK-FILE.
           OPEN I-O SNAP-WORK-FILE.
           OPEN INPUT CERT-APPROVAL-FILE.
           IF WS-APPROVAL-OK
               SET WS-APPROVAL-OPEN TO TRUE
           ELSE
               DISPLAY "CRTSNAP - CERTAPPR NOT AVAILABLE, STATUS "
                       WS-APPROVAL-STATUS ". RUNS NEEDING SIGN-OFF "
                       "WILL NOT COUNT."
           END-IF.
           OPEN INPUT CERT-FILE.
           IF WS-CERT-FILE-OK
               MOVE 'Y' TO WS-MORE-RECORDS-SW
                       WS-CERT-FILE-STATUS ". EVERY IN-SERVICE UNIT "
                       "WILL COUNT AS NEVER CERTIFIED."
           END-IF.
           IF WS-APPROVAL-OPEN
               CLOSE CERT-APPROVAL-FILE
           END-IF.

       READ-CERT-RECORD.
           READ CERT-FILE
           END-READ.

       POST-LAST-COMPLETE-RUN.
           MOVE 'N' TO WS-RUN-COUNTS-SW.
           IF CERT-RUN-COMPLETE-FLAG = 'Y'
               PERFORM CHECK-RUN-SIGNOFF
           END-IF.
           IF WS-RUN-COUNTS
               MOVE 'N' TO WS-WORK-REC-FOUND-SW
               MOVE CERT-TERMINAL-ID TO SN-TERMINAL-ID
               READ SNAP-WORK-FILE
           END-IF.
           PERFORM READ-CERT-RECORD.

      *****************************************************
      *  A RUN OF 'P' AND 'F' FLAGS ONLY COUNTS AS IT     *
      *  STANDS.  ONE CARRYING A 'V' OR 'S' FLAG COUNTS   *
      *  ONLY ONCE A SUPERVISOR HAS APPROVED IT ON        *
      *  CERTAPPR.                                        *
      *****************************************************
       CHECK-RUN-SIGNOFF.
           MOVE ZERO TO WS-SIGNOFF-FLAG-COUNT.
           INSPECT CERT-RESULTS TALLYING WS-SIGNOFF-FLAG-COUNT
               FOR ALL 'V' ALL 'S'.
           IF WS-SIGNOFF-FLAG-COUNT = 0
               MOVE 'Y' TO WS-RUN-COUNTS-SW
           ELSE
               IF WS-APPROVAL-OPEN
                   MOVE CERT-TERMINAL-ID       TO CA-TERMINAL-ID
                   MOVE CERT-TEST-DATE         TO CA-TEST-DATE
                   MOVE CERT-OPERATOR-INITIALS TO CA-OPERATOR-INITIALS
                   READ CERT-APPROVAL-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CA-APPROVED
                               MOVE 'Y' TO WS-RUN-COUNTS-SW
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *****************************************************
      *  OPEN EXCEPTIONS ON CRTEXC.                       *
      *****************************************************
                       WS-MASTER-STATUS ". RUN STOPPED - NO "
                       "SNAPSHOT WRITTEN."
               CLOSE SNAP-WORK-FILE
               PERFORM MARK-STEP-FAILED
               STOP RUN
           END-IF.
           MOVE 'Y' TO WS-MORE-RECORDS-SW.
           READ TERM-MASTER-FILE NEXT
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.
           PERFORM UNTIL NOT WS-MORE-RECORDS OR TM-IN-USE
               READ TERM-MASTER-FILE NEXT
                   AT END MOVE 'N' TO WS-MORE-RECORDS-SW
               END-READ
               DISPLAY "CRTSNAP - UNABLE TO OPEN CRTSTATS, STATUS "
                       WS-STATS-STATUS ". SNAPSHOT NOT WRITTEN."
               CLOSE SNAP-WORK-FILE
               PERFORM MARK-STEP-FAILED
               STOP RUN
           END-IF.
           MOVE WS-RUN-PERIOD          TO ST-PERIOD.
           MOVE WS-NEVER-CERT-COUNT    TO ST-NEVER-CERT-COUNT.
           WRITE COMPLIANCE-STAT-RECORD.
           CLOSE STATS-FILE.

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
               DISPLAY "CRTSNAP - RUNCTL NOT AVAILABLE, STATUS "
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
                   DISPLAY "CRTSNAP - NO NIGHT OPEN ON RUNCTL. RUN "
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
               DISPLAY "CRTSNAP - ALREADY COMPLETE FOR BUSINESS DATE "
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
               DISPLAY "CRTSNAP - " WS-PREDECESSOR-STEP " HAS NOT "
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
                       DISPLAY "CRTSNAP - RUNCTL REWRITE FAILED, "
                               "STATUS " WS-RUNCTL-STATUS
               END-REWRITE
           ELSE
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "CRTSNAP - RUNCTL WRITE FAILED, "
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
                   DISPLAY "CRTSNAP - STEP RECORD MISSING FROM "
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
                   DISPLAY "CRTSNAP - RUNCTL REWRITE FAILED, STATUS "
                           WS-RUNCTL-STATUS
           END-REWRITE.

       MARK-STEP-FAILED.
           MOVE 08 TO WS-STEP-CODE.
           PERFORM RECORD-STEP-END.
