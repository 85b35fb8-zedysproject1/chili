      *                   SCHDWORK, SO A GROWING FLEET    *
      *                   CAN NEVER STOP THE SCHEDULER    *
      *                   AGAIN.                          *
      *  UPDATED 10.15.26 RUN CONTROL.  OPENS THE NIGHT   *
      *                   ON RUNCTL UNDER TODAY'S DATE,   *
      *                   OR, WHEN THE LAST NIGHT NEVER   *
      *                   FINISHED, RESTARTS THAT NIGHT   *
      *                   AT THE OPERATOR'S CHOICE.  A    *
      *                   COMPLETED STEP IS NEVER RERUN;  *
      *                   THE STEP TO RESUME AT IS SHOWN. *
      *  UPDATED 10.15.26 LOANERS.  A SPARE ON LOAN TO A  *
      *                   PORT (STATUS L) IS SCHEDULED    *
      *                   LIKE AN IN-SERVICE UNIT.        *
      *  UPDATED 10.15.26 SUPERVISOR SIGN-OFF.  A RUN     *
      *                   WITH A 'V' OR 'S' FLAG COUNTS   *
      *                   ONLY WHEN APPROVED ON CERTAPPR  *
      *                   (CRTAPPR); A UNIT WHOSE LATEST  *
      *                   RUN WAS REJECTED IS DUE AGAIN.  *
      *  UPDATED 10.15.26 ACCEPTANCE BURN-IN.  A UNIT     *
      *                   PENDING ACCEPTANCE (STATUS A)   *
      *                   IS DUE EVERY NIGHT UNTIL IT     *
      *                   HAS PASSED ITS VENDOR'S BURN-IN *
      *                   RUNS CLEAN IN A ROW; IT IS THEN *
      *                   PUT IN SERVICE AND JOURNALED    *
      *                   TO MNTJRNL.  AN 'F' FLAG STARTS *
      *                   THE COUNT AGAIN.                *
      *  UPDATED 10.15.26 AN OPTIONAL STEP (CRTSNAP,      *
      *                   CRTHSKP) THAT STARTED BUT DID   *
      *                   NOT COMPLETE LEAVES THE NIGHT   *
      *                   UNFINISHED AND IS WHERE IT      *
      *                   RESUMES; ONE NOT ON FILE WAS    *
      *                   NOT DUE.                        *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRTSCHED.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-TERMINAL-ID
               FILE STATUS IS WS-WORK-FILE-STATUS.
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
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDOR-KEY
               FILE STATUS IS WS-VENDOR-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      *  LATEST COMPLETE RUN DATE PER TERMINAL, KEYED ON  *
      *  TERMINAL ID.  REBUILT EACH RUN FROM CERTFILE SO  *
      *  FLEET SIZE IS NEVER A TABLE LIMIT.  LAST         *
      *  COMPLETE IS THE LATEST RUN THAT COUNTS (CLEAN OR *
      *  SIGNED OFF), ZEROS WHEN NONE DOES; LATEST RUN IS *
      *  THE LATEST COMPLETE RUN OF ANY KIND AND WHETHER  *
      *  IT COUNTS, AWAITS SIGN-OFF, OR WAS REJECTED.     *
      *  BURN-IN STREAK IS THE CLEAN COMPLETE RUNS SINCE  *
      *  THE LAST ONE WITH AN 'F' FLAG OR REJECTED AT     *
      *  SIGN-OFF - WHAT A UNIT PENDING ACCEPTANCE HAS    *
      *  PASSED SO FAR.                                   *
      *****************************************************
       FD  SCHED-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCHED-WORK-RECORD.
           03  SW-TERMINAL-ID          PIC X(8).
           03  SW-LAST-COMPLETE        PIC 9(8).
           03  SW-LATEST-RUN-DATE      PIC 9(8).
           03  SW-LATEST-RUN-STATE     PIC X.
               88  SW-LATEST-AWAITING         VALUE 'P'.
               88  SW-LATEST-REJECTED         VALUE 'R'.
           03  SW-BURN-IN-STREAK       PIC 9(3).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  CERT-APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CERTAPPR.

       FD  VENDOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VENDMSTR.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MNTJRNL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
               88  WS-OPERATOR-VALID            VALUE 'Y'.
           03  WS-MORE-RECORDS-SW       PIC X.
               88  WS-MORE-RECORDS              VALUE 'Y'.
           03  WS-APPROVAL-STATUS       PIC XX.
               88  WS-APPROVAL-OK              VALUE "00".
           03  WS-VENDOR-STATUS         PIC XX.
               88  WS-VENDOR-OK                VALUE "00".
           03  WS-JOURNAL-STATUS        PIC XX.
               88  WS-JOURNAL-OK               VALUE "00".

       01  WS-RECERT-INTERVAL-DAYS  PIC 9(3) VALUE 90.

      *****************************************************
      *  ACCEPTANCE BURN-IN.  A UNIT PENDING ACCEPTANCE   *
      *  IS DUE EVERY NIGHT UNTIL ITS STREAK OF CLEAN     *
      *  COMPLETE RUNS REACHES ITS VENDOR'S BURN-IN RUNS  *
      *  ON VENDMSTR, OR THIS DEFAULT WHEN THE VENDOR     *
      *  SETS NONE; IT IS THEN PUT IN SERVICE AND THE     *
      *  CHANGE JOURNALED TO MNTJRNL.                     *
      *****************************************************
       01  WS-DEFAULT-BURN-IN-RUNS  PIC 9(3) VALUE 5.

       01  WS-BURN-IN-FIELDS.
           03  WS-VENDOR-OPEN-SW        PIC X  VALUE 'N'.
               88  WS-VENDOR-OPEN               VALUE 'Y'.
           03  WS-JOURNAL-OPEN-SW       PIC X  VALUE 'N'.
               88  WS-JOURNAL-OPEN              VALUE 'Y'.
           03  WS-FAIL-FLAG-COUNT       PIC 9(2).
           03  WS-REQUIRED-RUNS         PIC 9(3).
           03  WS-CLEAN-RUNS            PIC 9(3).
           03  WS-JOURNAL-TIME          PIC 9(8).
           03  WS-BEFORE-IMAGE          PIC X(90).

      *****************************************************
      *  SIGN-OFF STATE OF ONE COMPLETE RUN - SEE         *
      *  CERTAPPR.CPY.                                    *
      *****************************************************
       01  WS-SIGNOFF-FIELDS.
           03  WS-APPROVAL-OPEN-SW      PIC X  VALUE 'N'.
               88  WS-APPROVAL-OPEN             VALUE 'Y'.
           03  WS-SIGNOFF-FLAG-COUNT    PIC 9(2).
           03  WS-RUN-STATE             PIC X.
               88  WS-RUN-COUNTS                VALUE 'C'.
               88  WS-RUN-AWAITING              VALUE 'P'.
               88  WS-RUN-REJECTED              VALUE 'R'.

       01  WS-RUN-FIELDS.
           03  WS-RUN-DATE              PIC 9(8).
           03  WS-RUN-DAY-NUMBER        PIC 9(7).
           03  WS-AGE-90-COUNT          PIC 9(4) VALUE ZERO.
           03  WS-AGE-OVER-90-COUNT     PIC 9(4) VALUE ZERO.
           03  WS-IN-REPAIR-COUNT       PIC 9(4) VALUE ZERO.
           03  WS-REJECTED-COUNT        PIC 9(4) VALUE ZERO.
           03  WS-AWAITING-COUNT        PIC 9(4) VALUE ZERO.
           03  WS-BURN-IN-COUNT         PIC 9(4) VALUE ZERO.
           03  WS-PROMOTED-COUNT        PIC 9(4) VALUE ZERO.

       01  WS-LOOKUP-FIELDS.
           03  WS-FOUND-SW              PIC X.
               88  WS-FOUND                     VALUE 'Y'.
           03  WS-LOOKUP-TERMINAL-ID    PIC X(8).

      *****************************************************
      *  NIGHTLY RUN CONTROL - SEE RUNCTL.CPY.  CRTSCHED  *
      *  OPENS THE NIGHT; THE PRIOR NIGHT IS FINISHED     *
      *  ONCE EVERY REQUIRED CHAIN STEP, AND EVERY        *
      *  OPTIONAL ONE THAT STARTED, IS COMPLETE.          *
      *****************************************************
       01  WS-RUN-CONTROL-FIELDS.
           03  WS-RUNCTL-STATUS         PIC XX.
               88  WS-RUNCTL-OK                VALUE "00".
               88  WS-RUNCTL-NO-FILE           VALUE "35".
           03  WS-BUSINESS-DATE         PIC 9(8).
           03  WS-PRIOR-BUSINESS-DATE   PIC 9(8).
           03  WS-STEP-NAME             PIC X(8) VALUE "CRTSCHED".
           03  WS-POINTER-ON-FILE-SW    PIC X.
               88  WS-POINTER-ON-FILE           VALUE 'Y'.
           03  WS-STEP-ON-FILE-SW       PIC X.
               88  WS-STEP-ON-FILE              VALUE 'Y'.
           03  WS-RESTART-ANSWER        PIC X.
               88  WS-RESTART-NIGHT             VALUE 'R', 'r'.
           03  WS-STEP-RUN-COUNT        PIC 9(2).
           03  WS-STEP-CODE             PIC 9(2) VALUE ZERO.
           03  WS-STEP-RECORDS-IN       PIC 9(6) VALUE ZERO.
           03  WS-STEP-RECORDS-OUT      PIC 9(6) VALUE ZERO.
           03  WS-RC-DATE-NOW           PIC 9(8).
           03  WS-RC-TIME-NOW           PIC 9(8).

       01  WS-CHAIN-STEP-TABLE.
           03  WS-CHAIN-STEP-VALUES.
               05  FILLER               PIC X(9) VALUE "CRTBATCHY".
               05  FILLER               PIC X(9) VALUE "CRTEXTR Y".
               05  FILLER               PIC X(9) VALUE "CRTACKR Y".
               05  FILLER               PIC X(9) VALUE "CRTSNAP N".
               05  FILLER               PIC X(9) VALUE "CRTHSKP N".
           03  FILLER REDEFINES WS-CHAIN-STEP-VALUES.
               05  WS-CHAIN-ENTRY OCCURS 5 TIMES.
                   07  WS-CHAIN-STEP        PIC X(8).
                   07  WS-CHAIN-REQUIRED-SW PIC X.
                       88  WS-CHAIN-REQUIRED        VALUE 'Y'.
           03  WS-CHAIN-SUB             PIC 9.
           03  WS-RESTART-STEP          PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-CONVERT-DATE.
           PERFORM CONVERT-DATE-TO-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
           PERFORM OPEN-NIGHT-RUN-CONTROL.
           PERFORM GET-VALID-RUN-INITIALS.
           PERFORM LOAD-LAST-COMPLETE-DATES.
           PERFORM OPEN-FILES.
           PERFORM SCHEDULE-ALL-UNITS.
           PERFORM PRINT-AGING-SUMMARY.
           PERFORM CLOSE-FILES.
           MOVE WS-IN-SERVICE-COUNT TO WS-STEP-RECORDS-IN.
           MOVE WS-DUE-COUNT        TO WS-STEP-RECORDS-OUT.
           PERFORM RECORD-STEP-END.
           DISPLAY "CRTSCHED - " WS-DUE-COUNT " OF "
                   WS-IN-SERVICE-COUNT " IN-SERVICE TERMINAL(S) DUE. "
                   "WORK LIST ON TERMLIST, AGING ON SCHEDRPT.".
               MOVE 'Y' TO WS-OPERATOR-VALID-SW
           END-IF.

      *****************************************************
      *  TERMMSTR IS OPENED I-O SO A UNIT THAT HAS PASSED *
      *  ITS BURN-IN CAN BE PUT IN SERVICE.  WITHOUT THE  *
      *  AUDIT JOURNAL NO UNIT IS PROMOTED - IT STAYS     *
      *  PENDING AND IS SIMPLY SCHEDULED AGAIN.           *
      *****************************************************
       OPEN-FILES.
           OPEN I-O TERM-MASTER-FILE.
           IF NOT WS-MASTER-OK
               DISPLAY "CRTSCHED - UNABLE TO OPEN TERMMSTR, STATUS "
                       WS-MASTER-STATUS
               PERFORM MARK-STEP-FAILED
               STOP RUN
           END-IF.
           OPEN OUTPUT TERM-LIST-FILE.
           OPEN OUTPUT SCHEDULE-REPORT-FILE.
           OPEN INPUT VENDOR-MASTER-FILE.
           IF WS-VENDOR-OK
               SET WS-VENDOR-OPEN TO TRUE
           ELSE
               DISPLAY "CRTSCHED - VENDMSTR NOT AVAILABLE, STATUS "
                       WS-VENDOR-STATUS ". EVERY NEW UNIT NEEDS "
                       WS-DEFAULT-BURN-IN-RUNS " CLEAN RUNS."
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF NOT WS-JOURNAL-OK
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-OK
               SET WS-JOURNAL-OPEN TO TRUE
           ELSE
               DISPLAY "CRTSCHED - UNABLE TO OPEN MNTJRNL, STATUS "
                       WS-JOURNAL-STATUS ". NO UNIT WILL BE PUT IN "
                       "SERVICE FROM BURN-IN TONIGHT."
           END-IF.

       CLOSE-FILES.
           CLOSE TERM-MASTER-FILE.
           CLOSE TERM-LIST-FILE.
           CLOSE SCHEDULE-REPORT-FILE.
           CLOSE SCHED-WORK-FILE.
           IF WS-VENDOR-OPEN
               CLOSE VENDOR-MASTER-FILE
           END-IF.
           IF WS-JOURNAL-OPEN
               CLOSE JOURNAL-FILE
           END-IF.

      *****************************************************
      *  LATEST COMPLETE RUN DATE PER TERMINAL, POSTED    *
               DISPLAY "CRTSCHED - UNABLE TO CREATE SCHDWORK, "
                       "STATUS " WS-WORK-FILE-STATUS ". RUN STOPPED "
                       "- TERMLIST NOT TOUCHED."
               PERFORM MARK-STEP-FAILED
               STOP RUN
           END-IF.
           CLOSE SCHED-WORK-FILE.
           OPEN I-O SCHED-WORK-FILE.
           PERFORM OPEN-APPROVAL-FILE.
           OPEN INPUT CERT-FILE.
           IF WS-CERT-FILE-OK
               MOVE 'Y' TO WS-MORE-RECORDS-SW
                       WS-CERT-FILE-STATUS ". EVERY IN-SERVICE UNIT "
                       "WILL BE TREATED AS NEVER CERTIFIED."
           END-IF.
           IF WS-APPROVAL-OPEN
               CLOSE CERT-APPROVAL-FILE
           END-IF.

      *****************************************************
      *  WITHOUT CERTAPPR NO RUN NEEDING SIGN-OFF CAN BE  *
      *  SHOWN APPROVED, SO NONE OF THEM COUNTS.          *
      *****************************************************
       OPEN-APPROVAL-FILE.
           OPEN INPUT CERT-APPROVAL-FILE.
           IF WS-APPROVAL-OK
               SET WS-APPROVAL-OPEN TO TRUE
           ELSE
               DISPLAY "CRTSCHED - CERTAPPR NOT AVAILABLE, STATUS "
                       WS-APPROVAL-STATUS ". RUNS NEEDING SIGN-OFF "
                       "WILL NOT COUNT."
           END-IF.

       READ-CERT-RECORD.
           READ CERT-FILE

       POST-LAST-COMPLETE-DATE.
           IF CERT-RUN-COMPLETE-FLAG = 'Y'
               PERFORM CHECK-RUN-SIGNOFF
               MOVE ZERO TO WS-FAIL-FLAG-COUNT
               INSPECT CERT-RESULTS TALLYING WS-FAIL-FLAG-COUNT
                   FOR ALL 'F'
               MOVE CERT-TERMINAL-ID TO WS-LOOKUP-TERMINAL-ID
               PERFORM FIND-TERMINAL-ENTRY
               IF WS-FOUND
                   IF WS-RUN-COUNTS
                           AND CERT-TEST-DATE > SW-LAST-COMPLETE
                       MOVE CERT-TEST-DATE TO SW-LAST-COMPLETE
                   END-IF
                   IF CERT-TEST-DATE NOT < SW-LATEST-RUN-DATE
                       MOVE CERT-TEST-DATE TO SW-LATEST-RUN-DATE
                       MOVE WS-RUN-STATE   TO SW-LATEST-RUN-STATE
                   END-IF
                   PERFORM ADVANCE-BURN-IN-STREAK
                   REWRITE SCHED-WORK-RECORD
               ELSE
                   MOVE WS-LOOKUP-TERMINAL-ID TO SW-TERMINAL-ID
                   IF WS-RUN-COUNTS
                       MOVE CERT-TEST-DATE    TO SW-LAST-COMPLETE
                   ELSE
                       MOVE ZEROS             TO SW-LAST-COMPLETE
                   END-IF
                   MOVE CERT-TEST-DATE        TO SW-LATEST-RUN-DATE
                   MOVE WS-RUN-STATE          TO SW-LATEST-RUN-STATE
                   MOVE ZERO                  TO SW-BURN-IN-STREAK
                   PERFORM ADVANCE-BURN-IN-STREAK
                   WRITE SCHED-WORK-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
           END-IF.
           PERFORM READ-CERT-RECORD.

      *****************************************************
      *  CERTFILE IS IN THE ORDER THE RUNS WERE MADE, SO  *
      *  THE STREAK IS BUILT RUN BY RUN: AN 'F' FLAG OR A *
      *  REJECTED RUN STARTS IT AGAIN FROM ZERO, A CLEAN  *
      *  RUN THAT COUNTS ADDS ONE, AND A RUN STILL        *
      *  AWAITING SIGN-OFF LEAVES IT WHERE IT IS.         *
      *****************************************************
       ADVANCE-BURN-IN-STREAK.
           EVALUATE TRUE
               WHEN WS-FAIL-FLAG-COUNT > 0
                   MOVE ZERO TO SW-BURN-IN-STREAK
               WHEN WS-RUN-REJECTED
                   MOVE ZERO TO SW-BURN-IN-STREAK
               WHEN WS-RUN-COUNTS
                   IF SW-BURN-IN-STREAK < 999
                       ADD 1 TO SW-BURN-IN-STREAK
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

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
               SET WS-RUN-COUNTS TO TRUE
           ELSE
               SET WS-RUN-AWAITING TO TRUE
               IF WS-APPROVAL-OPEN
                   MOVE CERT-TERMINAL-ID       TO CA-TERMINAL-ID
                   MOVE CERT-TEST-DATE         TO CA-TEST-DATE
                   MOVE CERT-OPERATOR-INITIALS TO CA-OPERATOR-INITIALS
                   READ CERT-APPROVAL-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CA-APPROVED
                               SET WS-RUN-COUNTS TO TRUE
                           ELSE
                               SET WS-RUN-REJECTED TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *****************************************************
      *  WALK THE IN-SERVICE UNITS AND DECIDE WHO IS DUE. *
      *****************************************************
           READ TERM-MASTER-FILE NEXT
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.
           PERFORM UNTIL NOT WS-MORE-RECORDS OR TM-IN-USE
               IF TM-IN-REPAIR
                   ADD 1 TO WS-IN-REPAIR-COUNT
               END-IF
           ADD 1 TO WS-IN-SERVICE-COUNT.
           MOVE TM-TERMINAL-ID TO WS-LOOKUP-TERMINAL-ID.
           PERFORM FIND-TERMINAL-ENTRY.
           IF TM-PENDING-ACCEPT
               PERFORM JUDGE-PENDING-UNIT
           ELSE
               PERFORM SCHEDULE-IN-SERVICE-UNIT
           END-IF.
           PERFORM READ-NEXT-IN-SERVICE-UNIT.

      *****************************************************
      *  A UNIT WHOSE LATEST RUN WAS REJECTED AT SIGN-OFF *
      *  IS DUE AGAIN WHATEVER ITS LAST COUNTED DATE.     *
      *****************************************************
       SCHEDULE-IN-SERVICE-UNIT.
           IF WS-FOUND AND SW-LATEST-AWAITING
               ADD 1 TO WS-AWAITING-COUNT
           END-IF.
           IF WS-FOUND AND SW-LATEST-REJECTED
               ADD 1 TO WS-REJECTED-COUNT
               ADD 1 TO WS-DUE-COUNT
               PERFORM WRITE-DUE-TERM-LIST-RECORD
               MOVE SPACES TO SCHEDULE-REPORT-LINE
               STRING "  " TM-TERMINAL-ID
                      " RUN OF " SW-LATEST-RUN-DATE
                      " REJECTED AT SIGN-OFF - DUE NOW"
                      DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
               WRITE SCHEDULE-REPORT-LINE
           ELSE
               PERFORM SCHEDULE-BY-LAST-COMPLETE
           END-IF.

      *****************************************************
      *  A UNIT PENDING ACCEPTANCE IS DUE EVERY NIGHT     *
      *  UNTIL ITS STREAK REACHES THE RUNS REQUIRED; IT   *
      *  IS THEN PUT IN SERVICE, AND FROM THEN ON IS      *
      *  SCHEDULED BY THE 90-DAY RULE LIKE ANY OTHER.     *
      *****************************************************
       JUDGE-PENDING-UNIT.
           PERFORM GET-REQUIRED-BURN-IN.
           IF WS-FOUND
               MOVE SW-BURN-IN-STREAK TO WS-CLEAN-RUNS
           ELSE
               MOVE ZERO              TO WS-CLEAN-RUNS
           END-IF.
           IF WS-CLEAN-RUNS NOT < WS-REQUIRED-RUNS
               PERFORM PROMOTE-PENDING-UNIT
           END-IF.
           IF TM-PENDING-ACCEPT
               ADD 1 TO WS-BURN-IN-COUNT
               ADD 1 TO WS-DUE-COUNT
               PERFORM WRITE-DUE-TERM-LIST-RECORD
               MOVE SPACES TO SCHEDULE-REPORT-LINE
               STRING "  " TM-TERMINAL-ID
                      " IN BURN-IN - " WS-CLEAN-RUNS " OF "
                      WS-REQUIRED-RUNS " CLEAN RUNS - DUE NOW"
                      DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
               WRITE SCHEDULE-REPORT-LINE
           ELSE
               PERFORM SCHEDULE-IN-SERVICE-UNIT
           END-IF.

       GET-REQUIRED-BURN-IN.
           MOVE WS-DEFAULT-BURN-IN-RUNS TO WS-REQUIRED-RUNS.
           IF WS-VENDOR-OPEN
               MOVE TM-VENDOR TO VM-VENDOR-CODE
               MOVE SPACES    TO VM-MODEL
               READ VENDOR-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF VM-BURN-IN-RUNS NUMERIC
                               AND VM-BURN-IN-RUNS > 0
                           MOVE VM-BURN-IN-RUNS TO WS-REQUIRED-RUNS
                       END-IF
               END-READ
           END-IF.

       PROMOTE-PENDING-UNIT.
           IF WS-JOURNAL-OPEN
               MOVE TERM-MASTER-RECORD TO WS-BEFORE-IMAGE
               MOVE 'S' TO TM-STATUS
               REWRITE TERM-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "CRTSCHED - TERMMSTR REWRITE FAILED "
                               "FOR " TM-TERMINAL-ID ", STATUS "
                               WS-MASTER-STATUS
               END-REWRITE
               IF WS-MASTER-OK
                   ADD 1 TO WS-PROMOTED-COUNT
                   PERFORM WRITE-JOURNAL-RECORD
                   MOVE SPACES TO SCHEDULE-REPORT-LINE
                   STRING "  " TM-TERMINAL-ID
                          " PASSED BURN-IN (" WS-CLEAN-RUNS
                          " CLEAN RUNS) - PUT IN SERVICE"
                          DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
                   WRITE SCHEDULE-REPORT-LINE
               ELSE
                   MOVE 'A' TO TM-STATUS
               END-IF
           END-IF.

       WRITE-JOURNAL-RECORD.
           ACCEPT WS-JOURNAL-TIME FROM TIME.
           MOVE WS-RUN-DATE          TO MJ-JOURNAL-DATE.
           MOVE WS-JOURNAL-TIME(1:6) TO MJ-JOURNAL-TIME.
           MOVE WS-RUN-INITIALS      TO MJ-OPERATOR-INITIALS.
           MOVE "CRTSCHED"           TO MJ-PROGRAM-NAME.
           MOVE "ACCEPTED"           TO MJ-ACTION.
           MOVE TM-TERMINAL-ID       TO MJ-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE      TO MJ-BEFORE-IMAGE.
           MOVE TERM-MASTER-RECORD   TO MJ-AFTER-IMAGE.
           WRITE MAINT-JOURNAL-RECORD.
           IF NOT WS-JOURNAL-OK
               DISPLAY "CRTSCHED - JOURNAL WRITE FAILED, STATUS "
                       WS-JOURNAL-STATUS
           END-IF.

       SCHEDULE-BY-LAST-COMPLETE.
           IF WS-FOUND AND SW-LAST-COMPLETE NOT = ZEROS
               PERFORM JUDGE-CERTIFIED-UNIT
           ELSE
               ADD 1 TO WS-NEVER-COUNT
                      DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
               WRITE SCHEDULE-REPORT-LINE
           END-IF.

       FIND-TERMINAL-ENTRY.
           MOVE 'N' TO WS-FOUND-SW.
                  DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE.
           WRITE SCHEDULE-REPORT-LINE.
           MOVE SPACES TO SCHEDULE-REPORT-LINE.
           STRING "NEW UNITS IN SERVICE AFTER "
                  WS-DEFAULT-BURN-IN-RUNS " CLEAN RUNS UNLESS "
                  "THE VENDOR SETS OTHERWISE"
                  DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE.
           WRITE SCHEDULE-REPORT-LINE.
           MOVE SPACES TO SCHEDULE-REPORT-LINE.
           WRITE SCHEDULE-REPORT-LINE.
           MOVE "UNITS DUE OR OVERDUE" TO SCHEDULE-REPORT-LINE.
           WRITE SCHEDULE-REPORT-LINE.
           PERFORM PRINT-BUCKET-LINE-CURRENT.
           MOVE WS-IN-REPAIR-COUNT TO WS-EDIT-DAYS.
           PERFORM PRINT-BUCKET-LINE-REPAIR.
           MOVE WS-REJECTED-COUNT TO WS-EDIT-DAYS.
           PERFORM PRINT-BUCKET-LINE-REJECTED.
           MOVE WS-AWAITING-COUNT TO WS-EDIT-DAYS.
           PERFORM PRINT-BUCKET-LINE-AWAITING.
           MOVE WS-BURN-IN-COUNT TO WS-EDIT-DAYS.
           PERFORM PRINT-BUCKET-LINE-BURN-IN.
           MOVE WS-PROMOTED-COUNT TO WS-EDIT-DAYS.
           PERFORM PRINT-BUCKET-LINE-PROMOTED.

       PRINT-BUCKET-LINE-30.
           MOVE SPACES TO SCHEDULE-REPORT-LINE.
           STRING "  IN REPAIR (NOT SCHEDULED)  " WS-EDIT-DAYS
                  DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE.
           WRITE SCHEDULE-REPORT-LINE.

       PRINT-BUCKET-LINE-REJECTED.
           MOVE SPACES TO SCHEDULE-REPORT-LINE.
           STRING "  REJECTED AT SIGN-OFF       " WS-EDIT-DAYS
                  DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE.
           WRITE SCHEDULE-REPORT-LINE.

       PRINT-BUCKET-LINE-AWAITING.
           MOVE SPACES TO SCHEDULE-REPORT-LINE.
           STRING "  LATEST RUN AWAITS SIGN-OFF " WS-EDIT-DAYS
                  DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE.
           WRITE SCHEDULE-REPORT-LINE.

       PRINT-BUCKET-LINE-BURN-IN.
           MOVE SPACES TO SCHEDULE-REPORT-LINE.
           STRING "  IN BURN-IN (DUE NIGHTLY)   " WS-EDIT-DAYS
                  DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE.
           WRITE SCHEDULE-REPORT-LINE.

       PRINT-BUCKET-LINE-PROMOTED.
           MOVE SPACES TO SCHEDULE-REPORT-LINE.
           STRING "  PASSED BURN-IN TONIGHT     " WS-EDIT-DAYS
                  DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE.
           WRITE SCHEDULE-REPORT-LINE.

      *****************************************************
      *  NIGHTLY RUN CONTROL.  CRTSCHED OPENS THE NIGHT - *
      *  THE BUSINESS DATE IS TODAY'S RUN DATE UNLESS THE *
      *  NIGHT STILL ON THE POINTER NEVER FINISHED AND    *
      *  THE OPERATOR CHOOSES TO RESTART IT.  ON A        *
      *  RESTART EVERY STEP ALREADY COMPLETE REFUSES TO   *
      *  RUN AGAIN, SO THE NIGHT PICKS UP AT THE STEP     *
      *  THAT FAILED.  RUNCTL STAYS OPEN UNTIL THE STEP   *
      *  END IS RECORDED.                                 *
      *****************************************************
       OPEN-NIGHT-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE.
           IF WS-RUNCTL-NO-FILE
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF.
           IF NOT WS-RUNCTL-OK
               DISPLAY "CRTSCHED - UNABLE TO OPEN RUNCTL, STATUS "
                       WS-RUNCTL-STATUS ". RUN STOPPED - TERMLIST "
                       "NOT TOUCHED."
               STOP RUN
           END-IF.
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
           MOVE 'N'         TO WS-POINTER-ON-FILE-SW.
           MOVE ZEROS       TO RC-BUSINESS-DATE.
           MOVE "CURRENT"   TO RC-STEP-NAME.
           READ RUN-CONTROL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-POINTER-ON-FILE-SW
                   MOVE RC-OPEN-BUSINESS-DATE
                                TO WS-PRIOR-BUSINESS-DATE
           END-READ.
           IF WS-POINTER-ON-FILE
                   AND WS-PRIOR-BUSINESS-DATE NOT = WS-RUN-DATE
               PERFORM CHECK-PRIOR-NIGHT
           END-IF.
           PERFORM CHECK-STEP-ALREADY-DONE.
           PERFORM SET-CURRENT-NIGHT.
           PERFORM RECORD-STEP-START.

      *****************************************************
      *  THE PRIOR NIGHT FINISHED WHEN NO CHAIN STEP OF   *
      *  IT IS LEFT TO RESUME AT.                         *
      *****************************************************
       CHECK-PRIOR-NIGHT.
           MOVE WS-PRIOR-BUSINESS-DATE TO WS-BUSINESS-DATE.
           PERFORM FIND-RESTART-STEP.
           MOVE WS-RUN-DATE            TO WS-BUSINESS-DATE.
           IF WS-RESTART-STEP NOT = SPACES
               DISPLAY "CRTSCHED - THE NIGHT OF "
                       WS-PRIOR-BUSINESS-DATE " NEVER FINISHED - "
                       WS-RESTART-STEP " IS NOT COMPLETE."
               DISPLAY "R=RESTART THAT NIGHT  N=START A NEW NIGHT: "
               MOVE SPACE TO WS-RESTART-ANSWER
               ACCEPT WS-RESTART-ANSWER
               IF WS-RESTART-NIGHT
                   MOVE WS-PRIOR-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-IF
           END-IF.

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
               PERFORM FIND-RESTART-STEP
               IF WS-RESTART-STEP = SPACES
                   DISPLAY "CRTSCHED - THE NIGHT OF "
                           WS-BUSINESS-DATE " IS COMPLETE. "
                           "NOTHING RERUN."
               ELSE
                   DISPLAY "CRTSCHED - ALREADY COMPLETE FOR "
                           "BUSINESS DATE " WS-BUSINESS-DATE
                           ". NOT RERUN - RESUME THE NIGHT AT "
                           WS-RESTART-STEP "."
               END-IF
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF.

      *****************************************************
      *  FIRST CHAIN STEP NOT YET COMPLETE FOR THE NIGHT. *
      *  AN OPTIONAL STEP (CRTSNAP, CRTHSKP) NOT ON FILE  *
      *  WAS NOT DUE AND IS PASSED OVER; ONE THAT STARTED *
      *  AND DID NOT FINISH IS WHERE THE NIGHT RESUMES.   *
      *****************************************************
       FIND-RESTART-STEP.
           MOVE SPACES TO WS-RESTART-STEP.
           PERFORM CHECK-ONE-CHAIN-STEP
               VARYING WS-CHAIN-SUB FROM 1 BY 1
               UNTIL WS-CHAIN-SUB > 5 OR WS-RESTART-STEP NOT = SPACES.

       CHECK-ONE-CHAIN-STEP.
           MOVE WS-BUSINESS-DATE            TO RC-BUSINESS-DATE.
           MOVE WS-CHAIN-STEP(WS-CHAIN-SUB) TO RC-STEP-NAME.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   IF WS-CHAIN-REQUIRED(WS-CHAIN-SUB)
                       MOVE WS-CHAIN-STEP(WS-CHAIN-SUB)
                                TO WS-RESTART-STEP
                   END-IF
               NOT INVALID KEY
                   IF NOT RC-STEP-COMPLETE
                       MOVE WS-CHAIN-STEP(WS-CHAIN-SUB)
                                TO WS-RESTART-STEP
                   END-IF
           END-READ.

       SET-CURRENT-NIGHT.
           MOVE ZEROS            TO RC-BUSINESS-DATE.
           MOVE "CURRENT"        TO RC-STEP-NAME.
           MOVE SPACES           TO RC-NIGHT-DATA.
           MOVE WS-BUSINESS-DATE TO RC-OPEN-BUSINESS-DATE.
           IF WS-POINTER-ON-FILE
               REWRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "CRTSCHED - RUNCTL REWRITE FAILED, "
                               "STATUS " WS-RUNCTL-STATUS
               END-REWRITE
           ELSE
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "CRTSCHED - RUNCTL WRITE FAILED, "
                               "STATUS " WS-RUNCTL-STATUS
               END-WRITE
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
                       DISPLAY "CRTSCHED - RUNCTL REWRITE FAILED, "
                               "STATUS " WS-RUNCTL-STATUS
               END-REWRITE
           ELSE
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "CRTSCHED - RUNCTL WRITE FAILED, "
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
                   DISPLAY "CRTSCHED - STEP RECORD MISSING FROM "
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
                   DISPLAY "CRTSCHED - RUNCTL REWRITE FAILED, STATUS "
                           WS-RUNCTL-STATUS
           END-REWRITE.

       MARK-STEP-FAILED.
           MOVE 08 TO WS-STEP-CODE.
           PERFORM RECORD-STEP-END.
