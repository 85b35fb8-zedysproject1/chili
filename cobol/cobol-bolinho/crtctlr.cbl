      *****************************************************
      *  CRTCTLR                                          *
      *  MORNING RUN-CONTROL REPORT.  READS THE NIGHTLY   *
      *  RUN CONTROL FILE (RUNCTL) AND PRINTS (CTLRPT)    *
      *  EVERY STEP OF ONE NIGHT'S CHAIN - CRTSCHED,      *
      *  CRTBATCH, CRTEXTR, CRTACKR, AND CRTSNAP AND      *
      *  CRTHSKP WHEN THEY WERE DUE - WITH ITS STATUS,    *
      *  START AND END, COMPLETION CODE, RECORD COUNTS    *
      *  AND HOW MANY TIMES IT WAS RUN.  THE NIGHT IS THE *
      *  ONE ON THE CURRENT-NIGHT POINTER UNLESS THE      *
      *  OPERATOR ENTERS ANOTHER BUSINESS DATE.  WHEN THE *
      *  NIGHT DID NOT FINISH, THE FOOTING NAMES THE STEP *
      *  TO RESUME AT; STEPS ALREADY COMPLETE REFUSE TO   *
      *  RUN AGAIN, SO THE RESTART PICKS UP THERE.        *
      *                                                   *
      *  UPDATED 10.15.26 WRITTEN.                        *
      *  UPDATED 10.15.26 AN OPTIONAL STEP THAT STARTED   *
      *                   BUT DID NOT COMPLETE NOW COUNTS *
      *                   AGAINST THE NIGHT AND NAMES THE *
      *                   RESTART POINT.                  *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRTCTLR.
       AUTHOR.         MICROSOFT.
       DATE-WRITTEN.   15 OCTOBER 2026
       SECURITY.       NONE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-RUN-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "CTLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  CONTROL-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-REPORT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           03  WS-RUNCTL-STATUS         PIC XX.
               88  WS-RUNCTL-OK                VALUE "00".
           03  WS-REPORT-STATUS         PIC XX.
           03  WS-STEP-ON-FILE-SW       PIC X.
               88  WS-STEP-ON-FILE              VALUE 'Y'.

       01  WS-RUN-FIELDS.
           03  WS-RUN-DATE              PIC 9(8).
           03  WS-BUSINESS-DATE         PIC 9(8).
           03  WS-DATE-ANSWER           PIC X(8).
           03  WS-RESTART-STEP          PIC X(8) VALUE SPACES.
           03  WS-STEPS-RUN-COUNT       PIC 9    VALUE ZERO.

      *****************************************************
      *  THE NIGHTLY CHAIN IN RUN ORDER.  THE FIRST FOUR  *
      *  RUN EVERY NIGHT; CRTSNAP AND CRTHSKP ONLY WHEN   *
      *  DUE, SO A MISSING RECORD FOR THEM IS NOT A GAP.  *
      *****************************************************
       01  WS-CHAIN-STEP-TABLE.
           03  WS-CHAIN-STEP-VALUES.
               05  FILLER               PIC X(9) VALUE "CRTSCHEDY".
               05  FILLER               PIC X(9) VALUE "CRTBATCHY".
               05  FILLER               PIC X(9) VALUE "CRTEXTR Y".
               05  FILLER               PIC X(9) VALUE "CRTACKR Y".
               05  FILLER               PIC X(9) VALUE "CRTSNAP N".
               05  FILLER               PIC X(9) VALUE "CRTHSKP N".
           03  FILLER REDEFINES WS-CHAIN-STEP-VALUES.
               05  WS-CHAIN-ENTRY OCCURS 6 TIMES.
                   07  WS-CHAIN-STEP        PIC X(8).
                   07  WS-CHAIN-REQUIRED-SW PIC X.
                       88  WS-CHAIN-REQUIRED        VALUE 'Y'.
           03  WS-CHAIN-SUB             PIC 9.

       01  WS-DETAIL-LINE.
           03  WS-DL-STEP               PIC X(8).
           03  FILLER                   PIC X(2)  VALUE SPACES.
           03  WS-DL-STATUS             PIC X(13).
           03  FILLER                   PIC X(2)  VALUE SPACES.
           03  WS-DL-START-DATE         PIC 9(8).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-DL-START-TIME         PIC 9(6).
           03  FILLER                   PIC X(2)  VALUE SPACES.
           03  WS-DL-END-DATE           PIC 9(8).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-DL-END-TIME           PIC 9(6).
           03  FILLER                   PIC X(2)  VALUE SPACES.
           03  WS-DL-CODE               PIC 9(2).
           03  FILLER                   PIC X(2)  VALUE SPACES.
           03  WS-DL-RECORDS-IN         PIC ZZZZZ9.
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-DL-RECORDS-OUT        PIC ZZZZZ9.
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-DL-RUN-COUNT          PIC Z9.
           03  FILLER                   PIC X(1)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUN-CONTROL-FILE.
           IF NOT WS-RUNCTL-OK
               DISPLAY "CRTCTLR - UNABLE TO OPEN RUNCTL, STATUS "
                       WS-RUNCTL-STATUS ". NOTHING TO REPORT."
               STOP RUN
           END-IF.
           PERFORM GET-BUSINESS-DATE.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           PERFORM PRINT-REPORT-HEADING.
           PERFORM REPORT-ONE-STEP
               VARYING WS-CHAIN-SUB FROM 1 BY 1
               UNTIL WS-CHAIN-SUB > 6.
           PERFORM PRINT-NIGHT-FOOTING.
           CLOSE RUN-CONTROL-FILE.
           CLOSE CONTROL-REPORT-FILE.
           IF WS-RESTART-STEP = SPACES
               DISPLAY "CRTCTLR - NIGHT OF " WS-BUSINESS-DATE
                       " COMPLETE. SEE CTLRPT."
           ELSE
               DISPLAY "CRTCTLR - NIGHT OF " WS-BUSINESS-DATE
                       " NOT COMPLETE - RESUME AT " WS-RESTART-STEP
                       ". SEE CTLRPT."
           END-IF.
           STOP RUN.

      *****************************************************
      *  BLANK TAKES THE NIGHT ON THE POINTER RECORD.     *
      *****************************************************
       GET-BUSINESS-DATE.
           DISPLAY "CRTCTLR - ENTER BUSINESS DATE (YYYYMMDD, BLANK "
                   "= LAST NIGHT): ".
           MOVE SPACES TO WS-DATE-ANSWER.
           ACCEPT WS-DATE-ANSWER.
           IF WS-DATE-ANSWER NUMERIC AND WS-DATE-ANSWER NOT = ZEROS
               MOVE WS-DATE-ANSWER TO WS-BUSINESS-DATE
           ELSE
               IF WS-DATE-ANSWER NOT = SPACES
                   DISPLAY "CRTCTLR - DATE NOT VALID. LAST NIGHT "
                           "ASSUMED."
               END-IF
               MOVE ZEROS     TO RC-BUSINESS-DATE
               MOVE "CURRENT" TO RC-STEP-NAME
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "CRTCTLR - NO NIGHT OPEN ON RUNCTL. "
                               "NOTHING TO REPORT."
                       CLOSE RUN-CONTROL-FILE
                       STOP RUN
               END-READ
               MOVE RC-OPEN-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF.

      *****************************************************
      *  ONE LINE PER CHAIN STEP.  THE FIRST STEP NOT     *
      *  COMPLETE IS WHERE THE NIGHT RESUMES - A REQUIRED *
      *  STEP WHETHER OR NOT IT STARTED, AN OPTIONAL ONE  *
      *  (CRTSNAP, CRTHSKP) ONLY WHEN IT STARTED AND DID  *
      *  NOT FINISH.  AN OPTIONAL STEP NOT ON FILE WAS    *
      *  NOT DUE.                                         *
      *****************************************************
       REPORT-ONE-STEP.
           MOVE 'N'                         TO WS-STEP-ON-FILE-SW.
           MOVE WS-BUSINESS-DATE            TO RC-BUSINESS-DATE.
           MOVE WS-CHAIN-STEP(WS-CHAIN-SUB) TO RC-STEP-NAME.
           READ RUN-CONTROL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STEP-ON-FILE-SW
           END-READ.
           MOVE WS-CHAIN-STEP(WS-CHAIN-SUB) TO WS-DL-STEP.
           IF WS-STEP-ON-FILE
               ADD 1 TO WS-STEPS-RUN-COUNT
               PERFORM FORMAT-STEP-ON-FILE
               IF NOT RC-STEP-COMPLETE
                       AND WS-RESTART-STEP = SPACES
                   MOVE WS-CHAIN-STEP(WS-CHAIN-SUB)
                                TO WS-RESTART-STEP
               END-IF
           ELSE
               PERFORM FORMAT-STEP-NOT-RUN
               IF WS-CHAIN-REQUIRED(WS-CHAIN-SUB)
                       AND WS-RESTART-STEP = SPACES
                   MOVE WS-CHAIN-STEP(WS-CHAIN-SUB)
                                TO WS-RESTART-STEP
               END-IF
           END-IF.
           MOVE WS-DETAIL-LINE TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.

       FORMAT-STEP-ON-FILE.
           EVALUATE TRUE
               WHEN RC-STEP-COMPLETE AND RC-COMPLETION-CODE = ZERO
                   MOVE "COMPLETE"      TO WS-DL-STATUS
               WHEN RC-STEP-COMPLETE
                   MOVE "COMPLETE-WARN" TO WS-DL-STATUS
               WHEN RC-STEP-FAILED
                   MOVE "FAILED"        TO WS-DL-STATUS
               WHEN OTHER
                   MOVE "ABENDED"       TO WS-DL-STATUS
           END-EVALUATE.
           MOVE RC-START-DATE      TO WS-DL-START-DATE.
           MOVE RC-START-TIME      TO WS-DL-START-TIME.
           MOVE RC-END-DATE        TO WS-DL-END-DATE.
           MOVE RC-END-TIME        TO WS-DL-END-TIME.
           MOVE RC-COMPLETION-CODE TO WS-DL-CODE.
           MOVE RC-RECORDS-IN      TO WS-DL-RECORDS-IN.
           MOVE RC-RECORDS-OUT     TO WS-DL-RECORDS-OUT.
           MOVE RC-RUN-COUNT       TO WS-DL-RUN-COUNT.

       FORMAT-STEP-NOT-RUN.
           IF WS-CHAIN-REQUIRED(WS-CHAIN-SUB)
               MOVE "NOT RUN"  TO WS-DL-STATUS
           ELSE
               MOVE "NOT DUE"  TO WS-DL-STATUS
           END-IF.
           MOVE ZEROS TO WS-DL-START-DATE.
           MOVE ZEROS TO WS-DL-START-TIME.
           MOVE ZEROS TO WS-DL-END-DATE.
           MOVE ZEROS TO WS-DL-END-TIME.
           MOVE ZEROS TO WS-DL-CODE.
           MOVE ZEROS TO WS-DL-RECORDS-IN.
           MOVE ZEROS TO WS-DL-RECORDS-OUT.
           MOVE ZEROS TO WS-DL-RUN-COUNT.

      *****************************************************
      *  REPORT HEADING AND FOOTING.                      *
      *****************************************************
       PRINT-REPORT-HEADING.
           MOVE "NIGHTLY RUN-CONTROL REPORT" TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "BUSINESS DATE " WS-BUSINESS-DATE
                  "   PRINTED " WS-RUN-DATE
                  DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           PERFORM PRINT-BLANK-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "STEP      STATUS         STARTED          "
                  "ENDED            CD      IN    OUT RUN"
                  DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           STRING "--------  -------------  -------- ------  "
                  "-------- ------  --  ------ ------ --"
                  DELIMITED BY SIZE INTO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.

       PRINT-NIGHT-FOOTING.
           PERFORM PRINT-BLANK-LINE.
           IF WS-STEPS-RUN-COUNT = 0
               MOVE "*** NO STEPS ON RUNCTL FOR THIS BUSINESS DATE ***"
                   TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-IF.
           IF WS-RESTART-STEP = SPACES
               MOVE "NIGHT COMPLETE." TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           ELSE
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "*** NIGHT NOT COMPLETE - RESUME AT "
                      WS-RESTART-STEP " ***"
                      DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
               MOVE "    STEPS ALREADY COMPLETE WILL NOT RERUN."
                   TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-IF.
           MOVE "CODES: 00 CLEAN  04 WARNINGS  08 FAILED.  ABENDED ="
               TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
           MOVE "STARTED BUT NO END RECORDED."
               TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.

       PRINT-BLANK-LINE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE.
