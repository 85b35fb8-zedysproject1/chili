      *                   INDICATOR CAN NO LONGER GO      *
      *                   SILENTLY WRONG WHEN THE FLEET   *
      *                   OUTGROWS A TABLE.               *
      *  UPDATED 10.15.26 RUN CONTROL.  RUNS ONLY WHEN    *
      *                   CRTBATCH HAS COMPLETED FOR THE  *
      *                   NIGHT ON RUNCTL, AND NEVER      *
      *                   TWICE FOR THE SAME NIGHT, SO    *
      *                   ONE NIGHT CANNOT BE EXTRACTED   *
      *                   TO ASSETIF TWICE.               *
      *  UPDATED 10.15.26 SUPERVISOR SIGN-OFF.  A LATEST  *
      *                   RUN WITH A 'V' OR 'S' FLAG NOT  *
      *                   APPROVED ON CERTAPPR EXTRACTS   *
      *                   AS 'N' (NOT CERTIFIED).         *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRTEXTR.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XW-TERMINAL-ID
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

       DATA DIVISION.
       FILE SECTION.
       01  EXTR-WORK-RECORD.
           03  XW-TERMINAL-ID          PIC X(8).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  CERT-APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CERTAPPR.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           03  WS-MASTER-STATUS         PIC XX.
               88  WS-EXC-NO-FILE              VALUE "35".
           03  WS-INTERFACE-STATUS      PIC XX.
               88  WS-INTERFACE-OK             VALUE "00".
           03  WS-APPROVAL-STATUS       PIC XX.
               88  WS-APPROVAL-OK              VALUE "00".
           03  WS-APPROVAL-OPEN-SW      PIC X  VALUE 'N'.
               88  WS-APPROVAL-OPEN             VALUE 'Y'.
           03  WS-MORE-RECORDS-SW       PIC X.
               88  WS-MORE-RECORDS              VALUE 'Y'.

           03  WS-SUB                   PIC 9(2).
           03  WS-ROLLUP-FLAG           PIC X.
           03  WS-LOOKUP-TERMINAL-ID    PIC X(8).
           03  WS-SIGNOFF-FLAG-COUNT    PIC 9(2).
           03  WS-RUN-COUNTS-SW         PIC X.
               88  WS-RUN-COUNTS                VALUE 'Y'.
           03  WS-UNSIGNED-COUNT        PIC 9(6) VALUE ZERO.

       01  WS-RESULT-WORK-FIELDS.
           03  WS-RESULT-FLAGS          PIC X(8).
           03  WS-EXC-FOUND-SW          PIC X.
               88  WS-EXC-FOUND                 VALUE 'Y'.

      *****************************************************
      *  NIGHTLY RUN CONTROL - SEE RUNCTL.CPY.            *
      *****************************************************
       01  WS-RUN-CONTROL-FIELDS.
           03  WS-RUNCTL-STATUS         PIC XX.
               88  WS-RUNCTL-OK                VALUE "00".
               88  WS-RUNCTL-NO-FILE           VALUE "35".
           03  WS-BUSINESS-DATE         PIC 9(8).
           03  WS-STEP-NAME             PIC X(8) VALUE "CRTEXTR".
           03  WS-PREDECESSOR-STEP      PIC X(8) VALUE "CRTBATCH".
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
           PERFORM START-RUN-CONTROL-STEP.
           PERFORM OPEN-FILES.
           PERFORM LOAD-OPEN-EXCEPTION-TABLE.
           PERFORM WRITE-HEADER-RECORD.
           PERFORM EXTRACT-ALL-TERMINALS.
           PERFORM WRITE-TRAILER-RECORD.
           PERFORM CLOSE-FILES.
           MOVE WS-DETAIL-COUNT TO WS-STEP-RECORDS-IN.
           MOVE WS-DETAIL-COUNT TO WS-STEP-RECORDS-OUT.
           PERFORM RECORD-STEP-END.
           DISPLAY "CRTEXTR - " WS-DETAIL-COUNT " TERMINAL(S) "
                   "EXTRACTED TO ASSETIF.".
           IF WS-UNSIGNED-COUNT > 0
               DISPLAY "CRTEXTR - " WS-UNSIGNED-COUNT " OF THEM "
                       "EXTRACTED AS 'N' - LATEST RUN NOT SIGNED "
                       "OFF (SEE CRTAPPR)."
           END-IF.
           STOP RUN.

       OPEN-FILES.
           IF NOT WS-MASTER-OK
               DISPLAY "CRTEXTR - UNABLE TO OPEN TERMMSTR, STATUS "
                       WS-MASTER-STATUS
               PERFORM MARK-STEP-FAILED
               STOP RUN
           END-IF.
           OPEN INPUT STATUS-FILE.
                       WS-STATUS-FILE-STATUS ". EVERY UNIT WILL "
                       "EXTRACT AS NEVER CERTIFIED."
           END-IF.
           OPEN INPUT CERT-APPROVAL-FILE.
           IF WS-APPROVAL-OK
               SET WS-APPROVAL-OPEN TO TRUE
           ELSE
               DISPLAY "CRTEXTR - CERTAPPR NOT AVAILABLE, STATUS "
                       WS-APPROVAL-STATUS ". RUNS NEEDING SIGN-OFF "
                       "WILL EXTRACT AS NOT CERTIFIED."
           END-IF.
           OPEN OUTPUT INTERFACE-FILE.
           IF NOT WS-INTERFACE-OK
               DISPLAY "CRTEXTR - UNABLE TO OPEN ASSETIF, STATUS "
                       WS-INTERFACE-STATUS
               PERFORM MARK-STEP-FAILED
               STOP RUN
           END-IF.

           IF WS-STATUS-IS-OPEN
               CLOSE STATUS-FILE
           END-IF.
           IF WS-APPROVAL-OPEN
               CLOSE CERT-APPROVAL-FILE
           END-IF.
           CLOSE INTERFACE-FILE.
           CLOSE EXTR-WORK-FILE.

                   CLOSE STATUS-FILE
               END-IF
               CLOSE INTERFACE-FILE
               PERFORM MARK-STEP-FAILED
               STOP RUN
           END-IF.
           OPEN INPUT EXCEPTIONS-FILE.
           IF NOT WS-STATUS-REC-FOUND OR CS-RESULTS = SPACES
               MOVE 'N' TO WS-ROLLUP-FLAG
           ELSE
               PERFORM CHECK-RUN-SIGNOFF
               IF WS-RUN-COUNTS
                   MOVE CS-RESULTS TO WS-RESULT-FLAGS
                   MOVE 'P' TO WS-ROLLUP-FLAG
                   PERFORM CHECK-ONE-RESULT-FLAG
                       VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 8
               ELSE
                   ADD 1 TO WS-UNSIGNED-COUNT
                   MOVE 'N' TO WS-ROLLUP-FLAG
               END-IF
           END-IF.

      *****************************************************
      *  A COMPLETE RUN CARRYING A 'V' OR 'S' FLAG IS NOT *
      *  CERTIFIED UNTIL A SUPERVISOR HAS APPROVED IT ON  *
      *  CERTAPPR; UNTIL THEN (OR WHEN REJECTED) IT GOES  *
      *  OUT AS 'N'.  A RUN STILL IN PROGRESS IS ROLLED   *
      *  UP AS IT ALWAYS WAS.                             *
      *****************************************************
       CHECK-RUN-SIGNOFF.
           MOVE 'Y' TO WS-RUN-COUNTS-SW.
           MOVE ZERO TO WS-SIGNOFF-FLAG-COUNT.
           IF CS-RUN-COMPLETE-FLAG = 'Y'
               INSPECT CS-RESULTS TALLYING WS-SIGNOFF-FLAG-COUNT
                   FOR ALL 'V' ALL 'S'
           END-IF.
           IF WS-SIGNOFF-FLAG-COUNT > 0
               MOVE 'N' TO WS-RUN-COUNTS-SW
               IF WS-APPROVAL-OPEN
                   MOVE CS-TERMINAL-ID       TO CA-TERMINAL-ID
                   MOVE CS-TEST-DATE         TO CA-TEST-DATE
                   MOVE CS-OPERATOR-INITIALS TO CA-OPERATOR-INITIALS
                   READ CERT-APPROVAL-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF CA-APPROVED
                               MOVE 'Y' TO WS-RUN-COUNTS-SW
                           END-IF
                   END-READ
               END-IF
           END-IF.

       CHECK-ONE-RESULT-FLAG.
           MOVE WS-RUN-DATE     TO AI-TRL-RUN-DATE.
           MOVE WS-DETAIL-COUNT TO AI-TRL-RECORD-COUNT.
           WRITE AI-TRAILER-RECORD.

      *****************************************************
      *  NIGHTLY RUN CONTROL.  THE NIGHT BEING WORKED IS  *
      *  ON THE POINTER RECORD CRTSCHED OPENS.  THIS STEP *
      *  RUNS ONLY WHEN CRTBATCH HAS COMPLETED FOR THAT   *
      *  NIGHT, AND NEVER TWICE FOR THE SAME NIGHT - A    *
      *  RESTART SKIPS IT ONCE IT IS COMPLETE.  RUNCTL    *
      *  STAYS OPEN UNTIL THE STEP END IS RECORDED.       *
      *****************************************************
       START-RUN-CONTROL-STEP.
           OPEN I-O RUN-CONTROL-FILE.
           IF NOT WS-RUNCTL-OK
               DISPLAY "CRTEXTR - RUNCTL NOT AVAILABLE, STATUS "
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
                   DISPLAY "CRTEXTR - NO NIGHT OPEN ON RUNCTL. RUN "
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
               DISPLAY "CRTEXTR - ALREADY COMPLETE FOR BUSINESS DATE "
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
               DISPLAY "CRTEXTR - " WS-PREDECESSOR-STEP " HAS NOT "
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
                       DISPLAY "CRTEXTR - RUNCTL REWRITE FAILED, "
                               "STATUS " WS-RUNCTL-STATUS
               END-REWRITE
           ELSE
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "CRTEXTR - RUNCTL WRITE FAILED, "
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
                   DISPLAY "CRTEXTR - STEP RECORD MISSING FROM "
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
                   DISPLAY "CRTEXTR - RUNCTL REWRITE FAILED, STATUS "
                           WS-RUNCTL-STATUS
           END-REWRITE.

       MARK-STEP-FAILED.
           MOVE 08 TO WS-STEP-CODE.
           PERFORM RECORD-STEP-END.
