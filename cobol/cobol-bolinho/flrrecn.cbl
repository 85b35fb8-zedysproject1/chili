      *****************************************************
      *  FLRRECN                                          *
      *  FLOOR-AUDIT RECONCILIATION.  EACH QUARTER THE    *
      *  FLOORS ARE WALKED AND EVERY UNIT SEEN IS KEYED   *
      *  TO FLRAUDIT (SERIAL NUMBER, LOCATION, FLOOR,     *
      *  PORT).  THIS PROGRAM MATCHES THE WALK TO THE     *
      *  TERMINAL MASTER (TERMMSTR) BY SERIAL NUMBER AND  *
      *  PRINTS (FLRRPT) FOUR LISTS:                      *
      *    - UNITS FOUND AT A DIFFERENT LOCATION, FLOOR   *
      *      OR PORT THAN THE MASTER SAYS;                *
      *    - UNITS FOUND THAT ARE NOT ON THE MASTER;      *
      *    - RETIRED ('X') UNITS STILL ON THE FLOOR;      *
      *    - IN-SERVICE UNITS ON THE MASTER NOBODY FOUND. *
      *  THE MASTER'S SERIAL NUMBERS ARE HELD ON THE      *
      *  KEYED WORK FILE SERWORK, REBUILT EACH RUN.       *
      *  IN POSTING MODE EACH LOCATION OR FLOOR MISMATCH  *
      *  (HELD ON THE KEYED WORK FILE FLRWORK) IS SHOWN   *
      *  AT THE CONSOLE, AND THOSE THE OPERATOR CONFIRMS  *
      *  ARE CORRECTED ON THE MASTER AND JOURNALED TO     *
      *  MNTJRNL LIKE ANY TERMMNT CHANGE.  PORT           *
      *  MISMATCHES ARE REPORTED ONLY - A PORT CHANGE     *
      *  GOES THROUGH TERMLOAD OR TERMMNT SO IT IS        *
      *  EDITED FOR COLLISIONS.                           *
      *                                                   *
      *  UPDATED 10.15.26 WRITTEN.                        *
      *  UPDATED 10.15.26 LOANERS.  A SPARE ON LOAN TO A  *
      *                   PORT (STATUS L) IS EXPECTED     *
      *                   ON THE FLOOR LIKE AN            *
      *                   IN-SERVICE UNIT.                *
      *  UPDATED 10.15.26 ACCEPTANCE BURN-IN.  A NEW UNIT *
      *                   PENDING ACCEPTANCE (STATUS A)   *
      *                   IS EXPECTED ON THE FLOOR LIKE   *
      *                   AN IN-SERVICE UNIT.             *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     FLRRECN.
       AUTHOR.         MICROSOFT.
       DATE-WRITTEN.   15 OCTOBER 2026
       SECURITY.       NONE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLOOR-AUDIT-FILE ASSIGN TO "FLRAUDIT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT TERM-MASTER-FILE ASSIGN TO "TERMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERMINAL-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-INITIALS
               FILE STATUS IS WS-OPER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT SERIAL-WORK-FILE ASSIGN TO "SERWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-SERIAL-NUMBER
               FILE STATUS IS WS-SERIAL-WORK-STATUS.
           SELECT MISMATCH-WORK-FILE ASSIGN TO "FLRWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MW-TERMINAL-ID
               FILE STATUS IS WS-MISMATCH-WORK-STATUS.
           SELECT FLOOR-REPORT-FILE ASSIGN TO "FLRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLOOR-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FLRAUDIT.

       FD  TERM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TERMMSTR.

       FD  OPERATOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERMSTR.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MNTJRNL.

      *****************************************************
      *  ONE RECORD PER SERIAL NUMBER ON THE MASTER,      *
      *  KEYED ON SERIAL NUMBER, WITH WHETHER THE WALK    *
      *  FOUND IT.                                        *
      *****************************************************
       FD  SERIAL-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SERIAL-WORK-RECORD.
           03  SR-SERIAL-NUMBER        PIC X(12).
           03  SR-TERMINAL-ID          PIC X(8).
           03  SR-STATUS               PIC X.
               88  SR-RETIRED                 VALUE 'X'.
           03  SR-FOUND-SW             PIC X.
               88  SR-FOUND                   VALUE 'Y'.

      *****************************************************
      *  ONE RECORD PER UNIT FOUND AT A LOCATION OR FLOOR *
      *  OTHER THAN THE MASTER'S, KEYED ON TERMINAL ID -  *
      *  THE CANDIDATES FOR THE POSTING PASS.             *
      *****************************************************
       FD  MISMATCH-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  MISMATCH-WORK-RECORD.
           03  MW-TERMINAL-ID          PIC X(8).
           03  MW-FOUND-LOCATION       PIC X(20).
           03  MW-FOUND-FLOOR          PIC X(4).

       FD  FLOOR-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  FLOOR-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           03  WS-AUDIT-STATUS          PIC XX.
               88  WS-AUDIT-OK                 VALUE "00".
           03  WS-MASTER-STATUS         PIC XX.
               88  WS-MASTER-OK                VALUE "00".
           03  WS-OPER-STATUS           PIC XX.
               88  WS-OPER-OK                  VALUE "00".
           03  WS-JOURNAL-STATUS        PIC XX.
               88  WS-JOURNAL-OK               VALUE "00".
           03  WS-SERIAL-WORK-STATUS    PIC XX.
               88  WS-SERIAL-WORK-OK           VALUE "00".
           03  WS-MISMATCH-WORK-STATUS  PIC XX.
               88  WS-MISMATCH-WORK-OK         VALUE "00".
           03  WS-REPORT-STATUS         PIC XX.
           03  WS-MORE-RECORDS-SW       PIC X.
               88  WS-MORE-RECORDS              VALUE 'Y'.
           03  WS-SERIAL-FOUND-SW       PIC X.
               88  WS-SERIAL-FOUND              VALUE 'Y'.

       01  WS-SIGNON-FIELDS.
           03  WS-OPERATOR-VALID-SW     PIC X.
               88  WS-OPERATOR-VALID            VALUE 'Y'.
           03  WS-SIGNON-INITIALS       PIC X(3).

       01  WS-JOURNAL-FIELDS.
           03  WS-JOURNAL-DATE          PIC 9(8).
           03  WS-TIME-NOW              PIC 9(8).
           03  WS-BEFORE-IMAGE          PIC X(90).

       01  WS-RECON-FIELDS.
           03  WS-MODE-CHAR             PIC X.
               88  WS-MODE-REPORT               VALUE 'R', 'r'.
               88  WS-MODE-POST                 VALUE 'P', 'p'.
           03  WS-CONFIRM-CHAR          PIC X.
               88  WS-CONFIRM-YES               VALUE 'Y', 'y'.
           03  WS-LOCATION-DIFFERS-SW   PIC X.
               88  WS-LOCATION-DIFFERS          VALUE 'Y'.
           03  WS-PORT-DIFFERS-SW       PIC X.
               88  WS-PORT-DIFFERS              VALUE 'Y'.

       01  WS-COUNT-FIELDS.
           03  WS-SIGHTED-COUNT         PIC 9(6) VALUE ZERO.
           03  WS-MATCHED-COUNT         PIC 9(6) VALUE ZERO.
           03  WS-MISMATCH-COUNT        PIC 9(6) VALUE ZERO.
           03  WS-NOT-ON-MASTER-COUNT   PIC 9(6) VALUE ZERO.
           03  WS-RETIRED-FOUND-COUNT   PIC 9(6) VALUE ZERO.
           03  WS-NOT-FOUND-COUNT       PIC 9(6) VALUE ZERO.
           03  WS-DUP-SERIAL-COUNT      PIC 9(6) VALUE ZERO.
           03  WS-CORRECTED-COUNT       PIC 9(6) VALUE ZERO.
           03  WS-SECTION-COUNT         PIC 9(6) VALUE ZERO.

       01  WS-UNIT-LINE.
           03  WS-UL-TERMINAL-ID        PIC X(8).
           03  FILLER                   PIC X(2)  VALUE SPACES.
           03  WS-UL-SERIAL-NUMBER      PIC X(12).
           03  FILLER                   PIC X(2)  VALUE SPACES.
           03  WS-UL-MASTER-LOCATION    PIC X(20).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-UL-MASTER-FLOOR       PIC X(4).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-UL-MASTER-PORT        PIC X(8).
           03  FILLER                   PIC X(3)  VALUE SPACES.
           03  WS-UL-FOUND-LOCATION     PIC X(20).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-UL-FOUND-FLOOR        PIC X(4).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-UL-FOUND-PORT         PIC X(8).
           03  FILLER                   PIC X(2)  VALUE SPACES.
           03  WS-UL-NOTE               PIC X(20).
           03  FILLER                   PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-JOURNAL-DATE FROM DATE YYYYMMDD.
           DISPLAY "FLRRECN - FLOOR-AUDIT RECONCILIATION".
           PERFORM GET-RUN-MODE.
           IF WS-MODE-POST
               PERFORM GET-VALID-SIGNON-INITIALS
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM LOAD-SERIAL-NUMBERS.
           PERFORM PRINT-REPORT-HEADING.
           PERFORM REPORT-LOCATION-MISMATCHES.
           PERFORM REPORT-NOT-ON-MASTER.
           PERFORM REPORT-RETIRED-ON-FLOOR.
           PERFORM REPORT-NOT-FOUND.
           IF WS-MODE-POST
               PERFORM POST-LOCATION-CORRECTIONS
           END-IF.
           PERFORM PRINT-RUN-SUMMARY.
           PERFORM CLOSE-FILES.
           DISPLAY "FLRRECN - " WS-MISMATCH-COUNT " MISPLACED, "
                   WS-NOT-ON-MASTER-COUNT " NOT ON MASTER, "
                   WS-RETIRED-FOUND-COUNT " RETIRED ON FLOOR, "
                   WS-NOT-FOUND-COUNT " NOT FOUND, "
                   WS-CORRECTED-COUNT " CORRECTED. SEE FLRRPT.".
           STOP RUN.

       GET-RUN-MODE.
           DISPLAY "MODE - R=REPORT ONLY  P=REPORT, THEN POST "
                   "CONFIRMED LOCATION CORRECTIONS: ".
           ACCEPT WS-MODE-CHAR.
           IF NOT WS-MODE-REPORT AND NOT WS-MODE-POST
               DISPLAY "FLRRECN - MODE NOT RECOGNIZED. REPORT ONLY "
                       "ASSUMED."
               MOVE 'R' TO WS-MODE-CHAR
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
                       DISPLAY "FLRRECN - INITIALS "
                               WS-SIGNON-INITIALS
                               " ARE NOT ON THE OPERATOR MASTER."
                   NOT INVALID KEY
                       IF OM-ACTIVE
                           MOVE 'Y' TO WS-OPERATOR-VALID-SW
                       ELSE
                           DISPLAY "FLRRECN - INITIALS "
                                   WS-SIGNON-INITIALS
                                   " ARE INACTIVE."
                       END-IF
               END-READ
               CLOSE OPERATOR-MASTER-FILE
           ELSE
               DISPLAY "FLRRECN - OPERMSTR NOT AVAILABLE, STATUS "
                       WS-OPER-STATUS ". INITIALS ACCEPTED WITHOUT "
                       "VALIDATION."
               MOVE 'Y' TO WS-OPERATOR-VALID-SW
           END-IF.

      *****************************************************
      *  THE MASTER IS OPENED I-O, AND THE JOURNAL        *
      *  OPENED, ONLY IN POSTING MODE - NO CHANGES        *
      *  WITHOUT THE AUDIT JOURNAL.                       *
      *****************************************************
       OPEN-FILES.
           OPEN INPUT FLOOR-AUDIT-FILE.
           IF NOT WS-AUDIT-OK
               DISPLAY "FLRRECN - UNABLE TO OPEN FLRAUDIT, STATUS "
                       WS-AUDIT-STATUS ". NOTHING TO RECONCILE."
               STOP RUN
           END-IF.
           CLOSE FLOOR-AUDIT-FILE.
           IF WS-MODE-POST
               OPEN I-O TERM-MASTER-FILE
           ELSE
               OPEN INPUT TERM-MASTER-FILE
           END-IF.
           IF NOT WS-MASTER-OK
               DISPLAY "FLRRECN - UNABLE TO OPEN TERMMSTR, STATUS "
                       WS-MASTER-STATUS
               STOP RUN
           END-IF.
           IF WS-MODE-POST
               OPEN EXTEND JOURNAL-FILE
               IF NOT WS-JOURNAL-OK
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               IF NOT WS-JOURNAL-OK
                   DISPLAY "FLRRECN - UNABLE TO OPEN MNTJRNL, STATUS "
                           WS-JOURNAL-STATUS ". REPORT ONLY - NO "
                           "CORRECTIONS WITHOUT THE AUDIT JOURNAL."
                   MOVE 'R' TO WS-MODE-CHAR
               END-IF
           END-IF.
           OPEN OUTPUT MISMATCH-WORK-FILE.
           IF NOT WS-MISMATCH-WORK-OK
               DISPLAY "FLRRECN - UNABLE TO CREATE FLRWORK, STATUS "
                       WS-MISMATCH-WORK-STATUS
               PERFORM CLOSE-MASTER-AND-JOURNAL
               STOP RUN
           END-IF.
           CLOSE MISMATCH-WORK-FILE.
           OPEN I-O MISMATCH-WORK-FILE.
           OPEN OUTPUT FLOOR-REPORT-FILE.

       CLOSE-MASTER-AND-JOURNAL.
           CLOSE TERM-MASTER-FILE.
           IF WS-MODE-POST
               CLOSE JOURNAL-FILE
           END-IF.

       CLOSE-FILES.
           PERFORM CLOSE-MASTER-AND-JOURNAL.
           CLOSE SERIAL-WORK-FILE.
           CLOSE MISMATCH-WORK-FILE.
           CLOSE FLOOR-REPORT-FILE.

      *****************************************************
      *  EVERY SERIAL NUMBER ON THE MASTER, POSTED TO THE *
      *  KEYED WORK FILE.  A SERIAL ON TWO UNITS FAILS    *
      *  THE KEYED WRITE AND IS COUNTED - THE SECOND UNIT *
      *  CANNOT BE MATCHED AND WILL LIST AS NOT FOUND.    *
      *****************************************************
       LOAD-SERIAL-NUMBERS.
           OPEN OUTPUT SERIAL-WORK-FILE.
           IF NOT WS-SERIAL-WORK-OK
               DISPLAY "FLRRECN - UNABLE TO CREATE SERWORK, STATUS "
                       WS-SERIAL-WORK-STATUS
               PERFORM CLOSE-MASTER-AND-JOURNAL
               CLOSE MISMATCH-WORK-FILE
               CLOSE FLOOR-REPORT-FILE
               STOP RUN
           END-IF.
           CLOSE SERIAL-WORK-FILE.
           OPEN I-O SERIAL-WORK-FILE.
           MOVE 'Y' TO WS-MORE-RECORDS-SW.
           PERFORM READ-NEXT-MASTER-RECORD.
           PERFORM POST-ONE-SERIAL-NUMBER
               UNTIL NOT WS-MORE-RECORDS.

       READ-NEXT-MASTER-RECORD.
           READ TERM-MASTER-FILE NEXT
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.

       POST-ONE-SERIAL-NUMBER.
           IF TM-SERIAL-NUMBER NOT = SPACES
               MOVE TM-SERIAL-NUMBER TO SR-SERIAL-NUMBER
               MOVE TM-TERMINAL-ID   TO SR-TERMINAL-ID
               MOVE TM-STATUS        TO SR-STATUS
               MOVE 'N'              TO SR-FOUND-SW
               WRITE SERIAL-WORK-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUP-SERIAL-COUNT
               END-WRITE
           END-IF.
           PERFORM READ-NEXT-MASTER-RECORD.

      *****************************************************
      *  ONE PASS OF THE FLOOR WALK PER FOUND-ON-THE-     *
      *  FLOOR LIST, SO EACH LIST PRINTS AS ONE SECTION.  *
      *****************************************************
       OPEN-FLOOR-AUDIT.
           OPEN INPUT FLOOR-AUDIT-FILE.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE 'Y' TO WS-MORE-RECORDS-SW.
           PERFORM READ-FLOOR-AUDIT-RECORD.

       READ-FLOOR-AUDIT-RECORD.
           READ FLOOR-AUDIT-FILE
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.

       FIND-SIGHTED-SERIAL.
           MOVE 'N' TO WS-SERIAL-FOUND-SW.
           IF FL-SERIAL-NUMBER NOT = SPACES
               MOVE FL-SERIAL-NUMBER TO SR-SERIAL-NUMBER
               READ SERIAL-WORK-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SERIAL-FOUND-SW
               END-READ
           END-IF.

      *****************************************************
      *  PASS 1 - UNITS FOUND SOMEWHERE OTHER THAN WHERE  *
      *  THE MASTER SAYS.  EVERY MATCHED SERIAL IS MARKED *
      *  FOUND ON SERWORK HERE.                           *
      *****************************************************
       REPORT-LOCATION-MISMATCHES.
           MOVE "UNITS FOUND AT A DIFFERENT LOCATION, FLOOR OR PORT"
                                     TO FLOOR-REPORT-LINE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM OPEN-FLOOR-AUDIT.
           PERFORM CHECK-ONE-SIGHTING
               UNTIL NOT WS-MORE-RECORDS.
           CLOSE FLOOR-AUDIT-FILE.
           PERFORM PRINT-SECTION-FOOTING.

       CHECK-ONE-SIGHTING.
           ADD 1 TO WS-SIGHTED-COUNT.
           PERFORM FIND-SIGHTED-SERIAL.
           IF WS-SERIAL-FOUND
               ADD 1 TO WS-MATCHED-COUNT
               MOVE 'Y' TO SR-FOUND-SW
               REWRITE SERIAL-WORK-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               IF NOT SR-RETIRED
                   PERFORM COMPARE-SIGHTING-TO-MASTER
               END-IF
           END-IF.
           PERFORM READ-FLOOR-AUDIT-RECORD.

       COMPARE-SIGHTING-TO-MASTER.
           MOVE SR-TERMINAL-ID TO TM-TERMINAL-ID.
           READ TERM-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-MASTER-OK
               MOVE 'N' TO WS-LOCATION-DIFFERS-SW
               MOVE 'N' TO WS-PORT-DIFFERS-SW
               IF FL-LOCATION NOT = TM-LOCATION
                   MOVE 'Y' TO WS-LOCATION-DIFFERS-SW
               END-IF
               IF FL-FLOOR NOT = SPACES AND FL-FLOOR NOT = TM-FLOOR
                   MOVE 'Y' TO WS-LOCATION-DIFFERS-SW
               END-IF
               IF FL-PORT-ID NOT = TM-PORT-ID
                   MOVE 'Y' TO WS-PORT-DIFFERS-SW
               END-IF
               IF WS-LOCATION-DIFFERS OR WS-PORT-DIFFERS
                   PERFORM PRINT-MISMATCH-LINE
               END-IF
               IF WS-LOCATION-DIFFERS
                   MOVE TM-TERMINAL-ID TO MW-TERMINAL-ID
                   MOVE FL-LOCATION    TO MW-FOUND-LOCATION
                   MOVE FL-FLOOR       TO MW-FOUND-FLOOR
                   WRITE MISMATCH-WORK-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
           END-IF.

       PRINT-MISMATCH-LINE.
           ADD 1 TO WS-MISMATCH-COUNT.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE SPACES             TO WS-UNIT-LINE.
           MOVE TM-TERMINAL-ID     TO WS-UL-TERMINAL-ID.
           MOVE FL-SERIAL-NUMBER   TO WS-UL-SERIAL-NUMBER.
           MOVE TM-LOCATION        TO WS-UL-MASTER-LOCATION.
           MOVE TM-FLOOR           TO WS-UL-MASTER-FLOOR.
           MOVE TM-PORT-ID         TO WS-UL-MASTER-PORT.
           MOVE FL-LOCATION        TO WS-UL-FOUND-LOCATION.
           MOVE FL-FLOOR           TO WS-UL-FOUND-FLOOR.
           MOVE FL-PORT-ID         TO WS-UL-FOUND-PORT.
           EVALUATE TRUE
               WHEN WS-LOCATION-DIFFERS AND WS-PORT-DIFFERS
                   MOVE "LOCATION AND PORT" TO WS-UL-NOTE
               WHEN WS-LOCATION-DIFFERS
                   MOVE "LOCATION"          TO WS-UL-NOTE
               WHEN OTHER
                   MOVE "PORT"              TO WS-UL-NOTE
           END-EVALUATE.
           PERFORM PRINT-UNIT-LINE.

      *****************************************************
      *  PASS 2 - UNITS ON THE FLOOR THE MASTER DOES NOT  *
      *  KNOW.                                            *
      *****************************************************
       REPORT-NOT-ON-MASTER.
           MOVE "UNITS FOUND THAT ARE NOT ON THE MASTER"
                                     TO FLOOR-REPORT-LINE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM OPEN-FLOOR-AUDIT.
           PERFORM CHECK-SIGHTING-ON-MASTER
               UNTIL NOT WS-MORE-RECORDS.
           CLOSE FLOOR-AUDIT-FILE.
           PERFORM PRINT-SECTION-FOOTING.

       CHECK-SIGHTING-ON-MASTER.
           PERFORM FIND-SIGHTED-SERIAL.
           IF NOT WS-SERIAL-FOUND
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
               ADD 1 TO WS-SECTION-COUNT
               MOVE SPACES             TO WS-UNIT-LINE
               MOVE FL-SERIAL-NUMBER   TO WS-UL-SERIAL-NUMBER
               MOVE FL-LOCATION        TO WS-UL-FOUND-LOCATION
               MOVE FL-FLOOR           TO WS-UL-FOUND-FLOOR
               MOVE FL-PORT-ID         TO WS-UL-FOUND-PORT
               IF FL-SERIAL-NUMBER = SPACES
                   MOVE "NO SERIAL RECORDED" TO WS-UL-NOTE
               ELSE
                   MOVE SPACES TO WS-UL-NOTE
                   STRING "SEEN BY " FL-AUDITOR-INITIALS
                          DELIMITED BY SIZE INTO WS-UL-NOTE
               END-IF
               PERFORM PRINT-UNIT-LINE
           END-IF.
           PERFORM READ-FLOOR-AUDIT-RECORD.

      *****************************************************
      *  PASS 3 - RETIRED UNITS STILL ON THE FLOOR.       *
      *****************************************************
       REPORT-RETIRED-ON-FLOOR.
           MOVE "RETIRED ('X') UNITS STILL ON THE FLOOR"
                                     TO FLOOR-REPORT-LINE.
           PERFORM PRINT-SECTION-HEADING.
           PERFORM OPEN-FLOOR-AUDIT.
           PERFORM CHECK-SIGHTING-RETIRED
               UNTIL NOT WS-MORE-RECORDS.
           CLOSE FLOOR-AUDIT-FILE.
           PERFORM PRINT-SECTION-FOOTING.

       CHECK-SIGHTING-RETIRED.
           PERFORM FIND-SIGHTED-SERIAL.
           IF WS-SERIAL-FOUND AND SR-RETIRED
               MOVE SR-TERMINAL-ID TO TM-TERMINAL-ID
               READ TERM-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-MASTER-OK
                   ADD 1 TO WS-RETIRED-FOUND-COUNT
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES           TO WS-UNIT-LINE
                   MOVE TM-TERMINAL-ID   TO WS-UL-TERMINAL-ID
                   MOVE FL-SERIAL-NUMBER TO WS-UL-SERIAL-NUMBER
                   MOVE TM-LOCATION      TO WS-UL-MASTER-LOCATION
                   MOVE TM-FLOOR         TO WS-UL-MASTER-FLOOR
                   MOVE TM-PORT-ID       TO WS-UL-MASTER-PORT
                   MOVE FL-LOCATION      TO WS-UL-FOUND-LOCATION
                   MOVE FL-FLOOR         TO WS-UL-FOUND-FLOOR
                   MOVE FL-PORT-ID       TO WS-UL-FOUND-PORT
                   MOVE "RETIRED - REMOVE"  TO WS-UL-NOTE
                   PERFORM PRINT-UNIT-LINE
               END-IF
           END-IF.
           PERFORM READ-FLOOR-AUDIT-RECORD.

      *****************************************************
      *  PASS 4 - IN-SERVICE UNITS ON THE MASTER THAT THE *
      *  WALK NEVER SAW.                                  *
      *****************************************************
       REPORT-NOT-FOUND.
           MOVE "IN-SERVICE UNITS ON THE MASTER THAT NOBODY FOUND"
                                     TO FLOOR-REPORT-LINE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE ZERO TO WS-SECTION-COUNT.
           CLOSE TERM-MASTER-FILE.
           IF WS-MODE-POST
               OPEN I-O TERM-MASTER-FILE
           ELSE
               OPEN INPUT TERM-MASTER-FILE
           END-IF.
           MOVE 'Y' TO WS-MORE-RECORDS-SW.
           PERFORM READ-NEXT-MASTER-RECORD.
           PERFORM CHECK-ONE-UNIT-FOUND
               UNTIL NOT WS-MORE-RECORDS.
           PERFORM PRINT-SECTION-FOOTING.

       CHECK-ONE-UNIT-FOUND.
           IF TM-IN-USE
               MOVE 'N' TO WS-SERIAL-FOUND-SW
               IF TM-SERIAL-NUMBER NOT = SPACES
                   MOVE TM-SERIAL-NUMBER TO SR-SERIAL-NUMBER
                   READ SERIAL-WORK-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF SR-FOUND
                                   AND SR-TERMINAL-ID = TM-TERMINAL-ID
                               MOVE 'Y' TO WS-SERIAL-FOUND-SW
                           END-IF
                   END-READ
               END-IF
               IF NOT WS-SERIAL-FOUND
                   PERFORM PRINT-NOT-FOUND-LINE
               END-IF
           END-IF.
           PERFORM READ-NEXT-MASTER-RECORD.

       PRINT-NOT-FOUND-LINE.
           ADD 1 TO WS-NOT-FOUND-COUNT.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE SPACES             TO WS-UNIT-LINE.
           MOVE TM-TERMINAL-ID     TO WS-UL-TERMINAL-ID.
           MOVE TM-SERIAL-NUMBER   TO WS-UL-SERIAL-NUMBER.
           MOVE TM-LOCATION        TO WS-UL-MASTER-LOCATION.
           MOVE TM-FLOOR           TO WS-UL-MASTER-FLOOR.
           MOVE TM-PORT-ID         TO WS-UL-MASTER-PORT.
           IF TM-SERIAL-NUMBER = SPACES
               MOVE "NO SERIAL ON MASTER" TO WS-UL-NOTE
           END-IF.
           PERFORM PRINT-UNIT-LINE.

      *****************************************************
      *  POSTING PASS - EACH LOCATION MISMATCH IS SHOWN   *
      *  AND CORRECTED ONLY WHEN THE OPERATOR CONFIRMS    *
      *  IT, WITH BEFORE/AFTER IMAGES TO MNTJRNL.         *
      *****************************************************
       POST-LOCATION-CORRECTIONS.
           MOVE "LOCATION CORRECTIONS" TO FLOOR-REPORT-LINE.
           PERFORM PRINT-SECTION-HEADING.
           MOVE ZERO TO WS-SECTION-COUNT.
           CLOSE MISMATCH-WORK-FILE.
           OPEN INPUT MISMATCH-WORK-FILE.
           MOVE 'Y' TO WS-MORE-RECORDS-SW.
           PERFORM READ-NEXT-MISMATCH.
           PERFORM CONFIRM-ONE-CORRECTION
               UNTIL NOT WS-MORE-RECORDS.
           PERFORM PRINT-SECTION-FOOTING.

       READ-NEXT-MISMATCH.
           READ MISMATCH-WORK-FILE NEXT
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.

       CONFIRM-ONE-CORRECTION.
           MOVE MW-TERMINAL-ID TO TM-TERMINAL-ID.
           READ TERM-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-MASTER-OK
               DISPLAY " "
               DISPLAY "TERMINAL " TM-TERMINAL-ID
                       "  SERIAL " TM-SERIAL-NUMBER
               DISPLAY "  MASTER: " TM-LOCATION " FLOOR " TM-FLOOR
               DISPLAY "  FOUND:  " MW-FOUND-LOCATION
                       " FLOOR " MW-FOUND-FLOOR
               DISPLAY "CORRECT THE MASTER TO WHERE IT WAS FOUND? "
                       "(Y/N): "
               MOVE SPACE TO WS-CONFIRM-CHAR
               ACCEPT WS-CONFIRM-CHAR
               ADD 1 TO WS-SECTION-COUNT
               MOVE SPACES             TO WS-UNIT-LINE
               MOVE TM-TERMINAL-ID     TO WS-UL-TERMINAL-ID
               MOVE TM-SERIAL-NUMBER   TO WS-UL-SERIAL-NUMBER
               MOVE TM-LOCATION        TO WS-UL-MASTER-LOCATION
               MOVE TM-FLOOR           TO WS-UL-MASTER-FLOOR
               MOVE MW-FOUND-LOCATION  TO WS-UL-FOUND-LOCATION
               MOVE MW-FOUND-FLOOR     TO WS-UL-FOUND-FLOOR
               IF WS-CONFIRM-YES
                   PERFORM CORRECT-MASTER-LOCATION
               ELSE
                   MOVE "LEFT AS IS"   TO WS-UL-NOTE
               END-IF
               PERFORM PRINT-UNIT-LINE
           END-IF.
           PERFORM READ-NEXT-MISMATCH.

       CORRECT-MASTER-LOCATION.
           MOVE TERM-MASTER-RECORD TO WS-BEFORE-IMAGE.
           MOVE MW-FOUND-LOCATION  TO TM-LOCATION.
           IF MW-FOUND-FLOOR NOT = SPACES
               MOVE MW-FOUND-FLOOR TO TM-FLOOR
           END-IF.
           REWRITE TERM-MASTER-RECORD
               INVALID KEY
                   DISPLAY "FLRRECN - REWRITE FAILED, STATUS "
                           WS-MASTER-STATUS
           END-REWRITE.
           IF WS-MASTER-OK
               PERFORM WRITE-JOURNAL-RECORD
               ADD 1 TO WS-CORRECTED-COUNT
               MOVE "CORRECTED"        TO WS-UL-NOTE
           ELSE
               MOVE "REWRITE FAILED"   TO WS-UL-NOTE
           END-IF.

       WRITE-JOURNAL-RECORD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-JOURNAL-DATE      TO MJ-JOURNAL-DATE.
           MOVE WS-TIME-NOW(1:6)     TO MJ-JOURNAL-TIME.
           MOVE WS-SIGNON-INITIALS   TO MJ-OPERATOR-INITIALS.
           MOVE "FLRRECN"            TO MJ-PROGRAM-NAME.
           MOVE "CHANGE"             TO MJ-ACTION.
           MOVE TM-TERMINAL-ID       TO MJ-RECORD-KEY.
           MOVE WS-BEFORE-IMAGE      TO MJ-BEFORE-IMAGE.
           MOVE TERM-MASTER-RECORD   TO MJ-AFTER-IMAGE.
           WRITE MAINT-JOURNAL-RECORD.
           IF NOT WS-JOURNAL-OK
               DISPLAY "FLRRECN - JOURNAL WRITE FAILED, STATUS "
                       WS-JOURNAL-STATUS
           END-IF.

      *****************************************************
      *  REPORT HEADINGS, SECTIONS AND SUMMARY.  EACH     *
      *  SECTION TITLE IS MOVED TO THE REPORT LINE BY THE *
      *  CALLER BEFORE PRINT-SECTION-HEADING.             *
      *****************************************************
       PRINT-REPORT-HEADING.
           MOVE "FLOOR-AUDIT RECONCILIATION AGAINST TERMMSTR"
                                     TO FLOOR-REPORT-LINE.
           WRITE FLOOR-REPORT-LINE.
           MOVE SPACES TO FLOOR-REPORT-LINE.
           IF WS-MODE-POST
               STRING "RUN DATE " WS-JOURNAL-DATE
                      "   MODE: REPORT AND POST CONFIRMED "
                      "CORRECTIONS   BY " WS-SIGNON-INITIALS
                      DELIMITED BY SIZE INTO FLOOR-REPORT-LINE
           ELSE
               STRING "RUN DATE " WS-JOURNAL-DATE
                      "   MODE: REPORT ONLY"
                      DELIMITED BY SIZE INTO FLOOR-REPORT-LINE
           END-IF.
           WRITE FLOOR-REPORT-LINE.

       PRINT-SECTION-HEADING.
           MOVE FLOOR-REPORT-LINE TO WS-UNIT-LINE.
           PERFORM PRINT-BLANK-LINE.
           MOVE WS-UNIT-LINE TO FLOOR-REPORT-LINE.
           WRITE FLOOR-REPORT-LINE.
           MOVE SPACES TO FLOOR-REPORT-LINE.
           STRING "TERMINAL  SERIAL NUMBER MASTER LOCATION      "
                  "FLR  PORT       FOUND LOCATION       FLR  PORT"
                  "      NOTE"
                  DELIMITED BY SIZE INTO FLOOR-REPORT-LINE.
           WRITE FLOOR-REPORT-LINE.
           MOVE SPACES TO FLOOR-REPORT-LINE.
           STRING "--------  ------------  -------------------- "
                  "---- --------   -------------------- ---- "
                  "--------  --------------------"
                  DELIMITED BY SIZE INTO FLOOR-REPORT-LINE.
           WRITE FLOOR-REPORT-LINE.

       PRINT-SECTION-FOOTING.
           IF WS-SECTION-COUNT = 0
               MOVE "  (NONE)" TO FLOOR-REPORT-LINE
               WRITE FLOOR-REPORT-LINE
           END-IF.

       PRINT-UNIT-LINE.
           MOVE WS-UNIT-LINE TO FLOOR-REPORT-LINE.
           WRITE FLOOR-REPORT-LINE.

       PRINT-RUN-SUMMARY.
           PERFORM PRINT-BLANK-LINE.
           MOVE SPACES TO FLOOR-REPORT-LINE.
           STRING "UNITS SIGHTED " WS-SIGHTED-COUNT
                  "  MATCHED " WS-MATCHED-COUNT
                  "  MISPLACED " WS-MISMATCH-COUNT
                  "  NOT ON MASTER " WS-NOT-ON-MASTER-COUNT
                  DELIMITED BY SIZE INTO FLOOR-REPORT-LINE.
           WRITE FLOOR-REPORT-LINE.
           MOVE SPACES TO FLOOR-REPORT-LINE.
           STRING "RETIRED ON FLOOR " WS-RETIRED-FOUND-COUNT
                  "  IN-SERVICE NOT FOUND " WS-NOT-FOUND-COUNT
                  "  LOCATIONS CORRECTED " WS-CORRECTED-COUNT
                  DELIMITED BY SIZE INTO FLOOR-REPORT-LINE.
           WRITE FLOOR-REPORT-LINE.
           IF WS-DUP-SERIAL-COUNT > 0
               MOVE SPACES TO FLOOR-REPORT-LINE
               STRING "*** " WS-DUP-SERIAL-COUNT
                      " SERIAL NUMBER(S) ON MORE THAN ONE UNIT OF THE"
                      " MASTER - ONLY THE FIRST UNIT CAN MATCH ***"
                      DELIMITED BY SIZE INTO FLOOR-REPORT-LINE
               WRITE FLOOR-REPORT-LINE
           END-IF.

       PRINT-BLANK-LINE.
           MOVE SPACES TO FLOOR-REPORT-LINE.
           WRITE FLOOR-REPORT-LINE.
