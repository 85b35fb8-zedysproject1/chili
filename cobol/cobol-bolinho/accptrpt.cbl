      *****************************************************
      *  ACCPTRPT                                         *
      *  ACCEPTANCE BURN-IN REPORT.  PRINTS (BURNRPT)     *
      *  TWO LISTS OF THE UNITS STILL PENDING ACCEPTANCE  *
      *  (STATUS A ON TERMMSTR):                          *
      *    1. EVERY PENDING UNIT WITH ITS PROGRESS - THE  *
      *       CLEAN COMPLETE RUNS IN A ROW SO FAR, THE    *
      *       RUNS ITS VENDOR REQUIRES, AND HOW ITS       *
      *       LATEST COMPLETE RUN WENT.                   *
      *    2. THE PENDING UNITS ALREADY PAST THEIR        *
      *       VENDOR'S RETURN WINDOW (VENDMSTR) THAT HAVE *
      *       STILL NOT PASSED - THE ONES THAT CAN NO     *
      *       LONGER SIMPLY BE SENT BACK.                 *
      *  THE STREAK IS WORKED OUT FROM CERTFILE AND       *
      *  CERTAPPR EXACTLY AS CRTSCHED DOES IT, WHICH IS   *
      *  WHERE A UNIT THAT HAS PASSED IS PUT IN SERVICE.  *
      *                                                   *
      *  UPDATED 10.15.26 WRITTEN.                        *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ACCPTRPT.
       AUTHOR.         MICROSOFT.
       DATE-WRITTEN.   15 OCTOBER 2026
       SECURITY.       NONE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-MASTER-FILE ASSIGN TO "TERMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERMINAL-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CERT-FILE ASSIGN TO "CERTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERT-FILE-STATUS.
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
           SELECT BURN-WORK-FILE ASSIGN TO "BURNWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-TERMINAL-ID
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT BURN-REPORT-FILE ASSIGN TO "BURNRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TERMMSTR.

       FD  CERT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CERTREC.

       FD  CERT-APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CERTAPPR.

       FD  VENDOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VENDMSTR.

      *****************************************************
      *  BURN-IN PROGRESS PER TERMINAL, KEYED ON TERMINAL *
      *  ID.  REBUILT EACH RUN FROM CERTFILE.  STREAK IS  *
      *  THE CLEAN COMPLETE RUNS SINCE THE LAST ONE WITH  *
      *  AN 'F' FLAG OR REJECTED AT SIGN-OFF; LATEST IS   *
      *  THE LATEST COMPLETE RUN AND HOW IT WENT.         *
      *****************************************************
       FD  BURN-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  BURN-WORK-RECORD.
           03  BW-TERMINAL-ID          PIC X(8).
           03  BW-BURN-IN-STREAK       PIC 9(3).
           03  BW-LATEST-RUN-DATE      PIC 9(8).
           03  BW-LATEST-RESULT        PIC X.
               88  BW-LATEST-CLEAN            VALUE 'C'.
               88  BW-LATEST-FAILED           VALUE 'F'.
               88  BW-LATEST-AWAITING         VALUE 'P'.
               88  BW-LATEST-REJECTED         VALUE 'R'.

       FD  BURN-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BURN-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           03  WS-MASTER-STATUS         PIC XX.
               88  WS-MASTER-OK                VALUE "00".
           03  WS-CERT-FILE-STATUS      PIC XX.
               88  WS-CERT-FILE-OK             VALUE "00".
           03  WS-APPROVAL-STATUS       PIC XX.
               88  WS-APPROVAL-OK              VALUE "00".
           03  WS-VENDOR-STATUS         PIC XX.
               88  WS-VENDOR-OK                VALUE "00".
           03  WS-WORK-FILE-STATUS      PIC XX.
               88  WS-WORK-FILE-OK             VALUE "00".
           03  WS-REPORT-STATUS         PIC XX.
           03  WS-MORE-RECORDS-SW       PIC X.
               88  WS-MORE-RECORDS              VALUE 'Y'.
           03  WS-APPROVAL-OPEN-SW      PIC X  VALUE 'N'.
               88  WS-APPROVAL-OPEN             VALUE 'Y'.
           03  WS-VENDOR-OPEN-SW        PIC X  VALUE 'N'.
               88  WS-VENDOR-OPEN               VALUE 'Y'.

      *****************************************************
      *  SAME DEFAULT AS CRTSCHED - THE CLEAN RUNS A NEW  *
      *  UNIT NEEDS WHEN ITS VENDOR SETS NONE.            *
      *****************************************************
       01  WS-DEFAULT-BURN-IN-RUNS  PIC 9(3) VALUE 5.

      *****************************************************
      *  SIGN-OFF STATE OF ONE COMPLETE RUN - SEE         *
      *  CERTAPPR.CPY.                                    *
      *****************************************************
       01  WS-SIGNOFF-FIELDS.
           03  WS-SIGNOFF-FLAG-COUNT    PIC 9(2).
           03  WS-FAIL-FLAG-COUNT       PIC 9(2).
           03  WS-RUN-STATE             PIC X.
               88  WS-RUN-COUNTS                VALUE 'C'.
               88  WS-RUN-AWAITING              VALUE 'P'.
               88  WS-RUN-REJECTED              VALUE 'R'.

       01  WS-RUN-FIELDS.
           03  WS-RUN-DATE              PIC 9(8).
           03  WS-RUN-DAY-NUMBER        PIC 9(7).
           03  WS-FOUND-SW              PIC X.
               88  WS-FOUND                     VALUE 'Y'.
           03  WS-REQUIRED-RUNS         PIC 9(3).
           03  WS-RETURN-WINDOW-DAYS    PIC 9(3).
           03  WS-DAYS-INSTALLED        PIC S9(5).
           03  WS-DAYS-PAST-WINDOW      PIC S9(5).
           03  WS-PENDING-COUNT         PIC 9(5) VALUE ZERO.
           03  WS-PAST-WINDOW-COUNT     PIC 9(5) VALUE ZERO.
           03  WS-NO-WINDOW-COUNT       PIC 9(5) VALUE ZERO.

       01  WS-DATE-WORK-FIELDS.
           03  WS-CONVERT-DATE          PIC 9(8).
           03  FILLER REDEFINES WS-CONVERT-DATE.
               05  WS-CONVERT-YEAR          PIC 9(4).
               05  WS-CONVERT-MONTH         PIC 9(2).
               05  WS-CONVERT-DAY           PIC 9(2).
           03  WS-DATE-Y                PIC 9(4).
           03  WS-DATE-M                PIC 9(2).
           03  WS-DATE-YEAR-DAYS        PIC 9(7).
           03  WS-DATE-MONTH-DAYS       PIC 9(4).
           03  WS-DAY-NUMBER            PIC 9(7).

       01  WS-PROGRESS-LINE.
           03  WS-PG-TERMINAL-ID        PIC X(8).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-PG-VENDOR             PIC X(12).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-PG-INSTALL-DATE       PIC X(8).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-PG-CLEAN-RUNS         PIC ZZZZ9.
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-PG-REQUIRED-RUNS      PIC ZZZ9.
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-PG-LATEST-DATE        PIC X(8).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-PG-LATEST-RESULT      PIC X(16).
           03  FILLER                   PIC X(13) VALUE SPACES.

       01  WS-WINDOW-LINE.
           03  WS-WL-TERMINAL-ID        PIC X(8).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-WL-VENDOR             PIC X(12).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-WL-INSTALL-DATE       PIC 9(8).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-WL-WINDOW-DAYS        PIC ZZZZ9.
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-WL-DAYS-PAST          PIC ZZZZ9.
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-WL-CLEAN-RUNS         PIC ZZZZ9.
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-WL-LOCATION           PIC X(20).
           03  FILLER                   PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-CONVERT-DATE.
           PERFORM CONVERT-DATE-TO-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
           DISPLAY "ACCPTRPT - ACCEPTANCE BURN-IN REPORT".
           PERFORM OPEN-FILES.
           PERFORM LOAD-BURN-IN-PROGRESS.
           PERFORM PRINT-REPORT-HEADING.
           PERFORM PRINT-PENDING-UNITS.
           PERFORM PRINT-PAST-WINDOW-UNITS.
           PERFORM PRINT-RUN-SUMMARY.
           PERFORM CLOSE-FILES.
           DISPLAY "ACCPTRPT - " WS-PENDING-COUNT " UNIT(S) PENDING "
                   "ACCEPTANCE, " WS-PAST-WINDOW-COUNT " PAST THE "
                   "RETURN WINDOW. SEE BURNRPT.".
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT TERM-MASTER-FILE.
           IF NOT WS-MASTER-OK
               DISPLAY "ACCPTRPT - UNABLE TO OPEN TERMMSTR, STATUS "
                       WS-MASTER-STATUS ". NOTHING TO REPORT."
               STOP RUN
           END-IF.
           OPEN INPUT VENDOR-MASTER-FILE.
           IF WS-VENDOR-OK
               SET WS-VENDOR-OPEN TO TRUE
           ELSE
               DISPLAY "ACCPTRPT - VENDMSTR NOT AVAILABLE, STATUS "
                       WS-VENDOR-STATUS ". DEFAULT BURN-IN USED AND "
                       "NO RETURN WINDOWS KNOWN."
           END-IF.
           OPEN OUTPUT BURN-REPORT-FILE.

       CLOSE-FILES.
           CLOSE TERM-MASTER-FILE.
           CLOSE BURN-WORK-FILE.
           CLOSE BURN-REPORT-FILE.
           IF WS-VENDOR-OPEN
               CLOSE VENDOR-MASTER-FILE
           END-IF.

      *****************************************************
      *  BURN-IN PROGRESS PER TERMINAL, POSTED TO THE     *
      *  KEYED WORK FILE.  WITHOUT CERTAPPR NO RUN        *
      *  NEEDING SIGN-OFF CAN BE SHOWN APPROVED.          *
      *****************************************************
       LOAD-BURN-IN-PROGRESS.
           OPEN OUTPUT BURN-WORK-FILE.
           IF NOT WS-WORK-FILE-OK
               DISPLAY "ACCPTRPT - UNABLE TO CREATE BURNWORK, "
                       "STATUS " WS-WORK-FILE-STATUS ". RUN STOPPED."
               CLOSE TERM-MASTER-FILE
               CLOSE BURN-REPORT-FILE
               STOP RUN
           END-IF.
           CLOSE BURN-WORK-FILE.
           OPEN I-O BURN-WORK-FILE.
           OPEN INPUT CERT-APPROVAL-FILE.
           IF WS-APPROVAL-OK
               SET WS-APPROVAL-OPEN TO TRUE
           ELSE
               DISPLAY "ACCPTRPT - CERTAPPR NOT AVAILABLE, STATUS "
                       WS-APPROVAL-STATUS ". RUNS NEEDING SIGN-OFF "
                       "WILL NOT COUNT."
           END-IF.
           OPEN INPUT CERT-FILE.
           IF WS-CERT-FILE-OK
               MOVE 'Y' TO WS-MORE-RECORDS-SW
               PERFORM READ-CERT-RECORD
               PERFORM POST-ONE-CERT-RECORD
                   UNTIL NOT WS-MORE-RECORDS
               CLOSE CERT-FILE
           ELSE
               DISPLAY "ACCPTRPT - CERTFILE NOT AVAILABLE, STATUS "
                       WS-CERT-FILE-STATUS ". NO UNIT HAS A CLEAN "
                       "RUN YET."
           END-IF.
           IF WS-APPROVAL-OPEN
               CLOSE CERT-APPROVAL-FILE
           END-IF.

       READ-CERT-RECORD.
           READ CERT-FILE
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.

       POST-ONE-CERT-RECORD.
           IF CERT-RUN-COMPLETE-FLAG = 'Y'
               PERFORM CHECK-RUN-SIGNOFF
               MOVE ZERO TO WS-FAIL-FLAG-COUNT
               INSPECT CERT-RESULTS TALLYING WS-FAIL-FLAG-COUNT
                   FOR ALL 'F'
               MOVE CERT-TERMINAL-ID TO BW-TERMINAL-ID
               PERFORM FIND-WORK-ENTRY
               IF WS-FOUND
                   PERFORM ADVANCE-BURN-IN-STREAK
                   REWRITE BURN-WORK-RECORD
               ELSE
                   MOVE CERT-TERMINAL-ID TO BW-TERMINAL-ID
                   MOVE ZERO             TO BW-BURN-IN-STREAK
                   PERFORM ADVANCE-BURN-IN-STREAK
                   WRITE BURN-WORK-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
           END-IF.
           PERFORM READ-CERT-RECORD.

       FIND-WORK-ENTRY.
           MOVE 'N' TO WS-FOUND-SW.
           READ BURN-WORK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
           END-READ.

      *****************************************************
      *  CERTFILE IS IN THE ORDER THE RUNS WERE MADE, SO  *
      *  THE STREAK IS BUILT RUN BY RUN: AN 'F' FLAG OR A *
      *  REJECTED RUN STARTS IT AGAIN FROM ZERO, A CLEAN  *
      *  RUN THAT COUNTS ADDS ONE, AND A RUN STILL        *
      *  AWAITING SIGN-OFF LEAVES IT WHERE IT IS.         *
      *****************************************************
       ADVANCE-BURN-IN-STREAK.
           MOVE CERT-TEST-DATE TO BW-LATEST-RUN-DATE.
           EVALUATE TRUE
               WHEN WS-FAIL-FLAG-COUNT > 0
                   MOVE ZERO TO BW-BURN-IN-STREAK
                   SET BW-LATEST-FAILED TO TRUE
               WHEN WS-RUN-REJECTED
                   MOVE ZERO TO BW-BURN-IN-STREAK
                   SET BW-LATEST-REJECTED TO TRUE
               WHEN WS-RUN-COUNTS
                   IF BW-BURN-IN-STREAK < 999
                       ADD 1 TO BW-BURN-IN-STREAK
                   END-IF
                   SET BW-LATEST-CLEAN TO TRUE
               WHEN OTHER
                   SET BW-LATEST-AWAITING TO TRUE
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
      *  THE UNIT'S VENDOR TERMS - THE CLEAN RUNS IT      *
      *  NEEDS AND THE DAYS FROM INSTALL IT MAY STILL BE  *
      *  RETURNED (ZERO WHEN THE VENDOR KEEPS NONE).      *
      *****************************************************
       GET-VENDOR-TERMS.
           MOVE WS-DEFAULT-BURN-IN-RUNS TO WS-REQUIRED-RUNS.
           MOVE ZERO                    TO WS-RETURN-WINDOW-DAYS.
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
                       IF VM-RETURN-WINDOW-DAYS NUMERIC
                           MOVE VM-RETURN-WINDOW-DAYS
                                TO WS-RETURN-WINDOW-DAYS
                       END-IF
               END-READ
           END-IF.

       GET-UNIT-PROGRESS.
           MOVE TM-TERMINAL-ID TO BW-TERMINAL-ID.
           PERFORM FIND-WORK-ENTRY.
           IF NOT WS-FOUND
               MOVE ZERO  TO BW-BURN-IN-STREAK
               MOVE ZEROS TO BW-LATEST-RUN-DATE
               MOVE SPACE TO BW-LATEST-RESULT
           END-IF.

       START-MASTER-SCAN.
           MOVE LOW-VALUES TO TM-TERMINAL-ID.
           MOVE 'Y' TO WS-MORE-RECORDS-SW.
           START TERM-MASTER-FILE KEY IS NOT < TM-TERMINAL-ID
               INVALID KEY MOVE 'N' TO WS-MORE-RECORDS-SW
           END-START.
           IF WS-MORE-RECORDS
               PERFORM READ-NEXT-PENDING-UNIT
           END-IF.

       READ-NEXT-PENDING-UNIT.
           READ TERM-MASTER-FILE NEXT
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.
           PERFORM UNTIL NOT WS-MORE-RECORDS OR TM-PENDING-ACCEPT
               READ TERM-MASTER-FILE NEXT
                   AT END MOVE 'N' TO WS-MORE-RECORDS-SW
               END-READ
           END-PERFORM.

      *****************************************************
      *  LIST 1 - EVERY UNIT PENDING ACCEPTANCE.          *
      *****************************************************
       PRINT-PENDING-UNITS.
           PERFORM PRINT-BLANK-LINE.
           MOVE "UNITS PENDING ACCEPTANCE" TO BURN-REPORT-LINE.
           WRITE BURN-REPORT-LINE.
           MOVE SPACES TO BURN-REPORT-LINE.
           STRING "TERMINAL VENDOR       INSTALL  CLEAN NEED "
                  "LAST RUN LAST RESULT"
                  DELIMITED BY SIZE INTO BURN-REPORT-LINE.
           WRITE BURN-REPORT-LINE.
           MOVE SPACES TO BURN-REPORT-LINE.
           STRING "-------- ------------ -------- ----- ---- "
                  "-------- ----------------"
                  DELIMITED BY SIZE INTO BURN-REPORT-LINE.
           WRITE BURN-REPORT-LINE.
           PERFORM START-MASTER-SCAN.
           PERFORM PRINT-ONE-PENDING-UNIT
               UNTIL NOT WS-MORE-RECORDS.
           IF WS-PENDING-COUNT = 0
               MOVE "  (NONE)" TO BURN-REPORT-LINE
               WRITE BURN-REPORT-LINE
           END-IF.

       PRINT-ONE-PENDING-UNIT.
           ADD 1 TO WS-PENDING-COUNT.
           PERFORM GET-VENDOR-TERMS.
           PERFORM GET-UNIT-PROGRESS.
           MOVE TM-TERMINAL-ID     TO WS-PG-TERMINAL-ID.
           MOVE TM-VENDOR          TO WS-PG-VENDOR.
           IF TM-INSTALL-DATE = ZEROS
               MOVE SPACES          TO WS-PG-INSTALL-DATE
           ELSE
               MOVE TM-INSTALL-DATE TO WS-PG-INSTALL-DATE
           END-IF.
           MOVE BW-BURN-IN-STREAK  TO WS-PG-CLEAN-RUNS.
           MOVE WS-REQUIRED-RUNS   TO WS-PG-REQUIRED-RUNS.
           IF BW-LATEST-RUN-DATE = ZEROS
               MOVE SPACES             TO WS-PG-LATEST-DATE
           ELSE
               MOVE BW-LATEST-RUN-DATE TO WS-PG-LATEST-DATE
           END-IF.
           EVALUATE TRUE
               WHEN BW-LATEST-CLEAN
                   MOVE "CLEAN"           TO WS-PG-LATEST-RESULT
               WHEN BW-LATEST-FAILED
                   MOVE "FAILED - RESET"  TO WS-PG-LATEST-RESULT
               WHEN BW-LATEST-AWAITING
                   MOVE "AWAITS SIGN-OFF" TO WS-PG-LATEST-RESULT
               WHEN BW-LATEST-REJECTED
                   MOVE "REJECTED - RESET" TO WS-PG-LATEST-RESULT
               WHEN OTHER
                   MOVE "NO RUN YET"      TO WS-PG-LATEST-RESULT
           END-EVALUATE.
           MOVE WS-PROGRESS-LINE   TO BURN-REPORT-LINE.
           WRITE BURN-REPORT-LINE.
           PERFORM READ-NEXT-PENDING-UNIT.

      *****************************************************
      *  LIST 2 - PENDING UNITS PAST THE VENDOR'S RETURN  *
      *  WINDOW.  A UNIT WITH NO INSTALL DATE, OR WHOSE   *
      *  VENDOR KEEPS NO WINDOW, CANNOT BE JUDGED AND IS  *
      *  ONLY COUNTED.                                    *
      *****************************************************
       PRINT-PAST-WINDOW-UNITS.
           PERFORM PRINT-BLANK-LINE.
           MOVE "PAST THE VENDOR RETURN WINDOW AND NOT YET PASSED"
                                     TO BURN-REPORT-LINE.
           WRITE BURN-REPORT-LINE.
           MOVE SPACES TO BURN-REPORT-LINE.
           STRING "TERMINAL VENDOR       INSTALL  WINDW  PAST "
                  "CLEAN LOCATION"
                  DELIMITED BY SIZE INTO BURN-REPORT-LINE.
           WRITE BURN-REPORT-LINE.
           MOVE SPACES TO BURN-REPORT-LINE.
           STRING "-------- ------------ -------- ----- ----- "
                  "----- --------------------"
                  DELIMITED BY SIZE INTO BURN-REPORT-LINE.
           WRITE BURN-REPORT-LINE.
           PERFORM START-MASTER-SCAN.
           PERFORM CHECK-ONE-WINDOW
               UNTIL NOT WS-MORE-RECORDS.
           IF WS-PAST-WINDOW-COUNT = 0
               MOVE "  (NONE)" TO BURN-REPORT-LINE
               WRITE BURN-REPORT-LINE
           END-IF.

       CHECK-ONE-WINDOW.
           PERFORM GET-VENDOR-TERMS.
           IF WS-RETURN-WINDOW-DAYS = 0 OR TM-INSTALL-DATE = ZEROS
                   OR TM-INSTALL-DATE NOT NUMERIC
               ADD 1 TO WS-NO-WINDOW-COUNT
           ELSE
               MOVE TM-INSTALL-DATE TO WS-CONVERT-DATE
               PERFORM CONVERT-DATE-TO-DAY-NUMBER
               COMPUTE WS-DAYS-INSTALLED =
                   WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
               COMPUTE WS-DAYS-PAST-WINDOW =
                   WS-DAYS-INSTALLED - WS-RETURN-WINDOW-DAYS
               IF WS-DAYS-PAST-WINDOW > 0
                   PERFORM PRINT-WINDOW-LINE
               END-IF
           END-IF.
           PERFORM READ-NEXT-PENDING-UNIT.

       PRINT-WINDOW-LINE.
           ADD 1 TO WS-PAST-WINDOW-COUNT.
           PERFORM GET-UNIT-PROGRESS.
           MOVE TM-TERMINAL-ID        TO WS-WL-TERMINAL-ID.
           MOVE TM-VENDOR             TO WS-WL-VENDOR.
           MOVE TM-INSTALL-DATE       TO WS-WL-INSTALL-DATE.
           MOVE WS-RETURN-WINDOW-DAYS TO WS-WL-WINDOW-DAYS.
           MOVE WS-DAYS-PAST-WINDOW   TO WS-WL-DAYS-PAST.
           MOVE BW-BURN-IN-STREAK     TO WS-WL-CLEAN-RUNS.
           MOVE TM-LOCATION           TO WS-WL-LOCATION.
           MOVE WS-WINDOW-LINE        TO BURN-REPORT-LINE.
           WRITE BURN-REPORT-LINE.

      *****************************************************
      *  DAY NUMBER FROM YYYYMMDD SO TWO DATES CAN BE     *
      *  SUBTRACTED.  VALID ACROSS 1901-2099, WHICH       *
      *  COVERS EVERY DATE THIS SHOP WILL SEE.            *
      *****************************************************
       CONVERT-DATE-TO-DAY-NUMBER.
           IF WS-CONVERT-MONTH > 2
               MOVE WS-CONVERT-YEAR  TO WS-DATE-Y
               COMPUTE WS-DATE-M = WS-CONVERT-MONTH + 1
           ELSE
               COMPUTE WS-DATE-Y = WS-CONVERT-YEAR - 1
               COMPUTE WS-DATE-M = WS-CONVERT-MONTH + 13
           END-IF.
      *    EACH DIVISION IS STORED TO AN INTEGER FIELD ON ITS
      *    OWN SO THE FRACTIONS TRUNCATE SEPARATELY - SUMMED IN
      *    ONE COMPUTE THEY CAN CARRY A SPURIOUS EXTRA DAY.
           COMPUTE WS-DATE-YEAR-DAYS = (1461 * WS-DATE-Y) / 4.
           COMPUTE WS-DATE-MONTH-DAYS = (306001 * WS-DATE-M) / 10000.
           COMPUTE WS-DAY-NUMBER =
               WS-DATE-YEAR-DAYS + WS-DATE-MONTH-DAYS
               + WS-CONVERT-DAY.

      *****************************************************
      *  REPORT.                                          *
      *****************************************************
       PRINT-REPORT-HEADING.
           MOVE "ACCEPTANCE BURN-IN REPORT" TO BURN-REPORT-LINE.
           WRITE BURN-REPORT-LINE.
           MOVE SPACES TO BURN-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE
                  "   DEFAULT BURN-IN " WS-DEFAULT-BURN-IN-RUNS
                  " CLEAN RUNS IN A ROW"
                  DELIMITED BY SIZE INTO BURN-REPORT-LINE.
           WRITE BURN-REPORT-LINE.

       PRINT-BLANK-LINE.
           MOVE SPACES TO BURN-REPORT-LINE.
           WRITE BURN-REPORT-LINE.

       PRINT-RUN-SUMMARY.
           PERFORM PRINT-BLANK-LINE.
           MOVE SPACES TO BURN-REPORT-LINE.
           STRING "PENDING ACCEPTANCE " WS-PENDING-COUNT
                  "  PAST RETURN WINDOW " WS-PAST-WINDOW-COUNT
                  "  NO WINDOW ON FILE " WS-NO-WINDOW-COUNT
                  DELIMITED BY SIZE INTO BURN-REPORT-LINE.
           WRITE BURN-REPORT-LINE.
