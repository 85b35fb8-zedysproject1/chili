      *****************************************************
      *  VENDWAR                                          *
      *  MONTHLY WARRANTY AND VENDOR TURNAROUND REPORT.   *
      *  PRINTS (WARRRPT) TWO LISTS:                      *
      *    1. UNITS NOT RETIRED WHOSE WARRANTY EXPIRES IN *
      *       THE NEXT 90 DAYS - TM-INSTALL-DATE PLUS THE *
      *       WARRANTY MONTHS FOR THE MODEL ON THE VENDOR *
      *       MASTER (VENDMSTR), OR THE VENDOR'S DEFAULT  *
      *       - SO ANY CLAIM CAN BE MADE WHILE IT IS      *
      *       STILL FREE.                                 *
      *    2. VENDOR TICKETS THAT WENT PAST THE VENDOR'S  *
      *       CONTRACTED TURNAROUND DAYS - THOSE RETURNED *
      *       LATE DURING THE REPORT MONTH AND THOSE      *
      *       STILL AT THE VENDOR AND ALREADY LATE.  TIME *
      *       AT THE VENDOR IS PAIRED UP FROM THE         *
      *       DISPOSITION JOURNAL (EXCJRNL) PER TERMINAL/ *
      *       TICKET ON THE KEYED WORK FILE WARRWORK, AS  *
      *       EXCTURN DOES.                               *
      *                                                   *
      *  UPDATED 10.15.26 WRITTEN.                        *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     VENDWAR.
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
           SELECT VENDOR-MASTER-FILE ASSIGN TO "VENDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDOR-KEY
               FILE STATUS IS WS-VENDOR-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "EXCJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT WARR-WORK-FILE ASSIGN TO "WARRWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WW-TICKET-KEY
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT WARR-REPORT-FILE ASSIGN TO "WARRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TERMMSTR.

       FD  VENDOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VENDMSTR.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXCJRNL.

       FD  WARR-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WARR-WORK-RECORD.
           03  WW-TICKET-KEY.
               05  WW-TERMINAL-ID          PIC X(8).
               05  WW-VENDOR-TICKET        PIC X(10).
           03  WW-SENT-DATE            PIC 9(8).
           03  WW-SENT-END-DATE        PIC 9(8).

       FD  WARR-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WARR-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           03  WS-MASTER-STATUS         PIC XX.
               88  WS-MASTER-OK                VALUE "00".
           03  WS-VENDOR-STATUS         PIC XX.
               88  WS-VENDOR-OK                VALUE "00".
           03  WS-JOURNAL-STATUS        PIC XX.
               88  WS-JOURNAL-OK               VALUE "00".
           03  WS-WORK-FILE-STATUS      PIC XX.
               88  WS-WORK-FILE-OK             VALUE "00".
           03  WS-REPORT-STATUS         PIC XX.
           03  WS-MORE-RECORDS-SW       PIC X.
               88  WS-MORE-RECORDS              VALUE 'Y'.
           03  WS-WORK-REC-FOUND-SW     PIC X.
               88  WS-WORK-REC-FOUND            VALUE 'Y'.
           03  WS-TERMS-FOUND-SW        PIC X.
               88  WS-TERMS-FOUND               VALUE 'Y'.

       01  WS-RUN-FIELDS.
           03  WS-RUN-DATE              PIC 9(8).
           03  WS-RUN-DAY-NUMBER        PIC 9(7).
           03  WS-REPORT-MONTH-ANSWER   PIC X(6).
           03  WS-REPORT-MONTH          PIC 9(6).
           03  WS-WINDOW-DAYS           PIC 9(3) VALUE 90.
           03  WS-DAYS-LEFT             PIC S9(5).
           03  WS-VENDOR-DAYS           PIC S9(5).
           03  WS-OVER-DAYS             PIC S9(5).
           03  WS-LATE-SW               PIC X.
               88  WS-LATE                      VALUE 'Y'.
           03  WS-EXPIRING-COUNT        PIC 9(5) VALUE ZERO.
           03  WS-NO-TERMS-COUNT        PIC 9(5) VALUE ZERO.
           03  WS-LATE-RETURNED-COUNT   PIC 9(5) VALUE ZERO.
           03  WS-LATE-OUT-COUNT        PIC 9(5) VALUE ZERO.

       01  WS-WARRANTY-FIELDS.
           03  WS-WARRANTY-MONTHS-USED  PIC 9(3).
           03  WS-TURNAROUND-DAYS       PIC 9(3).
           03  WS-WARRANTY-END-DATE     PIC 9(8).
           03  FILLER REDEFINES WS-WARRANTY-END-DATE.
               05  WS-WE-YEAR               PIC 9(4).
               05  WS-WE-MONTH              PIC 9(2).
               05  WS-WE-DAY                PIC 9(2).
           03  WS-MONTH-COUNT           PIC 9(6).
           03  WS-MONTH-REMAINDER       PIC 9(2).
           03  WS-MONTH-DAYS            PIC 9(2).
           03  WS-LEAP-QUOTIENT         PIC 9(4).
           03  WS-LEAP-REMAINDER        PIC 9.

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
           03  WS-FROM-DAY-NUMBER       PIC 9(7).

       01  WS-EXPIRING-LINE.
           03  WS-XL-TERMINAL-ID        PIC X(8).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-XL-VENDOR             PIC X(12).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-XL-MODEL              PIC X(12).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-XL-LOCATION           PIC X(16).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-XL-INSTALL-DATE       PIC 9(8).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-XL-END-DATE           PIC 9(8).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-XL-DAYS-LEFT          PIC ZZZ9.
           03  FILLER                   PIC X(6)  VALUE SPACES.

       01  WS-LATE-LINE.
           03  WS-LL-TERMINAL-ID        PIC X(8).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-LL-TICKET             PIC X(10).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-LL-VENDOR             PIC X(12).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-LL-SENT-DATE          PIC 9(8).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-LL-RETURNED           PIC X(9).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-LL-DAYS               PIC ZZZ9.
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-LL-CONTRACT-DAYS      PIC ZZ9.
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-LL-OVER-DAYS          PIC ZZZ9.
           03  FILLER                   PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-CONVERT-DATE.
           PERFORM CONVERT-DATE-TO-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
           DISPLAY "VENDWAR - WARRANTY AND VENDOR TURNAROUND REPORT".
           PERFORM GET-REPORT-MONTH.
           PERFORM OPEN-FILES.
           PERFORM PRINT-REPORT-HEADING.
           PERFORM PRINT-EXPIRING-WARRANTIES.
           PERFORM PRINT-LATE-TICKETS.
           PERFORM PRINT-RUN-SUMMARY.
           CLOSE TERM-MASTER-FILE.
           CLOSE VENDOR-MASTER-FILE.
           CLOSE WARR-REPORT-FILE.
           DISPLAY "VENDWAR - " WS-EXPIRING-COUNT " EXPIRING, "
                   WS-LATE-RETURNED-COUNT " RETURNED LATE, "
                   WS-LATE-OUT-COUNT " STILL OUT AND LATE. "
                   "SEE WARRRPT.".
           STOP RUN.

       GET-REPORT-MONTH.
           DISPLAY "VENDWAR - ENTER REPORT MONTH YYYYMM "
                   "(BLANK = THIS MONTH): ".
           MOVE SPACES TO WS-REPORT-MONTH-ANSWER.
           ACCEPT WS-REPORT-MONTH-ANSWER.
           IF WS-REPORT-MONTH-ANSWER NUMERIC
                   AND WS-REPORT-MONTH-ANSWER(5:2) > "00"
                   AND WS-REPORT-MONTH-ANSWER(5:2) < "13"
               MOVE WS-REPORT-MONTH-ANSWER TO WS-REPORT-MONTH
           ELSE
               IF WS-REPORT-MONTH-ANSWER NOT = SPACES
                   DISPLAY "VENDWAR - MONTH NOT VALID, THIS MONTH "
                           "ASSUMED."
               END-IF
               MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
           END-IF.

      *****************************************************
      *  BOTH MASTERS ARE NEEDED FOR EITHER LIST.         *
      *****************************************************
       OPEN-FILES.
           OPEN INPUT TERM-MASTER-FILE.
           IF NOT WS-MASTER-OK
               DISPLAY "VENDWAR - UNABLE TO OPEN TERMMSTR, STATUS "
                       WS-MASTER-STATUS ". NOTHING TO REPORT."
               STOP RUN
           END-IF.
           OPEN INPUT VENDOR-MASTER-FILE.
           IF NOT WS-VENDOR-OK
               DISPLAY "VENDWAR - UNABLE TO OPEN VENDMSTR, STATUS "
                       WS-VENDOR-STATUS ". NOTHING TO REPORT."
               CLOSE TERM-MASTER-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT WARR-REPORT-FILE.

      *****************************************************
      *  WARRANTY MONTHS AND TURNAROUND DAYS FOR A UNIT - *
      *  THE MODEL RECORD WHEN THERE IS ONE, OTHERWISE    *
      *  THE VENDOR'S DEFAULT.                            *
      *****************************************************
       LOOK-UP-VENDOR-TERMS.
           MOVE 'N' TO WS-TERMS-FOUND-SW.
           MOVE TM-VENDOR TO VM-VENDOR-CODE.
           MOVE SPACES    TO VM-MODEL.
           READ VENDOR-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TERMS-FOUND-SW
                   MOVE VM-DEFAULT-WARRANTY TO WS-WARRANTY-MONTHS-USED
                   MOVE VM-TURNAROUND-DAYS  TO WS-TURNAROUND-DAYS
           END-READ.
           IF WS-TERMS-FOUND AND TM-MODEL NOT = SPACES
               MOVE TM-VENDOR TO VM-VENDOR-CODE
               MOVE TM-MODEL  TO VM-MODEL
               READ VENDOR-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE VM-WARRANTY-MONTHS
                                     TO WS-WARRANTY-MONTHS-USED
               END-READ
           END-IF.

      *****************************************************
      *  LIST 1 - WARRANTIES RUNNING OUT.  A UNIT WITH NO *
      *  INSTALL DATE OR A VENDOR NOT ON VENDMSTR CANNOT  *
      *  BE PLACED AND IS COUNTED FOR THE SUMMARY.        *
      *****************************************************
       PRINT-EXPIRING-WARRANTIES.
           PERFORM PRINT-BLANK-LINE.
           MOVE SPACES TO WARR-REPORT-LINE.
           STRING "WARRANTIES EXPIRING IN THE NEXT " WS-WINDOW-DAYS
                  " DAYS"
                  DELIMITED BY SIZE INTO WARR-REPORT-LINE.
           WRITE WARR-REPORT-LINE.
           MOVE SPACES TO WARR-REPORT-LINE.
           STRING "TERMINAL VENDOR       MODEL        LOCATION    "
                  "     INSTALL  EXPIRES  LEFT"
                  DELIMITED BY SIZE INTO WARR-REPORT-LINE.
           WRITE WARR-REPORT-LINE.
           MOVE SPACES TO WARR-REPORT-LINE.
           STRING "-------- ------------ ------------ -------------"
                  "--- -------- -------- ----"
                  DELIMITED BY SIZE INTO WARR-REPORT-LINE.
           WRITE WARR-REPORT-LINE.
           MOVE 'Y' TO WS-MORE-RECORDS-SW.
           PERFORM READ-NEXT-MASTER-RECORD.
           PERFORM CHECK-ONE-WARRANTY
               UNTIL NOT WS-MORE-RECORDS.
           IF WS-EXPIRING-COUNT = 0
               MOVE "  (NONE)" TO WARR-REPORT-LINE
               WRITE WARR-REPORT-LINE
           END-IF.

       READ-NEXT-MASTER-RECORD.
           READ TERM-MASTER-FILE NEXT
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.

       CHECK-ONE-WARRANTY.
           IF NOT TM-RETIRED
               PERFORM LOOK-UP-VENDOR-TERMS
               IF NOT WS-TERMS-FOUND
                       OR TM-INSTALL-DATE NOT NUMERIC
                       OR TM-INSTALL-DATE = ZEROS
                   ADD 1 TO WS-NO-TERMS-COUNT
               ELSE
                   PERFORM COMPUTE-WARRANTY-END-DATE
                   MOVE WS-WARRANTY-END-DATE TO WS-CONVERT-DATE
                   PERFORM CONVERT-DATE-TO-DAY-NUMBER
                   COMPUTE WS-DAYS-LEFT =
                       WS-DAY-NUMBER - WS-RUN-DAY-NUMBER
                   IF WS-DAYS-LEFT NOT < 0
                           AND WS-DAYS-LEFT NOT > WS-WINDOW-DAYS
                       PERFORM PRINT-EXPIRING-LINE
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-MASTER-RECORD.

       PRINT-EXPIRING-LINE.
           ADD 1 TO WS-EXPIRING-COUNT.
           MOVE TM-TERMINAL-ID       TO WS-XL-TERMINAL-ID.
           MOVE TM-VENDOR            TO WS-XL-VENDOR.
           MOVE TM-MODEL             TO WS-XL-MODEL.
           MOVE TM-LOCATION          TO WS-XL-LOCATION.
           MOVE TM-INSTALL-DATE      TO WS-XL-INSTALL-DATE.
           MOVE WS-WARRANTY-END-DATE TO WS-XL-END-DATE.
           MOVE WS-DAYS-LEFT         TO WS-XL-DAYS-LEFT.
           MOVE WS-EXPIRING-LINE     TO WARR-REPORT-LINE.
           WRITE WARR-REPORT-LINE.

      *****************************************************
      *  INSTALL DATE PLUS THE WARRANTY MONTHS, HELD TO   *
      *  THE LAST DAY OF THE MONTH IT LANDS IN.  EVERY    *
      *  FOURTH YEAR IS A LEAP YEAR ACROSS 1901-2099.     *
      *****************************************************
       COMPUTE-WARRANTY-END-DATE.
           MOVE TM-INSTALL-DATE TO WS-WARRANTY-END-DATE.
           COMPUTE WS-MONTH-COUNT = WS-WE-YEAR * 12
               + WS-WE-MONTH - 1 + WS-WARRANTY-MONTHS-USED.
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-WE-YEAR REMAINDER WS-MONTH-REMAINDER.
           COMPUTE WS-WE-MONTH = WS-MONTH-REMAINDER + 1.
           EVALUATE WS-WE-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   DIVIDE WS-WE-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.
           IF WS-WE-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-WE-DAY
           END-IF.

      *****************************************************
      *  LIST 2 - TICKETS PAST THE CONTRACTED TURNAROUND. *
      *  PASS 1 PAIRS THE JOURNALED TRANSITIONS UP PER    *
      *  TERMINAL/TICKET; PASS 2 MEASURES EACH AGAINST    *
      *  ITS VENDOR'S CONTRACT.                           *
      *****************************************************
       PRINT-LATE-TICKETS.
           PERFORM PRINT-BLANK-LINE.
           MOVE SPACES TO WARR-REPORT-LINE.
           STRING "TICKETS PAST THE CONTRACTED TURNAROUND - "
                  "RETURNED IN " WS-REPORT-MONTH
                  " OR STILL AT THE VENDOR"
                  DELIMITED BY SIZE INTO WARR-REPORT-LINE.
           WRITE WARR-REPORT-LINE.
           MOVE SPACES TO WARR-REPORT-LINE.
           STRING "TERMINAL TICKET     VENDOR       SENT     "
                  "RETURNED  DAYS CTR OVER"
                  DELIMITED BY SIZE INTO WARR-REPORT-LINE.
           WRITE WARR-REPORT-LINE.
           MOVE SPACES TO WARR-REPORT-LINE.
           STRING "-------- ---------- ------------ -------- "
                  "--------- ---- --- ----"
                  DELIMITED BY SIZE INTO WARR-REPORT-LINE.
           WRITE WARR-REPORT-LINE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-OK
               PERFORM BUILD-TICKET-WORK-FILE
               PERFORM MEASURE-TICKET-TURNAROUNDS
           ELSE
               DISPLAY "VENDWAR - EXCJRNL NOT AVAILABLE, STATUS "
                       WS-JOURNAL-STATUS ". TURNAROUND LIST WILL "
                       "BE EMPTY."
           END-IF.
           IF WS-LATE-RETURNED-COUNT = 0 AND WS-LATE-OUT-COUNT = 0
               MOVE "  (NONE)" TO WARR-REPORT-LINE
               WRITE WARR-REPORT-LINE
           END-IF.

       BUILD-TICKET-WORK-FILE.
           OPEN OUTPUT WARR-WORK-FILE.
           IF NOT WS-WORK-FILE-OK
               DISPLAY "VENDWAR - UNABLE TO CREATE WARRWORK, STATUS "
                       WS-WORK-FILE-STATUS
               CLOSE JOURNAL-FILE
               CLOSE TERM-MASTER-FILE
               CLOSE VENDOR-MASTER-FILE
               CLOSE WARR-REPORT-FILE
               STOP RUN
           END-IF.
           CLOSE WARR-WORK-FILE.
           OPEN I-O WARR-WORK-FILE.
           MOVE 'Y' TO WS-MORE-RECORDS-SW.
           PERFORM READ-JOURNAL-RECORD.
           PERFORM POST-ONE-TRANSITION
               UNTIL NOT WS-MORE-RECORDS.
           CLOSE JOURNAL-FILE.
           CLOSE WARR-WORK-FILE.

       READ-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.

       POST-ONE-TRANSITION.
           MOVE 'N' TO WS-WORK-REC-FOUND-SW.
           MOVE EJ-TERMINAL-ID   TO WW-TERMINAL-ID.
           MOVE EJ-VENDOR-TICKET TO WW-VENDOR-TICKET.
           READ WARR-WORK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WORK-REC-FOUND-SW
           END-READ.
           IF NOT WS-WORK-REC-FOUND
               MOVE EJ-TERMINAL-ID   TO WW-TERMINAL-ID
               MOVE EJ-VENDOR-TICKET TO WW-VENDOR-TICKET
               MOVE ZEROS TO WW-SENT-DATE
               MOVE ZEROS TO WW-SENT-END-DATE
           END-IF.
           IF EJ-NEW-STATUS = "SENT-TO-VENDOR"
                   AND WW-SENT-DATE = ZEROS
               MOVE EJ-CHANGE-DATE TO WW-SENT-DATE
           END-IF.
           IF EJ-OLD-STATUS = "SENT-TO-VENDOR"
                   AND EJ-NEW-STATUS NOT = "SENT-TO-VENDOR"
                   AND WW-SENT-END-DATE = ZEROS
               MOVE EJ-CHANGE-DATE TO WW-SENT-END-DATE
           END-IF.
           IF WS-WORK-REC-FOUND
               REWRITE WARR-WORK-RECORD
           ELSE
               WRITE WARR-WORK-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           PERFORM READ-JOURNAL-RECORD.

       MEASURE-TICKET-TURNAROUNDS.
           OPEN INPUT WARR-WORK-FILE.
           MOVE 'Y' TO WS-MORE-RECORDS-SW.
           PERFORM READ-NEXT-WORK-RECORD.
           PERFORM MEASURE-ONE-TICKET
               UNTIL NOT WS-MORE-RECORDS.
           CLOSE WARR-WORK-FILE.

       READ-NEXT-WORK-RECORD.
           READ WARR-WORK-FILE NEXT
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.

      *****************************************************
      *  A TICKET STILL AT THE VENDOR IS MEASURED TO      *
      *  TODAY; ONE RETURNED IS LISTED ONLY WHEN IT CAME  *
      *  BACK IN THE REPORT MONTH.  A VENDOR WITH NO      *
      *  CONTRACTED DAYS ON FILE IS NEVER LATE.           *
      *****************************************************
       MEASURE-ONE-TICKET.
           MOVE 'N' TO WS-TERMS-FOUND-SW.
           IF WW-SENT-DATE NOT = ZEROS
               MOVE WW-TERMINAL-ID TO TM-TERMINAL-ID
               READ TERM-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM LOOK-UP-VENDOR-TERMS
               END-READ
           END-IF.
           IF WS-TERMS-FOUND AND WS-TURNAROUND-DAYS > 0
               MOVE 'N' TO WS-LATE-SW
               MOVE WW-SENT-DATE TO WS-CONVERT-DATE
               PERFORM CONVERT-DATE-TO-DAY-NUMBER
               MOVE WS-DAY-NUMBER TO WS-FROM-DAY-NUMBER
               IF WW-SENT-END-DATE = ZEROS
                   COMPUTE WS-VENDOR-DAYS =
                       WS-RUN-DAY-NUMBER - WS-FROM-DAY-NUMBER
                   IF WS-VENDOR-DAYS > WS-TURNAROUND-DAYS
                       MOVE 'Y' TO WS-LATE-SW
                       ADD 1 TO WS-LATE-OUT-COUNT
                       MOVE "AT VENDOR" TO WS-LL-RETURNED
                   END-IF
               ELSE
                   MOVE WW-SENT-END-DATE TO WS-CONVERT-DATE
                   PERFORM CONVERT-DATE-TO-DAY-NUMBER
                   COMPUTE WS-VENDOR-DAYS =
                       WS-DAY-NUMBER - WS-FROM-DAY-NUMBER
                   IF WS-VENDOR-DAYS > WS-TURNAROUND-DAYS
                           AND WW-SENT-END-DATE(1:6) = WS-REPORT-MONTH
                       MOVE 'Y' TO WS-LATE-SW
                       ADD 1 TO WS-LATE-RETURNED-COUNT
                       MOVE WW-SENT-END-DATE TO WS-LL-RETURNED
                   END-IF
               END-IF
               IF WS-LATE
                   PERFORM PRINT-LATE-LINE
               END-IF
           END-IF.
           PERFORM READ-NEXT-WORK-RECORD.

       PRINT-LATE-LINE.
           COMPUTE WS-OVER-DAYS = WS-VENDOR-DAYS - WS-TURNAROUND-DAYS.
           MOVE WW-TERMINAL-ID     TO WS-LL-TERMINAL-ID.
           MOVE WW-VENDOR-TICKET   TO WS-LL-TICKET.
           MOVE TM-VENDOR          TO WS-LL-VENDOR.
           MOVE WW-SENT-DATE       TO WS-LL-SENT-DATE.
           MOVE WS-VENDOR-DAYS     TO WS-LL-DAYS.
           MOVE WS-TURNAROUND-DAYS TO WS-LL-CONTRACT-DAYS.
           MOVE WS-OVER-DAYS       TO WS-LL-OVER-DAYS.
           MOVE WS-LATE-LINE       TO WARR-REPORT-LINE.
           WRITE WARR-REPORT-LINE.

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
           MOVE "VENDOR WARRANTY AND TURNAROUND REPORT"
                                     TO WARR-REPORT-LINE.
           WRITE WARR-REPORT-LINE.
           MOVE SPACES TO WARR-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE
                  "   REPORT MONTH " WS-REPORT-MONTH
                  DELIMITED BY SIZE INTO WARR-REPORT-LINE.
           WRITE WARR-REPORT-LINE.

       PRINT-BLANK-LINE.
           MOVE SPACES TO WARR-REPORT-LINE.
           WRITE WARR-REPORT-LINE.

       PRINT-RUN-SUMMARY.
           PERFORM PRINT-BLANK-LINE.
           MOVE SPACES TO WARR-REPORT-LINE.
           STRING "EXPIRING " WS-EXPIRING-COUNT
                  "  RETURNED LATE " WS-LATE-RETURNED-COUNT
                  "  STILL OUT AND LATE " WS-LATE-OUT-COUNT
                  DELIMITED BY SIZE INTO WARR-REPORT-LINE.
           WRITE WARR-REPORT-LINE.
           IF WS-NO-TERMS-COUNT > 0
               MOVE SPACES TO WARR-REPORT-LINE
               STRING "*** " WS-NO-TERMS-COUNT
                      " UNIT(S) WITH NO INSTALL DATE OR A VENDOR NOT"
                      " ON VENDMSTR ***"
                      DELIMITED BY SIZE INTO WARR-REPORT-LINE
               WRITE WARR-REPORT-LINE
           END-IF.
