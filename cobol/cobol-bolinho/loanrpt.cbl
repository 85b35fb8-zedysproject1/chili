      *****************************************************
      *  LOANRPT                                          *
      *  LOANER AND SPARE POOL REPORT.  PRINTS (SWAPRPT)  *
      *  TWO LISTS:                                       *
      *    1. OPEN SWAPS ON SWAPFILE - THE UNIT AWAY FOR  *
      *       REPAIR, THE LOANER STANDING IN ON ITS PORT, *
      *       WHERE, SINCE WHEN, HOW MANY DAYS THE LOANER *
      *       HAS BEEN OUT, AND THE VENDOR TICKET.        *
      *    2. SPARES ON THE SHELF (STATUS P ON TERMMSTR)  *
      *       READY TO LEND.                              *
      *  SWAPS ARE RECORDED WITH LOANMNT.                 *
      *                                                   *
      *  UPDATED 10.15.26 WRITTEN.                        *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LOANRPT.
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
           SELECT SWAP-FILE ASSIGN TO "SWAPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-SWAP-KEY
               FILE STATUS IS WS-SWAP-STATUS.
           SELECT SWAP-REPORT-FILE ASSIGN TO "SWAPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TERMMSTR.

       FD  SWAP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SWAPREC.

       FD  SWAP-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SWAP-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           03  WS-MASTER-STATUS         PIC XX.
               88  WS-MASTER-OK                VALUE "00".
           03  WS-SWAP-STATUS           PIC XX.
               88  WS-SWAP-OK                  VALUE "00".
           03  WS-REPORT-STATUS         PIC XX.
           03  WS-MORE-RECORDS-SW       PIC X.
               88  WS-MORE-RECORDS              VALUE 'Y'.

       01  WS-RUN-FIELDS.
           03  WS-RUN-DATE              PIC 9(8).
           03  WS-RUN-DAY-NUMBER        PIC 9(7).
           03  WS-DAYS-OUT              PIC S9(5).
           03  WS-LONGEST-DAYS-OUT      PIC S9(5) VALUE ZERO.
           03  WS-OPEN-SWAP-COUNT       PIC 9(5) VALUE ZERO.
           03  WS-SPARE-COUNT           PIC 9(5) VALUE ZERO.

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

       01  WS-SWAP-LINE.
           03  WS-SL-REPAIRED-ID        PIC X(8).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-SL-LOANER-ID          PIC X(8).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-SL-PORT-ID            PIC X(8).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-SL-LOCATION           PIC X(16).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-SL-OUT-DATE           PIC 9(8).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-SL-DAYS-OUT           PIC ZZZ9.
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-SL-TICKET             PIC X(10).
           03  FILLER                   PIC X(12) VALUE SPACES.

       01  WS-SPARE-LINE.
           03  WS-PL-TERMINAL-ID        PIC X(8).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-PL-TERMINAL-TYPE      PIC X(4).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-PL-MODEL              PIC X(12).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-PL-VENDOR             PIC X(12).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-PL-LOCATION           PIC X(20).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-PL-FLOOR              PIC X(4).
           03  FILLER                   PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-CONVERT-DATE.
           PERFORM CONVERT-DATE-TO-DAY-NUMBER.
           MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
           DISPLAY "LOANRPT - LOANER AND SPARE POOL REPORT".
           PERFORM OPEN-FILES.
           PERFORM PRINT-REPORT-HEADING.
           PERFORM PRINT-OPEN-SWAPS.
           PERFORM PRINT-AVAILABLE-SPARES.
           PERFORM PRINT-RUN-SUMMARY.
           CLOSE TERM-MASTER-FILE.
           CLOSE SWAP-REPORT-FILE.
           DISPLAY "LOANRPT - " WS-OPEN-SWAP-COUNT " LOANER(S) OUT, "
                   WS-SPARE-COUNT " SPARE(S) ON THE SHELF. "
                   "SEE SWAPRPT.".
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT TERM-MASTER-FILE.
           IF NOT WS-MASTER-OK
               DISPLAY "LOANRPT - UNABLE TO OPEN TERMMSTR, STATUS "
                       WS-MASTER-STATUS ". NOTHING TO REPORT."
               STOP RUN
           END-IF.
           OPEN OUTPUT SWAP-REPORT-FILE.

      *****************************************************
      *  LIST 1 - LOANERS OUT.  THE LOCATION SHOWN IS THE *
      *  REPAIRED UNIT'S, WHICH IS WHERE THE LOANER IS.   *
      *****************************************************
       PRINT-OPEN-SWAPS.
           PERFORM PRINT-BLANK-LINE.
           MOVE "LOANERS OUT - OPEN SWAPS" TO SWAP-REPORT-LINE.
           WRITE SWAP-REPORT-LINE.
           MOVE SPACES TO SWAP-REPORT-LINE.
           STRING "REPAIRED LOANER   PORT     LOCATION         "
                  "SWAP OUT DAYS TICKET"
                  DELIMITED BY SIZE INTO SWAP-REPORT-LINE.
           WRITE SWAP-REPORT-LINE.
           MOVE SPACES TO SWAP-REPORT-LINE.
           STRING "-------- -------- -------- ---------------- "
                  "-------- ---- ----------"
                  DELIMITED BY SIZE INTO SWAP-REPORT-LINE.
           WRITE SWAP-REPORT-LINE.
           OPEN INPUT SWAP-FILE.
           IF WS-SWAP-OK
               MOVE 'Y' TO WS-MORE-RECORDS-SW
               PERFORM READ-NEXT-SWAP-RECORD
               PERFORM CHECK-ONE-SWAP
                   UNTIL NOT WS-MORE-RECORDS
               CLOSE SWAP-FILE
           ELSE
               DISPLAY "LOANRPT - SWAPFILE NOT AVAILABLE, STATUS "
                       WS-SWAP-STATUS ". NO SWAPS TO LIST."
           END-IF.
           IF WS-OPEN-SWAP-COUNT = 0
               MOVE "  (NONE)" TO SWAP-REPORT-LINE
               WRITE SWAP-REPORT-LINE
           END-IF.

       READ-NEXT-SWAP-RECORD.
           READ SWAP-FILE NEXT
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.

       CHECK-ONE-SWAP.
           IF LS-SWAP-OPEN
               PERFORM PRINT-SWAP-LINE
           END-IF.
           PERFORM READ-NEXT-SWAP-RECORD.

       PRINT-SWAP-LINE.
           ADD 1 TO WS-OPEN-SWAP-COUNT.
           MOVE LS-SWAP-OUT-DATE TO WS-CONVERT-DATE.
           PERFORM CONVERT-DATE-TO-DAY-NUMBER.
           COMPUTE WS-DAYS-OUT = WS-RUN-DAY-NUMBER - WS-DAY-NUMBER.
           IF WS-DAYS-OUT > WS-LONGEST-DAYS-OUT
               MOVE WS-DAYS-OUT TO WS-LONGEST-DAYS-OUT
           END-IF.
           MOVE SPACES TO WS-SL-LOCATION.
           MOVE LS-REPAIRED-ID TO TM-TERMINAL-ID.
           READ TERM-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE TM-LOCATION TO WS-SL-LOCATION
           END-READ.
           MOVE LS-REPAIRED-ID   TO WS-SL-REPAIRED-ID.
           MOVE LS-LOANER-ID     TO WS-SL-LOANER-ID.
           MOVE LS-PORT-ID       TO WS-SL-PORT-ID.
           MOVE LS-SWAP-OUT-DATE TO WS-SL-OUT-DATE.
           MOVE WS-DAYS-OUT      TO WS-SL-DAYS-OUT.
           MOVE LS-VENDOR-TICKET TO WS-SL-TICKET.
           MOVE WS-SWAP-LINE     TO SWAP-REPORT-LINE.
           WRITE SWAP-REPORT-LINE.

      *****************************************************
      *  LIST 2 - SPARES READY TO LEND.                   *
      *****************************************************
       PRINT-AVAILABLE-SPARES.
           PERFORM PRINT-BLANK-LINE.
           MOVE "SPARES AVAILABLE" TO SWAP-REPORT-LINE.
           WRITE SWAP-REPORT-LINE.
           MOVE SPACES TO SWAP-REPORT-LINE.
           STRING "TERMINAL TYPE MODEL        VENDOR       "
                  "SHELF LOCATION       FLOOR"
                  DELIMITED BY SIZE INTO SWAP-REPORT-LINE.
           WRITE SWAP-REPORT-LINE.
           MOVE SPACES TO SWAP-REPORT-LINE.
           STRING "-------- ---- ------------ ------------ "
                  "-------------------- -----"
                  DELIMITED BY SIZE INTO SWAP-REPORT-LINE.
           WRITE SWAP-REPORT-LINE.
           MOVE LOW-VALUES TO TM-TERMINAL-ID.
           MOVE 'Y' TO WS-MORE-RECORDS-SW.
           START TERM-MASTER-FILE KEY IS NOT < TM-TERMINAL-ID
               INVALID KEY MOVE 'N' TO WS-MORE-RECORDS-SW
           END-START.
           IF WS-MORE-RECORDS
               PERFORM READ-NEXT-MASTER-RECORD
           END-IF.
           PERFORM CHECK-ONE-SPARE
               UNTIL NOT WS-MORE-RECORDS.
           IF WS-SPARE-COUNT = 0
               MOVE "  (NONE)" TO SWAP-REPORT-LINE
               WRITE SWAP-REPORT-LINE
           END-IF.

       READ-NEXT-MASTER-RECORD.
           READ TERM-MASTER-FILE NEXT
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.

       CHECK-ONE-SPARE.
           IF TM-SPARE
               ADD 1 TO WS-SPARE-COUNT
               MOVE TM-TERMINAL-ID   TO WS-PL-TERMINAL-ID
               MOVE TM-TERMINAL-TYPE TO WS-PL-TERMINAL-TYPE
               MOVE TM-MODEL         TO WS-PL-MODEL
               MOVE TM-VENDOR        TO WS-PL-VENDOR
               MOVE TM-LOCATION      TO WS-PL-LOCATION
               MOVE TM-FLOOR         TO WS-PL-FLOOR
               MOVE WS-SPARE-LINE    TO SWAP-REPORT-LINE
               WRITE SWAP-REPORT-LINE
           END-IF.
           PERFORM READ-NEXT-MASTER-RECORD.

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
           MOVE "LOANER AND SPARE POOL REPORT" TO SWAP-REPORT-LINE.
           WRITE SWAP-REPORT-LINE.
           MOVE SPACES TO SWAP-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE
                  DELIMITED BY SIZE INTO SWAP-REPORT-LINE.
           WRITE SWAP-REPORT-LINE.

       PRINT-BLANK-LINE.
           MOVE SPACES TO SWAP-REPORT-LINE.
           WRITE SWAP-REPORT-LINE.

       PRINT-RUN-SUMMARY.
           PERFORM PRINT-BLANK-LINE.
           MOVE WS-LONGEST-DAYS-OUT TO WS-SL-DAYS-OUT.
           MOVE SPACES TO SWAP-REPORT-LINE.
           STRING "LOANERS OUT " WS-OPEN-SWAP-COUNT
                  "  LONGEST OUT " WS-SL-DAYS-OUT " DAYS"
                  "  SPARES AVAILABLE " WS-SPARE-COUNT
                  DELIMITED BY SIZE INTO SWAP-REPORT-LINE.
           WRITE SWAP-REPORT-LINE.
