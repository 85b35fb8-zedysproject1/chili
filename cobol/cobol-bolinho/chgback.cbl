      *****************************************************
      *  CHGBACK                                          *
      *  MONTHLY REPAIR CHARGEBACK.  TAKES THE BILLABLE   *
      *  REPAIRS OFF THE REPAIR COST FILE (RPRCOST) FOR   *
      *  THE REPORT MONTH - THOSE EXCREVW MARKED PAID BY  *
      *  THE DEPARTMENT RATHER THAN THE WARRANTY OR THE   *
      *  SERVICE CONTRACT - AND CHARGES THEM TO THE FLOOR *
      *  AND LOCATION THE UNIT STANDS IN ON THE TERMINAL  *
      *  MASTER (TERMMSTR).  PRINTS (CHGRPT) EACH TICKET  *
      *  WITH LOCATION, FLOOR AND GRAND TOTALS, AND       *
      *  WRITES THE GENERAL LEDGER INTERFACE (CHGBKIF) -  *
      *  ONE 'D' RECORD PER FLOOR AND LOCATION BETWEEN AN *
      *  'H' HEADER AND A 'T' TRAILER CARRYING THE RECORD *
      *  COUNT AND TOTAL AMOUNT, AS CRTEXTR DOES FOR      *
      *  ASSETIF.  THE TICKETS ARE SORTED ON THE KEYED    *
      *  WORK FILE CHGWORK.  A TICKET FOR A TERMINAL NOT  *
      *  ON THE MASTER CANNOT BE PLACED; IT IS LISTED     *
      *  LAST AND HELD OUT OF THE INTERFACE.              *
      *                                                   *
      *  UPDATED 10.15.26 WRITTEN.                        *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CHGBACK.
       AUTHOR.         MICROSOFT.
       DATE-WRITTEN.   15 OCTOBER 2026
       SECURITY.       NONE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPAIR-COST-FILE ASSIGN TO "RPRCOST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-COST-KEY
               FILE STATUS IS WS-COST-STATUS.
           SELECT TERM-MASTER-FILE ASSIGN TO "TERMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERMINAL-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CHG-WORK-FILE ASSIGN TO "CHGWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-CHARGE-KEY
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT INTERFACE-FILE ASSIGN TO "CHGBKIF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
           SELECT CHG-REPORT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPAIR-COST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPRCOST.

       FD  TERM-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TERMMSTR.

      *****************************************************
      *  ONE RECORD PER BILLABLE TICKET IN THE MONTH,     *
      *  KEYED FLOOR, LOCATION, TERMINAL, TICKET SO A     *
      *  SEQUENTIAL READ COMES BACK IN CONTROL-BREAK      *
      *  ORDER.  AN UNPLACED TERMINAL FILES UNDER A FLOOR *
      *  OF HIGH-VALUES SO IT SORTS LAST.                 *
      *****************************************************
       FD  CHG-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHG-WORK-RECORD.
           03  CW-CHARGE-KEY.
               05  CW-FLOOR                PIC X(4).
               05  CW-LOCATION             PIC X(20).
               05  CW-TERMINAL-ID          PIC X(8).
               05  CW-VENDOR-TICKET        PIC X(10).
           03  CW-REPAIRED-DATE        PIC 9(8).
           03  CW-INVOICE-NUMBER       PIC X(12).
           03  CW-INVOICE-AMOUNT       PIC 9(7)V99.

       FD  INTERFACE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHGBKIF.

       FD  CHG-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHG-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           03  WS-COST-STATUS           PIC XX.
               88  WS-COST-OK                  VALUE "00".
           03  WS-MASTER-STATUS         PIC XX.
               88  WS-MASTER-OK                VALUE "00".
           03  WS-WORK-FILE-STATUS      PIC XX.
               88  WS-WORK-FILE-OK             VALUE "00".
           03  WS-INTERFACE-STATUS      PIC XX.
               88  WS-INTERFACE-OK             VALUE "00".
           03  WS-REPORT-STATUS         PIC XX.
           03  WS-MORE-RECORDS-SW       PIC X.
               88  WS-MORE-RECORDS              VALUE 'Y'.
           03  WS-FIRST-CHARGE-SW       PIC X.
               88  WS-FIRST-CHARGE              VALUE 'Y'.

       01  WS-RUN-FIELDS.
           03  WS-RUN-DATE              PIC 9(8).
           03  WS-REPORT-MONTH-ANSWER   PIC X(6).
           03  WS-REPORT-MONTH          PIC 9(6).
           03  WS-PREV-FLOOR            PIC X(4).
           03  WS-PREV-LOCATION         PIC X(20).
           03  WS-DETAIL-COUNT          PIC 9(6)  VALUE ZERO.
           03  WS-WARRANTY-COUNT        PIC 9(5)  VALUE ZERO.
           03  WS-CONTRACT-COUNT        PIC 9(5)  VALUE ZERO.
           03  WS-BILLABLE-COUNT        PIC 9(5)  VALUE ZERO.
           03  WS-UNPLACED-COUNT        PIC 9(5)  VALUE ZERO.

       01  WS-TOTAL-FIELDS.
           03  WS-LOCATION-TICKETS      PIC 9(4)  VALUE ZERO.
           03  WS-LOCATION-AMOUNT       PIC 9(9)V99 VALUE ZERO.
           03  WS-FLOOR-TICKETS         PIC 9(5)  VALUE ZERO.
           03  WS-FLOOR-AMOUNT          PIC 9(9)V99 VALUE ZERO.
           03  WS-CHARGED-TICKETS       PIC 9(5)  VALUE ZERO.
           03  WS-CHARGED-AMOUNT        PIC 9(11)V99 VALUE ZERO.
           03  WS-UNPLACED-AMOUNT       PIC 9(9)V99 VALUE ZERO.

       01  WS-CHARGE-LINE.
           03  WS-CL-FLOOR              PIC X(4).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-CL-LOCATION           PIC X(16).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-CL-TERMINAL-ID        PIC X(8).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-CL-TICKET             PIC X(10).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-CL-REPAIRED-DATE      PIC 9(8).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-CL-INVOICE            PIC X(12).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-CL-AMOUNT             PIC Z,ZZZ,ZZ9.99.
           03  FILLER                   PIC X(4)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           03  FILLER                   PIC X(5)  VALUE SPACES.
           03  WS-TL-LABEL              PIC X(16).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-TL-NAME               PIC X(20).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-TL-TICKETS            PIC ZZZZ9.
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-TL-TICKET-WORD        PIC X(9)  VALUE "TICKET(S)".
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-TL-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC X(4)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "CHGBACK - MONTHLY REPAIR CHARGEBACK".
           PERFORM GET-REPORT-MONTH.
           PERFORM OPEN-FILES.
           PERFORM BUILD-CHARGE-WORK-FILE.
           PERFORM PRINT-REPORT-HEADING.
           PERFORM WRITE-HEADER-RECORD.
           PERFORM PRINT-CHARGES.
           PERFORM WRITE-TRAILER-RECORD.
           PERFORM PRINT-RUN-SUMMARY.
           CLOSE INTERFACE-FILE.
           CLOSE CHG-REPORT-FILE.
           DISPLAY "CHGBACK - " WS-CHARGED-TICKETS " TICKET(S) "
                   "CHARGED ON " WS-DETAIL-COUNT " LOCATION "
                   "RECORD(S) TO CHGBKIF. SEE CHGRPT.".
           IF WS-UNPLACED-COUNT > 0
               DISPLAY "CHGBACK - " WS-UNPLACED-COUNT " TICKET(S) "
                       "HELD BACK - TERMINAL NOT ON TERMMSTR."
           END-IF.
           STOP RUN.

       GET-REPORT-MONTH.
           DISPLAY "CHGBACK - ENTER REPORT MONTH YYYYMM "
                   "(BLANK = THIS MONTH): ".
           MOVE SPACES TO WS-REPORT-MONTH-ANSWER.
           ACCEPT WS-REPORT-MONTH-ANSWER.
           IF WS-REPORT-MONTH-ANSWER NUMERIC
                   AND WS-REPORT-MONTH-ANSWER(5:2) > "00"
                   AND WS-REPORT-MONTH-ANSWER(5:2) < "13"
               MOVE WS-REPORT-MONTH-ANSWER TO WS-REPORT-MONTH
           ELSE
               IF WS-REPORT-MONTH-ANSWER NOT = SPACES
                   DISPLAY "CHGBACK - MONTH NOT VALID, THIS MONTH "
                           "ASSUMED."
               END-IF
               MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
           END-IF.

      *****************************************************
      *  THE COSTS AND THE MASTER ARE BOTH NEEDED - A     *
      *  CHARGE THAT CANNOT BE PLACED ON A FLOOR IS OF NO *
      *  USE TO THE LEDGER.                               *
      *****************************************************
       OPEN-FILES.
           OPEN INPUT REPAIR-COST-FILE.
           IF NOT WS-COST-OK
               DISPLAY "CHGBACK - UNABLE TO OPEN RPRCOST, STATUS "
                       WS-COST-STATUS ". NOTHING TO CHARGE."
               STOP RUN
           END-IF.
           OPEN INPUT TERM-MASTER-FILE.
           IF NOT WS-MASTER-OK
               DISPLAY "CHGBACK - UNABLE TO OPEN TERMMSTR, STATUS "
                       WS-MASTER-STATUS ". NOTHING TO CHARGE."
               CLOSE REPAIR-COST-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT INTERFACE-FILE.
           IF NOT WS-INTERFACE-OK
               DISPLAY "CHGBACK - UNABLE TO OPEN CHGBKIF, STATUS "
                       WS-INTERFACE-STATUS
               CLOSE REPAIR-COST-FILE
               CLOSE TERM-MASTER-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT CHG-REPORT-FILE.

      *****************************************************
      *  PASS 1 - EVERY COST RECORD REPAIRED IN THE       *
      *  MONTH IS COUNTED BY PAYER; THE BILLABLE ONES ARE *
      *  PLACED ON THEIR FLOOR AND LOCATION AND FILED ON  *
      *  CHGWORK IN CONTROL-BREAK ORDER.                  *
      *****************************************************
       BUILD-CHARGE-WORK-FILE.
           OPEN OUTPUT CHG-WORK-FILE.
           IF NOT WS-WORK-FILE-OK
               DISPLAY "CHGBACK - UNABLE TO CREATE CHGWORK, STATUS "
                       WS-WORK-FILE-STATUS ". RUN STOPPED - CHGBKIF "
                       "IS EMPTY."
               CLOSE REPAIR-COST-FILE
               CLOSE TERM-MASTER-FILE
               CLOSE INTERFACE-FILE
               CLOSE CHG-REPORT-FILE
               STOP RUN
           END-IF.
           CLOSE CHG-WORK-FILE.
           OPEN I-O CHG-WORK-FILE.
           MOVE 'Y' TO WS-MORE-RECORDS-SW.
           PERFORM READ-NEXT-COST-RECORD.
           PERFORM FILE-ONE-COST
               UNTIL NOT WS-MORE-RECORDS.
           CLOSE REPAIR-COST-FILE.
           CLOSE TERM-MASTER-FILE.
           CLOSE CHG-WORK-FILE.

       READ-NEXT-COST-RECORD.
           READ REPAIR-COST-FILE NEXT
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.

       FILE-ONE-COST.
           IF RP-REPAIRED-DATE(1:6) = WS-REPORT-MONTH
               EVALUATE TRUE
                   WHEN RP-PAYER-WARRANTY
                       ADD 1 TO WS-WARRANTY-COUNT
                   WHEN RP-PAYER-CONTRACT
                       ADD 1 TO WS-CONTRACT-COUNT
                   WHEN RP-PAYER-BILLABLE
                       ADD 1 TO WS-BILLABLE-COUNT
                       PERFORM FILE-BILLABLE-COST
               END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-COST-RECORD.

       FILE-BILLABLE-COST.
           MOVE RP-TERMINAL-ID TO TM-TERMINAL-ID.
           READ TERM-MASTER-FILE
               INVALID KEY
                   MOVE HIGH-VALUES       TO CW-FLOOR
                   MOVE "NOT ON TERMMSTR" TO CW-LOCATION
               NOT INVALID KEY
                   MOVE TM-FLOOR          TO CW-FLOOR
                   MOVE TM-LOCATION       TO CW-LOCATION
           END-READ.
           MOVE RP-TERMINAL-ID    TO CW-TERMINAL-ID.
           MOVE RP-VENDOR-TICKET  TO CW-VENDOR-TICKET.
           MOVE RP-REPAIRED-DATE  TO CW-REPAIRED-DATE.
           MOVE RP-INVOICE-NUMBER TO CW-INVOICE-NUMBER.
           MOVE RP-INVOICE-AMOUNT TO CW-INVOICE-AMOUNT.
           WRITE CHG-WORK-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

      *****************************************************
      *  PASS 2 - ONE LINE PER TICKET.  A CHANGE OF       *
      *  LOCATION CLOSES THE LOCATION (TOTAL LINE AND ITS *
      *  'D' RECORD); A CHANGE OF FLOOR CLOSES THE FLOOR  *
      *  AS WELL.                                         *
      *****************************************************
       PRINT-CHARGES.
           PERFORM PRINT-BLANK-LINE.
           MOVE SPACES TO CHG-REPORT-LINE.
           STRING "FLR  LOCATION         TERMINAL TICKET     "
                  "REPAIRED INVOICE            AMOUNT"
                  DELIMITED BY SIZE INTO CHG-REPORT-LINE.
           WRITE CHG-REPORT-LINE.
           MOVE SPACES TO CHG-REPORT-LINE.
           STRING "---- ---------------- -------- ---------- "
                  "-------- ------------ ------------"
                  DELIMITED BY SIZE INTO CHG-REPORT-LINE.
           WRITE CHG-REPORT-LINE.
           OPEN INPUT CHG-WORK-FILE.
           MOVE 'Y' TO WS-FIRST-CHARGE-SW.
           MOVE 'Y' TO WS-MORE-RECORDS-SW.
           PERFORM READ-NEXT-WORK-RECORD.
           PERFORM PRINT-ONE-CHARGE
               UNTIL NOT WS-MORE-RECORDS.
           CLOSE CHG-WORK-FILE.
           IF WS-FIRST-CHARGE
               MOVE "  (NONE)" TO CHG-REPORT-LINE
               WRITE CHG-REPORT-LINE
           ELSE
               PERFORM FINISH-LOCATION
               PERFORM FINISH-FLOOR
           END-IF.

       READ-NEXT-WORK-RECORD.
           READ CHG-WORK-FILE NEXT
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.

       PRINT-ONE-CHARGE.
           IF WS-FIRST-CHARGE
               MOVE 'N' TO WS-FIRST-CHARGE-SW
           ELSE
               IF CW-FLOOR NOT = WS-PREV-FLOOR
                   PERFORM FINISH-LOCATION
                   PERFORM FINISH-FLOOR
               ELSE
                   IF CW-LOCATION NOT = WS-PREV-LOCATION
                       PERFORM FINISH-LOCATION
                   END-IF
               END-IF
           END-IF.
           MOVE CW-FLOOR    TO WS-PREV-FLOOR.
           MOVE CW-LOCATION TO WS-PREV-LOCATION.
           IF CW-FLOOR = HIGH-VALUES
               MOVE "????"       TO WS-CL-FLOOR
           ELSE
               MOVE CW-FLOOR     TO WS-CL-FLOOR
           END-IF.
           MOVE CW-LOCATION       TO WS-CL-LOCATION.
           MOVE CW-TERMINAL-ID    TO WS-CL-TERMINAL-ID.
           MOVE CW-VENDOR-TICKET  TO WS-CL-TICKET.
           MOVE CW-REPAIRED-DATE  TO WS-CL-REPAIRED-DATE.
           MOVE CW-INVOICE-NUMBER TO WS-CL-INVOICE.
           MOVE CW-INVOICE-AMOUNT TO WS-CL-AMOUNT.
           MOVE WS-CHARGE-LINE    TO CHG-REPORT-LINE.
           WRITE CHG-REPORT-LINE.
           ADD 1                 TO WS-LOCATION-TICKETS.
           ADD CW-INVOICE-AMOUNT TO WS-LOCATION-AMOUNT.
           PERFORM READ-NEXT-WORK-RECORD.

      *****************************************************
      *  UNPLACED TICKETS ARE TOTALLED ON THE REPORT BUT  *
      *  NOTHING IS SENT TO THE LEDGER FOR THEM.          *
      *****************************************************
       FINISH-LOCATION.
           MOVE "LOCATION TOTAL"    TO WS-TL-LABEL.
           MOVE WS-PREV-LOCATION    TO WS-TL-NAME.
           MOVE WS-LOCATION-TICKETS TO WS-TL-TICKETS.
           MOVE WS-LOCATION-AMOUNT  TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE       TO CHG-REPORT-LINE.
           WRITE CHG-REPORT-LINE.
           IF WS-PREV-FLOOR = HIGH-VALUES
               ADD WS-LOCATION-TICKETS TO WS-UNPLACED-COUNT
               ADD WS-LOCATION-AMOUNT  TO WS-UNPLACED-AMOUNT
           ELSE
               PERFORM WRITE-DETAIL-RECORD
               ADD WS-LOCATION-TICKETS TO WS-CHARGED-TICKETS
               ADD WS-LOCATION-AMOUNT  TO WS-CHARGED-AMOUNT
           END-IF.
           ADD WS-LOCATION-TICKETS TO WS-FLOOR-TICKETS.
           ADD WS-LOCATION-AMOUNT  TO WS-FLOOR-AMOUNT.
           MOVE ZERO TO WS-LOCATION-TICKETS.
           MOVE ZERO TO WS-LOCATION-AMOUNT.

       FINISH-FLOOR.
           IF WS-PREV-FLOOR = HIGH-VALUES
               MOVE "NOT CHARGED"   TO WS-TL-LABEL
               MOVE "????"          TO WS-TL-NAME
           ELSE
               MOVE "FLOOR TOTAL"   TO WS-TL-LABEL
               MOVE WS-PREV-FLOOR   TO WS-TL-NAME
           END-IF.
           MOVE WS-FLOOR-TICKETS    TO WS-TL-TICKETS.
           MOVE WS-FLOOR-AMOUNT     TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE       TO CHG-REPORT-LINE.
           WRITE CHG-REPORT-LINE.
           PERFORM PRINT-BLANK-LINE.
           MOVE ZERO TO WS-FLOOR-TICKETS.
           MOVE ZERO TO WS-FLOOR-AMOUNT.

      *****************************************************
      *  GENERAL LEDGER INTERFACE RECORDS.                *
      *****************************************************
       WRITE-HEADER-RECORD.
           MOVE SPACES          TO CI-HEADER-RECORD.
           MOVE 'H'             TO CI-HDR-RECORD-TYPE.
           MOVE WS-RUN-DATE     TO CI-HDR-RUN-DATE.
           MOVE WS-REPORT-MONTH TO CI-HDR-CHARGE-MONTH.
           WRITE CI-HEADER-RECORD.

       WRITE-DETAIL-RECORD.
           MOVE SPACES              TO CI-DETAIL-RECORD.
           MOVE 'D'                 TO CI-DTL-RECORD-TYPE.
           MOVE WS-PREV-FLOOR       TO CI-DTL-FLOOR.
           MOVE WS-PREV-LOCATION    TO CI-DTL-LOCATION.
           MOVE WS-LOCATION-TICKETS TO CI-DTL-TICKET-COUNT.
           MOVE WS-LOCATION-AMOUNT  TO CI-DTL-AMOUNT.
           WRITE CI-DETAIL-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.

       WRITE-TRAILER-RECORD.
           MOVE SPACES            TO CI-TRAILER-RECORD.
           MOVE 'T'               TO CI-TRL-RECORD-TYPE.
           MOVE WS-RUN-DATE       TO CI-TRL-RUN-DATE.
           MOVE WS-DETAIL-COUNT   TO CI-TRL-RECORD-COUNT.
           MOVE WS-CHARGED-AMOUNT TO CI-TRL-TOTAL-AMOUNT.
           WRITE CI-TRAILER-RECORD.

      *****************************************************
      *  REPORT.                                          *
      *****************************************************
       PRINT-REPORT-HEADING.
           MOVE "REPAIR CHARGEBACK REPORT" TO CHG-REPORT-LINE.
           WRITE CHG-REPORT-LINE.
           MOVE SPACES TO CHG-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE
                  "   REPORT MONTH " WS-REPORT-MONTH
                  "   BILLABLE REPAIRS BY FLOOR AND LOCATION"
                  DELIMITED BY SIZE INTO CHG-REPORT-LINE.
           WRITE CHG-REPORT-LINE.

       PRINT-BLANK-LINE.
           MOVE SPACES TO CHG-REPORT-LINE.
           WRITE CHG-REPORT-LINE.

       PRINT-RUN-SUMMARY.
           MOVE "GRAND TOTAL"      TO WS-TL-LABEL.
           MOVE "CHARGED TO GL"    TO WS-TL-NAME.
           MOVE WS-CHARGED-TICKETS TO WS-TL-TICKETS.
           MOVE WS-CHARGED-AMOUNT  TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE      TO CHG-REPORT-LINE.
           WRITE CHG-REPORT-LINE.
           PERFORM PRINT-BLANK-LINE.
           MOVE SPACES TO CHG-REPORT-LINE.
           STRING "REPAIRS IN MONTH - WARRANTY " WS-WARRANTY-COUNT
                  "  CONTRACT " WS-CONTRACT-COUNT
                  "  BILLABLE " WS-BILLABLE-COUNT
                  DELIMITED BY SIZE INTO CHG-REPORT-LINE.
           WRITE CHG-REPORT-LINE.
           MOVE SPACES TO CHG-REPORT-LINE.
           STRING "CHGBKIF - " WS-DETAIL-COUNT
                  " LOCATION RECORD(S) BETWEEN HEADER AND TRAILER"
                  DELIMITED BY SIZE INTO CHG-REPORT-LINE.
           WRITE CHG-REPORT-LINE.
           IF WS-UNPLACED-COUNT > 0
               MOVE SPACES TO CHG-REPORT-LINE
               STRING "*** " WS-UNPLACED-COUNT
                      " TICKET(S) FOR TERMINALS NOT ON TERMMSTR"
                      " NOT CHARGED ***"
                      DELIMITED BY SIZE INTO CHG-REPORT-LINE
               WRITE CHG-REPORT-LINE
           END-IF.
