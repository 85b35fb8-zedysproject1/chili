      *****************************************************
      *  SECAUDIT                                         *
      *  SECURITY VIOLATION REPORT.  READS THE SECURITY   *
      *  VIOLATION LOG (SECVIOL) WRITTEN WHENEVER A       *
      *  PRIVILEGED FUNCTION IS REFUSED FOR WANT OF AUTH  *
      *  LEVEL (SEE FUNCAUTH) AND PRINTS (SECVRPT) THE    *
      *  ENTRIES SELECTED BY DATE, BY OPERATOR INITIALS,  *
      *  OR BY FUNCTION CODE, OR THE WHOLE LOG - WHO      *
      *  TRIED WHAT, FROM WHICH PROGRAM, AGAINST WHICH    *
      *  RECORD, AT WHAT LEVEL AGAINST WHAT WAS REQUIRED. *
      *  LAID OUT LIKE AUDITRPT SO THE SAME AUDITORS CAN  *
      *  READ THE TWO SIDE BY SIDE.                       *
      *                                                   *
      *  UPDATED 10.15.26 WRITTEN.                        *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SECAUDIT.
       AUTHOR.         MICROSOFT.
       DATE-WRITTEN.   15 OCTOBER 2026
       SECURITY.       NONE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIOLATION-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-STATUS.
           SELECT SECURITY-REPORT-FILE ASSIGN TO "SECVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VIOLATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECVIOL.

       FD  SECURITY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SECURITY-REPORT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           03  WS-VIOLATION-STATUS      PIC XX.
               88  WS-VIOLATION-OK             VALUE "00".
           03  WS-REPORT-STATUS         PIC XX.
           03  WS-MORE-RECORDS-SW       PIC X.
               88  WS-MORE-RECORDS              VALUE 'Y'.

       01  WS-SELECTION-FIELDS.
           03  WS-SELECT-CHAR           PIC X.
               88  WS-SELECT-ALL                VALUE 'A', 'a'.
               88  WS-SELECT-DATE               VALUE 'D', 'd'.
               88  WS-SELECT-OPERATOR           VALUE 'O', 'o'.
               88  WS-SELECT-FUNCTION           VALUE 'F', 'f'.
           03  WS-SELECT-DATE-VALUE     PIC 9(8).
           03  WS-SELECT-INITIALS       PIC X(3).
           03  WS-SELECT-FUNCTION-CODE  PIC X(8).
           03  WS-ENTRY-WANTED-SW       PIC X.
               88  WS-ENTRY-WANTED              VALUE 'Y'.

       01  WS-COUNT-FIELDS.
           03  WS-READ-COUNT            PIC 9(6) VALUE ZERO.
           03  WS-PRINTED-COUNT         PIC 9(6) VALUE ZERO.

       01  WS-DETAIL-LINE.
           03  WS-DL-DATE               PIC 9(8).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-DL-TIME               PIC 9(6).
           03  FILLER                   PIC X(2)  VALUE SPACES.
           03  WS-DL-INITIALS           PIC X(3).
           03  FILLER                   PIC X(2)  VALUE SPACES.
           03  WS-DL-PROGRAM            PIC X(8).
           03  FILLER                   PIC X(2)  VALUE SPACES.
           03  WS-DL-FUNCTION           PIC X(8).
           03  FILLER                   PIC X(2)  VALUE SPACES.
           03  WS-DL-KEY                PIC X(8).
           03  FILLER                   PIC X(4)  VALUE SPACES.
           03  WS-DL-OPERATOR-LEVEL     PIC 9.
           03  FILLER                   PIC X(5)  VALUE SPACES.
           03  WS-DL-REQUIRED-LEVEL     PIC 9.
           03  FILLER                   PIC X(3)  VALUE SPACES.
           03  WS-DL-REASON             PIC X(40).
           03  FILLER                   PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "SECAUDIT - SECURITY VIOLATION REPORT".
           PERFORM GET-SELECTION.
           OPEN INPUT VIOLATION-FILE.
           IF NOT WS-VIOLATION-OK
               DISPLAY "SECAUDIT - UNABLE TO OPEN SECVIOL, STATUS "
                       WS-VIOLATION-STATUS ". NOTHING TO REPORT."
               STOP RUN
           END-IF.
           OPEN OUTPUT SECURITY-REPORT-FILE.
           PERFORM PRINT-REPORT-HEADING.
           MOVE 'Y' TO WS-MORE-RECORDS-SW.
           PERFORM READ-VIOLATION-RECORD.
           PERFORM REPORT-ONE-ENTRY
               UNTIL NOT WS-MORE-RECORDS.
           PERFORM PRINT-RUN-SUMMARY.
           CLOSE VIOLATION-FILE.
           CLOSE SECURITY-REPORT-FILE.
           DISPLAY "SECAUDIT - " WS-PRINTED-COUNT " OF "
                   WS-READ-COUNT " VIOLATIONS WRITTEN TO SECVRPT.".
           STOP RUN.

       GET-SELECTION.
           DISPLAY "SELECT - A=ALL D=ONE DATE O=ONE OPERATOR".
           DISPLAY "         F=ONE FUNCTION CODE: ".
           ACCEPT WS-SELECT-CHAR.
           EVALUATE TRUE
               WHEN WS-SELECT-DATE
                   DISPLAY "ENTER DATE (YYYYMMDD): "
                   ACCEPT WS-SELECT-DATE-VALUE
               WHEN WS-SELECT-OPERATOR
                   DISPLAY "ENTER OPERATOR INITIALS: "
                   ACCEPT WS-SELECT-INITIALS
               WHEN WS-SELECT-FUNCTION
                   DISPLAY "ENTER FUNCTION CODE: "
                   ACCEPT WS-SELECT-FUNCTION-CODE
               WHEN WS-SELECT-ALL
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SECAUDIT - SELECTION NOT RECOGNIZED, "
                           "WHOLE LOG ASSUMED."
                   MOVE 'A' TO WS-SELECT-CHAR
           END-EVALUATE.

       READ-VIOLATION-RECORD.
           READ VIOLATION-FILE
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.

       REPORT-ONE-ENTRY.
           ADD 1 TO WS-READ-COUNT.
           PERFORM JUDGE-ENTRY-WANTED.
           IF WS-ENTRY-WANTED
               ADD 1 TO WS-PRINTED-COUNT
               PERFORM PRINT-ONE-ENTRY
           END-IF.
           PERFORM READ-VIOLATION-RECORD.

       JUDGE-ENTRY-WANTED.
           MOVE 'N' TO WS-ENTRY-WANTED-SW.
           EVALUATE TRUE
               WHEN WS-SELECT-ALL
                   MOVE 'Y' TO WS-ENTRY-WANTED-SW
               WHEN WS-SELECT-DATE
                   IF SV-VIOLATION-DATE = WS-SELECT-DATE-VALUE
                       MOVE 'Y' TO WS-ENTRY-WANTED-SW
                   END-IF
               WHEN WS-SELECT-OPERATOR
                   IF SV-OPERATOR-INITIALS = WS-SELECT-INITIALS
                       MOVE 'Y' TO WS-ENTRY-WANTED-SW
                   END-IF
               WHEN WS-SELECT-FUNCTION
                   IF SV-FUNCTION-CODE = WS-SELECT-FUNCTION-CODE
                       MOVE 'Y' TO WS-ENTRY-WANTED-SW
                   END-IF
           END-EVALUATE.

       PRINT-ONE-ENTRY.
           MOVE SV-VIOLATION-DATE    TO WS-DL-DATE.
           MOVE SV-VIOLATION-TIME    TO WS-DL-TIME.
           MOVE SV-OPERATOR-INITIALS TO WS-DL-INITIALS.
           MOVE SV-PROGRAM-NAME      TO WS-DL-PROGRAM.
           MOVE SV-FUNCTION-CODE     TO WS-DL-FUNCTION.
           MOVE SV-RECORD-KEY        TO WS-DL-KEY.
           MOVE SV-OPERATOR-LEVEL    TO WS-DL-OPERATOR-LEVEL.
           MOVE SV-REQUIRED-LEVEL    TO WS-DL-REQUIRED-LEVEL.
           MOVE SV-REASON            TO WS-DL-REASON.
           MOVE WS-DETAIL-LINE       TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.

       PRINT-REPORT-HEADING.
           MOVE "SECURITY VIOLATION LOG - REFUSED PRIVILEGED FUNCTIONS"
                                     TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-SELECT-DATE
                   MOVE SPACES TO SECURITY-REPORT-LINE
                   STRING "ENTRIES FOR DATE " WS-SELECT-DATE-VALUE
                          DELIMITED BY SIZE INTO SECURITY-REPORT-LINE
               WHEN WS-SELECT-OPERATOR
                   MOVE SPACES TO SECURITY-REPORT-LINE
                   STRING "ENTRIES FOR OPERATOR " WS-SELECT-INITIALS
                          DELIMITED BY SIZE INTO SECURITY-REPORT-LINE
               WHEN WS-SELECT-FUNCTION
                   MOVE SPACES TO SECURITY-REPORT-LINE
                   STRING "ENTRIES FOR FUNCTION "
                          WS-SELECT-FUNCTION-CODE
                          DELIMITED BY SIZE INTO SECURITY-REPORT-LINE
               WHEN OTHER
                   MOVE "ALL ENTRIES" TO SECURITY-REPORT-LINE
           END-EVALUATE.
           WRITE SECURITY-REPORT-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           STRING "DATE     TIME    BY   PROGRAM   FUNCTION  KEY"
                  "       LEVEL NEEDS REASON"
                  DELIMITED BY SIZE INTO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           STRING "-------- ------  ---  --------  --------  --------"
                  "  ----- ----- "
                  "----------------------------------------"
                  DELIMITED BY SIZE INTO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.

       PRINT-RUN-SUMMARY.
           IF WS-PRINTED-COUNT = 0
               MOVE "  (NO MATCHING ENTRIES)" TO SECURITY-REPORT-LINE
               WRITE SECURITY-REPORT-LINE
           END-IF.
           MOVE SPACES TO SECURITY-REPORT-LINE.
           STRING "ENTRIES READ " WS-READ-COUNT
                  "  PRINTED " WS-PRINTED-COUNT
                  DELIMITED BY SIZE INTO SECURITY-REPORT-LINE.
           WRITE SECURITY-REPORT-LINE.
