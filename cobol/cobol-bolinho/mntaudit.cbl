      *  MASTER MAINTENANCE AUDIT REPORT.  READS THE      *
      *  MAINTENANCE JOURNAL (MNTJRNL) WRITTEN BY TERMMNT *
      *  AND OPERMNT AND PRINTS (AUDITRPT) THE ENTRIES    *
      *  SELECTED BY DATE, BY OPERATOR INITIALS, BY       *
      *  RECORD KEY (TERMINAL ID OR OPERATOR INITIALS),   *
      *  OR BY VENDOR (AND MODEL) ON THE VENDOR MASTER,   *
      *  OR THE WHOLE JOURNAL - EACH ENTRY WITH ITS       *
      *  BEFORE AND AFTER RECORD IMAGES, SO "WHO RETIRED  *
      *  THAT TERMINAL AND WHEN" IS A ONE-PAGE ANSWER.    *
      *                                                   *
      *  UPDATED 9.3.26   WRITTEN.                        *
      *  UPDATED 10.15.26 VENDMNT ENTRIES SHOW AND SELECT *
      *                   ON THE FULL VENDOR MASTER KEY   *
      *                   (VENDOR CODE PLUS MODEL) TAKEN  *
      *                   FROM THE AFTER IMAGE, SINCE IT  *
      *                   DOES NOT FIT MJ-RECORD-KEY;     *
      *                   NEW V SELECTION BY VENDOR.      *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MNTAUDIT.
               88  WS-SELECT-DATE               VALUE 'D', 'd'.
               88  WS-SELECT-OPERATOR           VALUE 'O', 'o'.
               88  WS-SELECT-KEY                VALUE 'T', 't'.
               88  WS-SELECT-VENDOR             VALUE 'V', 'v'.
           03  WS-SELECT-DATE-VALUE     PIC 9(8).
           03  WS-SELECT-INITIALS       PIC X(3).
           03  WS-SELECT-KEY-VALUE      PIC X(8).
           03  WS-SELECT-VENDOR-KEY.
               05  WS-SELECT-VENDOR-CODE    PIC X(12).
               05  WS-SELECT-MODEL          PIC X(12).
           03  WS-ENTRY-WANTED-SW       PIC X.
               88  WS-ENTRY-WANTED              VALUE 'Y'.

           03  WS-READ-COUNT            PIC 9(6) VALUE ZERO.
           03  WS-PRINTED-COUNT         PIC 9(6) VALUE ZERO.

      *****************************************************
      *  THE KEY OF THE RECORD AN ENTRY IS ABOUT.  A      *
      *  VENDOR MASTER KEY (VENDOR CODE PLUS MODEL) DOES  *
      *  NOT FIT MJ-RECORD-KEY, SO FOR VENDMNT ENTRIES IT *
      *  IS TAKEN FROM THE FRONT OF THE AFTER IMAGE.      *
      *****************************************************
       01  WS-ENTRY-KEY-FIELDS.
           03  WS-ENTRY-KEY             PIC X(24).
           03  FILLER REDEFINES WS-ENTRY-KEY.
               05  WS-ENTRY-VENDOR-CODE     PIC X(12).
               05  WS-ENTRY-MODEL           PIC X(12).
           03  WS-VENDOR-ENTRY-SW       PIC X.
               88  WS-VENDOR-ENTRY              VALUE 'Y'.

       01  WS-DETAIL-LINE.
           03  WS-DL-DATE               PIC 9(8).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  FILLER                   PIC X(2)  VALUE SPACES.
           03  WS-DL-ACTION             PIC X(10).
           03  FILLER                   PIC X(2)  VALUE SPACES.
           03  WS-DL-KEY                PIC X(24).
           03  FILLER                   PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.

       GET-SELECTION.
           DISPLAY "SELECT - A=ALL D=ONE DATE O=ONE OPERATOR".
           DISPLAY "         T=ONE TERMINAL/RECORD KEY "
                   "V=ONE VENDOR: ".
           ACCEPT WS-SELECT-CHAR.
           EVALUATE TRUE
               WHEN WS-SELECT-DATE
               WHEN WS-SELECT-KEY
                   DISPLAY "ENTER TERMINAL ID OR RECORD KEY: "
                   ACCEPT WS-SELECT-KEY-VALUE
               WHEN WS-SELECT-VENDOR
                   DISPLAY "ENTER VENDOR CODE: "
                   ACCEPT WS-SELECT-VENDOR-CODE
                   DISPLAY "ENTER MODEL (BLANK = THE VENDOR AND ALL "
                           "ITS MODELS): "
                   MOVE SPACES TO WS-SELECT-MODEL
                   ACCEPT WS-SELECT-MODEL
               WHEN WS-SELECT-ALL
                   CONTINUE
               WHEN OTHER

       REPORT-ONE-ENTRY.
           ADD 1 TO WS-READ-COUNT.
           PERFORM SET-ENTRY-KEY.
           PERFORM JUDGE-ENTRY-WANTED.
           IF WS-ENTRY-WANTED
               ADD 1 TO WS-PRINTED-COUNT
           END-IF.
           PERFORM READ-JOURNAL-RECORD.

       SET-ENTRY-KEY.
           MOVE SPACES TO WS-ENTRY-KEY.
           IF MJ-PROGRAM-NAME = "VENDMNT"
               MOVE 'Y'                  TO WS-VENDOR-ENTRY-SW
               MOVE MJ-AFTER-IMAGE(1:24) TO WS-ENTRY-KEY
           ELSE
               MOVE 'N'                  TO WS-VENDOR-ENTRY-SW
               MOVE MJ-RECORD-KEY        TO WS-ENTRY-KEY
           END-IF.

       JUDGE-ENTRY-WANTED.
           MOVE 'N' TO WS-ENTRY-WANTED-SW.
           EVALUATE TRUE
                       MOVE 'Y' TO WS-ENTRY-WANTED-SW
                   END-IF
               WHEN WS-SELECT-KEY
                   IF NOT WS-VENDOR-ENTRY
                           AND MJ-RECORD-KEY = WS-SELECT-KEY-VALUE
                       MOVE 'Y' TO WS-ENTRY-WANTED-SW
                   END-IF
               WHEN WS-SELECT-VENDOR
                   IF WS-VENDOR-ENTRY
                           AND WS-ENTRY-VENDOR-CODE
                                   = WS-SELECT-VENDOR-CODE
                           AND (WS-SELECT-MODEL = SPACES
                                OR WS-ENTRY-MODEL = WS-SELECT-MODEL)
                       MOVE 'Y' TO WS-ENTRY-WANTED-SW
                   END-IF
           END-EVALUATE.
           MOVE MJ-OPERATOR-INITIALS TO WS-DL-INITIALS.
           MOVE MJ-PROGRAM-NAME      TO WS-DL-PROGRAM.
           MOVE MJ-ACTION            TO WS-DL-ACTION.
           MOVE WS-ENTRY-KEY         TO WS-DL-KEY.
           MOVE WS-DETAIL-LINE       TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           IF MJ-BEFORE-IMAGE = SPACES
                   MOVE SPACES TO AUDIT-REPORT-LINE
                   STRING "ENTRIES FOR KEY " WS-SELECT-KEY-VALUE
                          DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               WHEN WS-SELECT-VENDOR
                   MOVE SPACES TO AUDIT-REPORT-LINE
                   STRING "ENTRIES FOR VENDOR " WS-SELECT-VENDOR-KEY
                          DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               WHEN OTHER
                   MOVE "ALL ENTRIES" TO AUDIT-REPORT-LINE
           END-EVALUATE.
           MOVE "DATE     TIME    BY   PROGRAM   ACTION      KEY"
                                     TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           MOVE SPACES TO AUDIT-REPORT-LINE.
           STRING "-------- ------  ---  --------  ----------  "
                  "------------------------"
                  DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.

       PRINT-RUN-SUMMARY.
