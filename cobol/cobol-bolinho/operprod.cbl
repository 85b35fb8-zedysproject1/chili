      *****************************************************
      *  OPERPROD                                         *
      *  OPERATOR PRODUCTIVITY AND CERTIFICATION QUALITY  *
      *  REPORT.  FOR A RANGE OF TEST DATES, PRINTS       *
      *  (PRODRPT) ONE LINE PER OPERATOR, WITH THE FULL   *
      *  NAME FROM THE OPERATOR MASTER (OPERMSTR):        *
      *    COMPLETE RUNS, HOW MANY OF THEM WERE BATCH     *
      *    (UNATTENDED) RUNS, RUN ATTEMPTS ABANDONED      *
      *    PART WAY AND RUNS RESUMED PART WAY, THE 'V'    *
      *    'S' AND 'F' FLAGS ON THE COMPLETE RUNS, THE    *
      *    EXCEPTIONS RAISED, AND THE FAILURE AND VIEW-   *
      *    ONLY RATES, WITH THE FLEET FIGURES BELOW.      *
      *  AN OPERATOR IS FLAGGED ('**') FOR COACHING WHEN, *
      *  OVER ENOUGH ATTENDED RUNS, THEIR PASS RATE IS    *
      *  FAR ABOVE THE FLEET'S OR THEY HAVE NEVER LOGGED  *
      *  AN ALARM-TEST "NOT HEARD" - BOTH THE MARK OF AN  *
      *  OPERATOR ANSWERING THE SCREENS WITHOUT LOOKING.  *
      *                                                   *
      *  CERTFILE CARRIES THE OPERATOR.  CRTLOG (WRITTEN  *
      *  ONLY IN BATCH MODE) AND CRTEXC DO NOT, SO THEY   *
      *  ARE TIED BACK TO THE OPERATOR WHO RAN THAT       *
      *  TERMINAL ON THAT TEST DATE THROUGH THE KEYED     *
      *  WORK FILE DAYWORK.  RUN ATTEMPTS ARE FOLLOWED    *
      *  PER TERMINAL ON RUNWORK, AND THE COUNTS PILE UP  *
      *  PER OPERATOR ON OPERWORK.                        *
      *                                                   *
      *  UPDATED 10.15.26 WRITTEN.                        *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     OPERPROD.
       AUTHOR.         MICROSOFT.
       DATE-WRITTEN.   15 OCTOBER 2026
       SECURITY.       NONE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-FILE ASSIGN TO "CERTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERT-FILE-STATUS.
           SELECT RESULTS-LOG-FILE ASSIGN TO "CRTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO "CRTEXC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-INITIALS
               FILE STATUS IS WS-OPER-STATUS.
           SELECT DAY-WORK-FILE ASSIGN TO "DAYWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DW-DAY-KEY
               FILE STATUS IS WS-DAY-WORK-STATUS.
           SELECT RUN-WORK-FILE ASSIGN TO "RUNWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-TERMINAL-ID
               FILE STATUS IS WS-RUN-WORK-STATUS.
           SELECT OPER-WORK-FILE ASSIGN TO "OPERWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OW-OPERATOR-INITIALS
               FILE STATUS IS WS-OPER-WORK-STATUS.
           SELECT PROD-REPORT-FILE ASSIGN TO "PRODRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CERTREC.

       FD  RESULTS-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RSLOG.

       FD  EXCEPTIONS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXCREC.

       FD  OPERATOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERMSTR.

      *****************************************************
      *  ONE RECORD PER TERMINAL PER TEST DATE IN THE     *
      *  RANGE: THE OPERATOR WHO RAN IT (THE LATEST ONE   *
      *  WHEN TWO RAN IT THE SAME DAY) AND WHETHER CRTLOG *
      *  SHOWS IT WAS A BATCH RUN.                        *
      *****************************************************
       FD  DAY-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  DAY-WORK-RECORD.
           03  DW-DAY-KEY.
               05  DW-TERMINAL-ID          PIC X(8).
               05  DW-TEST-DATE            PIC 9(8).
           03  DW-OPERATOR-INITIALS    PIC X(3).
           03  DW-BATCH-RUN-SW         PIC X.
               88  DW-BATCH-RUN               VALUE 'Y'.

      *****************************************************
      *  THE RUN ATTEMPT EACH TERMINAL IS PART WAY        *
      *  THROUGH, AS FAR AS CERTFILE HAS BEEN READ - WHO  *
      *  STARTED IT, WHEN, AND THE LAST SUBTEST (1-8)     *
      *  CHECKPOINTED.                                    *
      *****************************************************
       FD  RUN-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-WORK-RECORD.
           03  RW-TERMINAL-ID          PIC X(8).
           03  RW-IN-PROGRESS-SW       PIC X.
               88  RW-RUN-IN-PROGRESS         VALUE 'Y'.
           03  RW-OPERATOR-INITIALS    PIC X(3).
           03  RW-START-DATE           PIC 9(8).
           03  RW-LAST-DATE            PIC 9(8).
           03  RW-LAST-INDEX           PIC 9.

      *****************************************************
      *  COUNTS PER OPERATOR.  JUDGED FLAGS ARE THE 'P',  *
      *  'F', 'V' AND 'S' FLAGS ON COMPLETE RUNS; THE     *
      *  ATTENDED FIGURES LEAVE OUT BATCH RUNS, WHERE     *
      *  NOBODY WAS AT THE SCREEN TO ANSWER.              *
      *****************************************************
       FD  OPER-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPER-WORK-RECORD.
           03  OW-OPERATOR-INITIALS    PIC X(3).
           03  OW-COMPLETE-RUNS        PIC 9(5).
           03  OW-BATCH-RUNS           PIC 9(5).
           03  OW-ABANDONED-RUNS       PIC 9(5).
           03  OW-RESUMED-RUNS         PIC 9(5).
           03  OW-PASS-FLAGS           PIC 9(6).
           03  OW-FAIL-FLAGS           PIC 9(6).
           03  OW-VIEW-FLAGS           PIC 9(6).
           03  OW-SKIP-FLAGS           PIC 9(6).
           03  OW-JUDGED-FLAGS         PIC 9(6).
           03  OW-ATTENDED-PASS-FLAGS  PIC 9(6).
           03  OW-ATTENDED-JUDGED      PIC 9(6).
           03  OW-ALARM-TESTS          PIC 9(5).
           03  OW-EXCEPTIONS           PIC 9(5).
           03  OW-ALARM-NOT-HEARD      PIC 9(5).

       FD  PROD-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROD-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           03  WS-CERT-FILE-STATUS      PIC XX.
               88  WS-CERT-FILE-OK             VALUE "00".
           03  WS-LOG-FILE-STATUS       PIC XX.
               88  WS-LOG-FILE-OK              VALUE "00".
           03  WS-EXC-FILE-STATUS       PIC XX.
               88  WS-EXC-FILE-OK              VALUE "00".
           03  WS-OPER-STATUS           PIC XX.
               88  WS-OPER-OK                  VALUE "00".
           03  WS-DAY-WORK-STATUS       PIC XX.
               88  WS-DAY-WORK-OK              VALUE "00".
           03  WS-RUN-WORK-STATUS       PIC XX.
               88  WS-RUN-WORK-OK              VALUE "00".
           03  WS-OPER-WORK-STATUS      PIC XX.
               88  WS-OPER-WORK-OK             VALUE "00".
           03  WS-REPORT-STATUS         PIC XX.
           03  WS-MORE-RECORDS-SW       PIC X.
               88  WS-MORE-RECORDS              VALUE 'Y'.
           03  WS-OPER-OPEN-SW          PIC X  VALUE 'N'.
               88  WS-OPER-OPEN                 VALUE 'Y'.
           03  WS-FOUND-SW              PIC X.
               88  WS-FOUND                     VALUE 'Y'.
           03  WS-RUN-FOUND-SW          PIC X.
               88  WS-RUN-FOUND                 VALUE 'Y'.
           03  WS-OPER-FOUND-SW         PIC X.
               88  WS-OPER-FOUND                VALUE 'Y'.
           03  WS-NEW-ATTEMPT-SW        PIC X.
               88  WS-NEW-ATTEMPT               VALUE 'Y'.
           03  WS-BATCH-RUN-SW          PIC X.
               88  WS-BATCH-RUN                 VALUE 'Y'.

      *****************************************************
      *  COACHING THRESHOLDS.  NOBODY IS FLAGGED ON FEWER *
      *  ATTENDED RUNS (OR ALARM TESTS) THAN THE MINIMUM. *
      *  A PASS RATE IS "FAR ABOVE" THE FLEET'S WHEN THE  *
      *  SHARE OF SUBTESTS THE OPERATOR DID NOT PASS IS   *
      *  UNDER THIS PERCENTAGE OF THE FLEET'S SHARE - A   *
      *  FIXED NUMBER OF POINTS MEANS NOTHING WHEN THE    *
      *  FLEET ALREADY PASSES NINETY-ODD PERCENT.         *
      *****************************************************
       01  WS-MIN-ATTENDED-RUNS     PIC 9(3) VALUE 10.
       01  WS-RUSH-GAP-PERCENT      PIC 9(3) VALUE 50.

       01  WS-RUN-FIELDS.
           03  WS-RUN-DATE              PIC 9(8).
           03  WS-DATE-ANSWER           PIC X(8).
           03  WS-FROM-DATE             PIC 9(8).
           03  WS-TO-DATE               PIC 9(8).
           03  WS-SWAP-DATE             PIC 9(8).
           03  WS-OPERATOR-INITIALS     PIC X(3).
           03  WS-OPERATOR-NAME         PIC X(25).
           03  WS-PARAGRAPH-INDEX       PIC 9.
           03  WS-PASS-COUNT            PIC 9(2).
           03  WS-FAIL-COUNT            PIC 9(2).
           03  WS-VIEW-COUNT            PIC 9(2).
           03  WS-SKIP-COUNT            PIC 9(2).
           03  WS-OPERATOR-COUNT        PIC 9(4) VALUE ZERO.
           03  WS-FLAGGED-COUNT         PIC 9(4) VALUE ZERO.
           03  WS-UNMATCHED-EXC-COUNT   PIC 9(5) VALUE ZERO.
           03  WS-ATTENDED-RUNS         PIC 9(5).
           03  WS-RUSHED-SW             PIC X.
               88  WS-RUSHED                    VALUE 'Y'.
           03  WS-ALARM-NEVER-SW        PIC X.
               88  WS-ALARM-NEVER-FAILED        VALUE 'Y'.

       01  WS-FLEET-TOTALS.
           03  WS-FL-COMPLETE-RUNS      PIC 9(7) VALUE ZERO.
           03  WS-FL-BATCH-RUNS         PIC 9(7) VALUE ZERO.
           03  WS-FL-ABANDONED-RUNS     PIC 9(7) VALUE ZERO.
           03  WS-FL-RESUMED-RUNS       PIC 9(7) VALUE ZERO.
           03  WS-FL-FAIL-FLAGS         PIC 9(8) VALUE ZERO.
           03  WS-FL-VIEW-FLAGS         PIC 9(8) VALUE ZERO.
           03  WS-FL-SKIP-FLAGS         PIC 9(8) VALUE ZERO.
           03  WS-FL-JUDGED-FLAGS       PIC 9(8) VALUE ZERO.
           03  WS-FL-ATTENDED-PASS      PIC 9(8) VALUE ZERO.
           03  WS-FL-ATTENDED-JUDGED    PIC 9(8) VALUE ZERO.
           03  WS-FL-EXCEPTIONS         PIC 9(7) VALUE ZERO.

       01  WS-RATE-FIELDS.
           03  WS-FAIL-RATE             PIC 9(3)V9.
           03  WS-VIEW-RATE             PIC 9(3)V9.
           03  WS-PASS-RATE             PIC 9(3)V9.
           03  WS-MISS-RATE             PIC 9(3)V9.
           03  WS-FL-FAIL-RATE          PIC 9(3)V9 VALUE ZERO.
           03  WS-FL-VIEW-RATE          PIC 9(3)V9 VALUE ZERO.
           03  WS-FL-PASS-RATE          PIC 9(3)V9 VALUE ZERO.
           03  WS-FL-MISS-RATE          PIC 9(3)V9 VALUE ZERO.
           03  WS-RUSH-MISS-RATE        PIC 9(3)V99.
           03  WS-RATE-SHOWN            PIC ZZ9.9.
           03  WS-FLEET-RATE-SHOWN      PIC ZZ9.9.
           03  WS-COUNT-SHOWN           PIC ZZZZ9.
           03  WS-MIN-SHOWN             PIC ZZ9.
           03  WS-GAP-SHOWN             PIC ZZ9.

       01  WS-OPERATOR-LINE.
           03  WS-OL-INITIALS           PIC X(3).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-OL-NAME               PIC X(17).
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-OL-COMPLETE           PIC ZZZZ9.
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-OL-BATCH              PIC ZZZ9.
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-OL-ABANDONED          PIC ZZZ9.
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-OL-RESUMED            PIC ZZZ9.
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-OL-VIEW               PIC ZZZZ9.
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-OL-SKIP               PIC ZZZZ9.
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-OL-FAIL               PIC ZZZZ9.
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-OL-EXCEPTIONS         PIC ZZZ9.
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-OL-FAIL-RATE          PIC ZZ9.9.
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-OL-VIEW-RATE          PIC ZZ9.9.
           03  FILLER                   PIC X(1)  VALUE SPACES.
           03  WS-OL-FLAG               PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "OPERPROD - OPERATOR PRODUCTIVITY AND "
                   "CERTIFICATION QUALITY REPORT".
           PERFORM GET-DATE-RANGE.
           PERFORM OPEN-FILES.
           PERFORM MARK-BATCH-RUNS.
           PERFORM COUNT-CERTIFICATION-RUNS.
           PERFORM COUNT-EXCEPTIONS.
           PERFORM ADD-UP-FLEET-TOTALS.
           PERFORM PRINT-REPORT-HEADING.
           PERFORM PRINT-OPERATORS.
           PERFORM PRINT-FLEET-LINE.
           PERFORM PRINT-RUN-SUMMARY.
           PERFORM CLOSE-FILES.
           DISPLAY "OPERPROD - " WS-OPERATOR-COUNT " OPERATOR(S) "
                   "REPORTED, " WS-FLAGGED-COUNT " FLAGGED FOR "
                   "REVIEW. SEE PRODRPT.".
           STOP RUN.

      *****************************************************
      *  THE RANGE DEFAULTS TO THE MONTH SO FAR.          *
      *****************************************************
       GET-DATE-RANGE.
           MOVE WS-RUN-DATE TO WS-FROM-DATE.
           MOVE "01" TO WS-FROM-DATE(7:2).
           MOVE WS-RUN-DATE TO WS-TO-DATE.
           DISPLAY "OPERPROD - ENTER FROM DATE YYYYMMDD "
                   "(BLANK = FIRST OF THIS MONTH): ".
           MOVE SPACES TO WS-DATE-ANSWER.
           ACCEPT WS-DATE-ANSWER.
           IF WS-DATE-ANSWER NUMERIC
               MOVE WS-DATE-ANSWER TO WS-FROM-DATE
           ELSE
               IF WS-DATE-ANSWER NOT = SPACES
                   DISPLAY "OPERPROD - DATE NOT VALID, FIRST OF THIS "
                           "MONTH ASSUMED."
               END-IF
           END-IF.
           DISPLAY "OPERPROD - ENTER TO DATE YYYYMMDD "
                   "(BLANK = TODAY): ".
           MOVE SPACES TO WS-DATE-ANSWER.
           ACCEPT WS-DATE-ANSWER.
           IF WS-DATE-ANSWER NUMERIC
               MOVE WS-DATE-ANSWER TO WS-TO-DATE
           ELSE
               IF WS-DATE-ANSWER NOT = SPACES
                   DISPLAY "OPERPROD - DATE NOT VALID, TODAY "
                           "ASSUMED."
               END-IF
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               MOVE WS-FROM-DATE TO WS-SWAP-DATE
               MOVE WS-TO-DATE   TO WS-FROM-DATE
               MOVE WS-SWAP-DATE TO WS-TO-DATE
               DISPLAY "OPERPROD - FROM DATE WAS AFTER TO DATE, "
                       "DATES SWAPPED."
           END-IF.

      *****************************************************
      *  CERTFILE IS THE ONE FILE THE REPORT CANNOT DO    *
      *  WITHOUT.  THE THREE WORK FILES ARE CREATED EMPTY *
      *  EACH RUN.                                        *
      *****************************************************
       OPEN-FILES.
           OPEN INPUT CERT-FILE.
           IF NOT WS-CERT-FILE-OK
               DISPLAY "OPERPROD - UNABLE TO OPEN CERTFILE, STATUS "
                       WS-CERT-FILE-STATUS ". NOTHING TO REPORT."
               STOP RUN
           END-IF.
           OPEN OUTPUT DAY-WORK-FILE.
           OPEN OUTPUT RUN-WORK-FILE.
           OPEN OUTPUT OPER-WORK-FILE.
           IF NOT WS-DAY-WORK-OK OR NOT WS-RUN-WORK-OK
                   OR NOT WS-OPER-WORK-OK
               DISPLAY "OPERPROD - UNABLE TO CREATE WORK FILES, "
                       "STATUS " WS-DAY-WORK-STATUS " "
                       WS-RUN-WORK-STATUS " " WS-OPER-WORK-STATUS
                       ". RUN STOPPED."
               CLOSE CERT-FILE
               STOP RUN
           END-IF.
           CLOSE DAY-WORK-FILE.
           CLOSE RUN-WORK-FILE.
           CLOSE OPER-WORK-FILE.
           OPEN I-O DAY-WORK-FILE.
           OPEN I-O RUN-WORK-FILE.
           OPEN I-O OPER-WORK-FILE.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPER-OK
               SET WS-OPER-OPEN TO TRUE
           ELSE
               DISPLAY "OPERPROD - OPERMSTR NOT AVAILABLE, STATUS "
                       WS-OPER-STATUS ". NAMES WILL BE BLANK."
           END-IF.
           OPEN OUTPUT PROD-REPORT-FILE.

       CLOSE-FILES.
           CLOSE DAY-WORK-FILE.
           CLOSE RUN-WORK-FILE.
           CLOSE OPER-WORK-FILE.
           CLOSE PROD-REPORT-FILE.
           IF WS-OPER-OPEN
               CLOSE OPERATOR-MASTER-FILE
           END-IF.

      *****************************************************
      *  PASS 1 - CRTLOG IS ONLY WRITTEN WHEN CRTEST RUNS *
      *  UNDER CRTBATCH, SO A TERMINAL AND DATE ON IT     *
      *  WAS A BATCH RUN WITH NOBODY AT THE SCREEN.       *
      *****************************************************
       MARK-BATCH-RUNS.
           OPEN INPUT RESULTS-LOG-FILE.
           IF WS-LOG-FILE-OK
               MOVE 'Y' TO WS-MORE-RECORDS-SW
               PERFORM READ-RESULTS-LOG-RECORD
               PERFORM MARK-ONE-LOG-RECORD
                   UNTIL NOT WS-MORE-RECORDS
               CLOSE RESULTS-LOG-FILE
           ELSE
               DISPLAY "OPERPROD - CRTLOG NOT AVAILABLE, STATUS "
                       WS-LOG-FILE-STATUS ". EVERY RUN IS TAKEN AS "
                       "ATTENDED."
           END-IF.

       READ-RESULTS-LOG-RECORD.
           READ RESULTS-LOG-FILE
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.

       MARK-ONE-LOG-RECORD.
           IF RL-TEST-DATE NOT < WS-FROM-DATE
                   AND RL-TEST-DATE NOT > WS-TO-DATE
               MOVE RL-TERMINAL-ID TO DW-TERMINAL-ID
               MOVE RL-TEST-DATE   TO DW-TEST-DATE
               MOVE SPACES         TO DW-OPERATOR-INITIALS
               MOVE 'Y'            TO DW-BATCH-RUN-SW
               WRITE DAY-WORK-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           PERFORM READ-RESULTS-LOG-RECORD.

      *****************************************************
      *  PASS 2 - CERTFILE, IN THE ORDER THE RECORDS WERE *
      *  WRITTEN.  CRTEST CHECKPOINTS AFTER EVERY SUBTEST *
      *  AND WRITES ONE MORE RECORD, FLAGGED COMPLETE, AT *
      *  THE END, SO A TERMINAL'S RECORDS TRACE EACH RUN  *
      *  ATTEMPT.  AN ATTEMPT THAT IS FOLLOWED BY ANOTHER *
      *  OPERATOR, ANOTHER DATE, OR A SUBTEST NO LATER    *
      *  THAN ITS OWN LAST ONE WAS ABANDONED; AN ATTEMPT  *
      *  WHOSE FIRST CHECKPOINT IS PAST ERASE-TEST PICKED *
      *  UP WHERE AN EARLIER ONE LEFT OFF.  A COMPLETE    *
      *  RUN'S FLAGS ARE CREDITED TO THE OPERATOR WHO     *
      *  FINISHED IT.                                     *
      *****************************************************
       COUNT-CERTIFICATION-RUNS.
           MOVE 'Y' TO WS-MORE-RECORDS-SW.
           PERFORM READ-CERT-RECORD.
           PERFORM POST-ONE-CERT-RECORD
               UNTIL NOT WS-MORE-RECORDS.
           CLOSE CERT-FILE.
           PERFORM CLOSE-OPEN-ATTEMPTS.

       READ-CERT-RECORD.
           READ CERT-FILE
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.

       POST-ONE-CERT-RECORD.
           PERFORM POST-DAY-OPERATOR.
           PERFORM SET-PARAGRAPH-INDEX.
           MOVE CERT-TERMINAL-ID TO RW-TERMINAL-ID.
           PERFORM FIND-RUN-ENTRY.
           IF CERT-RUN-COMPLETE-FLAG = 'Y'
               PERFORM FINISH-COMPLETE-RUN
           ELSE
               PERFORM TRACK-CHECKPOINT
           END-IF.
           IF WS-RUN-FOUND
               REWRITE RUN-WORK-RECORD
           ELSE
               WRITE RUN-WORK-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           PERFORM READ-CERT-RECORD.

      *****************************************************
      *  REMEMBER WHO RAN THE TERMINAL ON THE DAY, SO THE *
      *  EXCEPTIONS CAN BE CREDITED, AND PICK UP WHETHER  *
      *  CRTLOG SHOWED IT AS A BATCH RUN.                 *
      *****************************************************
       POST-DAY-OPERATOR.
           MOVE 'N' TO WS-BATCH-RUN-SW.
           IF CERT-TEST-DATE NOT < WS-FROM-DATE
                   AND CERT-TEST-DATE NOT > WS-TO-DATE
               MOVE 'N' TO WS-FOUND-SW
               MOVE CERT-TERMINAL-ID TO DW-TERMINAL-ID
               MOVE CERT-TEST-DATE   TO DW-TEST-DATE
               READ DAY-WORK-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FOUND-SW
               END-READ
               MOVE CERT-OPERATOR-INITIALS TO DW-OPERATOR-INITIALS
               IF WS-FOUND
                   MOVE DW-BATCH-RUN-SW TO WS-BATCH-RUN-SW
                   REWRITE DAY-WORK-RECORD
               ELSE
                   MOVE CERT-TERMINAL-ID TO DW-TERMINAL-ID
                   MOVE CERT-TEST-DATE   TO DW-TEST-DATE
                   MOVE 'N'              TO DW-BATCH-RUN-SW
                   WRITE DAY-WORK-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
           END-IF.

       SET-PARAGRAPH-INDEX.
           EVALUATE CERT-LAST-PARAGRAPH
               WHEN "ERASE-TEST"
                   MOVE 1 TO WS-PARAGRAPH-INDEX
               WHEN "POSITION-TEST"
                   MOVE 2 TO WS-PARAGRAPH-INDEX
               WHEN "TERMINATOR-TEST"
                   MOVE 3 TO WS-PARAGRAPH-INDEX
               WHEN "EDIT-TEST"
                   MOVE 4 TO WS-PARAGRAPH-INDEX
               WHEN "ALARM-TEST"
                   MOVE 5 TO WS-PARAGRAPH-INDEX
               WHEN "BLINK-TEST"
                   MOVE 6 TO WS-PARAGRAPH-INDEX
               WHEN "BLANK-LINE-TEST"
                   MOVE 7 TO WS-PARAGRAPH-INDEX
               WHEN "COLOR-TEST"
                   MOVE 8 TO WS-PARAGRAPH-INDEX
               WHEN OTHER
                   MOVE 0 TO WS-PARAGRAPH-INDEX
           END-EVALUATE.

       FIND-RUN-ENTRY.
           MOVE 'N' TO WS-RUN-FOUND-SW.
           READ RUN-WORK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RUN-FOUND-SW
           END-READ.
           IF NOT WS-RUN-FOUND
               MOVE CERT-TERMINAL-ID TO RW-TERMINAL-ID
               MOVE 'N'              TO RW-IN-PROGRESS-SW
               MOVE SPACES           TO RW-OPERATOR-INITIALS
               MOVE ZEROS            TO RW-START-DATE
               MOVE ZEROS            TO RW-LAST-DATE
               MOVE ZERO             TO RW-LAST-INDEX
           END-IF.

       FINISH-COMPLETE-RUN.
           IF RW-RUN-IN-PROGRESS
                   AND RW-OPERATOR-INITIALS NOT =
                       CERT-OPERATOR-INITIALS
               PERFORM COUNT-ABANDONED-RUN
           END-IF.
           IF CERT-TEST-DATE NOT < WS-FROM-DATE
                   AND CERT-TEST-DATE NOT > WS-TO-DATE
               PERFORM COUNT-COMPLETE-RUN
           END-IF.
           MOVE 'N' TO RW-IN-PROGRESS-SW.

       TRACK-CHECKPOINT.
           MOVE 'N' TO WS-NEW-ATTEMPT-SW.
           IF NOT RW-RUN-IN-PROGRESS
               MOVE 'Y' TO WS-NEW-ATTEMPT-SW
           ELSE
               IF RW-OPERATOR-INITIALS NOT = CERT-OPERATOR-INITIALS
                       OR RW-LAST-DATE NOT = CERT-TEST-DATE
                       OR WS-PARAGRAPH-INDEX NOT > RW-LAST-INDEX
                   PERFORM COUNT-ABANDONED-RUN
                   MOVE 'Y' TO WS-NEW-ATTEMPT-SW
               END-IF
           END-IF.
           IF WS-NEW-ATTEMPT
               MOVE 'Y'                    TO RW-IN-PROGRESS-SW
               MOVE CERT-OPERATOR-INITIALS TO RW-OPERATOR-INITIALS
               MOVE CERT-TEST-DATE         TO RW-START-DATE
               IF WS-PARAGRAPH-INDEX > 1
                       AND CERT-TEST-DATE NOT < WS-FROM-DATE
                       AND CERT-TEST-DATE NOT > WS-TO-DATE
                   PERFORM COUNT-RESUMED-RUN
               END-IF
           END-IF.
           MOVE CERT-TEST-DATE     TO RW-LAST-DATE.
           MOVE WS-PARAGRAPH-INDEX TO RW-LAST-INDEX.

      *****************************************************
      *  AN ATTEMPT STILL OPEN WHEN CERTFILE RUNS OUT WAS *
      *  ABANDONED TOO, UNLESS IT STARTED TODAY AND MAY   *
      *  STILL BE AT THE SCREEN.                          *
      *****************************************************
       CLOSE-OPEN-ATTEMPTS.
           MOVE LOW-VALUES TO RW-TERMINAL-ID.
           MOVE 'Y' TO WS-MORE-RECORDS-SW.
           START RUN-WORK-FILE KEY IS NOT < RW-TERMINAL-ID
               INVALID KEY MOVE 'N' TO WS-MORE-RECORDS-SW
           END-START.
           IF WS-MORE-RECORDS
               PERFORM READ-NEXT-RUN-ENTRY
           END-IF.
           PERFORM CLOSE-ONE-ATTEMPT
               UNTIL NOT WS-MORE-RECORDS.

       READ-NEXT-RUN-ENTRY.
           READ RUN-WORK-FILE NEXT
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.

       CLOSE-ONE-ATTEMPT.
           IF RW-RUN-IN-PROGRESS AND RW-LAST-DATE < WS-RUN-DATE
               PERFORM COUNT-ABANDONED-RUN
           END-IF.
           PERFORM READ-NEXT-RUN-ENTRY.

      *****************************************************
      *  POSTING TO THE OPERATOR COUNTS.                  *
      *****************************************************
       COUNT-ABANDONED-RUN.
           IF RW-START-DATE NOT < WS-FROM-DATE
                   AND RW-START-DATE NOT > WS-TO-DATE
               MOVE RW-OPERATOR-INITIALS TO WS-OPERATOR-INITIALS
               PERFORM GET-OPERATOR-COUNTS
               ADD 1 TO OW-ABANDONED-RUNS
               PERFORM PUT-OPERATOR-COUNTS
           END-IF.

       COUNT-RESUMED-RUN.
           MOVE CERT-OPERATOR-INITIALS TO WS-OPERATOR-INITIALS.
           PERFORM GET-OPERATOR-COUNTS.
           ADD 1 TO OW-RESUMED-RUNS.
           PERFORM PUT-OPERATOR-COUNTS.

       COUNT-COMPLETE-RUN.
           MOVE ZERO TO WS-PASS-COUNT.
           MOVE ZERO TO WS-FAIL-COUNT.
           MOVE ZERO TO WS-VIEW-COUNT.
           MOVE ZERO TO WS-SKIP-COUNT.
           INSPECT CERT-RESULTS TALLYING WS-PASS-COUNT FOR ALL 'P'
                                         WS-FAIL-COUNT FOR ALL 'F'
                                         WS-VIEW-COUNT FOR ALL 'V'
                                         WS-SKIP-COUNT FOR ALL 'S'.
           MOVE CERT-OPERATOR-INITIALS TO WS-OPERATOR-INITIALS.
           PERFORM GET-OPERATOR-COUNTS.
           ADD 1             TO OW-COMPLETE-RUNS.
           ADD WS-PASS-COUNT TO OW-PASS-FLAGS.
           ADD WS-FAIL-COUNT TO OW-FAIL-FLAGS.
           ADD WS-VIEW-COUNT TO OW-VIEW-FLAGS.
           ADD WS-SKIP-COUNT TO OW-SKIP-FLAGS.
           ADD WS-PASS-COUNT WS-FAIL-COUNT WS-VIEW-COUNT
               WS-SKIP-COUNT TO OW-JUDGED-FLAGS.
           IF WS-BATCH-RUN
               ADD 1 TO OW-BATCH-RUNS
           ELSE
               ADD WS-PASS-COUNT TO OW-ATTENDED-PASS-FLAGS
               ADD WS-PASS-COUNT WS-FAIL-COUNT WS-VIEW-COUNT
                   WS-SKIP-COUNT TO OW-ATTENDED-JUDGED
               IF CERT-ALARM-FLAG = 'P' OR CERT-ALARM-FLAG = 'F'
                   ADD 1 TO OW-ALARM-TESTS
               END-IF
           END-IF.
           PERFORM PUT-OPERATOR-COUNTS.

       GET-OPERATOR-COUNTS.
           MOVE WS-OPERATOR-INITIALS TO OW-OPERATOR-INITIALS.
           MOVE 'N' TO WS-OPER-FOUND-SW.
           READ OPER-WORK-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-OPER-FOUND-SW
           END-READ.
           IF NOT WS-OPER-FOUND
               MOVE ZEROS                TO OPER-WORK-RECORD
               MOVE WS-OPERATOR-INITIALS TO OW-OPERATOR-INITIALS
           END-IF.

       PUT-OPERATOR-COUNTS.
           IF WS-OPER-FOUND
               REWRITE OPER-WORK-RECORD
           ELSE
               WRITE OPER-WORK-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

      *****************************************************
      *  PASS 3 - EXCEPTIONS, CREDITED TO WHOEVER RAN THE *
      *  TERMINAL ON THE EXCEPTION'S TEST DATE.  CRTEST   *
      *  RAISES AN ALARM-TEST EXCEPTION ONLY WHEN THE     *
      *  OPERATOR ANSWERS THAT THE ALARM WAS NOT HEARD.   *
      *****************************************************
       COUNT-EXCEPTIONS.
           OPEN INPUT EXCEPTIONS-FILE.
           IF WS-EXC-FILE-OK
               MOVE 'Y' TO WS-MORE-RECORDS-SW
               PERFORM READ-EXCEPTION-RECORD
               PERFORM CREDIT-ONE-EXCEPTION
                   UNTIL NOT WS-MORE-RECORDS
               CLOSE EXCEPTIONS-FILE
           ELSE
               DISPLAY "OPERPROD - CRTEXC NOT AVAILABLE, STATUS "
                       WS-EXC-FILE-STATUS ". NO EXCEPTIONS COUNTED."
           END-IF.

       READ-EXCEPTION-RECORD.
           READ EXCEPTIONS-FILE
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.

       CREDIT-ONE-EXCEPTION.
           IF EXC-TEST-DATE NOT < WS-FROM-DATE
                   AND EXC-TEST-DATE NOT > WS-TO-DATE
               MOVE SPACES          TO WS-OPERATOR-INITIALS
               MOVE EXC-TERMINAL-ID TO DW-TERMINAL-ID
               MOVE EXC-TEST-DATE   TO DW-TEST-DATE
               READ DAY-WORK-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE DW-OPERATOR-INITIALS
                                     TO WS-OPERATOR-INITIALS
               END-READ
               IF WS-OPERATOR-INITIALS = SPACES
                   ADD 1 TO WS-UNMATCHED-EXC-COUNT
               ELSE
                   PERFORM GET-OPERATOR-COUNTS
                   ADD 1 TO OW-EXCEPTIONS
                   IF EXC-SOURCE = "ALARM-TEST"
                       ADD 1 TO OW-ALARM-NOT-HEARD
                   END-IF
                   PERFORM PUT-OPERATOR-COUNTS
               END-IF
           END-IF.
           PERFORM READ-EXCEPTION-RECORD.

      *****************************************************
      *  THE FLEET FIGURES EVERY OPERATOR IS MEASURED     *
      *  AGAINST.                                         *
      *****************************************************
       ADD-UP-FLEET-TOTALS.
           PERFORM START-OPERATOR-COUNTS.
           PERFORM ADD-ONE-OPERATOR
               UNTIL NOT WS-MORE-RECORDS.
           IF WS-FL-JUDGED-FLAGS > 0
               COMPUTE WS-FL-FAIL-RATE ROUNDED =
                   WS-FL-FAIL-FLAGS * 100 / WS-FL-JUDGED-FLAGS
               COMPUTE WS-FL-VIEW-RATE ROUNDED =
                   WS-FL-VIEW-FLAGS * 100 / WS-FL-JUDGED-FLAGS
           END-IF.
           IF WS-FL-ATTENDED-JUDGED > 0
               COMPUTE WS-FL-PASS-RATE ROUNDED =
                   WS-FL-ATTENDED-PASS * 100 / WS-FL-ATTENDED-JUDGED
               COMPUTE WS-FL-MISS-RATE = 100 - WS-FL-PASS-RATE
           END-IF.
           COMPUTE WS-RUSH-MISS-RATE =
               WS-FL-MISS-RATE * WS-RUSH-GAP-PERCENT / 100.

       START-OPERATOR-COUNTS.
           MOVE LOW-VALUES TO OW-OPERATOR-INITIALS.
           MOVE 'Y' TO WS-MORE-RECORDS-SW.
           START OPER-WORK-FILE KEY IS NOT < OW-OPERATOR-INITIALS
               INVALID KEY MOVE 'N' TO WS-MORE-RECORDS-SW
           END-START.
           IF WS-MORE-RECORDS
               PERFORM READ-NEXT-OPERATOR-COUNTS
           END-IF.

       READ-NEXT-OPERATOR-COUNTS.
           READ OPER-WORK-FILE NEXT
               AT END MOVE 'N' TO WS-MORE-RECORDS-SW
           END-READ.

       ADD-ONE-OPERATOR.
           ADD OW-COMPLETE-RUNS       TO WS-FL-COMPLETE-RUNS.
           ADD OW-BATCH-RUNS          TO WS-FL-BATCH-RUNS.
           ADD OW-ABANDONED-RUNS      TO WS-FL-ABANDONED-RUNS.
           ADD OW-RESUMED-RUNS        TO WS-FL-RESUMED-RUNS.
           ADD OW-FAIL-FLAGS          TO WS-FL-FAIL-FLAGS.
           ADD OW-VIEW-FLAGS          TO WS-FL-VIEW-FLAGS.
           ADD OW-SKIP-FLAGS          TO WS-FL-SKIP-FLAGS.
           ADD OW-JUDGED-FLAGS        TO WS-FL-JUDGED-FLAGS.
           ADD OW-ATTENDED-PASS-FLAGS TO WS-FL-ATTENDED-PASS.
           ADD OW-ATTENDED-JUDGED     TO WS-FL-ATTENDED-JUDGED.
           ADD OW-EXCEPTIONS          TO WS-FL-EXCEPTIONS.
           PERFORM READ-NEXT-OPERATOR-COUNTS.

      *****************************************************
      *  PASS 4 - ONE LINE PER OPERATOR, IN INITIALS      *
      *  ORDER, WITH A LINE UNDER IT FOR EACH REASON IT   *
      *  IS FLAGGED.                                      *
      *****************************************************
       PRINT-OPERATORS.
           PERFORM START-OPERATOR-COUNTS.
           PERFORM PRINT-ONE-OPERATOR
               UNTIL NOT WS-MORE-RECORDS.
           IF WS-OPERATOR-COUNT = 0
               MOVE "  (NONE)" TO PROD-REPORT-LINE
               WRITE PROD-REPORT-LINE
           END-IF.

       PRINT-ONE-OPERATOR.
           ADD 1 TO WS-OPERATOR-COUNT.
           PERFORM LOOK-UP-OPERATOR-NAME.
           MOVE ZERO TO WS-FAIL-RATE.
           MOVE ZERO TO WS-VIEW-RATE.
           IF OW-JUDGED-FLAGS > 0
               COMPUTE WS-FAIL-RATE ROUNDED =
                   OW-FAIL-FLAGS * 100 / OW-JUDGED-FLAGS
               COMPUTE WS-VIEW-RATE ROUNDED =
                   OW-VIEW-FLAGS * 100 / OW-JUDGED-FLAGS
           END-IF.
           PERFORM JUDGE-OPERATOR-FLAGS.
           MOVE OW-OPERATOR-INITIALS TO WS-OL-INITIALS.
           MOVE WS-OPERATOR-NAME     TO WS-OL-NAME.
           MOVE OW-COMPLETE-RUNS     TO WS-OL-COMPLETE.
           MOVE OW-BATCH-RUNS        TO WS-OL-BATCH.
           MOVE OW-ABANDONED-RUNS    TO WS-OL-ABANDONED.
           MOVE OW-RESUMED-RUNS      TO WS-OL-RESUMED.
           MOVE OW-VIEW-FLAGS        TO WS-OL-VIEW.
           MOVE OW-SKIP-FLAGS        TO WS-OL-SKIP.
           MOVE OW-FAIL-FLAGS        TO WS-OL-FAIL.
           MOVE OW-EXCEPTIONS        TO WS-OL-EXCEPTIONS.
           MOVE WS-FAIL-RATE         TO WS-OL-FAIL-RATE.
           MOVE WS-VIEW-RATE         TO WS-OL-VIEW-RATE.
           IF WS-RUSHED OR WS-ALARM-NEVER-FAILED
               MOVE "**"             TO WS-OL-FLAG
               ADD 1 TO WS-FLAGGED-COUNT
           ELSE
               MOVE SPACES           TO WS-OL-FLAG
           END-IF.
           MOVE WS-OPERATOR-LINE     TO PROD-REPORT-LINE.
           WRITE PROD-REPORT-LINE.
           PERFORM PRINT-FLAG-REASONS.
           PERFORM READ-NEXT-OPERATOR-COUNTS.

       LOOK-UP-OPERATOR-NAME.
           MOVE SPACES TO WS-OPERATOR-NAME.
           IF WS-OPER-OPEN
               MOVE OW-OPERATOR-INITIALS TO OM-INITIALS
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       MOVE "*NOT ON OPERATOR MASTER*"
                           TO WS-OPERATOR-NAME
                   NOT INVALID KEY
                       MOVE OM-FULL-NAME TO WS-OPERATOR-NAME
               END-READ
           END-IF.

      *****************************************************
      *  ONLY ATTENDED RUNS COUNT HERE - A BATCH RUN HAS  *
      *  NOBODY TO RUSH IT.                               *
      *****************************************************
       JUDGE-OPERATOR-FLAGS.
           MOVE 'N' TO WS-RUSHED-SW.
           MOVE 'N' TO WS-ALARM-NEVER-SW.
           MOVE ZERO TO WS-PASS-RATE.
           MOVE ZERO TO WS-MISS-RATE.
           COMPUTE WS-ATTENDED-RUNS =
               OW-COMPLETE-RUNS - OW-BATCH-RUNS.
           IF OW-ATTENDED-JUDGED > 0
               COMPUTE WS-PASS-RATE ROUNDED =
                   OW-ATTENDED-PASS-FLAGS * 100 / OW-ATTENDED-JUDGED
               COMPUTE WS-MISS-RATE = 100 - WS-PASS-RATE
           END-IF.
           IF WS-ATTENDED-RUNS NOT < WS-MIN-ATTENDED-RUNS
                   AND WS-FL-MISS-RATE > 0
                   AND WS-MISS-RATE < WS-RUSH-MISS-RATE
               MOVE 'Y' TO WS-RUSHED-SW
           END-IF.
           IF OW-ALARM-TESTS NOT < WS-MIN-ATTENDED-RUNS
                   AND OW-ALARM-NOT-HEARD = 0
               MOVE 'Y' TO WS-ALARM-NEVER-SW
           END-IF.

       PRINT-FLAG-REASONS.
           IF WS-RUSHED
               MOVE WS-PASS-RATE    TO WS-RATE-SHOWN
               MOVE WS-FL-PASS-RATE TO WS-FLEET-RATE-SHOWN
               MOVE SPACES TO PROD-REPORT-LINE
               STRING "    ** PASS RATE " WS-RATE-SHOWN
                      "% ON ATTENDED RUNS AGAINST FLEET "
                      WS-FLEET-RATE-SHOWN "%"
                      DELIMITED BY SIZE INTO PROD-REPORT-LINE
               WRITE PROD-REPORT-LINE
           END-IF.
           IF WS-ALARM-NEVER-FAILED
               MOVE OW-ALARM-TESTS TO WS-COUNT-SHOWN
               MOVE SPACES TO PROD-REPORT-LINE
               STRING "    ** NO ALARM-TEST 'NOT HEARD' IN "
                      WS-COUNT-SHOWN " ATTENDED ALARM TESTS"
                      DELIMITED BY SIZE INTO PROD-REPORT-LINE
               WRITE PROD-REPORT-LINE
           END-IF.

      *****************************************************
      *  REPORT.                                          *
      *****************************************************
       PRINT-REPORT-HEADING.
           MOVE "OPERATOR PRODUCTIVITY AND CERTIFICATION QUALITY"
                                     TO PROD-REPORT-LINE.
           WRITE PROD-REPORT-LINE.
           MOVE SPACES TO PROD-REPORT-LINE.
           STRING "RUN DATE " WS-RUN-DATE
                  "   TEST DATES " WS-FROM-DATE " TO " WS-TO-DATE
                  DELIMITED BY SIZE INTO PROD-REPORT-LINE.
           WRITE PROD-REPORT-LINE.
           PERFORM PRINT-BLANK-LINE.
           MOVE SPACES TO PROD-REPORT-LINE.
           STRING "INI NAME               CMPL BTCH ABND RSUM     V"
                  "     S     F  EXC FAIL% VIEW% FL"
                  DELIMITED BY SIZE INTO PROD-REPORT-LINE.
           WRITE PROD-REPORT-LINE.
           MOVE SPACES TO PROD-REPORT-LINE.
           STRING "--- ----------------- ----- ---- ---- ---- -----"
                  " ----- ----- ---- ----- ----- --"
                  DELIMITED BY SIZE INTO PROD-REPORT-LINE.
           WRITE PROD-REPORT-LINE.

       PRINT-BLANK-LINE.
           MOVE SPACES TO PROD-REPORT-LINE.
           WRITE PROD-REPORT-LINE.

       PRINT-FLEET-LINE.
           MOVE SPACES TO PROD-REPORT-LINE.
           STRING "--- ----------------- ----- ---- ---- ---- -----"
                  " ----- ----- ---- ----- ----- --"
                  DELIMITED BY SIZE INTO PROD-REPORT-LINE.
           WRITE PROD-REPORT-LINE.
           MOVE "ALL"                  TO WS-OL-INITIALS.
           MOVE "FLEET"                TO WS-OL-NAME.
           MOVE WS-FL-COMPLETE-RUNS    TO WS-OL-COMPLETE.
           MOVE WS-FL-BATCH-RUNS       TO WS-OL-BATCH.
           MOVE WS-FL-ABANDONED-RUNS   TO WS-OL-ABANDONED.
           MOVE WS-FL-RESUMED-RUNS     TO WS-OL-RESUMED.
           MOVE WS-FL-VIEW-FLAGS       TO WS-OL-VIEW.
           MOVE WS-FL-SKIP-FLAGS       TO WS-OL-SKIP.
           MOVE WS-FL-FAIL-FLAGS       TO WS-OL-FAIL.
           MOVE WS-FL-EXCEPTIONS       TO WS-OL-EXCEPTIONS.
           MOVE WS-FL-FAIL-RATE        TO WS-OL-FAIL-RATE.
           MOVE WS-FL-VIEW-RATE        TO WS-OL-VIEW-RATE.
           MOVE SPACES                 TO WS-OL-FLAG.
           MOVE WS-OPERATOR-LINE       TO PROD-REPORT-LINE.
           WRITE PROD-REPORT-LINE.

       PRINT-RUN-SUMMARY.
           PERFORM PRINT-BLANK-LINE.
           MOVE WS-FL-PASS-RATE      TO WS-FLEET-RATE-SHOWN.
           MOVE WS-MIN-ATTENDED-RUNS TO WS-MIN-SHOWN.
           MOVE WS-RUSH-GAP-PERCENT  TO WS-GAP-SHOWN.
           MOVE SPACES TO PROD-REPORT-LINE.
           STRING "FLEET PASS RATE ON ATTENDED RUNS "
                  WS-FLEET-RATE-SHOWN "%.  RATES ARE PERCENT OF "
                  "FLAGS ON COMPLETE RUNS."
                  DELIMITED BY SIZE INTO PROD-REPORT-LINE.
           WRITE PROD-REPORT-LINE.
           MOVE SPACES TO PROD-REPORT-LINE.
           STRING "** = AT LEAST" WS-MIN-SHOWN
                  " ATTENDED RUNS AND UNDER" WS-GAP-SHOWN
                  "% OF THE FLEET'S NON-PASS SHARE,"
                  DELIMITED BY SIZE INTO PROD-REPORT-LINE.
           WRITE PROD-REPORT-LINE.
           MOVE SPACES TO PROD-REPORT-LINE.
           STRING "     OR AT LEAST" WS-MIN-SHOWN
                  " ATTENDED ALARM TESTS AND NONE 'NOT HEARD'."
                  DELIMITED BY SIZE INTO PROD-REPORT-LINE.
           WRITE PROD-REPORT-LINE.
           IF WS-UNMATCHED-EXC-COUNT > 0
               MOVE SPACES TO PROD-REPORT-LINE
               STRING "*** " WS-UNMATCHED-EXC-COUNT
                      " EXCEPTION(S) WITH NO CERTFILE RUN FOR THAT"
                      " TERMINAL AND DATE ***"
                      DELIMITED BY SIZE INTO PROD-REPORT-LINE
               WRITE PROD-REPORT-LINE
           END-IF.
