      *****************************************************
      *  CERTAPPR.CPY                                     *
      *  SUPERVISOR SIGN-OFF OF CERTIFICATION RUNS, KEYED *
      *  ON TERMINAL, TEST DATE AND THE OPERATOR WHO RAN  *
      *  IT - THE SAME THREE FIELDS THAT NAME A RUN ON    *
      *  CERTFILE.  A COMPLETE RUN CARRYING ANY 'V' VIEW  *
      *  OR 'S' SKIP FLAG NEEDS A SECOND PERSON TO SIGN   *
      *  IT OFF BEFORE IT COUNTS AS CURRENT; RUNS OF      *
      *  'P' AND 'F' FLAGS ONLY NEED NO SIGN-OFF.         *
      *  WRITTEN BY CRTAPPR WITH THE SUPERVISOR'S         *
      *  INITIALS, THE DECISION AND A REASON.  A RUN      *
      *  WITH NO RECORD HERE IS AWAITING SIGN-OFF.        *
      *  CRTSCHED, CRTSNAP AND CRTEXTR COUNT ONLY CLEAN   *
      *  OR APPROVED RUNS; CRTSCHED PUTS A UNIT WHOSE     *
      *  LATEST RUN WAS REJECTED BACK ON THE WORK LIST.   *
      *  ALL RECORDS ARE 90 BYTES.                        *
      *****************************************************
       01  CERT-APPROVAL-RECORD.
           03  CA-APPROVAL-KEY.
               05  CA-TERMINAL-ID          PIC X(8).
               05  CA-TEST-DATE            PIC 9(8).
               05  CA-OPERATOR-INITIALS    PIC X(3).
           03  CA-RESULTS                  PIC X(8).
           03  CA-DECISION                 PIC X.
               88  CA-APPROVED                    VALUE 'A'.
               88  CA-REJECTED                    VALUE 'R'.
           03  CA-SUPERVISOR-INITIALS      PIC X(3).
           03  CA-DECISION-DATE            PIC 9(8).
           03  CA-DECISION-TIME            PIC 9(6).
           03  CA-REASON                   PIC X(40).
           03  FILLER                      PIC X(5).
