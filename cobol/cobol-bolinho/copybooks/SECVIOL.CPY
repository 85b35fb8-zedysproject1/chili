      *****************************************************
      *  SECVIOL.CPY                                      *
      *  SECURITY VIOLATION LOG.  ONE RECORD PER REFUSED  *
      *  ATTEMPT AT A PRIVILEGED FUNCTION (SEE FUNCAUTH)  *
      *  - WHO TRIED, WHAT, AGAINST WHICH RECORD, THEIR   *
      *  AUTH LEVEL AGAINST THE LEVEL REQUIRED, AND WHY   *
      *  IT WAS REFUSED.  APPENDED BY EVERY PROGRAM THAT  *
      *  CHECKS FUNCAUTH; REPORTED BY SECAUDIT.           *
      *****************************************************
       01  SEC-VIOLATION-RECORD.
           03  SV-VIOLATION-DATE       PIC 9(8).
           03  SV-VIOLATION-TIME       PIC 9(6).
           03  SV-OPERATOR-INITIALS    PIC X(3).
           03  SV-PROGRAM-NAME         PIC X(8).
           03  SV-FUNCTION-CODE        PIC X(8).
           03  SV-RECORD-KEY           PIC X(8).
           03  SV-OPERATOR-LEVEL       PIC 9.
           03  SV-REQUIRED-LEVEL       PIC 9.
           03  SV-REASON               PIC X(40).
