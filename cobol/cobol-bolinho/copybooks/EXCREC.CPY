      *  ANALYST THROUGH THE OPEN ONES TO RECORD THE        *
      *  VENDOR TICKET AND MOVE IT THROUGH SENT-TO-VENDOR,  *
      *  REPAIRED, AND VERIFIED.                            *
      *  EXC-STATUS-WHEN-SENT HOLDS 'A' WHEN THE UNIT WAS  *
      *  STILL IN ACCEPTANCE BURN-IN AT SENT-TO-VENDOR, SO *
      *  VERIFIED RETURNS IT TO BURN-IN RATHER THAN TO     *
      *  SERVICE; SPACE OTHERWISE.  WRITERS SET IT SPACE.  *
      *****************************************************
       01  EXCEPTION-RECORD.
           03  EXC-TERMINAL-ID         PIC X(8).
               88  EXC-DISP-VERIFIED          VALUE "VERIFIED".
           03  EXC-VENDOR-TICKET       PIC X(10).
           03  EXC-DISPOSITION-DATE    PIC 9(8).
           03  EXC-STATUS-WHEN-SENT    PIC X.
               88  EXC-SENT-FROM-ACCEPTANCE   VALUE 'A'.
