      *****************************************************
      *  RUNCTL.CPY                                       *
      *  NIGHTLY RUN CONTROL.  ONE RECORD PER BUSINESS    *
      *  DATE AND STEP OF THE NIGHTLY CHAIN (CRTSCHED,    *
      *  CRTBATCH, CRTEXTR, CRTACKR, AND CRTSNAP AT       *
      *  MONTH END / CRTHSKP WHEN DUE), WRITTEN AT STEP   *
      *  START AND REWRITTEN AT STEP END.  A STEP LEFT    *
      *  AT 'S' WITH NO END DATE ABENDED.  COMPLETION     *
      *  CODE 00 IS CLEAN, 04 ENDED WITH WARNINGS (STILL  *
      *  COMPLETE), 08 FAILED.  THE BUSINESS DATE IS THE  *
      *  DATE CRTSCHED OPENED THE NIGHT ON, SO STEPS THAT *
      *  RUN PAST MIDNIGHT STAY WITH THEIR OWN NIGHT.     *
      *  THE RECORD KEYED ZEROS/"CURRENT" IS THE POINTER  *
      *  TO THE NIGHT NOW BEING WORKED.  REPORTED BY      *
      *  CRTCTLR.                                         *
      *****************************************************
       01  RUN-CONTROL-RECORD.
           03  RC-RUN-KEY.
               05  RC-BUSINESS-DATE    PIC 9(8).
               05  RC-STEP-NAME        PIC X(8).
           03  RC-STEP-DATA.
               05  RC-STEP-STATUS      PIC X.
                   88  RC-STEP-STARTED        VALUE 'S'.
                   88  RC-STEP-COMPLETE       VALUE 'C'.
                   88  RC-STEP-FAILED         VALUE 'F'.
               05  RC-START-DATE       PIC 9(8).
               05  RC-START-TIME       PIC 9(6).
               05  RC-END-DATE         PIC 9(8).
               05  RC-END-TIME         PIC 9(6).
               05  RC-COMPLETION-CODE  PIC 9(2).
               05  RC-RECORDS-IN       PIC 9(6).
               05  RC-RECORDS-OUT      PIC 9(6).
               05  RC-RUN-COUNT        PIC 9(2).
           03  RC-NIGHT-DATA REDEFINES RC-STEP-DATA.
               05  RC-OPEN-BUSINESS-DATE PIC 9(8).
               05  FILLER              PIC X(37).
