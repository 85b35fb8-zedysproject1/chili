      *****************************************************
      *  FUNCAUTH.CPY                                     *
      *  ONE RECORD PER PRIVILEGED FUNCTION, KEYED ON     *
      *  FA-FUNCTION-CODE, GIVING THE LOWEST OPERATOR     *
      *  AUTH LEVEL (OM-AUTH-LEVEL ON OPERMSTR) ALLOWED   *
      *  TO PERFORM IT, SO "WHO MAY RETIRE A TERMINAL"    *
      *  IS A TABLE ENTRY INSTEAD OF WHOEVER KNOWS THE    *
      *  PROGRAM NAME.  MAINTAINED BY FUNCMNT.  CODES     *
      *  IN USE:                                          *
      *    TMRETIRE  RETIRE A UNIT (TERMMNT)              *
      *    OMLEVEL   CHANGE AN AUTH LEVEL (OPERMNT)       *
      *    EXVERIFY  VERIFY A REPAIR (EXCREVW)            *
      *    VRREBILD  REBUILD CRTSTAT (CRTVRFY)            *
      *    HKARCHIV  ARCHIVE RUN (CRTHSKP)                *
      *    FAMAINT   MAINTAIN THIS TABLE (FUNCMNT)        *
      *    CTAPPROV  SIGN OFF V/S RUNS (CRTAPPR)          *
      *  A FUNCTION NOT ON FILE, OR A MISSING FUNCAUTH,   *
      *  FALLS BACK TO THE DEFAULT LEVEL CODED IN THE     *
      *  CALLING PROGRAM.  REFUSALS GO TO SECVIOL.        *
      *****************************************************
       01  FUNC-AUTH-RECORD.
           03  FA-FUNCTION-CODE        PIC X(8).
           03  FA-DESCRIPTION          PIC X(30).
           03  FA-MIN-AUTH-LEVEL       PIC 9.
