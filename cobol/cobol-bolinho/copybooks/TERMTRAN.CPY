      *****************************************************
      *  TERMTRAN.CPY                                     *
      *  ONE TRANSACTION AGAINST THE TERMINAL MASTER FOR  *
      *  THE BATCH LOADER (TERMLOAD) - A PALLET OF NEW    *
      *  DELIVERIES, A WHOLE-FLOOR MOVE, OR A BULK        *
      *  RETIREMENT PREPARED AS A FILE INSTEAD OF TYPED   *
      *  INTO TERMMNT ONE UNIT AT A TIME.  FIELDS NOT     *
      *  USED BY A TRANSACTION CODE ARE LEFT BLANK:       *
      *    A  ADD - EVERY FIELD; PORT, TYPE AND LOCATION  *
      *       REQUIRED, INSTALL DATE BLANK OR YYYYMMDD.   *
      *    L  CHANGE LOCATION - LOCATION, FLOOR (BLANK    *
      *       FLOOR KEEPS THE FLOOR ON THE MASTER).       *
      *    P  CHANGE PORT - PORT ID.                      *
      *    X  RETIRE - TERMINAL ID ONLY.                  *
      *  ALL RECORDS ARE 100 BYTES.                       *
      *****************************************************
       01  TERM-TRAN-RECORD.
           03  TT-TRAN-CODE            PIC X.
               88  TT-ADD                     VALUE 'A'.
               88  TT-CHANGE-LOCATION         VALUE 'L'.
               88  TT-CHANGE-PORT             VALUE 'P'.
               88  TT-RETIRE                  VALUE 'X'.
           03  TT-TERMINAL-ID          PIC X(8).
           03  TT-PORT-ID              PIC X(8).
           03  TT-TERMINAL-TYPE        PIC X(4).
           03  TT-LOCATION             PIC X(20).
           03  TT-FLOOR                PIC X(4).
           03  TT-MODEL                PIC X(12).
           03  TT-SERIAL-NUMBER        PIC X(12).
           03  TT-VENDOR               PIC X(12).
           03  TT-INSTALL-DATE         PIC X(8).
           03  FILLER                  PIC X(11).
