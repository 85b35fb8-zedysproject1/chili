      *****************************************************
      *  VENDMSTR.CPY                                     *
      *  VENDOR MASTER, KEYED ON VENDOR CODE (THE VALUE   *
      *  CARRIED IN TM-VENDOR) PLUS TERMINAL MODEL.       *
      *  MAINTAINED BY VENDMNT.  TWO KINDS OF RECORD:     *
      *    MODEL BLANK - THE VENDOR ITSELF: SERVICE       *
      *       CONTRACT NUMBER, CONTRACTED TURNAROUND      *
      *       DAYS, CONTACT, AND THE WARRANTY MONTHS FOR  *
      *       ANY MODEL WITHOUT A RECORD OF ITS OWN.      *
      *       ALSO THE ACCEPTANCE TERMS FOR A NEW UNIT:   *
      *       DAYS FROM INSTALL IT MAY STILL BE RETURNED  *
      *       DEAD ON ARRIVAL, AND THE CLEAN CONSECUTIVE  *
      *       RUNS IT MUST PASS BEFORE CRTSCHED PUTS IT   *
      *       IN SERVICE (ZERO = THE SHOP DEFAULT).       *
      *    MODEL FILLED - THE WARRANTY MONTHS FOR THAT    *
      *       ONE MODEL FROM THAT VENDOR.                 *
      *  TERMMNT EDITS TM-VENDOR AGAINST THE VENDOR       *
      *  RECORDS; EXCREVW AND VENDWAR WORK OUT WARRANTY   *
      *  FROM TM-INSTALL-DATE.  ALL RECORDS ARE 90 BYTES, *
      *  SO THE FULL IMAGE FITS ON MNTJRNL.  THE 24-BYTE  *
      *  KEY DOES NOT FIT MJ-RECORD-KEY, WHICH CARRIES    *
      *  ONLY THE FIRST 8 BYTES OF THE VENDOR CODE;       *
      *  MNTAUDIT TAKES THE FULL VENDOR CODE AND MODEL    *
      *  FROM THE FRONT OF THE AFTER IMAGE INSTEAD.       *
      *****************************************************
       01  VENDOR-MASTER-RECORD.
           03  VM-VENDOR-KEY.
               05  VM-VENDOR-CODE          PIC X(12).
               05  VM-MODEL                PIC X(12).
           03  VM-VENDOR-DATA.
               05  VM-CONTRACT-NUMBER      PIC X(12).
               05  VM-TURNAROUND-DAYS      PIC 9(3).
               05  VM-CONTACT-NAME         PIC X(20).
               05  VM-CONTACT-PHONE        PIC X(14).
               05  VM-DEFAULT-WARRANTY     PIC 9(3).
               05  VM-RETURN-WINDOW-DAYS   PIC 9(3).
               05  VM-BURN-IN-RUNS         PIC 9(3).
               05  FILLER                  PIC X(8).
           03  VM-MODEL-DATA REDEFINES VM-VENDOR-DATA.
               05  VM-WARRANTY-MONTHS      PIC 9(3).
               05  FILLER                  PIC X(63).
