      *****************************************************
      *  FLRAUDIT.CPY                                     *
      *  ONE RECORD PER UNIT SIGHTED ON THE QUARTERLY     *
      *  FLOOR WALK - THE SERIAL NUMBER READ OFF THE      *
      *  UNIT AND THE LOCATION, FLOOR AND PORT IT WAS     *
      *  FOUND ON.  FLOOR IS BLANK WHEN NOT RECORDED.     *
      *  MATCHED TO TERMMSTR BY SERIAL NUMBER IN FLRRECN. *
      *  ALL RECORDS ARE 60 BYTES.                        *
      *****************************************************
       01  FLOOR-AUDIT-RECORD.
           03  FL-SERIAL-NUMBER        PIC X(12).
           03  FL-LOCATION             PIC X(20).
           03  FL-FLOOR                PIC X(4).
           03  FL-PORT-ID              PIC X(8).
           03  FL-AUDIT-DATE           PIC 9(8).
           03  FL-AUDITOR-INITIALS     PIC X(3).
           03  FILLER                  PIC X(5).
