      *****************************************************
      *  RPRCOST.CPY                                      *
      *  ONE RECORD PER REPAIR TICKET, KEYED ON TERMINAL  *
      *  ID PLUS THE VENDOR TICKET, WRITTEN BY EXCREVW    *
      *  WHEN THE TICKET MOVES TO REPAIRED: THE VENDOR'S  *
      *  INVOICE NUMBER AND AMOUNT AND WHO PAYS FOR IT -  *
      *  'W' WARRANTY (NO CHARGE), 'C' THE SERVICE        *
      *  CONTRACT, OR 'B' BILLABLE TO THE DEPARTMENT ON   *
      *  THE UNIT'S FLOOR AND LOCATION.  THE BILLABLE     *
      *  TICKETS ARE CHARGED BACK MONTHLY BY CHGBACK.     *
      *  THE EXCEPTION SOURCE AND TEST DATE SAY WHAT WAS  *
      *  REPAIRED.  ALL RECORDS ARE 90 BYTES.             *
      *****************************************************
       01  REPAIR-COST-RECORD.
           03  RP-COST-KEY.
               05  RP-TERMINAL-ID          PIC X(8).
               05  RP-VENDOR-TICKET        PIC X(10).
           03  RP-EXC-TEST-DATE        PIC 9(8).
           03  RP-EXC-SOURCE           PIC X(20).
           03  RP-INVOICE-NUMBER       PIC X(12).
           03  RP-INVOICE-AMOUNT       PIC 9(7)V99.
           03  RP-PAYER                PIC X.
               88  RP-PAYER-WARRANTY          VALUE 'W'.
               88  RP-PAYER-CONTRACT          VALUE 'C'.
               88  RP-PAYER-BILLABLE          VALUE 'B'.
               88  RP-PAYER-VALID             VALUE 'W', 'C', 'B'.
           03  RP-REPAIRED-DATE        PIC 9(8).
           03  RP-REVIEWER-INITIALS    PIC X(3).
           03  FILLER                  PIC X(11).
