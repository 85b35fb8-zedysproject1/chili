      *****************************************************
      *  CHGBKIF.CPY                                      *
      *  FIXED-FORMAT CHARGEBACK INTERFACE RECORDS        *
      *  WRITTEN BY CHGBACK FOR THE GENERAL LEDGER - ONE  *
      *  'D' RECORD PER FLOOR AND LOCATION CHARGED FOR    *
      *  THE MONTH, WITH ITS BILLABLE TICKET COUNT AND    *
      *  AMOUNT, BRACKETED BY AN 'H' HEADER CARRYING THE  *
      *  RUN DATE AND THE MONTH CHARGED AND A 'T' TRAILER *
      *  CARRYING THE RUN DATE, THE DETAIL RECORD COUNT,  *
      *  AND THE TOTAL AMOUNT SO THE LEDGER SIDE CAN      *
      *  VERIFY COMPLETENESS, AS ASSETIF DOES.  ALL       *
      *  RECORDS ARE 50 BYTES.                            *
      *****************************************************
       01  CI-HEADER-RECORD.
           03  CI-HDR-RECORD-TYPE      PIC X.
           03  CI-HDR-RUN-DATE         PIC 9(8).
           03  CI-HDR-CHARGE-MONTH     PIC 9(6).
           03  FILLER                  PIC X(35).

       01  CI-DETAIL-RECORD.
           03  CI-DTL-RECORD-TYPE      PIC X.
           03  CI-DTL-FLOOR            PIC X(4).
           03  CI-DTL-LOCATION         PIC X(20).
           03  CI-DTL-TICKET-COUNT     PIC 9(4).
           03  CI-DTL-AMOUNT           PIC 9(9)V99.
           03  FILLER                  PIC X(10).

       01  CI-TRAILER-RECORD.
           03  CI-TRL-RECORD-TYPE      PIC X.
           03  CI-TRL-RUN-DATE         PIC 9(8).
           03  CI-TRL-RECORD-COUNT     PIC 9(6).
           03  CI-TRL-TOTAL-AMOUNT     PIC 9(11)V99.
           03  FILLER                  PIC X(22).
