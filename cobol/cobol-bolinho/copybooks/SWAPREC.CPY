      *****************************************************
      *  SWAPREC.CPY                                      *
      *  LOANER SWAP FILE (SWAPFILE), KEYED ON THE UNIT   *
      *  SENT FOR REPAIR PLUS THE DATE THE LOANER WENT    *
      *  IN.  ONE RECORD PER SWAP, WRITTEN BY LOANMNT     *
      *  WHEN A SPARE IS PUT ON THE REPAIRED UNIT'S PORT  *
      *  AND CLOSED WITH THE SWAP-BACK DATE WHEN THE      *
      *  UNIT COMES HOME.  A ZERO SWAP-BACK DATE MEANS    *
      *  THE LOANER IS STILL OUT.  THE SPARE'S SHELF      *
      *  LOCATION AND FLOOR ARE KEPT SO THEY CAN BE PUT   *
      *  BACK ON TERMMSTR AT SWAP-BACK.  REPORTED BY      *
      *  LOANRPT.  ALL RECORDS ARE 90 BYTES.              *
      *****************************************************
       01  LOANER-SWAP-RECORD.
           03  LS-SWAP-KEY.
               05  LS-REPAIRED-ID          PIC X(8).
               05  LS-SWAP-OUT-DATE        PIC 9(8).
           03  LS-LOANER-ID                PIC X(8).
           03  LS-PORT-ID                  PIC X(8).
           03  LS-SWAP-BACK-DATE           PIC 9(8).
               88  LS-SWAP-OPEN                   VALUE ZEROS.
           03  LS-VENDOR-TICKET            PIC X(10).
           03  LS-OUT-INITIALS             PIC X(3).
           03  LS-BACK-INITIALS            PIC X(3).
           03  LS-SPARE-LOCATION           PIC X(20).
           03  LS-SPARE-FLOOR              PIC X(4).
           03  FILLER                      PIC X(10).
