      *  PRTQUAL FOR ROUTING TO THE PRINTER UNDER TEST.   *
      *                                                   *
      *  UPDATED 8.22.26  WRITTEN.                        *
      *  UPDATED 10.15.26 NEW EXCEPTIONS WRITTEN WITH A   *
      *                   BLANK STATUS-WHEN-SENT (SEE     *
      *                   EXCREC).                        *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PRTEST.
           MOVE "OPEN" TO EXC-DISPOSITION-STATUS.
           MOVE SPACES TO EXC-VENDOR-TICKET.
           MOVE ZEROS  TO EXC-DISPOSITION-DATE.
           MOVE SPACE  TO EXC-STATUS-WHEN-SENT.
           OPEN EXTEND EXCEPTIONS-FILE.
           IF NOT WS-EXC-FILE-OK
               OPEN OUTPUT EXCEPTIONS-FILE
