                           OPERATOR MASTER (OPERMSTR) AT SIGN-ON -
                           UNKNOWN OR INACTIVE INITIALS ARE
                           REJECTED AND RE-PROMPTED.
           UPDATED 10.15.26 NEW EXCEPTIONS WRITTEN WITH A BLANK
                           STATUS-WHEN-SENT (SEE EXCREC).

       AUTHOR.         MICROSOFT.
       DATE-WRITTEN.   15 FEBRUARY 1983
           MOVE "OPEN" TO EXC-DISPOSITION-STATUS.
           MOVE SPACES TO EXC-VENDOR-TICKET.
           MOVE ZEROS  TO EXC-DISPOSITION-DATE.
           MOVE SPACE  TO EXC-STATUS-WHEN-SENT.
           OPEN EXTEND EXCEPTIONS-FILE.
           IF NOT WS-EXC-FILE-OK
               OPEN OUTPUT EXCEPTIONS-FILE
