      *  VERIFY COMPLETENESS.  THE CERT ROLLUP IS 'P'     *
      *  (LATEST RESULTS CARRY NO FAILURE), 'F' (AT       *
      *  LEAST ONE SUBTEST FLAG IS 'F'), OR 'N' (NEVER    *
      *  CERTIFIED, NO RESULTS RECORDED YET, OR A LATEST  *
      *  RUN WITH 'V'/'S' FLAGS NOT APPROVED ON CERTAPPR).*
      *  ALL RECORDS ARE 40 BYTES.                        *
      *****************************************************
       01  AI-HEADER-RECORD.
           03  AI-HDR-RECORD-TYPE      PIC X.
