      *  AND SERIAL NUMBER ON THE QA SHEET SO THE REPAIR   *
      *  TECH CAN FIND THE UNIT THE SHEET REFERS TO.       *
      *  STATUS IS 'S' IN-SERVICE, 'R' IN-REPAIR, OR       *
      *  'X' RETIRED, OR FOR THE SPARE POOL 'P' SPARE ON   *
      *  THE SHELF OR 'L' LOANER STANDING IN ON THE PORT   *
      *  OF A UNIT AWAY FOR REPAIR (SEE SWAPFILE, LOANMNT).*
      *  A NEW UNIT STARTS AS 'A' PENDING ACCEPTANCE AND   *
      *  IS TESTED EVERY NIGHT UNTIL CRTSCHED PROMOTES IT  *
      *  TO 'S' AFTER ITS BURN-IN (SEE VENDMSTR).  A       *
      *  LOANER OR A UNIT IN BURN-IN IS SCHEDULED AND      *
      *  CERTIFIED LIKE ANY IN-SERVICE UNIT - TM-IN-USE    *
      *  COVERS ALL THREE.                                 *
      *****************************************************
       01  TERM-MASTER-RECORD.
           03  TM-TERMINAL-ID          PIC X(8).
               88  TM-IN-SERVICE              VALUE 'S'.
               88  TM-IN-REPAIR               VALUE 'R'.
               88  TM-RETIRED                 VALUE 'X'.
               88  TM-SPARE                   VALUE 'P'.
               88  TM-ON-LOAN                 VALUE 'L'.
               88  TM-PENDING-ACCEPT          VALUE 'A'.
               88  TM-IN-USE                  VALUE 'S', 'L', 'A'.
