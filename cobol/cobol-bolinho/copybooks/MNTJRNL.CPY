      *  MNTJRNL.CPY                                      *
      *  ONE RECORD PER ADD, CHANGE, OR STATUS ACTION     *
      *  MADE THROUGH THE MASTER MAINTENANCE PROGRAMS     *
      *  (TERMMNT ON TERMMSTR, OPERMNT ON OPERMSTR,       *
      *  FUNCMNT ON FUNCAUTH, VENDMNT ON VENDMSTR, THE    *
      *  TERMLOAD BATCH LOADER ON TERMMSTR, FLRRECN'S     *
      *  CONFIRMED LOCATION CORRECTIONS ON TERMMSTR, AND  *
      *  LOANMNT'S LOANER SWAPS ON TERMMSTR, AND          *
      *  CRTSCHED'S ACCEPTANCE PROMOTIONS ON TERMMSTR),   *
      *  CARRYING THE FULL BEFORE AND AFTER RECORD        *
      *  IMAGES, WHO MADE THE CHANGE, AND WHEN - SO A     *
      *  RETIRED-BY-MISTAKE TERMINAL CAN BE TRACED TO A   *
      *  DATE AND A SET OF INITIALS INSTEAD OF A SHRUG.   *
      *  THE IMAGE FIELDS ARE SIZED FOR THE LARGEST OF    *
      *  THE MASTER RECORDS; A BEFORE IMAGE OF            *
      *  SPACES MEANS THE RECORD WAS ADDED.  REPORTED BY  *
      *  MNTAUDIT.                                        *
      *****************************************************
