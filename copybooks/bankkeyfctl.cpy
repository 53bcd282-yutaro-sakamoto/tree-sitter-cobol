      *    BANK DATA KEY FILE - ONE LINE PER KEY VERSION, HELD UNDER
      *    THE SAME ACCESS CONTROL AS THE DBCONFIG CREDENTIALS.  THE
      *    KEYS NEVER LIVE IN THE DATABASE OR IN OBJECT CODE; THE
      *    DATABASE ONLY RECORDS WHICH VERSION ITS ROWS ARE UNDER.
           SELECT BANK-KEY-FILE ASSIGN TO "BANKKEYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-KEY-STATUS.
