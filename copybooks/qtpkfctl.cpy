      *    PACKED QUARTERLY TAX EXTRACT FOR THE FINANCE MAINFRAME -
      *    FIXED-LENGTH RECORDS, NEVER LINE SEQUENTIAL (A PACKED BYTE
      *    CAN LOOK LIKE A LINE END).
           SELECT QTR-PACK-FILE    ASSIGN TO "QTRPACK"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS QTR-PACK-STATUS.
