      *    PACKED GL JOURNAL FOR THE FINANCE MAINFRAME - FIXED-LENGTH
      *    RECORDS, NOT LINES: A PACKED BYTE CAN LOOK LIKE A LINE END,
      *    SO THIS FILE IS NEVER LINE SEQUENTIAL.
           SELECT GL-PACK-FILE     ASSIGN TO "GLPACK"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS GL-PACK-STATUS.
