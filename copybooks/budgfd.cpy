      *    FINANCE'S ANNUAL BUDGET FILE - DEPARTMENT, FISCAL YEAR,
      *    FISCAL PERIOD, PLANNED SALARY COST BY COLUMN.  THE BUDGET
      *    LOAD READS IT AND THE WORKFORCE COST PROJECTION WRITES IT.
       FD  BUDGET-FILE.
       01  BUDGET-REC.
           05  BF-DEPT-CODE        PIC  X(04).
           05  BF-FISCAL-YEAR      PIC  9(04).
           05  BF-FISCAL-PERIOD    PIC  9(02).
           05  BF-AMOUNT           PIC  9(07)V99.
