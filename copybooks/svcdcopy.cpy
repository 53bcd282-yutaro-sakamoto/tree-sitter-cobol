      *    ADJUSTED SERVICE DATE FIELDS - INCLUDED INSIDE THE SQL
      *    DECLARE SECTION OF EVERY PROGRAM THAT SETS OR READS AN
      *    EMPLOYEE'S SERVICE DATE; SVC-READY-TABLES IN svcdproc.cpy
      *    HOLDS THE TABLE.  ONE EMP_SERVICE_DATE ROW PER EMPLOYEE
      *    WHOSE SERVICE DOES NOT RUN FROM HIRE_DATE - NO ROW MEANS
      *    THE HIRE DATE IS THE SERVICE DATE.  THE REASON IS B (PRIOR
      *    SERVICE BRIDGED ACROSS A BREAK ON REHIRE) OR A (SERVICE
      *    CREDITED FROM AN ACQUIRED EMPLOYER).
       01 SVC-TABLE-READY-SW        PIC X(01) VALUE "N".
          88 SVC-TABLE-READY            VALUE "Y".
      *    A BREAK IN SERVICE SHORTER THAN THIS MANY YEARS IS BRIDGED
      *    ON REHIRE; A LONGER ONE STARTS SERVICE AGAIN AT THE REHIRE.
       01 SVC-BRIDGE-YEARS          PIC 9(02) VALUE 5.
       01 SVC-EMP-NO                PIC S9(06) VALUE ZERO.
       01 SVC-SERVICE-DATE          PIC 9(08) VALUE ZERO.
       01 SVC-REASON-CODE           PIC X(01) VALUE SPACE.
          88 SVC-BRIDGED                VALUE "B".
          88 SVC-ACQUIRED               VALUE "A".
       01 SVC-PRIOR-HIRE-DATE       PIC 9(08) VALUE ZERO.
       01 SVC-PRIOR-TERM-DATE       PIC 9(08) VALUE ZERO.
       01 SVC-BREAK-DAYS            PIC S9(05) VALUE ZERO.
       01 SVC-SET-DATE              PIC 9(08) VALUE ZERO.
      *    REHIRE SETS THE REHIRE DATE AND LEARNS WHETHER THE BREAK
      *    FELL WITHIN POLICY AND WAS BRIDGED.
       01 SVC-REHIRE-DATE           PIC 9(08) VALUE ZERO.
       01 SVC-POLICY-SW             PIC X(01) VALUE "N".
          88 SVC-WITHIN-POLICY          VALUE "Y".
