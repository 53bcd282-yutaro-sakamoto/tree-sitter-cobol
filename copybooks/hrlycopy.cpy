      *    HOURLY RATE FIELDS - INCLUDED INSIDE THE SQL DECLARE
      *    SECTION OF EVERY PROGRAM THAT PRICES LEAVE HOURS, AND USED
      *    BY HRL-LOAD-HOURLY-RATE IN hrlyproc.cpy.  THE CALLER SETS
      *    HRL-EMP-NO AND HRL-AS-OF-DATE AND GETS BACK THE EMPLOYEE'S
      *    RATE FOR ONE HOUR IN REPORTING CURRENCY WITH HRL-RATE-OK
      *    ON, OR HRL-REASON SAYING WHY THERE IS NONE.
       01 HRL-EMP-NO                PIC S9(06) VALUE ZERO.
       01 HRL-AS-OF-DATE            PIC 9(08) VALUE ZERO.
       01 HRL-RATE                  PIC S9(05)V9(04) VALUE ZERO.
       01 HRL-RATE-SW               PIC X(01) VALUE "N".
          88 HRL-RATE-OK                VALUE "Y".
       01 HRL-REASON                PIC X(20) VALUE SPACE.
      *    A SALARIED EMPLOYEE'S HOURLY EQUIVALENT IS THE PERIOD
      *    SALARY ANNUALIZED OVER THE 4-4-5 CALENDAR, BY WEEK, OVER
      *    THE STANDARD WEEK - THE SAME WEEKLY PAY SEVERANCE USES.
       01 HRL-PERIODS-PER-YEAR      PIC 9(02) VALUE 13.
       01 HRL-STD-WEEK-HOURS        PIC S9(03)V99 VALUE 40.
       01 HRL-SALARY                PIC S9(04) VALUE ZERO.
       01 HRL-SALARY-AMT            PIC S9(4)V9(2) USAGE COMP-3.
       01 HRL-CURRENCY-CODE         PIC X(03) VALUE SPACE.
       01 HRL-HOURS-ROWS            PIC S9(04) VALUE ZERO.
       01 HRL-FX-RATE               PIC S9(03)V9(06) VALUE ZERO.
