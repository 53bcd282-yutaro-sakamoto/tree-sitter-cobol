      *    PROTECTED LEAVE FIELDS - INCLUDED INSIDE THE SQL DECLARE
      *    SECTION OF EVERY PROGRAM THAT KEEPS OR REPORTS PROTECTED
      *    MEDICAL AND FAMILY LEAVE CASES, AND USED BY
      *    PLV-LOAD-ENTITLEMENT IN plvproc.cpy.  PLVCASE KEEPS ONE
      *    LEAVE_CASE ROW PER CASE, ONE LEAVE_CASE_USAGE ROW PER DAY
      *    CHARGED TO A CASE, AND ONE LEAVE_CASE_NOTICE ROW PER NOTICE
      *    SENT.  THE ENTITLEMENT RUNS SEPARATELY FROM THE PAID LEAVE
      *    BALANCES - A DAY COUNTS AGAINST IT PAID OR UNPAID.
       01 PLV-TABLE-READY-SW        PIC X(01) VALUE "N".
          88 PLV-TABLE-READY            VALUE "Y".
      *    THE STATUTORY ENTITLEMENT IS THIS MANY WEEKS OF THE
      *    EMPLOYEE'S OWN SCHEDULE IN ANY ROLLING TWELVE MONTHS - A
      *    PART-TIMER'S WEEK IS SHORTER, A FOUR-ON/FOUR-OFF WEEK IS
      *    AVERAGED OVER ITS CYCLE.  NO ASSIGNED PATTERN MEANS THE
      *    STANDARD WEEK.
       01 PLV-ENTITLE-WEEKS         PIC S9(02) VALUE 12.
       01 PLV-STD-WEEK-HOURS        PIC S9(03)V99 VALUE 40.
       01 PLV-STD-SHIFT-HOURS       PIC S9(02)V99 VALUE 8.
      *    A NOTICE GOES OUT WHEN THIS SHARE OF THE ENTITLEMENT HAS
      *    BEEN USED, AND ANOTHER WHEN IT IS GONE.
       01 PLV-WARN-PCT              PIC S9(03) VALUE 75.
      *    PLV-LOAD-ENTITLEMENT - THE CALLER SETS PLV-EMP-NO AND
      *    PLV-AS-OF-DATE AND GETS BACK THE TWELVE-MONTH WINDOW ENDING
      *    THAT DAY, THE ENTITLEMENT, THE HOURS CHARGED TO ANY CASE IN
      *    THE WINDOW, WHAT IS LEFT AND THE SHARE USED.
       01 PLV-EMP-NO                PIC S9(06) VALUE ZERO.
       01 PLV-AS-OF-DATE            PIC 9(08) VALUE ZERO.
       01 PLV-WINDOW-START          PIC 9(08) VALUE ZERO.
       01 PLV-ENTITLE-HOURS         PIC S9(05)V99 VALUE ZERO.
       01 PLV-USED-HOURS            PIC S9(05)V99 VALUE ZERO.
       01 PLV-AVAIL-HOURS           PIC S9(05)V99 VALUE ZERO.
       01 PLV-USED-PCT              PIC S9(03)V9 VALUE ZERO.
      *    THE SCHEDULED HOURS OF ONE WORK DAY, FROM THE SAME LOOKUP.
       01 PLV-SHIFT-HOURS           PIC S9(02)V99 VALUE ZERO.
       01 PLV-CYCLE-LEN             PIC S9(02) VALUE ZERO.
       01 PLV-CYCLE-MASK            PIC X(14) VALUE SPACE.
       01 PLV-WORK-DAYS             PIC 9(02) VALUE ZERO.
