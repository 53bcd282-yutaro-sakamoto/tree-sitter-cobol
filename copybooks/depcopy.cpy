      *    DEPENDENT AND COVERAGE-TIER FIELDS - INCLUDED INSIDE THE SQL
      *    DECLARE SECTION OF EVERY PROGRAM THAT PRICES A PLAN, KEEPS
      *    DEPENDENTS OR SENDS THEM TO A CARRIER, AND USED BY
      *    PRICE-COVERAGE-TIER IN depproc.cpy.  DEPMAINT KEEPS ONE
      *    EMP_DEPENDENT ROW PER EMPLOYEE AND DEPENDENT SEQUENCE AND
      *    ONE DEP_COVERAGE ROW PER DEPENDENT, PLAN AND START DATE,
      *    WITH AN OPEN (ZERO) END DATE THE SAME WAY EMP_DEDUCTION
      *    CARRIES ONE.  BENPLAN LOADS THE PLAN_TIER_RATE ROWS.
       01 DPN-TABLE-READY-SW        PIC X(01) VALUE "N".
          88 DPN-TABLE-READY            VALUE "Y".
      *    PRICE-COVERAGE-TIER - THE CALLER SETS DPN-EMP-NO,
      *    DPN-PLAN-CODE, DPN-AS-OF-DATE AND DPN-PLAN-FLAT (THE PLAN'S
      *    OWN FLAT AMOUNT).  DPN-TIER COMES BACK E, S OR F FROM THE
      *    DEPENDENTS COVERED UNDER THE PLAN ON THE DATE, AND
      *    DPN-TIER-AMOUNT IS THE RATE FOR THAT TIER - THE PLAN'S FLAT
      *    AMOUNT WHEN NO TIER RATE IS ON FILE FOR IT.
       01 DPN-EMP-NO                PIC S9(06) VALUE ZERO.
       01 DPN-PLAN-CODE             PIC X(04) VALUE SPACE.
       01 DPN-AS-OF-DATE            PIC 9(08) VALUE ZERO.
       01 DPN-PLAN-FLAT             PIC S9(05)V99 VALUE ZERO.
       01 DPN-SPOUSE-COUNT          PIC S9(04) VALUE ZERO.
       01 DPN-CHILD-COUNT           PIC S9(04) VALUE ZERO.
       01 DPN-TIER                  PIC X(01) VALUE "E".
          88 DPN-TIER-EMPLOYEE          VALUE "E".
          88 DPN-TIER-SPOUSE            VALUE "S".
          88 DPN-TIER-FAMILY            VALUE "F".
       01 DPN-TIER-AMOUNT           PIC S9(05)V99 VALUE ZERO.
