      *    PERFORMANCE REVIEW FIELDS - INCLUDED INSIDE THE SQL DECLARE
      *    SECTION OF EVERY PROGRAM THAT RECORDS RATINGS OR TRACKS
      *    WHEN THEY ARE DUE, AND USED BY PRF-SET-PROBATION-DUE IN
      *    perfproc.cpy.  PERFREVW KEEPS ONE PERF_RATING ROW PER
      *    EMPLOYEE AND REVIEW CYCLE - A CYCLE IS NAMED BY ITS TYPE
      *    (P = PROBATIONARY, A = ANNUAL) AND THE DATE IT FALLS DUE -
      *    AND ONE PERF_REVIEW_CYCLE ROW PER YEAR HOLDING THE COMPANY
      *    ANNUAL REVIEW DATE.
       01 PRF-TABLE-READY-SW        PIC X(01) VALUE "N".
          88 PRF-TABLE-READY            VALUE "Y".
      *    A NEW HIRE'S PROBATIONARY REVIEW FALLS DUE THIS MANY DAYS
      *    AFTER THE HIRE DATE.
       01 PRF-PROBATION-DAYS        PIC S9(05) VALUE 90.
      *    PRF-SET-PROBATION-DUE - THE CALLER SETS PRF-HIRE-DATE AND
      *    GETS PRF-PROBATION-DUE BACK.
       01 PRF-HIRE-DATE             PIC 9(08) VALUE ZERO.
       01 PRF-PROBATION-DUE         PIC 9(08) VALUE ZERO.
