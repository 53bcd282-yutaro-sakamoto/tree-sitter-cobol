      *    Y WHEN A DEATH IS ON FILE - THE YEAR-END SUMMARY MARKS
      *    THESE, THEIR FINAL PAYMENT BELONGED TO THE ESTATE.
          05 PX-DECEASED-FLAG       PIC X(01).
      *    Y WHEN THIS PERIOD CARRIED THE EMPLOYEE PAST A SOCIAL-
      *    INSURANCE ANNUAL WAGE BASE - ONLY THE SLICE UP TO IT WAS
      *    TAXED, AND THE REGISTER FLAGS IT.
          05 PX-WAGE-BASE-FLAG      PIC X(01).
      *    HOME MAILING ADDRESS IN EFFECT ON THE EXTRACT DATE - THE
      *    YEAR-END FORMS PRINT FROM IT.  MAIL FLAG N WHEN THERE IS
      *    NO USABLE ADDRESS (NONE ON FILE, INCOMPLETE, OR MAIL
      *    RETURNED FROM IT).
          05 PX-ADDR-LINE1          PIC X(30).
          05 PX-ADDR-LINE2          PIC X(30).
          05 PX-CITY-LINE           PIC X(40).
          05 PX-MAIL-FLAG           PIC X(01).
             88 PX-MAILABLE             VALUE "Y".
      *    DOUBLE-BYTE NAME CARRIED AS RAW BYTES AT THE END OF THE
      *    RECORD - TRAILING POSITION KEEPS EVERY OTHER COLUMN'S
      *    ALIGNMENT UNTOUCHED BY DBCS WIDTH.
