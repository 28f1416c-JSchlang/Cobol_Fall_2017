            05 FILLER             PIC X(40).

       FD QTR-ARCHIVE
            RECORD CONTAINS 156 CHARACTERS
            DATA RECORD IS QTR-ARCHIVE-REC.
      * ONE CLOSED-OUT EMPLOYEE QUARTER AS THE QUARTER-END PROGRAM
      * STAMPS IT; QUARTERS FROM SEVERAL YEARS AND COMPANIES SHARE
            05 QA-STATETAX      PIC 9(7)V99.
            05 QA-NETPAY        PIC 9(7)V99.
            05 QA-COMPANY       PIC X(4).
            05 FILLER           PIC X(81).

       FD ANNUAL-REPORT
            RECORD CONTAINS 80 CHARACTERS
