      * Maintenance History:
      * 2026-09-02  MA  Written to introduce the customer master and
      *                 re-point CAR-RECORD at CUSTOMER-NO.
      * 2026-10-15  MA  CUSTOMER-RECORD carries the account type,
      *                 credit limit, and terms LAB06 now reads;
      *                 converted customers start as cash accounts.
      *                 A CUSTMAST.TXT already built in the shorter
      *                 layout is widened by ACCTCNV instead.
      ******************************************************************
       IDENTIFICATION DIVISION.

           05 CUST-PHONE  PIC X(12).
           05 CUST-STREET PIC X(25).
           05 CUST-EMAIL  PIC X(30).
           05 CUST-ACCT-TYPE    PIC X(1).
           05 CUST-CREDIT-LIMIT PIC 9(7)V99.
           05 CUST-TERMS-DAYS   PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-OLD-FILE-STATUS     PIC X(2) VALUE SPACE.
           MOVE SPACE TO CUST-PHONE.
           MOVE SPACE TO CUST-STREET.
           MOVE SPACE TO CUST-EMAIL.
           MOVE "C" TO CUST-ACCT-TYPE.
           MOVE ZERO TO CUST-CREDIT-LIMIT.
           MOVE ZERO TO CUST-TERMS-DAYS.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "*** DUPLICATE CUSTOMER-NO " CUST-NUMBER
