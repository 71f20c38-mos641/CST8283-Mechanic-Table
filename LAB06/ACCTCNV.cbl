      ******************************************************************
      * Author: Mostapha A
      * Purpose: One-time conversion of the indexed customer master
      *          CUSTMAST.TXT to the layout that carries the charge-
      *          account fields (account type, credit limit, and net
      *          terms in days).  Every customer comes across as a
      *          cash account; fleet customers are then switched to
      *          charge accounts, with their limit and terms, through
      *          LAB06 maintenance mode (action U).
      *          Run once, before LAB06 is first run with charge
      *          accounts:
      *             1. Rename the existing CUSTMAST.TXT (and its index)
      *                to CUSTMAST.OLD.
      *             2. Run ACCTCNV.  It reads CUSTMAST.OLD and writes a
      *                new, indexed CUSTMAST.TXT alongside it.
      *             3. Confirm the converted-record count matches the
      *                old file's record count, then LAB06 can be run
      *                normally.
      ******************************************************************
      * Maintenance History:
      * 2026-10-15  MA  Written to widen CUSTMAST.TXT for fleet charge
      *                 accounts and credit limits.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. ACCTCNV.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OLD-CUSTOMER-FILE
              ASSIGN TO "../CUSTMAST.OLD"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OLD-CUST-NUMBER
                 FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT NEW-CUSTOMER-FILE
              ASSIGN TO "../CUSTMAST.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS NEW-CUST-NUMBER
                 FILE STATUS IS WS-NEW-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD OLD-CUSTOMER-FILE.
       01 OLD-CUSTOMER-RECORD.
           05 OLD-CUST-NUMBER PIC 9(5).
           05 OLD-CUST-NAME   PIC X(25).
           05 OLD-CUST-PHONE  PIC X(12).
           05 OLD-CUST-STREET PIC X(25).
           05 OLD-CUST-EMAIL  PIC X(30).

       FD NEW-CUSTOMER-FILE.
       01 NEW-CUSTOMER-RECORD.
           05 NEW-CUST-NUMBER       PIC 9(5).
           05 NEW-CUST-NAME         PIC X(25).
           05 NEW-CUST-PHONE        PIC X(12).
           05 NEW-CUST-STREET       PIC X(25).
           05 NEW-CUST-EMAIL        PIC X(30).
           05 NEW-CUST-ACCT-TYPE    PIC X(1).
           05 NEW-CUST-CREDIT-LIMIT PIC 9(7)V99.
           05 NEW-CUST-TERMS-DAYS   PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-OLD-FILE-STATUS     PIC X(2) VALUE SPACE.
       01 WS-NEW-FILE-STATUS     PIC X(2) VALUE SPACE.
       01 WS-EOF-FLAG            PIC X(1) VALUE "N".
           88 OLD-FILE-EOF       VALUE "Y".
       01 WS-CONVERTED-COUNT     PIC 9(5) COMP VALUE ZERO.
       01 WS-DUPLICATE-COUNT     PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       000-CONVERT-CUSTOMERS.
           PERFORM 100-INITIALIZE.

           PERFORM 200-READ-OLD-RECORD.
           PERFORM 300-CONVERT-ONE-RECORD
               UNTIL OLD-FILE-EOF.

           PERFORM 900-FINISH.
           STOP RUN.

       100-INITIALIZE.
           OPEN INPUT OLD-CUSTOMER-FILE.
           IF WS-OLD-FILE-STATUS NOT = "00"
               DISPLAY "*** FATAL: CUSTMAST.OLD OPEN FAILED - STATUS "
                   WS-OLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-CUSTOMER-FILE.

       200-READ-OLD-RECORD.
           READ OLD-CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.

       300-CONVERT-ONE-RECORD.
           MOVE OLD-CUST-NUMBER TO NEW-CUST-NUMBER.
           MOVE OLD-CUST-NAME   TO NEW-CUST-NAME.
           MOVE OLD-CUST-PHONE  TO NEW-CUST-PHONE.
           MOVE OLD-CUST-STREET TO NEW-CUST-STREET.
           MOVE OLD-CUST-EMAIL  TO NEW-CUST-EMAIL.
           MOVE "C"             TO NEW-CUST-ACCT-TYPE.
           MOVE ZERO            TO NEW-CUST-CREDIT-LIMIT.
           MOVE ZERO            TO NEW-CUST-TERMS-DAYS.

           WRITE NEW-CUSTOMER-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
                   DISPLAY "*** DUPLICATE CUSTOMER-NO " NEW-CUST-NUMBER
                       " - RECORD NOT CONVERTED."
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
           END-WRITE.

           PERFORM 200-READ-OLD-RECORD.

       900-FINISH.
           CLOSE OLD-CUSTOMER-FILE.
           CLOSE NEW-CUSTOMER-FILE.

           DISPLAY "*** " WS-CONVERTED-COUNT
               " CUSTOMER(S) CONVERTED TO THE CHARGE-ACCOUNT "
               "CUSTMAST.TXT.".
           IF WS-DUPLICATE-COUNT > ZERO
               DISPLAY "*** " WS-DUPLICATE-COUNT
                   " RECORD(S) SKIPPED - DUPLICATE CUSTOMER-NO."
           END-IF.
