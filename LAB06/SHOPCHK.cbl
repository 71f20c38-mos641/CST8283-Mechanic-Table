      ******************************************************************
      * Author: Mostapha A
      * Purpose: Nightly cross-file integrity check of the shop's
      *          master and ledger files.  Each link below is only
      *          checked by LAB06 when a record is keyed, so a
      *          delete in maintenance or a restore through SHOPBKUP
      *          can leave records pointing at nothing.  Every file
      *          is read in full and every break is listed on
      *          CHKRPT.PRT:
      *             1. CARFILE.TXT -> CUSTMAST.TXT by CUSTOMER-NO.
      *             2. SERVHIST.TXT, APPTFILE.TXT, ESTFILE.TXT, and
      *                ARFILE.TXT -> CARFILE.TXT by VIN.
      *             3. ESTFILE.TXT and POFILE.TXT -> PARTMAST.TXT by
      *                part number.
      *             4. ARFILE.TXT -> CUSTMAST.TXT by customer number
      *                where the row carries one.  A vehicle or an
      *                unpaid invoice on a customer retired by a
      *                merge is also listed.
      *             5. Open items (unpaid invoices, open or approved
      *                estimates, appointments not yet due, open PO
      *                lines) are flagged separately when what they
      *                point at - the vehicle, its owner, or the
      *                part - has been deleted.
      *             6. Invoice, PO, and estimate numbers: a number on
      *                file above the last one INVSEQ/POSEQ/ESTSEQ has
      *                issued, one number carried by two different
      *                vehicles/orders, an invoice on ARFILE twice,
      *                and any number issued since the previous
      *                night's check that is on no file (a gap).
      *                Month-end purges received PO lines, billed
      *                estimates, and paid invoices, so gaps are only
      *                looked for among the numbers issued since the
      *                last check; the range checked is carried in
      *                CHKCTL.TXT.  A rerun on the same date checks
      *                the same range again.  The first run only
      *                records where the numbering stands.
      *          RC=8 when any exception is found - the morning run
      *          may not be clean until the report has been worked.
      ******************************************************************
      * Maintenance History:
      * 2026-10-15  MA  Written so orphaned vehicles, customers, and
      *                 parts show up the night they are made instead
      *                 of weeks later as a blank name on an invoice.
      * 2026-10-15  MA  A vehicle or an open invoice still on a
      *                 customer number retired by a mode M merge is
      *                 listed - the merge should have moved it to
      *                 the surviving number.
      * 2026-10-15  MA  File subscript widened to two digits so the
      *                 count loops end after the ninth row; the
      *                 summary shows whether each count is records
      *                 read or keyed lookups.
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID. SHOPCHK.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CAR-FILE
              ASSIGN TO "../CARFILE.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS VIN-NUMBER
                 ALTERNATE RECORD KEY IS CAR-TYPE
                     WITH DUPLICATES
                 FILE STATUS IS WS-CAR-STATUS.

           SELECT CUSTOMER-FILE
              ASSIGN TO "../CUSTMAST.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CUST-NUMBER
                 FILE STATUS IS WS-CUST-STATUS.

           SELECT PART-FILE
              ASSIGN TO "../PARTMAST.TXT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PART-NUMBER
                 FILE STATUS IS WS-PART-STATUS.

           SELECT HISTORY-FILE
              ASSIGN TO "../SERVHIST.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HIST-STATUS.

           SELECT APPOINTMENT-FILE
              ASSIGN TO "../APPTFILE.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-APPT-STATUS.

           SELECT EST-FILE
              ASSIGN TO "../ESTFILE.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EST-STATUS.

           SELECT PO-FILE
              ASSIGN TO "../POFILE.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PO-STATUS.

           SELECT RECEIVABLE-FILE
              ASSIGN TO "../ARFILE.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AR-STATUS.

           SELECT INVOICE-SEQ-FILE
              ASSIGN TO "../INVSEQ.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SEQ-STATUS.

           SELECT PO-SEQ-FILE
              ASSIGN TO "../POSEQ.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SEQ-STATUS.

           SELECT EST-SEQ-FILE
              ASSIGN TO "../ESTSEQ.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SEQ-STATUS.

           SELECT CHECK-CONTROL-FILE
              ASSIGN TO "../CHKCTL.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CHKCTL-STATUS.

           SELECT NUMBER-SORT-FILE
              ASSIGN TO "SORTWK1".

           SELECT CHECK-REPORT-FILE
              ASSIGN TO "../CHKRPT.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD CAR-FILE.
       01 CAR-RECORD.
           05 CAR-TYPE        PIC X(5).
           05 CAR-YEAR        PIC 9(4).
           05 ENGINE-SIZE     PIC 9(1).
           05 VIN-NUMBER      PIC X(17).
           05 ODOMETER-MILES  PIC 9(6).
           05 CUSTOMER-NO     PIC 9(5).

       FD CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
           05 CUST-NUMBER PIC 9(5).
           05 CUST-NAME   PIC X(25).
           05 CUST-PHONE  PIC X(12).
           05 CUST-STREET PIC X(25).
           05 CUST-EMAIL  PIC X(30).
           05 CUST-ACCT-TYPE    PIC X(1).
               88 RETIRED-ACCOUNT VALUE "R".
           05 CUST-CREDIT-LIMIT PIC 9(7)V99.
           05 CUST-TERMS-DAYS   PIC 9(3).

       FD PART-FILE.
       01 PART-RECORD.
           05 PART-NUMBER        PIC X(8).
           05 PART-DESC          PIC X(20).
           05 PART-ON-HAND       PIC 9(5).
           05 PART-UNIT-COST     PIC 9(5)V99.
           05 PART-REORDER-POINT PIC 9(5).

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HIST-VIN          PIC X(17).
           05 HIST-RUN-DATE     PIC 9(8).
           05 HIST-CAR-TYPE     PIC X(5).
           05 HIST-PART-DESC    PIC X(20).
           05 HIST-PART-COST    PIC 9(5)V99.
           05 HIST-LABOR-COST   PIC 9(6)V99.
           05 HIST-LINE-TOTAL   PIC 9(6)V99.
           05 HIST-ODOMETER     PIC 9(6).
           05 HIST-INVOICE-NO   PIC 9(6).
           05 HIST-PART-NUMBER  PIC X(8).
           05 HIST-REVERSED     PIC X(1).
           05 HIST-CREDIT-NO    PIC 9(6).
           05 HIST-UNIT-COST    PIC 9(5)V99.
           05 HIST-MECH-ID      PIC X(4).
           05 HIST-CAMPAIGN-ID  PIC X(8).
           05 HIST-LABOR-HOURS  PIC 9(3)V9.

       FD APPOINTMENT-FILE.
       01 APPOINTMENT-RECORD.
           05 APPT-DATE    PIC 9(8).
           05 APPT-SLOT    PIC 9(4).
           05 APPT-BAY     PIC 9(2).
           05 APPT-VIN     PIC X(17).
           05 APPT-SERVICE PIC X(20).
           05 APPT-MECH-ID PIC X(4).
           05 APPT-PM-FLAG PIC X(1).

       FD EST-FILE.
       01 ESTIMATE-LINE-RECORD.
           05 EST-NO          PIC 9(6).
           05 EST-DATE        PIC 9(8).
           05 EST-VIN         PIC X(17).
           05 EST-STATUS      PIC X(1).
               88 EST-LINE-OPEN VALUE "O" "A".
           05 EST-PART-NUMBER PIC X(8).
           05 EST-PART-DESC   PIC X(20).
           05 EST-PART-COST   PIC 9(5)V99.
           05 EST-MECH-ID     PIC X(4).
           05 EST-HOURS       PIC 9(3)V9.
           05 EST-RATE        PIC 9(3)V99.

       FD PO-FILE.
       01 PO-RECORD.
           05 PO-NUMBER       PIC 9(6).
           05 PO-DATE         PIC 9(8).
           05 PO-SUPPLIER-ID  PIC X(4).
           05 PO-PART-NUMBER  PIC X(8).
           05 PO-QTY-ORDERED  PIC 9(5).
           05 PO-QTY-RECEIVED PIC 9(5).
           05 PO-STATUS       PIC X(1).
               88 PO-LINE-OPEN VALUE "O".

       FD RECEIVABLE-FILE.
       01 RECEIVABLE-RECORD.
           05 AR-INVOICE-NO     PIC 9(6).
           05 AR-INVOICE-DATE   PIC 9(8).
           05 AR-CUSTOMER       PIC X(25).
           05 AR-VIN            PIC X(17).
           05 AR-INVOICE-AMOUNT PIC 9(8)V99.
           05 AR-PAID-AMOUNT    PIC 9(8)V99.
           05 AR-PAID-DATE      PIC 9(8).
           05 AR-PAY-METHOD     PIC X(2).
           05 AR-CUST-NO        PIC 9(5).

       FD INVOICE-SEQ-FILE.
       01 INVOICE-SEQ-RECORD.
           05 SEQ-LAST-INVOICE-NO PIC 9(6).

       FD PO-SEQ-FILE.
       01 PO-SEQ-RECORD.
           05 SEQ-LAST-PO-NO PIC 9(6).

       FD EST-SEQ-FILE.
       01 EST-SEQ-RECORD.
           05 SEQ-LAST-EST-NO PIC 9(6).

       FD CHECK-CONTROL-FILE.
       01 CHECK-CONTROL-RECORD.
           05 CHC-RUN-DATE PIC 9(8).
           05 CHC-RANGE OCCURS 3 TIMES.
               10 CHC-FROM-NO PIC 9(6).
               10 CHC-THRU-NO PIC 9(6).

       SD NUMBER-SORT-FILE.
       01 NSR-RECORD.
           05 NSR-KIND   PIC X(1).
           05 NSR-NUMBER PIC 9(6).
           05 NSR-SOURCE PIC X(1).
               88 NSR-FROM-ARFILE VALUE "A".
           05 NSR-OWNER  PIC X(17).
           05 NSR-DATE   PIC 9(8).

       FD CHECK-REPORT-FILE.
       01 CHECK-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS-FIELDS.
           05 WS-CAR-STATUS    PIC X(2) VALUE ZERO.
           05 WS-CUST-STATUS   PIC X(2) VALUE ZERO.
           05 WS-PART-STATUS   PIC X(2) VALUE ZERO.
           05 WS-HIST-STATUS   PIC X(2) VALUE ZERO.
           05 WS-APPT-STATUS   PIC X(2) VALUE ZERO.
           05 WS-EST-STATUS    PIC X(2) VALUE ZERO.
           05 WS-PO-STATUS     PIC X(2) VALUE ZERO.
           05 WS-AR-STATUS     PIC X(2) VALUE ZERO.
           05 WS-SEQ-STATUS    PIC X(2) VALUE ZERO.
           05 WS-CHKCTL-STATUS PIC X(2) VALUE ZERO.

       01 CONTROL-FIELDS.
           05 WS-RUN-DATE PIC 9(8).
           05 WS-READ-EOF-FLAG PIC X(1) VALUE "N".
               88 READ-EOF VALUE "Y".
           05 WS-SORT-EOF-FLAG PIC X(1) VALUE "N".
               88 NUMBER-SORT-EOF VALUE "Y".
           05 WS-CAR-OPEN-FLAG PIC X(1) VALUE "N".
               88 CAR-FILE-OPEN VALUE "Y".
           05 WS-CUST-OPEN-FLAG PIC X(1) VALUE "N".
               88 CUST-FILE-OPEN VALUE "Y".
           05 WS-PART-OPEN-FLAG PIC X(1) VALUE "N".
               88 PART-FILE-OPEN VALUE "Y".
           05 WS-CAR-FOUND-FLAG PIC X(1) VALUE "Y".
               88 VEHICLE-ON-FILE VALUE "Y".
           05 WS-CUST-FOUND-FLAG PIC X(1) VALUE "Y".
               88 CUSTOMER-ON-FILE VALUE "Y".
           05 WS-CUST-RETIRED-FLAG PIC X(1) VALUE "N".
               88 CUSTOMER-RETIRED VALUE "Y".
           05 WS-PART-FOUND-FLAG PIC X(1) VALUE "Y".
               88 PART-ON-FILE VALUE "Y".
           05 WS-GAP-CHECK-FLAG PIC X(1) VALUE "N".
               88 GAP-CHECK-ON VALUE "Y".
           05 WS-CHK-VIN PIC X(17).
           05 WS-CHK-CUST-NO PIC 9(5).
           05 WS-CHK-PART PIC X(8).
           05 WS-OPEN-STATUS PIC X(2).
           05 WS-FILE-SUB PIC 9(2).
           05 WS-KIND-SUB PIC 9(1).
           05 WS-EXCEPTION-COUNT PIC 9(6) VALUE ZERO.

       01 LAST-CHECK-DATA.
           05 LCK-RUN-DATE PIC 9(8).
           05 LCK-RANGE OCCURS 3 TIMES.
               10 LCK-FROM-NO PIC 9(6).
               10 LCK-THRU-NO PIC 9(6).

       01 NUMBER-CHECK-FIELDS.
           05 WS-CUR-KIND PIC X(1) VALUE SPACE.
           05 WS-CUR-NUMBER PIC 9(6) VALUE ZERO.
           05 WS-CUR-OWNER PIC X(17).
           05 WS-CUR-DATE PIC 9(8).
           05 WS-AR-ROW-COUNT PIC 9(3).
           05 WS-REUSE-FLAG PIC X(1).
               88 NUMBER-REUSED VALUE "Y".
           05 WS-GAP-FROM PIC 9(6).
           05 WS-GAP-THRU PIC 9(6).

       01 FILE-LABEL-VALUES.
           05 FILLER PIC X(8) VALUE "CARFILE ".
           05 FILLER PIC X(8) VALUE "CUSTMAST".
           05 FILLER PIC X(8) VALUE "PARTMAST".
           05 FILLER PIC X(8) VALUE "SERVHIST".
           05 FILLER PIC X(8) VALUE "APPTFILE".
           05 FILLER PIC X(8) VALUE "ESTFILE ".
           05 FILLER PIC X(8) VALUE "POFILE  ".
           05 FILLER PIC X(8) VALUE "ARFILE  ".
           05 FILLER PIC X(8) VALUE "NUMBERS ".
       01 FILE-LABEL-DATA REDEFINES FILE-LABEL-VALUES.
           05 FILE-LABEL PIC X(8) OCCURS 9 TIMES.

      * CUSTMAST and PARTMAST are only read by key, once per row that
      * points at them, so their count is lookups, not records.
       01 FILE-BASIS-VALUES.
           05 FILLER PIC X(13) VALUE "RECORDS".
           05 FILLER PIC X(13) VALUE "KEYED LOOKUPS".
           05 FILLER PIC X(13) VALUE "KEYED LOOKUPS".
           05 FILLER PIC X(13) VALUE "RECORDS".
           05 FILLER PIC X(13) VALUE "RECORDS".
           05 FILLER PIC X(13) VALUE "RECORDS".
           05 FILLER PIC X(13) VALUE "RECORDS".
           05 FILLER PIC X(13) VALUE "RECORDS".
           05 FILLER PIC X(13) VALUE "NUMBERS".
       01 FILE-BASIS-DATA REDEFINES FILE-BASIS-VALUES.
           05 FILE-BASIS PIC X(13) OCCURS 9 TIMES.

       01 FILE-COUNT-DATA.
           05 FILE-COUNT-TABLE OCCURS 9 TIMES.
               10 FCT-READ   PIC 9(6).
               10 FCT-EXCEPT PIC 9(6).

      * One row per numbering series, in NSR-KIND sort order.
       01 NUMBER-KIND-VALUES.
           05 FILLER PIC X(1)  VALUE "E".
           05 FILLER PIC X(8)  VALUE "ESTIMATE".
           05 FILLER PIC X(8)  VALUE "ESTSEQ  ".
           05 FILLER PIC X(22) VALUE "NOT ON ESTFILE".
           05 FILLER PIC X(1)  VALUE "I".
           05 FILLER PIC X(8)  VALUE "INVOICE ".
           05 FILLER PIC X(8)  VALUE "INVSEQ  ".
           05 FILLER PIC X(22) VALUE "NOT ON SERVHIST/ARFILE".
           05 FILLER PIC X(1)  VALUE "P".
           05 FILLER PIC X(8)  VALUE "PO      ".
           05 FILLER PIC X(8)  VALUE "POSEQ   ".
           05 FILLER PIC X(22) VALUE "NOT ON POFILE".
       01 NUMBER-KIND-DATA REDEFINES NUMBER-KIND-VALUES.
           05 NUMBER-KIND-TABLE OCCURS 3 TIMES.
               10 NKV-KIND     PIC X(1).
               10 NKV-LABEL    PIC X(8).
               10 NKV-SEQ-FILE PIC X(8).
               10 NKV-WHERE    PIC X(22).

       01 NUMBER-RANGE-DATA.
           05 NUMBER-RANGE-TABLE OCCURS 3 TIMES.
               10 NRG-LAST PIC 9(6).
               10 NRG-FROM PIC 9(6).
               10 NRG-NEXT PIC 9(6).

       01 CHK-TITLE-LINE.
           05 FILLER PIC X(31) VALUE "NIGHTLY FILE INTEGRITY CHECK - ".
           05 CKT-DATE PIC 9(8).

       01 CHK-HEADER-LINE.
           05 FILLER PIC X(12) VALUE " FILE     | ".
           05 FILLER PIC X(35) VALUE "RECORD".
           05 FILLER PIC X(9)  VALUE "EXCEPTION".

       01 CHK-DETAIL-LINE.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 CKD-FILE    PIC X(8).
           05 FILLER      PIC X(3) VALUE " | ".
           05 CKD-KEY     PIC X(32) VALUE SPACE.
           05 FILLER      PIC X(3) VALUE " | ".
           05 CKD-PROBLEM PIC X(45) VALUE SPACE.

       01 CHK-COUNT-HEADER-LINE.
           05 FILLER PIC X(12) VALUE " FILE     | ".
           05 FILLER PIC X(8)  VALUE "  READ |".
           05 FILLER PIC X(11) VALUE " EXCEPTIONS".
           05 FILLER PIC X(14) VALUE "  | COUNTED AS".

       01 CHK-COUNT-LINE.
           05 FILLER     PIC X(1) VALUE SPACE.
           05 CKC-FILE   PIC X(8).
           05 FILLER     PIC X(3) VALUE " | ".
           05 CKC-READ   PIC ZZZZZ9.
           05 FILLER     PIC X(3) VALUE " | ".
           05 CKC-EXCEPT PIC ZZZZZ9.
           05 FILLER     PIC X(8) VALUE "      | ".
           05 CKC-BASIS  PIC X(13).

       01 CHK-RANGE-LINE.
           05 FILLER    PIC X(1) VALUE SPACE.
           05 CKR-LABEL PIC X(8).
           05 FILLER    PIC X(13) VALUE " NOS CHECKED ".
           05 CKR-TEXT  PIC X(40).

       01 CHK-TOTAL-LINE.
           05 FILLER    PIC X(18) VALUE " TOTAL EXCEPTIONS ".
           05 CKX-COUNT PIC ZZZZZ9.

       PROCEDURE DIVISION.
       000-SHOPCHK-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT CHECK-REPORT-FILE.
           MOVE WS-RUN-DATE TO CKT-DATE.
           MOVE CHK-TITLE-LINE TO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           MOVE CHK-HEADER-LINE TO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.

           PERFORM 105-CLEAR-ONE-FILE-COUNT
               VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 9.

           PERFORM 100-OPEN-MASTER-FILES.
           PERFORM 150-LOAD-NUMBER-CONTROL.

           SORT NUMBER-SORT-FILE
               ON ASCENDING KEY NSR-KIND
                                NSR-NUMBER
                                NSR-SOURCE
               INPUT PROCEDURE IS 200-CHECK-FILE-LINKS
               OUTPUT PROCEDURE IS 400-CHECK-NUMBERING.

           PERFORM 160-WRITE-NUMBER-CONTROL.
           PERFORM 110-CLOSE-MASTER-FILES.
           PERFORM 170-WRITE-CHECK-SUMMARY.
           CLOSE CHECK-REPORT-FILE.

           IF WS-EXCEPTION-COUNT = ZERO
               DISPLAY "*** FILE INTEGRITY CHECK CLEAN - SEE "
                   "CHKRPT.PRT."
           ELSE
               DISPLAY "*** " WS-EXCEPTION-COUNT " FILE INTEGRITY "
                   "EXCEPTION(S) - SEE CHKRPT.PRT - RETURN CODE 8."
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

       100-OPEN-MASTER-FILES.
           MOVE 1 TO WS-FILE-SUB.
           OPEN INPUT CAR-FILE.
           IF WS-CAR-STATUS = "00"
               MOVE "Y" TO WS-CAR-OPEN-FLAG
           ELSE
               MOVE "CARFILE.TXT" TO CKD-KEY
               MOVE WS-CAR-STATUS TO WS-OPEN-STATUS
               PERFORM 810-WRITE-OPEN-FAILURE
           END-IF.

           MOVE 2 TO WS-FILE-SUB.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-FLAG
           ELSE
               MOVE "CUSTMAST.TXT" TO CKD-KEY
               MOVE WS-CUST-STATUS TO WS-OPEN-STATUS
               PERFORM 810-WRITE-OPEN-FAILURE
           END-IF.

           MOVE 3 TO WS-FILE-SUB.
           OPEN INPUT PART-FILE.
           IF WS-PART-STATUS = "00"
               MOVE "Y" TO WS-PART-OPEN-FLAG
           ELSE
               MOVE "PARTMAST.TXT" TO CKD-KEY
               MOVE WS-PART-STATUS TO WS-OPEN-STATUS
               PERFORM 810-WRITE-OPEN-FAILURE
           END-IF.

       105-CLEAR-ONE-FILE-COUNT.
           MOVE ZERO TO FCT-READ(WS-FILE-SUB).
           MOVE ZERO TO FCT-EXCEPT(WS-FILE-SUB).

       110-CLOSE-MASTER-FILES.
           IF CAR-FILE-OPEN
               CLOSE CAR-FILE
           END-IF.
           IF CUST-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF.
           IF PART-FILE-OPEN
               CLOSE PART-FILE
           END-IF.

       150-LOAD-NUMBER-CONTROL.
           PERFORM 151-READ-SEQUENCE-FILES.

           MOVE "N" TO WS-GAP-CHECK-FLAG.
           OPEN INPUT CHECK-CONTROL-FILE.
           IF WS-CHKCTL-STATUS = "00"
               READ CHECK-CONTROL-FILE
                   NOT AT END
                       MOVE CHECK-CONTROL-RECORD TO LAST-CHECK-DATA
                       IF LCK-RUN-DATE NUMERIC
                           MOVE "Y" TO WS-GAP-CHECK-FLAG
                       END-IF
               END-READ
               CLOSE CHECK-CONTROL-FILE
           END-IF.

           MOVE 9 TO WS-FILE-SUB.
           PERFORM 152-SET-ONE-NUMBER-RANGE
               VARYING WS-KIND-SUB FROM 1 BY 1
                   UNTIL WS-KIND-SUB > 3.

       151-READ-SEQUENCE-FILES.
           MOVE ZERO TO NRG-LAST(1).
           OPEN INPUT EST-SEQ-FILE.
           IF WS-SEQ-STATUS = "00"
               READ EST-SEQ-FILE
                   NOT AT END
                       MOVE SEQ-LAST-EST-NO TO NRG-LAST(1)
               END-READ
               CLOSE EST-SEQ-FILE
           END-IF.

           MOVE ZERO TO NRG-LAST(2).
           OPEN INPUT INVOICE-SEQ-FILE.
           IF WS-SEQ-STATUS = "00"
               READ INVOICE-SEQ-FILE
                   NOT AT END
                       MOVE SEQ-LAST-INVOICE-NO TO NRG-LAST(2)
               END-READ
               CLOSE INVOICE-SEQ-FILE
           END-IF.

           MOVE ZERO TO NRG-LAST(3).
           OPEN INPUT PO-SEQ-FILE.
           IF WS-SEQ-STATUS = "00"
               READ PO-SEQ-FILE
                   NOT AT END
                       MOVE SEQ-LAST-PO-NO TO NRG-LAST(3)
               END-READ
               CLOSE PO-SEQ-FILE
           END-IF.

      * A rerun on the date of the last check re-covers that check's
      * range; otherwise the range starts just past it.  A sequence
      * file below the last number checked has been restored or
      * reset, and the numbers above it will be issued again.
       152-SET-ONE-NUMBER-RANGE.
           IF NOT GAP-CHECK-ON
               COMPUTE NRG-FROM(WS-KIND-SUB) =
                   NRG-LAST(WS-KIND-SUB) + 1
           ELSE
               IF LCK-RUN-DATE = WS-RUN-DATE
                   MOVE LCK-FROM-NO(WS-KIND-SUB)
                       TO NRG-FROM(WS-KIND-SUB)
               ELSE
                   COMPUTE NRG-FROM(WS-KIND-SUB) =
                       LCK-THRU-NO(WS-KIND-SUB) + 1
               END-IF
               IF NRG-FROM(WS-KIND-SUB) > NRG-LAST(WS-KIND-SUB) + 1
                   MOVE NKV-SEQ-FILE(WS-KIND-SUB) TO CKD-FILE
                   MOVE SPACE TO CKD-KEY
                   STRING "LAST ISSUED " DELIMITED BY SIZE
                          NRG-LAST(WS-KIND-SUB) DELIMITED BY SIZE
                       INTO CKD-KEY
                   END-STRING
                   STRING "BELOW LAST CHECKED NO. " DELIMITED BY SIZE
                          LCK-THRU-NO(WS-KIND-SUB) DELIMITED BY SIZE
                       INTO CKD-PROBLEM
                   END-STRING
                   PERFORM 800-WRITE-EXCEPTION
                   COMPUTE NRG-FROM(WS-KIND-SUB) =
                       NRG-LAST(WS-KIND-SUB) + 1
               END-IF
           END-IF.
           MOVE NRG-FROM(WS-KIND-SUB) TO NRG-NEXT(WS-KIND-SUB).

       160-WRITE-NUMBER-CONTROL.
           OPEN OUTPUT CHECK-CONTROL-FILE.
           MOVE WS-RUN-DATE TO CHC-RUN-DATE.
           PERFORM 161-SET-ONE-CONTROL-RANGE
               VARYING WS-KIND-SUB FROM 1 BY 1
                   UNTIL WS-KIND-SUB > 3.
           WRITE CHECK-CONTROL-RECORD.
           CLOSE CHECK-CONTROL-FILE.

       161-SET-ONE-CONTROL-RANGE.
           MOVE NRG-FROM(WS-KIND-SUB) TO CHC-FROM-NO(WS-KIND-SUB).
           MOVE NRG-LAST(WS-KIND-SUB) TO CHC-THRU-NO(WS-KIND-SUB).

       170-WRITE-CHECK-SUMMARY.
           MOVE SPACE TO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           MOVE CHK-COUNT-HEADER-LINE TO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           PERFORM 171-WRITE-ONE-COUNT-LINE
               VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 9.

           MOVE SPACE TO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           PERFORM 172-WRITE-ONE-RANGE-LINE
               VARYING WS-KIND-SUB FROM 1 BY 1
                   UNTIL WS-KIND-SUB > 3.

           MOVE SPACE TO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE " NO EXCEPTIONS FOUND." TO CHECK-REPORT-RECORD
           ELSE
               MOVE WS-EXCEPTION-COUNT TO CKX-COUNT
               MOVE CHK-TOTAL-LINE TO CHECK-REPORT-RECORD
           END-IF.
           WRITE CHECK-REPORT-RECORD.

       171-WRITE-ONE-COUNT-LINE.
           MOVE FILE-LABEL(WS-FILE-SUB) TO CKC-FILE.
           MOVE FCT-READ(WS-FILE-SUB) TO CKC-READ.
           MOVE FCT-EXCEPT(WS-FILE-SUB) TO CKC-EXCEPT.
           MOVE FILE-BASIS(WS-FILE-SUB) TO CKC-BASIS.
           MOVE CHK-COUNT-LINE TO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.

       172-WRITE-ONE-RANGE-LINE.
           MOVE NKV-LABEL(WS-KIND-SUB) TO CKR-LABEL.
           MOVE SPACE TO CKR-TEXT.
           IF NOT GAP-CHECK-ON
               MOVE "NONE - FIRST RUN, NUMBERING RECORDED"
                   TO CKR-TEXT
           ELSE
               IF NRG-FROM(WS-KIND-SUB) > NRG-LAST(WS-KIND-SUB)
                   MOVE "NONE - NO NEW NUMBERS ISSUED" TO CKR-TEXT
               ELSE
                   STRING NRG-FROM(WS-KIND-SUB) DELIMITED BY SIZE
                          " THRU " DELIMITED BY SIZE
                          NRG-LAST(WS-KIND-SUB) DELIMITED BY SIZE
                       INTO CKR-TEXT
                   END-STRING
               END-IF
           END-IF.
           MOVE CHK-RANGE-LINE TO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.

       200-CHECK-FILE-LINKS.
           PERFORM 210-CHECK-CAR-FILE.
           PERFORM 220-CHECK-HISTORY-FILE.
           PERFORM 230-CHECK-APPOINTMENT-FILE.
           PERFORM 240-CHECK-ESTIMATE-FILE.
           PERFORM 250-CHECK-PO-FILE.
           PERFORM 260-CHECK-RECEIVABLE-FILE.

       210-CHECK-CAR-FILE.
           MOVE 1 TO WS-FILE-SUB.
           MOVE "N" TO WS-READ-EOF-FLAG.
           IF CAR-FILE-OPEN
               PERFORM 211-CHECK-ONE-CAR
                   UNTIL READ-EOF
           END-IF.

       211-CHECK-ONE-CAR.
           READ CAR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-READ-EOF-FLAG
               NOT AT END
                   ADD 1 TO FCT-READ(1)
                   PERFORM 510-LOOKUP-VEHICLE-OWNER
                   IF NOT CUSTOMER-ON-FILE
                       MOVE SPACE TO CKD-KEY
                       STRING "VIN " DELIMITED BY SIZE
                              VIN-NUMBER DELIMITED BY SIZE
                           INTO CKD-KEY
                       END-STRING
                       STRING "CUSTOMER " DELIMITED BY SIZE
                              CUSTOMER-NO DELIMITED BY SIZE
                              " NOT ON CUSTMAST" DELIMITED BY SIZE
                           INTO CKD-PROBLEM
                       END-STRING
                       PERFORM 800-WRITE-EXCEPTION
                   END-IF
                   IF CUSTOMER-RETIRED
                       MOVE SPACE TO CKD-KEY
                       STRING "VIN " DELIMITED BY SIZE
                              VIN-NUMBER DELIMITED BY SIZE
                           INTO CKD-KEY
                       END-STRING
                       STRING "CUSTOMER " DELIMITED BY SIZE
                              CUSTOMER-NO DELIMITED BY SIZE
                              " RETIRED BY MERGE" DELIMITED BY SIZE
                           INTO CKD-PROBLEM
                       END-STRING
                       PERFORM 800-WRITE-EXCEPTION
                   END-IF
           END-READ.

       220-CHECK-HISTORY-FILE.
           MOVE 4 TO WS-FILE-SUB.
           MOVE "N" TO WS-READ-EOF-FLAG.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM 221-CHECK-ONE-HISTORY-LINE
                   UNTIL READ-EOF
               CLOSE HISTORY-FILE
           ELSE
               MOVE "SERVHIST.TXT" TO CKD-KEY
               MOVE WS-HIST-STATUS TO WS-OPEN-STATUS
               PERFORM 810-WRITE-OPEN-FAILURE
           END-IF.

      * Lines posted before SERVHIST carried the invoice number have
      * none to check against INVSEQ.
       221-CHECK-ONE-HISTORY-LINE.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-READ-EOF-FLAG
               NOT AT END
                   ADD 1 TO FCT-READ(4)
                   MOVE HIST-VIN TO WS-CHK-VIN
                   PERFORM 500-LOOKUP-VEHICLE
                   IF NOT VEHICLE-ON-FILE
                       MOVE SPACE TO CKD-KEY
                       STRING "VIN " DELIMITED BY SIZE
                              HIST-VIN DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              HIST-RUN-DATE DELIMITED BY SIZE
                           INTO CKD-KEY
                       END-STRING
                       MOVE "VIN NOT ON CARFILE" TO CKD-PROBLEM
                       PERFORM 800-WRITE-EXCEPTION
                   END-IF
                   IF HIST-INVOICE-NO NUMERIC
                       AND HIST-INVOICE-NO > ZERO
                       MOVE "I" TO NSR-KIND
                       MOVE HIST-INVOICE-NO TO NSR-NUMBER
                       MOVE "H" TO NSR-SOURCE
                       MOVE HIST-VIN TO NSR-OWNER
                       MOVE HIST-RUN-DATE TO NSR-DATE
                       RELEASE NSR-RECORD
                   END-IF
           END-READ.

       230-CHECK-APPOINTMENT-FILE.
           MOVE 5 TO WS-FILE-SUB.
           MOVE "N" TO WS-READ-EOF-FLAG.
           OPEN INPUT APPOINTMENT-FILE.
           IF WS-APPT-STATUS = "00"
               PERFORM 231-CHECK-ONE-APPOINTMENT
                   UNTIL READ-EOF
               CLOSE APPOINTMENT-FILE
           ELSE
               MOVE "APPTFILE.TXT" TO CKD-KEY
               MOVE WS-APPT-STATUS TO WS-OPEN-STATUS
               PERFORM 810-WRITE-OPEN-FAILURE
           END-IF.

       231-CHECK-ONE-APPOINTMENT.
           READ APPOINTMENT-FILE
               AT END
                   MOVE "Y" TO WS-READ-EOF-FLAG
               NOT AT END
                   ADD 1 TO FCT-READ(5)
                   STRING "VIN " DELIMITED BY SIZE
                          APPT-VIN DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          APPT-DATE DELIMITED BY SIZE
                       INTO CKD-KEY
                   END-STRING
                   MOVE APPT-VIN TO WS-CHK-VIN
                   PERFORM 500-LOOKUP-VEHICLE
                   IF APPT-DATE < WS-RUN-DATE
                       IF NOT VEHICLE-ON-FILE
                           MOVE "VIN NOT ON CARFILE" TO CKD-PROBLEM
                       END-IF
                   ELSE
                       IF NOT VEHICLE-ON-FILE
                           MOVE "BOOKED APPT - VEHICLE DELETED"
                               TO CKD-PROBLEM
                       ELSE
                           PERFORM 510-LOOKUP-VEHICLE-OWNER
                           IF NOT CUSTOMER-ON-FILE
                               MOVE "BOOKED APPT - CUSTOMER DELETED"
                                   TO CKD-PROBLEM
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 805-WRITE-IF-EXCEPTION
           END-READ.

       240-CHECK-ESTIMATE-FILE.
           MOVE 6 TO WS-FILE-SUB.
           MOVE "N" TO WS-READ-EOF-FLAG.
           OPEN INPUT EST-FILE.
           IF WS-EST-STATUS = "00"
               PERFORM 241-CHECK-ONE-ESTIMATE-LINE
                   UNTIL READ-EOF
               CLOSE EST-FILE
           ELSE
               MOVE "ESTFILE.TXT" TO CKD-KEY
               MOVE WS-EST-STATUS TO WS-OPEN-STATUS
               PERFORM 810-WRITE-OPEN-FAILURE
           END-IF.

       241-CHECK-ONE-ESTIMATE-LINE.
           READ EST-FILE
               AT END
                   MOVE "Y" TO WS-READ-EOF-FLAG
               NOT AT END
                   ADD 1 TO FCT-READ(6)
                   PERFORM 242-CHECK-ESTIMATE-LINKS
           END-READ.

       242-CHECK-ESTIMATE-LINKS.
           STRING "EST " DELIMITED BY SIZE
                  EST-NO DELIMITED BY SIZE
                  " VIN " DELIMITED BY SIZE
                  EST-VIN DELIMITED BY SIZE
               INTO CKD-KEY
           END-STRING.

           MOVE EST-VIN TO WS-CHK-VIN.
           PERFORM 500-LOOKUP-VEHICLE.
           IF NOT EST-LINE-OPEN
               IF NOT VEHICLE-ON-FILE
                   MOVE "VIN NOT ON CARFILE" TO CKD-PROBLEM
               END-IF
           ELSE
               IF NOT VEHICLE-ON-FILE
                   MOVE "OPEN ESTIMATE - VEHICLE DELETED"
                       TO CKD-PROBLEM
               ELSE
                   PERFORM 510-LOOKUP-VEHICLE-OWNER
                   IF NOT CUSTOMER-ON-FILE
                       MOVE "OPEN ESTIMATE - CUSTOMER DELETED"
                           TO CKD-PROBLEM
                   END-IF
               END-IF
           END-IF.
           PERFORM 805-WRITE-IF-EXCEPTION.

           MOVE EST-PART-NUMBER TO WS-CHK-PART.
           PERFORM 530-LOOKUP-PART.
           IF NOT PART-ON-FILE
               STRING "PART " DELIMITED BY SIZE
                      EST-PART-NUMBER DELIMITED BY SIZE
                      " NOT ON PARTMAST" DELIMITED BY SIZE
                   INTO CKD-PROBLEM
               END-STRING
               PERFORM 800-WRITE-EXCEPTION
           END-IF.

           IF EST-NO NUMERIC AND EST-NO > ZERO
               MOVE "E" TO NSR-KIND
               MOVE EST-NO TO NSR-NUMBER
               MOVE "E" TO NSR-SOURCE
               MOVE EST-VIN TO NSR-OWNER
               MOVE EST-DATE TO NSR-DATE
               RELEASE NSR-RECORD
           ELSE
               MOVE "NO ESTIMATE NUMBER" TO CKD-PROBLEM
               PERFORM 800-WRITE-EXCEPTION
           END-IF.
           MOVE SPACE TO CKD-KEY.

       250-CHECK-PO-FILE.
           MOVE 7 TO WS-FILE-SUB.
           MOVE "N" TO WS-READ-EOF-FLAG.
           OPEN INPUT PO-FILE.
           IF WS-PO-STATUS = "00"
               PERFORM 251-CHECK-ONE-PO-LINE
                   UNTIL READ-EOF
               CLOSE PO-FILE
           ELSE
               MOVE "POFILE.TXT" TO CKD-KEY
               MOVE WS-PO-STATUS TO WS-OPEN-STATUS
               PERFORM 810-WRITE-OPEN-FAILURE
           END-IF.

       251-CHECK-ONE-PO-LINE.
           READ PO-FILE
               AT END
                   MOVE "Y" TO WS-READ-EOF-FLAG
               NOT AT END
                   ADD 1 TO FCT-READ(7)
                   PERFORM 252-CHECK-PO-LINKS
           END-READ.

       252-CHECK-PO-LINKS.
           STRING "PO " DELIMITED BY SIZE
                  PO-NUMBER DELIMITED BY SIZE
                  " PART " DELIMITED BY SIZE
                  PO-PART-NUMBER DELIMITED BY SIZE
               INTO CKD-KEY
           END-STRING.

           MOVE PO-PART-NUMBER TO WS-CHK-PART.
           PERFORM 530-LOOKUP-PART.
           IF NOT PART-ON-FILE
               IF PO-LINE-OPEN
                   MOVE "OPEN PO LINE - PART DELETED" TO CKD-PROBLEM
               ELSE
                   MOVE "PART NOT ON PARTMAST" TO CKD-PROBLEM
               END-IF
               PERFORM 800-WRITE-EXCEPTION
           END-IF.

           IF PO-NUMBER NUMERIC AND PO-NUMBER > ZERO
               MOVE "P" TO NSR-KIND
               MOVE PO-NUMBER TO NSR-NUMBER
               MOVE "P" TO NSR-SOURCE
               MOVE PO-SUPPLIER-ID TO NSR-OWNER
               MOVE PO-DATE TO NSR-DATE
               RELEASE NSR-RECORD
           ELSE
               MOVE "NO PO NUMBER" TO CKD-PROBLEM
               PERFORM 800-WRITE-EXCEPTION
           END-IF.
           MOVE SPACE TO CKD-KEY.

       260-CHECK-RECEIVABLE-FILE.
           MOVE 8 TO WS-FILE-SUB.
           MOVE "N" TO WS-READ-EOF-FLAG.
           OPEN INPUT RECEIVABLE-FILE.
           IF WS-AR-STATUS = "00"
               PERFORM 261-CHECK-ONE-RECEIVABLE
                   UNTIL READ-EOF
               CLOSE RECEIVABLE-FILE
           ELSE
               MOVE "ARFILE.TXT" TO CKD-KEY
               MOVE WS-AR-STATUS TO WS-OPEN-STATUS
               PERFORM 810-WRITE-OPEN-FAILURE
           END-IF.

       261-CHECK-ONE-RECEIVABLE.
           READ RECEIVABLE-FILE
               AT END
                   MOVE "Y" TO WS-READ-EOF-FLAG
               NOT AT END
                   ADD 1 TO FCT-READ(8)
                   PERFORM 262-CHECK-RECEIVABLE-LINKS
           END-READ.

      * Rows written before ARFILE carried the customer number are
      * traced to the customer through the vehicle, as LAB06 does.
       262-CHECK-RECEIVABLE-LINKS.
           STRING "INV " DELIMITED BY SIZE
                  AR-INVOICE-NO DELIMITED BY SIZE
                  " VIN " DELIMITED BY SIZE
                  AR-VIN DELIMITED BY SIZE
               INTO CKD-KEY
           END-STRING.

           MOVE AR-VIN TO WS-CHK-VIN.
           PERFORM 500-LOOKUP-VEHICLE.
           IF NOT VEHICLE-ON-FILE
               IF AR-INVOICE-AMOUNT > AR-PAID-AMOUNT
                   MOVE "OPEN INVOICE - VEHICLE DELETED"
                       TO CKD-PROBLEM
               ELSE
                   MOVE "VIN NOT ON CARFILE" TO CKD-PROBLEM
               END-IF
               PERFORM 800-WRITE-EXCEPTION
           END-IF.

           IF AR-CUST-NO NUMERIC AND AR-CUST-NO > ZERO
               MOVE AR-CUST-NO TO WS-CHK-CUST-NO
               PERFORM 520-LOOKUP-CUSTOMER
               IF NOT CUSTOMER-ON-FILE
                   IF AR-INVOICE-AMOUNT > AR-PAID-AMOUNT
                       MOVE "OPEN INVOICE - CUSTOMER DELETED"
                           TO CKD-PROBLEM
                   ELSE
                       STRING "CUSTOMER " DELIMITED BY SIZE
                              AR-CUST-NO DELIMITED BY SIZE
                              " NOT ON CUSTMAST" DELIMITED BY SIZE
                           INTO CKD-PROBLEM
                       END-STRING
                   END-IF
                   PERFORM 800-WRITE-EXCEPTION
               END-IF
               IF CUSTOMER-RETIRED
                   AND AR-INVOICE-AMOUNT > AR-PAID-AMOUNT
                   MOVE "OPEN INVOICE - CUSTOMER RETIRED"
                       TO CKD-PROBLEM
                   PERFORM 800-WRITE-EXCEPTION
               END-IF
           ELSE
               IF AR-INVOICE-AMOUNT > AR-PAID-AMOUNT
                   AND VEHICLE-ON-FILE
                   PERFORM 510-LOOKUP-VEHICLE-OWNER
                   IF NOT CUSTOMER-ON-FILE
                       MOVE "OPEN INVOICE - CUSTOMER DELETED"
                           TO CKD-PROBLEM
                       PERFORM 800-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

           IF AR-INVOICE-NO NUMERIC AND AR-INVOICE-NO > ZERO
               MOVE "I" TO NSR-KIND
               MOVE AR-INVOICE-NO TO NSR-NUMBER
               MOVE "A" TO NSR-SOURCE
               MOVE AR-VIN TO NSR-OWNER
               MOVE AR-INVOICE-DATE TO NSR-DATE
               RELEASE NSR-RECORD
           ELSE
               MOVE "NO INVOICE NUMBER" TO CKD-PROBLEM
               PERFORM 800-WRITE-EXCEPTION
           END-IF.
           MOVE SPACE TO CKD-KEY.

       400-CHECK-NUMBERING.
           MOVE 9 TO WS-FILE-SUB.
           MOVE 1 TO WS-KIND-SUB.
           MOVE SPACE TO WS-CUR-KIND.
           MOVE ZERO TO WS-CUR-NUMBER.
           MOVE "N" TO WS-SORT-EOF-FLAG.
           PERFORM 410-RETURN-NUMBER-ROW.
           PERFORM 420-CHECK-ONE-NUMBER-ROW
               UNTIL NUMBER-SORT-EOF.
           PERFORM 440-FINISH-ONE-KIND
               UNTIL WS-KIND-SUB > 3.

       410-RETURN-NUMBER-ROW.
           RETURN NUMBER-SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-FLAG
               NOT AT END
                   ADD 1 TO FCT-READ(9)
           END-RETURN.

       420-CHECK-ONE-NUMBER-ROW.
           IF NSR-KIND NOT = WS-CUR-KIND
               OR NSR-NUMBER NOT = WS-CUR-NUMBER
               PERFORM 440-FINISH-ONE-KIND
                   UNTIL NKV-KIND(WS-KIND-SUB) = NSR-KIND
               PERFORM 430-START-ONE-NUMBER
           ELSE
               PERFORM 435-CHECK-ONE-REPEAT-ROW
           END-IF.
           PERFORM 410-RETURN-NUMBER-ROW.

       430-START-ONE-NUMBER.
           MOVE NSR-KIND TO WS-CUR-KIND.
           MOVE NSR-NUMBER TO WS-CUR-NUMBER.
           MOVE NSR-OWNER TO WS-CUR-OWNER.
           MOVE NSR-DATE TO WS-CUR-DATE.
           MOVE "N" TO WS-REUSE-FLAG.
           MOVE ZERO TO WS-AR-ROW-COUNT.
           IF NSR-FROM-ARFILE
               ADD 1 TO WS-AR-ROW-COUNT
           END-IF.

           IF NSR-NUMBER > NRG-LAST(WS-KIND-SUB)
               MOVE NKV-SEQ-FILE(WS-KIND-SUB) TO CKD-FILE
               PERFORM 450-SET-NUMBER-KEY
               STRING "ABOVE LAST ISSUED NO. " DELIMITED BY SIZE
                      NRG-LAST(WS-KIND-SUB) DELIMITED BY SIZE
                   INTO CKD-PROBLEM
               END-STRING
               PERFORM 800-WRITE-EXCEPTION
           ELSE
               IF GAP-CHECK-ON
                   AND NSR-NUMBER NOT < NRG-NEXT(WS-KIND-SUB)
                   IF NSR-NUMBER > NRG-NEXT(WS-KIND-SUB)
                       MOVE NRG-NEXT(WS-KIND-SUB) TO WS-GAP-FROM
                       COMPUTE WS-GAP-THRU = NSR-NUMBER - 1
                       PERFORM 445-WRITE-NUMBER-GAP
                   END-IF
                   COMPUTE NRG-NEXT(WS-KIND-SUB) = NSR-NUMBER + 1
               END-IF
           END-IF.

       435-CHECK-ONE-REPEAT-ROW.
           IF NSR-FROM-ARFILE
               ADD 1 TO WS-AR-ROW-COUNT
               IF WS-AR-ROW-COUNT = 2
                   MOVE "ARFILE  " TO CKD-FILE
                   PERFORM 450-SET-NUMBER-KEY
                   MOVE "INVOICE ON ARFILE MORE THAN ONCE"
                       TO CKD-PROBLEM
                   PERFORM 800-WRITE-EXCEPTION
               END-IF
           END-IF.

           IF NOT NUMBER-REUSED
               AND (NSR-OWNER NOT = WS-CUR-OWNER
                   OR NSR-DATE NOT = WS-CUR-DATE)
               MOVE "Y" TO WS-REUSE-FLAG
               MOVE NKV-SEQ-FILE(WS-KIND-SUB) TO CKD-FILE
               PERFORM 450-SET-NUMBER-KEY
               STRING "REUSED: " DELIMITED BY SIZE
                      WS-CUR-OWNER DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      NSR-OWNER DELIMITED BY SPACE
                   INTO CKD-PROBLEM
               END-STRING
               PERFORM 800-WRITE-EXCEPTION
           END-IF.

       440-FINISH-ONE-KIND.
           IF GAP-CHECK-ON
               AND NRG-NEXT(WS-KIND-SUB) NOT > NRG-LAST(WS-KIND-SUB)
               MOVE NRG-NEXT(WS-KIND-SUB) TO WS-GAP-FROM
               MOVE NRG-LAST(WS-KIND-SUB) TO WS-GAP-THRU
               PERFORM 445-WRITE-NUMBER-GAP
               COMPUTE NRG-NEXT(WS-KIND-SUB) =
                   NRG-LAST(WS-KIND-SUB) + 1
           END-IF.
           ADD 1 TO WS-KIND-SUB.

       445-WRITE-NUMBER-GAP.
           MOVE NKV-SEQ-FILE(WS-KIND-SUB) TO CKD-FILE.
           MOVE SPACE TO CKD-KEY.
           STRING NKV-LABEL(WS-KIND-SUB) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-GAP-FROM DELIMITED BY SIZE
                  " THRU " DELIMITED BY SIZE
                  WS-GAP-THRU DELIMITED BY SIZE
               INTO CKD-KEY
           END-STRING.
           STRING "NUMBERING GAP - " DELIMITED BY SIZE
                  NKV-WHERE(WS-KIND-SUB) DELIMITED BY SIZE
               INTO CKD-PROBLEM
           END-STRING.
           PERFORM 800-WRITE-EXCEPTION.

       450-SET-NUMBER-KEY.
           MOVE SPACE TO CKD-KEY.
           STRING NKV-LABEL(WS-KIND-SUB) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  NSR-NUMBER DELIMITED BY SIZE
               INTO CKD-KEY
           END-STRING.

      * With the file it is checked against not open, the link is
      * not judged - the open failure is already on the report.
       500-LOOKUP-VEHICLE.
           MOVE "Y" TO WS-CAR-FOUND-FLAG.
           IF CAR-FILE-OPEN
               MOVE WS-CHK-VIN TO VIN-NUMBER
               READ CAR-FILE
                   KEY IS VIN-NUMBER
                   INVALID KEY
                       MOVE "N" TO WS-CAR-FOUND-FLAG
               END-READ
           END-IF.

       510-LOOKUP-VEHICLE-OWNER.
           IF CUSTOMER-NO NUMERIC
               MOVE CUSTOMER-NO TO WS-CHK-CUST-NO
               PERFORM 520-LOOKUP-CUSTOMER
           ELSE
               MOVE "N" TO WS-CUST-FOUND-FLAG
               MOVE "N" TO WS-CUST-RETIRED-FLAG
           END-IF.

       520-LOOKUP-CUSTOMER.
           MOVE "Y" TO WS-CUST-FOUND-FLAG.
           MOVE "N" TO WS-CUST-RETIRED-FLAG.
           IF CUST-FILE-OPEN
               ADD 1 TO FCT-READ(2)
               MOVE WS-CHK-CUST-NO TO CUST-NUMBER
               READ CUSTOMER-FILE
                   KEY IS CUST-NUMBER
                   INVALID KEY
                       MOVE "N" TO WS-CUST-FOUND-FLAG
                   NOT INVALID KEY
                       IF RETIRED-ACCOUNT
                           MOVE "Y" TO WS-CUST-RETIRED-FLAG
                       END-IF
               END-READ
           END-IF.

       530-LOOKUP-PART.
           MOVE "Y" TO WS-PART-FOUND-FLAG.
           IF PART-FILE-OPEN
               ADD 1 TO FCT-READ(3)
               MOVE WS-CHK-PART TO PART-NUMBER
               READ PART-FILE
                   KEY IS PART-NUMBER
                   INVALID KEY
                       MOVE "N" TO WS-PART-FOUND-FLAG
               END-READ
           END-IF.

       800-WRITE-EXCEPTION.
           IF WS-FILE-SUB < 9
               MOVE FILE-LABEL(WS-FILE-SUB) TO CKD-FILE
           END-IF.
           MOVE CHK-DETAIL-LINE TO CHECK-REPORT-RECORD.
           WRITE CHECK-REPORT-RECORD.
           ADD 1 TO FCT-EXCEPT(WS-FILE-SUB).
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACE TO CKD-PROBLEM.

       805-WRITE-IF-EXCEPTION.
           IF CKD-PROBLEM NOT = SPACE
               PERFORM 800-WRITE-EXCEPTION
           END-IF.
           MOVE SPACE TO CKD-KEY.

      * A ledger file that is not there yet has nothing to check; a
      * missing master, or any other open failure, is an exception.
       810-WRITE-OPEN-FAILURE.
           IF WS-OPEN-STATUS = "35" AND WS-FILE-SUB > 3
               MOVE FILE-LABEL(WS-FILE-SUB) TO CKD-FILE
               MOVE "NOT ON FILE - NOTHING TO CHECK" TO CKD-PROBLEM
               MOVE CHK-DETAIL-LINE TO CHECK-REPORT-RECORD
               WRITE CHECK-REPORT-RECORD
               MOVE SPACE TO CKD-PROBLEM
           ELSE
               STRING "FILE WILL NOT OPEN - STATUS " DELIMITED BY SIZE
                      WS-OPEN-STATUS DELIMITED BY SIZE
                   INTO CKD-PROBLEM
               END-STRING
               PERFORM 800-WRITE-EXCEPTION
           END-IF.
           MOVE SPACE TO CKD-KEY.
