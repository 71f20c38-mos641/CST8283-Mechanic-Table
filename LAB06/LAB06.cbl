      *                 files, and a same-day reprint reloads retired
      *                 "B" estimate lines so the rerun invoice keeps
      *                 its estimate-versus-actual block.
      * 2026-10-15  MA  New run mode C issues a credit memo against a
      *                 posted invoice - a full void or a partial
      *                 credit of selected lines - under its own
      *                 number from CRMSEQ.TXT.  The memo reduces the
      *                 invoice on ARFILE, backs the parts, labor,
      *                 and HST out of PERTOTAL for the make, returns
      *                 the billed parts to PART-ON-HAND, and marks
      *                 the SERVHIST lines reversed (never deleted);
      *                 every change is logged to AUDITLOG.TXT and a
      *                 signable memo is printed to CRMEMO.PRT.
      *                 SERVHIST now carries the invoice number,
      *                 part number, and reversal stamp on each line
      *                 (record 79 -> 100 bytes); reversed lines no
      *                 longer count as prior work for the PM-due and
      *                 comeback checks.
      * 2026-10-15  MA  Payment posting (mode P) now keeps every
      *                 payment as its own entry in PAYJRNL.TXT -
      *                 invoice, amount, method, cheque number,
      *                 operator, and time - instead of relying on
      *                 the last-paid date and method on ARFILE, and
      *                 the method must be CH, CC, or CA.  Credit-memo
      *                 refunds are journalled the same way.  New run
      *                 mode Z closes the cash drawer: the counted
      *                 float, cash, cheques, and card batch are
      *                 keyed blind, the day's journal is totalled by
      *                 method, and the over/short report prints to
      *                 DRAWER.PRT with the bank deposit slip (every
      *                 cheque plus the cash to bank) on DEPOSIT.PRT.
      * 2026-10-15  MA  New run mode I runs the physical inventory
      *                 cycle: S prints count sheets for a part-number
      *                 range (no book quantities shown), V reads the
      *                 staged counts in CNTSTAGE.TXT and prints book
      *                 versus counted with the variance valued at
      *                 PART-UNIT-COST to CNTVAR.PRT, and P reprints
      *                 the variance, takes the owner's approval, and
      *                 sets PART-ON-HAND to the count - each
      *                 adjustment audited like a receipt - then
      *                 clears the staged counts.
      * 2026-10-15  MA  SERVHIST lines now carry the PART-UNIT-COST in
      *                 effect when the line posted and the mechanic
      *                 who did the work (record 100 -> 111 bytes).
      *                 Month-end close (mode E) prints MARGIN.PRT -
      *                 parts revenue, cost, margin dollars, and
      *                 margin percent by make, by mechanic, and by
      *                 part number for the lines posted since the
      *                 last close (tracked in CLOSECTL.TXT) - and
      *                 lists every line sold at or below cost.
      *                 MONTHEND.CSV gains parts cost, margin, and
      *                 margin percent columns.
      * 2026-10-15  MA  New run mode N matches the manufacturer recall
      *                 campaigns keyed into RECALL.TXT (make, model-
      *                 year range, optional VIN range) against the
      *                 vehicle file and prints the notification list
      *                 with the owner's name, phone, and email to
      *                 RECALLNT.PRT; RECALLVN.TXT tracks each
      *                 campaign by VIN.  Ticket lines may carry a
      *                 campaign ID (CARTRANS 70 -> 78 bytes, SERVHIST
      *                 111 -> 119 bytes); posting one closes the
      *                 recall for that VIN.  The appointment book
      *                 warns when a VIN being booked has an open
      *                 recall.
      * 2026-10-15  MA  New run mode T prints the weekly time-clock
      *                 report to TIMECLK.PRT.  Punches in PUNCH.TXT
      *                 (mechanic, date, time, in or out, and a reason
      *                 code for non-billable time such as cleanup or
      *                 training) are checked against MECHROST.TXT and
      *                 paired in to out; each mechanic's clocked,
      *                 non-billable, and billed hours print with an
      *                 efficiency percent, and PAYHOURS.CSV carries
      *                 regular and overtime hours for payroll.
      *                 SERVHIST lines now carry the labor hours
      *                 billed (record 119 -> 123 bytes).
      * 2026-10-15  MA  Fleet charge accounts.  CUSTMAST carries an
      *                 account type (C=cash, A=charge), a credit
      *                 limit, and net terms in days (record 97 -> 110
      *                 bytes), keyed in customer maintenance.  ARFILE
      *                 rows carry the customer number (86 -> 91
      *                 bytes).  Booking (mode A) and estimate
      *                 approval (mode Q) check a charge customer's
      *                 open balance plus the new work against the
      *                 limit - a warning, or a refusal when invoices
      *                 are already past terms.  Month-end close
      *                 prints one consolidated statement per charge
      *                 customer to STATEMNT.PRT.
      * 2026-10-15  MA  Maintenance action G merges a duplicate
      *                 customer number into the surviving one: every
      *                 vehicle is repointed, the open invoices on
      *                 ARFILE are restated under the survivor's
      *                 number and name, and the old CUSTMAST record
      *                 is kept but marked retired (account type R) so
      *                 it can no longer be keyed on a vehicle.  Each
      *                 change is audited to AUDITLOG.TXT and the
      *                 vehicles and invoices moved print on
      *                 CUSTMRG.PRT.
      * 2026-10-15  MA  Repair orders.  Run mode W opens an RO at
      *                 check-in - from today's appointment or as a
      *                 walk-in - with the VIN, customer, drop-off
      *                 odometer and complaint on ROFILE.TXT (numbered
      *                 from ROSEQ.TXT), and moves it through open, in
      *                 progress, waiting on parts, waiting on
      *                 approval, ready and picked up.  CARTRANS lines
      *                 carry the RO number (record 78 -> 84 bytes);
      *                 the nightly pass invoices only ROs marked
      *                 ready and parks the other lines on ROHOLD.TXT
      *                 until they are.  Lines with no RO bill as
      *                 before.  WIPRPT.PRT lists every open RO by
      *                 status with days in shop and the unbilled
      *                 parts and labor.  Month-end purges picked-up
      *                 ROs and billed hold lines.
      * 2026-10-15  MA  SERVHIST unit cost is left blank, not zero,
      *                 when the part master is unavailable, so the
      *                 margin report counts the line as not costed.
      *                 Payment posting asks for the cheque number only
      *                 once the amount and method are accepted.  Mode
      *                 W refuses pickup of an uninvoiced RO while
      *                 CARTRANS.TXT still holds lines for it, and the
      *                 nightly pass builds ROHOLD.TXT on ROHOLD.TMP
      *                 and copies it over only when the pass ends.
      * 2026-10-15  MA  Credit memos are journalled to PAYJRNL.TXT as
      *                 entry type C (kept out of the drawer close) so
      *                 the charge statements show CREDITS ISSUED and
      *                 the opening balance ties to last month's.
      *                 ROFILE.TXT and ROHOLD.TXT are now replaced as
      *                 the nightly pass's last posting step, and a
      *                 recall left open because RECALLVN.TXT is full
      *                 ends the run with return code 8.
      * 2026-10-15  MA  Repair-order paragraphs put back in number
      *                 order; the time-clock report paragraphs are
      *                 renumbered 670-695, helpers after callers.
      ******************************************************************
       IDENTIFICATION DIVISION.

              ASSIGN TO "../ARCHSUM.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CREDIT-SEQ-FILE
              ASSIGN TO "../CRMSEQ.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CREDIT-SEQ-STATUS.

           SELECT CREDIT-MEMO-FILE
              ASSIGN TO "../CRMEMO.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYMENT-JOURNAL-FILE
              ASSIGN TO "../PAYJRNL.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PAY-JRNL-STATUS.

           SELECT DRAWER-REPORT-FILE
              ASSIGN TO "../DRAWER.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPOSIT-SLIP-FILE
              ASSIGN TO "../DEPOSIT.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COUNT-SHEET-FILE
              ASSIGN TO "../CNTSHEET.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COUNT-STAGE-FILE
              ASSIGN TO "../CNTSTAGE.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CNT-STAGE-STATUS.

           SELECT COUNT-VARIANCE-FILE
              ASSIGN TO "../CNTVAR.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MARGIN-REPORT-FILE
              ASSIGN TO "../MARGIN.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLOSE-CONTROL-FILE
              ASSIGN TO "../CLOSECTL.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CLOSECTL-STATUS.

           SELECT RECALL-FILE
              ASSIGN TO "../RECALL.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RECALL-STATUS.

           SELECT RECALL-VIN-FILE
              ASSIGN TO "../RECALLVN.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RECALL-VIN-STATUS.

           SELECT RECALL-NOTICE-FILE
              ASSIGN TO "../RECALLNT.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PUNCH-FILE
              ASSIGN TO "../PUNCH.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PUNCH-STATUS.

           SELECT PUNCH-SORT-FILE
              ASSIGN TO "SORTWK4".

           SELECT TIME-CLOCK-REPORT-FILE
              ASSIGN TO "../TIMECLK.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYROLL-EXPORT-FILE
              ASSIGN TO "../PAYHOURS.CSV"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATEMENT-SORT-FILE
              ASSIGN TO "SORTWK5".

           SELECT STATEMENT-FILE
              ASSIGN TO "../STATEMNT.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MERGE-PROOF-FILE
              ASSIGN TO "../CUSTMRG.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPAIR-ORDER-FILE
              ASSIGN TO "../ROFILE.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RO-FILE-STATUS.

           SELECT RO-SEQ-FILE
              ASSIGN TO "../ROSEQ.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RO-SEQ-STATUS.

           SELECT RO-HOLD-FILE
              ASSIGN TO "../ROHOLD.TXT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RO-HOLD-STATUS.

           SELECT RO-WORK-FILE
              ASSIGN TO "../ROFILE.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RO-WORK-STATUS.

           SELECT RO-HOLD-WORK-FILE
              ASSIGN TO "../ROHOLD.TMP"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RO-HOLD-WORK-STATUS.

           SELECT WIP-REPORT-FILE
              ASSIGN TO "../WIPRPT.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       01 REJECT-RECORD PIC X(120).

       FD TRANS-FILE.
       01 TRANS-INPUT-RECORD PIC X(84).
       01 TRANS-INPUT-RO-VIEW.
           05 FILLER        PIC X(78).
           05 TRI-RO-NO     PIC X(6).

       SD TRANS-SORT-FILE.
       01 TSR-RECORD.
           05 FILLER        PIC X(49).
           05 TSR-VIN       PIC X(17).
           05 FILLER        PIC X(12).
           05 TSR-RO-NO     PIC X(6).
           05 TSR-HOLD-FLAG PIC X(1).
           05 TSR-HOLD-DATE PIC 9(8).

       FD TRANS-SORTED-FILE.
       01 TRANS-RECORD.
           05 TRANS-PART-NUMBER PIC X(8).
           05 TRANS-VIN         PIC X(17).
           05 TRANS-MECHANIC-ID PIC X(4).
           05 TRANS-CAMPAIGN-ID PIC X(8).
           05 TRANS-RO-NO       PIC 9(6).
           05 TRANS-HOLD-FLAG   PIC X(1).
               88 TRANS-LINE-HELD   VALUE "H".
               88 TRANS-LINE-BILLED VALUE "B".
           05 TRANS-HOLD-DATE   PIC 9(8).

       SD HIST-SORT-FILE.
       01 HSR-RECORD.
           05 HSR-VIN PIC X(17).
           05 FILLER  PIC X(106).

       FD HIST-SORTED-FILE.
       01 SORTED-HISTORY-RECORD.
           05 HSF-LABOR-COST   PIC 9(6)V99.
           05 HSF-LINE-TOTAL   PIC 9(6)V99.
           05 HSF-ODOMETER     PIC 9(6).
           05 HSF-INVOICE-NO   PIC 9(6).
           05 HSF-PART-NUMBER  PIC X(8).
           05 HSF-REVERSED     PIC X(1).
           05 HSF-CREDIT-NO    PIC 9(6).
           05 HSF-UNIT-COST    PIC 9(5)V99.
           05 HSF-MECH-ID      PIC X(4).
           05 HSF-CAMPAIGN-ID  PIC X(8).
           05 HSF-LABOR-HOURS  PIC 9(3)V9.

       SD CAR-VIEW-SORT-FILE.
       01 CVS-RECORD.
           05 HIST-LABOR-COST   PIC 9(6)V99.
           05 HIST-LINE-TOTAL   PIC 9(6)V99.
           05 HIST-ODOMETER     PIC 9(6).
           05 HIST-INVOICE-NO   PIC 9(6).
           05 HIST-PART-NUMBER  PIC X(8).
           05 HIST-REVERSED     PIC X(1).
               88 HIST-LINE-REVERSED VALUE "R".
           05 HIST-CREDIT-NO    PIC 9(6).
           05 HIST-UNIT-COST    PIC 9(5)V99.
           05 HIST-UNIT-COST-X REDEFINES HIST-UNIT-COST PIC X(7).
           05 HIST-MECH-ID      PIC X(4).
           05 HIST-CAMPAIGN-ID  PIC X(8).
           05 HIST-LABOR-HOURS  PIC 9(3)V9.

       FD PERIOD-TOTAL-FILE.
       01 PERIOD-TOTAL-RECORD.
       01 MONTH-REPORT-RECORD PIC X(100).

       FD MONTH-CSV-FILE.
       01 MONTH-CSV-RECORD PIC X(120).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD PIC X(100).
           05 AR-PAID-AMOUNT    PIC 9(8)V99.
           05 AR-PAID-DATE      PIC 9(8).
           05 AR-PAY-METHOD     PIC X(2).
           05 AR-CUST-NO        PIC 9(5).

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-RECORD PIC X(120).

       FD RECEIVABLE-WORK-FILE.
       01 RECEIVABLE-WORK-RECORD PIC X(91).

       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
           05 CUST-PHONE  PIC X(12).
           05 CUST-STREET PIC X(25).
           05 CUST-EMAIL  PIC X(30).
           05 CUST-ACCT-TYPE    PIC X(1).
               88 CASH-ACCOUNT   VALUE "C" SPACE.
               88 CHARGE-ACCOUNT VALUE "A".
               88 RETIRED-ACCOUNT VALUE "R".
           05 CUST-CREDIT-LIMIT PIC 9(7)V99.
           05 CUST-TERMS-DAYS   PIC 9(3).

       FD COMEBACK-FILE.
       01 COMEBACK-RECORD.
           05 ARC-HIST-LABOR-COST PIC 9(6)V99.
           05 ARC-HIST-LINE-TOTAL PIC 9(6)V99.
           05 ARC-HIST-ODOMETER   PIC 9(6).
           05 ARC-HIST-INVOICE-NO PIC 9(6).
           05 ARC-HIST-PART-NUMBER PIC X(8).
           05 ARC-HIST-REVERSED   PIC X(1).
           05 ARC-HIST-CREDIT-NO  PIC 9(6).
           05 ARC-HIST-UNIT-COST  PIC 9(5)V99.
           05 ARC-HIST-MECH-ID    PIC X(4).
           05 ARC-HIST-CAMPAIGN-ID PIC X(8).
           05 ARC-HIST-LABOR-HOURS PIC 9(3)V9.

       FD HIST-WORK-FILE.
       01 HIST-WORK-RECORD PIC X(123).

       FD AUDIT-ARCHIVE-FILE.
       01 AUDIT-ARCHIVE-RECORD PIC X(139).
       FD ARCHIVE-SUMMARY-FILE.
       01 ARCHIVE-SUMMARY-RECORD PIC X(100).

       FD CREDIT-SEQ-FILE.
       01 CREDIT-SEQ-RECORD.
           05 SEQ-LAST-CREDIT-NO PIC 9(6).

       FD CREDIT-MEMO-FILE.
       01 CREDIT-MEMO-RECORD PIC X(80).

       FD PAYMENT-JOURNAL-FILE.
       01 PAYMENT-JOURNAL-RECORD.
           05 PJ-DATE         PIC 9(8).
           05 PJ-TIME         PIC 9(6).
           05 PJ-INVOICE-NO   PIC 9(6).
           05 PJ-ENTRY-TYPE   PIC X(1).
               88 PJ-PAYMENT VALUE "P".
               88 PJ-REFUND VALUE "R".
               88 PJ-CREDIT VALUE "C".
           05 PJ-AMOUNT       PIC 9(7)V99.
           05 PJ-METHOD       PIC X(2).
           05 PJ-OPERATOR     PIC X(8).
           05 PJ-CHEQUE-NO    PIC X(10).
           05 PJ-CUSTOMER     PIC X(25).

       FD DRAWER-REPORT-FILE.
       01 DRAWER-REPORT-RECORD PIC X(80).

       FD DEPOSIT-SLIP-FILE.
       01 DEPOSIT-SLIP-RECORD PIC X(80).

       FD COUNT-SHEET-FILE.
       01 COUNT-SHEET-RECORD PIC X(80).

       FD COUNT-STAGE-FILE.
       01 COUNT-STAGE-RECORD.
           05 CNT-PART-NUMBER PIC X(8).
           05 CNT-QTY         PIC 9(5).
           05 CNT-COUNTED-BY  PIC X(8).

       FD COUNT-VARIANCE-FILE.
       01 COUNT-VARIANCE-RECORD PIC X(100).

       FD MARGIN-REPORT-FILE.
       01 MARGIN-REPORT-RECORD PIC X(100).

       FD CLOSE-CONTROL-FILE.
       01 CLOSE-CONTROL-RECORD.
           05 CLC-LAST-CLOSE-DATE PIC 9(8).

       FD RECALL-FILE.
       01 RECALL-RECORD.
           05 RCL-CAMPAIGN-ID PIC X(8).
           05 RCL-CAR-TYPE    PIC X(5).
           05 RCL-YEAR-FROM   PIC 9(4).
           05 RCL-YEAR-TO     PIC 9(4).
           05 RCL-VIN-FROM    PIC X(17).
           05 RCL-VIN-TO      PIC X(17).
           05 RCL-DESC        PIC X(30).

       FD RECALL-VIN-FILE.
       01 RECALL-VIN-RECORD.
           05 RCV-CAMPAIGN-ID PIC X(8).
           05 RCV-VIN         PIC X(17).
           05 RCV-STATUS      PIC X(1).
           05 RCV-OPENED-DATE PIC 9(8).
           05 RCV-CLOSED-DATE PIC 9(8).
           05 RCV-INVOICE-NO  PIC 9(6).
           05 RCV-DESC        PIC X(30).

       FD RECALL-NOTICE-FILE.
       01 RECALL-NOTICE-RECORD PIC X(120).

       FD PUNCH-FILE.
       01 PUNCH-RECORD.
           05 PCH-MECH-ID PIC X(4).
           05 PCH-DATE    PIC 9(8).
           05 PCH-TIME    PIC 9(4).
           05 PCH-TIME-PARTS REDEFINES PCH-TIME.
               10 PCH-HOUR   PIC 9(2).
               10 PCH-MINUTE PIC 9(2).
           05 PCH-TYPE    PIC X(1).
               88 PUNCH-IN  VALUE "I".
               88 PUNCH-OUT VALUE "O".
           05 PCH-REASON  PIC X(2).

       SD PUNCH-SORT-FILE.
       01 PSR-RECORD.
           05 PSR-MECH-ID PIC X(4).
           05 PSR-DATE    PIC 9(8).
           05 PSR-TIME    PIC 9(4).
           05 PSR-TIME-PARTS REDEFINES PSR-TIME.
               10 PSR-HOUR   PIC 9(2).
               10 PSR-MINUTE PIC 9(2).
           05 PSR-TYPE    PIC X(1).
           05 PSR-REASON  PIC X(2).

       FD TIME-CLOCK-REPORT-FILE.
       01 TIME-CLOCK-REPORT-RECORD PIC X(100).

       FD PAYROLL-EXPORT-FILE.
       01 PAYROLL-EXPORT-RECORD PIC X(100).

       SD STATEMENT-SORT-FILE.
       01 STS-RECORD.
           05 STS-CUST-NO    PIC 9(5).
           05 STS-VIN        PIC X(17).
           05 STS-INVOICE-NO PIC 9(6).
           05 STS-DATE       PIC 9(8).
           05 STS-AMOUNT     PIC 9(8)V99.
           05 STS-PAID       PIC 9(8)V99.

       FD STATEMENT-FILE.
       01 STATEMENT-RECORD PIC X(100).

       FD MERGE-PROOF-FILE.
       01 MERGE-PROOF-RECORD PIC X(100).

       FD REPAIR-ORDER-FILE.
       01 REPAIR-ORDER-RECORD.
           05 RO-NO          PIC 9(6).
           05 RO-OPEN-DATE   PIC 9(8).
           05 RO-VIN         PIC X(17).
           05 RO-CUST-NO     PIC 9(5).
           05 RO-ODOMETER    PIC 9(6).
           05 RO-STATUS      PIC X(1).
           05 RO-STATUS-DATE PIC 9(8).
           05 RO-APPT-SLOT   PIC 9(4).
           05 RO-COMPLAINT   PIC X(40).
           05 RO-INVOICE-NO  PIC 9(6).
           05 RO-BILLED-DATE PIC 9(8).

       FD RO-SEQ-FILE.
       01 RO-SEQ-RECORD.
           05 SEQ-LAST-RO-NO PIC 9(6).

       FD RO-HOLD-FILE.
       01 RO-HOLD-RECORD.
           05 RHL-CAR-TYPE    PIC X(5).
           05 RHL-PART-DESC   PIC X(20).
           05 RHL-PART-COST   PIC 9(5)V99.
           05 RHL-LABOR-HOURS PIC 9(3)V9.
           05 RHL-LABOR-RATE  PIC 9(3)V99.
           05 RHL-PART-NUMBER PIC X(8).
           05 RHL-VIN         PIC X(17).
           05 RHL-MECHANIC-ID PIC X(4).
           05 RHL-CAMPAIGN-ID PIC X(8).
           05 RHL-RO-NO       PIC 9(6).
           05 RHL-STATUS      PIC X(1).
               88 RHL-LINE-HELD   VALUE "H".
               88 RHL-LINE-BILLED VALUE "B".
           05 RHL-DATE        PIC 9(8).

       FD RO-WORK-FILE.
       01 RO-WORK-RECORD PIC X(109).

       FD RO-HOLD-WORK-FILE.
       01 RO-HOLD-WORK-RECORD PIC X(93).

       FD WIP-REPORT-FILE.
       01 WIP-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 EOF-FLAG PIC A(1).
           05 RCT-UNMATCHED PIC ZZZZ9.
           05 FILLER        PIC X(11) VALUE "  REJECTED ".
           05 RCT-REJECTED  PIC ZZZZ9.
           05 FILLER        PIC X(7)  VALUE "  HELD ".
           05 RCT-HELD      PIC ZZZZ9.
           05 FILLER        PIC X(10) VALUE "  CARRIED ".
           05 RCT-CARRIED   PIC ZZZZ9.

       01 RC-BALANCE-LINE.
           05 FILLER       PIC X(12) VALUE " BALANCE :  ".
               88 RECEIVING-MODE VALUE "V".
               88 ESTIMATE-MODE VALUE "Q".
               88 ARCHIVE-MODE VALUE "Y".
               88 CREDIT-MEMO-MODE VALUE "C".
               88 DRAWER-CLOSE-MODE VALUE "Z".
               88 PHYSICAL-COUNT-MODE VALUE "I".
               88 RECALL-MATCH-MODE VALUE "N".
               88 TIME-CLOCK-MODE VALUE "T".
               88 REPAIR-ORDER-MODE VALUE "W".
           05 WS-LOOKUP-KEY PIC X(5).
           05 WS-LOOKUP-VIN PIC X(17).
           05 WS-LOOKUP-BY PIC X(1).
               88 MAINT-DELETE VALUE "D".
               88 MAINT-CUST-ADD VALUE "N".
               88 MAINT-CUST-CHANGE VALUE "U".
               88 MAINT-CUST-MERGE VALUE "G".
               88 MAINT-EXIT VALUE "X".
           05 WS-MAINT-EXIT-FLAG PIC X(1) VALUE "N".
               88 MAINT-DONE VALUE "Y".
           05 WS-PAY-INVOICE-NO PIC 9(6).
           05 WS-PAY-AMOUNT PIC 9(6)V99.
           05 WS-PAY-METHOD PIC X(2).
               88 PAY-METHOD-VALID VALUE "CH" "CC" "CA".
           05 WS-AR-BALANCE PIC S9(8)V99.
           05 WS-AR-SORT-I PIC 9(3).
           05 WS-AR-SORT-J PIC 9(3).
           05 WS-AMT-OK-FLAG PIC X(1) VALUE "N".
               88 AMOUNT-ENTRY-OK VALUE "Y".

       01 PAYMENT-JOURNAL-FIELDS.
           05 WS-PAY-JRNL-STATUS PIC X(2) VALUE ZERO.
           05 WS-PJ-EOF-FLAG PIC X(1) VALUE "N".
               88 PAY-JOURNAL-EOF VALUE "Y".
           05 WS-PJ-ENTRY-TYPE PIC X(1).
           05 WS-PJ-AMOUNT PIC 9(7)V99.
           05 WS-PJ-CHEQUE-NO PIC X(10).
           05 WS-CLOSE-ENTRY-FLAG PIC X(1) VALUE "Y".
               88 CLOSE-ENTRY-OK VALUE "Y".
           05 WS-CLOSE-FLOAT PIC 9(7)V99.
           05 WS-COUNT-CASH PIC 9(7)V99.
           05 WS-COUNT-CHEQUE PIC 9(7)V99.
           05 WS-COUNT-CARD PIC 9(7)V99.
           05 WS-JRNL-CASH-IN PIC 9(8)V99.
           05 WS-JRNL-CHEQUE-IN PIC 9(8)V99.
           05 WS-JRNL-CARD-IN PIC 9(8)V99.
           05 WS-JRNL-CASH-OUT PIC 9(8)V99.
           05 WS-JRNL-CHEQUE-OUT PIC 9(8)V99.
           05 WS-JRNL-CARD-OUT PIC 9(8)V99.
           05 WS-EXPECT-AMOUNT PIC S9(8)V99.
           05 WS-COUNT-AMOUNT PIC 9(8)V99.
           05 WS-DRAWER-VARIANCE PIC S9(8)V99.
           05 WS-EXPECT-TOTAL PIC S9(8)V99.
           05 WS-COUNT-TOTAL PIC 9(8)V99.
           05 WS-DEPOSIT-CASH PIC 9(8)V99.
           05 WS-DEPOSIT-TOTAL PIC 9(8)V99.
           05 WS-CLOSE-PAY-COUNT PIC 9(5) VALUE ZERO.
           05 WS-CLOSE-REFUND-COUNT PIC 9(5) VALUE ZERO.
           05 WS-CHEQUE-COUNT PIC 9(5) VALUE ZERO.

       01 DRAWER-TITLE-LINE.
           05 FILLER       PIC X(25) VALUE "CASH DRAWER CLOSE - DATE ".
           05 DWT-DATE     PIC 9(8).
           05 FILLER       PIC X(13) VALUE "   OPERATOR: ".
           05 DWT-OPERATOR PIC X(8).

       01 DRAWER-HEADER-LINE.
           05 FILLER PIC X(10) VALUE " METHOD  |".
           05 FILLER PIC X(14) VALUE "     EXPECTED|".
           05 FILLER PIC X(14) VALUE "      COUNTED|".
           05 FILLER PIC X(14) VALUE "   OVER/SHORT".

       01 DRAWER-DETAIL-LINE.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DWD-METHOD    PIC X(8).
           05 FILLER        PIC X(1) VALUE "|".
           05 DWD-EXPECTED  PIC +Z,ZZZ,ZZ9.99.
           05 FILLER        PIC X(1) VALUE "|".
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DWD-COUNTED   PIC Z,ZZZ,ZZ9.99.
           05 FILLER        PIC X(1) VALUE "|".
           05 DWD-VARIANCE  PIC +Z,ZZZ,ZZ9.99.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DWD-STATUS    PIC X(5).

       01 DRAWER-MEMO-LINE.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DWM-LABEL     PIC X(36).
           05 DWM-AMOUNT    PIC Z,ZZZ,ZZ9.99.

       01 DRAWER-COUNT-LINE.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DWC-LABEL     PIC X(36).
           05 FILLER        PIC X(7) VALUE SPACE.
           05 DWC-COUNT     PIC ZZZZ9.

       01 DRAWER-SIGNOFF-LINE.
           05 FILLER PIC X(50) VALUE
               "COUNTED BY: ______________  VERIFIED BY: _________".
           05 FILLER PIC X(5) VALUE "_____".

       01 DEPOSIT-TITLE-LINE.
           05 FILLER       PIC X(25) VALUE "BANK DEPOSIT SLIP - DATE ".
           05 DPT-DATE     PIC 9(8).

       01 DEPOSIT-HEADER-LINE.
           05 FILLER PIC X(10) VALUE " INVOICE |".
           05 FILLER PIC X(27) VALUE " CUSTOMER                 |".
           05 FILLER PIC X(12) VALUE " CHEQUE NO |".
           05 FILLER PIC X(13) VALUE "       AMOUNT".

       01 DEPOSIT-DETAIL-LINE.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DPD-INVOICE   PIC 9(6).
           05 FILLER        PIC X(3) VALUE "  |".
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DPD-CUSTOMER  PIC X(25).
           05 FILLER        PIC X(1) VALUE "|".
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DPD-CHEQUE-NO PIC X(10).
           05 FILLER        PIC X(1) VALUE "|".
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DPD-AMOUNT    PIC Z,ZZZ,ZZ9.99.

       01 DEPOSIT-TOTAL-LINE.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DPS-LABEL     PIC X(48).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DPS-AMOUNT    PIC Z,ZZZ,ZZ9.99.

       01 DEPOSIT-SIGNOFF-LINE.
           05 FILLER PIC X(50) VALUE
               "PREPARED BY: _____________  BANK STAMP: __________".
           05 FILLER PIC X(5) VALUE "_____".

       01 RECEIVABLE-DATA.
           05 RECEIVABLE-TABLE OCCURS 500 TIMES.
               10 ARX-INVOICE-NO PIC 9(6).
               10 ARX-PAID       PIC 9(8)V99.
               10 ARX-PAID-DATE  PIC 9(8).
               10 ARX-METHOD     PIC X(2).
               10 ARX-CUST-NO    PIC 9(5).

       01 AGING-TITLE-LINE.
           05 FILLER PIC X(28) VALUE
           05 WS-CUST-WORK-NAME PIC X(25).
           05 WS-CUST-WORK-PHONE PIC X(12).
           05 WS-CUST-WORK-STREET PIC X(25).
           05 WS-CUST-WORK-EMAIL PIC X(30).
           05 WS-CUST-WORK-ACCT-TYPE PIC X(1).
               88 CUST-WORK-CHARGE VALUE "A".
               88 CUST-WORK-RETIRED VALUE "R".
           05 WS-CUST-WORK-LIMIT PIC 9(7)V99.
           05 WS-CUST-WORK-TERMS PIC 9(3).

       01 CAR-TABLE-HEADER.
           05 CAR-TYPE-TITLE     PIC X(9)  VALUE " MAKE  | ".
           05 TB-PART-NUMBER PIC X(8).
           05 TB-VIN         PIC X(17).
           05 TB-MECHANIC-ID PIC X(4).
           05 TB-CAMPAIGN-ID PIC X(8).
           05 TB-RO-NO       PIC 9(6).

       01 INVOICE-BREAK-FIELDS.
           05 WS-CUR-INV-VIN PIC X(17) VALUE SPACE.
           05 WS-CUR-INV-PARTS PIC 9(7)V99 VALUE ZERO.
           05 WS-CUR-INV-LABOR PIC 9(7)V99 VALUE ZERO.
           05 WS-CUR-INV-LINES PIC 9(3) VALUE ZERO.
           05 WS-CUR-INV-RO-NO PIC 9(6) VALUE ZERO.

       01 PART-CONTROL-FIELDS.
           05 WS-PART-FILE-STATUS PIC X(2) VALUE ZERO.
           05 WS-PART-REJECT-COUNT PIC 9(5) VALUE ZERO.
           05 WS-REORDER-COUNT PIC 9(5) VALUE ZERO.

       01 PHYSICAL-COUNT-FIELDS.
           05 WS-CNT-STAGE-STATUS PIC X(2) VALUE ZERO.
           05 WS-CNT-EOF-FLAG PIC X(1) VALUE "N".
               88 CNT-STAGE-EOF VALUE "Y".
           05 WS-CNT-OVERFLOW-FLAG PIC X(1) VALUE "N".
               88 CNT-TABLE-OVERFLOW VALUE "Y".
           05 WS-CNT-DONE-FLAG PIC X(1) VALUE "N".
               88 INVENTORY-DONE VALUE "Y".
           05 WS-CNT-ACTION PIC X(1).
               88 CNT-PRINT-SHEETS VALUE "S".
               88 CNT-VARIANCE-ONLY VALUE "V".
               88 CNT-POST-ADJUSTMENTS VALUE "P".
               88 CNT-QUIT VALUE "X".
           05 WS-CNT-FROM-PART PIC X(8).
           05 WS-CNT-TO-PART PIC X(8).
           05 WS-CNT-COUNT PIC 9(3) VALUE ZERO.
           05 WS-CNT-SUB PIC 9(3).
           05 WS-CNT-FOUND-FLAG PIC X(1) VALUE "N".
               88 CNT-PART-FOUND VALUE "Y".
           05 WS-CNT-SHEET-LINES PIC 9(5) VALUE ZERO.
           05 WS-CNT-BAD-QTY-COUNT PIC 9(5) VALUE ZERO.
           05 WS-CNT-REJECT-COUNT PIC 9(5) VALUE ZERO.
           05 WS-CNT-VARIANCE-COUNT PIC 9(5) VALUE ZERO.
           05 WS-CNT-POSTED-COUNT PIC 9(5) VALUE ZERO.
           05 WS-CNT-VARIANCE PIC S9(5).
           05 WS-CNT-VALUE PIC S9(8)V99.
           05 WS-CNT-SHRINK-VALUE PIC 9(9)V99.
           05 WS-CNT-OVERAGE-VALUE PIC 9(9)V99.
           05 WS-CNT-NET-VALUE PIC S9(9)V99.
           05 WS-CNT-APPROVER PIC X(8).
           05 WS-CNT-CONFIRM PIC X(1).

       01 COUNT-STAGE-DATA.
           05 COUNT-STAGE-TABLE OCCURS 500 TIMES.
               10 CSX-PART-NUMBER PIC X(8).
               10 CSX-COUNTED     PIC 9(5).
               10 CSX-STATUS      PIC X(1).

       01 CNT-SHEET-TITLE-LINE.
           05 FILLER   PIC X(27) VALUE "PHYSICAL INVENTORY COUNT - ".
           05 CST-DATE PIC 9(8).
           05 FILLER   PIC X(9)  VALUE "   PARTS ".
           05 CST-FROM PIC X(8).
           05 FILLER   PIC X(4)  VALUE " TO ".
           05 CST-TO   PIC X(8).

       01 CNT-SHEET-HEADER-LINE.
           05 FILLER PIC X(11) VALUE " PART NO | ".
           05 FILLER PIC X(21) VALUE "DESCRIPTION         |".
           05 FILLER PIC X(12) VALUE " COUNTED   |".
           05 FILLER PIC X(11) VALUE " COUNTED BY".

       01 CNT-SHEET-DETAIL-LINE.
           05 FILLER          PIC X VALUE SPACE.
           05 CSD-PART-NUMBER PIC X(8).
           05 FILLER          PIC X(3) VALUE " | ".
           05 CSD-PART-DESC   PIC X(20).
           05 FILLER          PIC X(24) VALUE
               "| _________ | __________".

       01 CNT-VAR-TITLE-LINE.
           05 FILLER   PIC X(37) VALUE
               "PHYSICAL INVENTORY VARIANCE REPORT - ".
           05 CVT-DATE PIC 9(8).

       01 CNT-VAR-HEADER-LINE.
           05 FILLER PIC X(11) VALUE " PART NO | ".
           05 FILLER PIC X(21) VALUE "DESCRIPTION         |".
           05 FILLER PIC X(8)  VALUE "   BOOK|".
           05 FILLER PIC X(8)  VALUE "COUNTED|".
           05 FILLER PIC X(10) VALUE " VARIANCE|".
           05 FILLER PIC X(11) VALUE " UNIT COST|".
           05 FILLER PIC X(13) VALUE "        VALUE".

       01 CNT-VAR-DETAIL-LINE.
           05 FILLER          PIC X VALUE SPACE.
           05 CVD-PART-NUMBER PIC X(8).
           05 FILLER          PIC X(3) VALUE " | ".
           05 CVD-PART-DESC   PIC X(20).
           05 FILLER          PIC X(1) VALUE "|".
           05 CVD-BOOK        PIC ZZZ,ZZ9.
           05 FILLER          PIC X(1) VALUE "|".
           05 CVD-COUNTED     PIC ZZZ,ZZ9.
           05 FILLER          PIC X(1) VALUE "|".
           05 FILLER          PIC X(1) VALUE SPACE.
           05 CVD-VARIANCE    PIC +ZZZ,ZZ9.
           05 FILLER          PIC X(1) VALUE "|".
           05 FILLER          PIC X(1) VALUE SPACE.
           05 CVD-UNIT-COST   PIC ZZ,ZZ9.99.
           05 FILLER          PIC X(1) VALUE "|".
           05 CVD-VALUE       PIC +Z,ZZZ,ZZ9.99.

       01 CNT-VAR-REJECT-LINE.
           05 FILLER          PIC X VALUE SPACE.
           05 CVR-PART-NUMBER PIC X(8).
           05 FILLER          PIC X(3) VALUE " | ".
           05 FILLER          PIC X(40) VALUE
               "*** NOT ON PARTMAST.TXT - NOT ADJUSTED".

       01 CNT-VAR-COUNT-LINE.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 CVC-LABEL       PIC X(26).
           05 CVC-COUNT       PIC ZZZZ9.

       01 CNT-VAR-AMOUNT-LINE.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 CVA-LABEL       PIC X(26).
           05 CVA-AMOUNT      PIC +ZZZ,ZZZ,ZZ9.99.

       01 MARGIN-CONTROL-FIELDS.
           05 WS-CLOSECTL-STATUS PIC X(2) VALUE ZERO.
           05 WS-MGN-FROM-DATE PIC 9(8) VALUE ZERO.
           05 WS-MGN-PERIOD-FLAG PIC X(1) VALUE "N".
               88 MGN-ROW-IN-PERIOD VALUE "Y".
           05 WS-MGN-FOUND-FLAG PIC X(1) VALUE "N".
               88 MGN-ROW-FOUND VALUE "Y".
           05 WS-MGN-OVERFLOW-FLAG PIC X(1) VALUE "N".
               88 MGN-TABLE-OVERFLOW VALUE "Y".
           05 WS-MGN-LINE-COUNT    PIC 9(6) VALUE ZERO.
           05 WS-MGN-NO-COST-COUNT PIC 9(6) VALUE ZERO.
           05 WS-MGN-LOSS-COUNT    PIC 9(6) VALUE ZERO.
           05 WS-MGN-MAKE-COUNT PIC 9(3) VALUE ZERO.
           05 WS-MGN-MECH-COUNT PIC 9(3) VALUE ZERO.
           05 WS-MGN-PART-COUNT PIC 9(3) VALUE ZERO.
           05 WS-MGN-SUB PIC 9(3).
           05 WS-MGN-REVENUE PIC 9(9)V99.
           05 WS-MGN-COST    PIC 9(9)V99.
           05 WS-MGN-MARGIN  PIC S9(9)V99.
           05 WS-MGN-PCT     PIC S9(5)V9.
           05 WS-MGN-TOT-REVENUE PIC 9(9)V99 VALUE ZERO.
           05 WS-MGN-TOT-COST    PIC 9(9)V99 VALUE ZERO.
           05 WS-CSV-PART-COST  PIC 9(9).99.
           05 WS-CSV-MARGIN     PIC -9(9).99.
           05 WS-CSV-MARGIN-PCT PIC -9(5).9.

       01 MARGIN-MAKE-DATA.
           05 MARGIN-MAKE-TABLE OCCURS 200 TIMES.
               10 MGM-MAKE    PIC X(5).
               10 MGM-REVENUE PIC 9(9)V99.
               10 MGM-COST    PIC 9(9)V99.

       01 MARGIN-MECH-DATA.
           05 MARGIN-MECH-TABLE OCCURS 50 TIMES.
               10 MGX-MECH-ID PIC X(4).
               10 MGX-NAME    PIC X(20).
               10 MGX-REVENUE PIC 9(9)V99.
               10 MGX-COST    PIC 9(9)V99.

       01 MARGIN-PART-DATA.
           05 MARGIN-PART-TABLE OCCURS 500 TIMES.
               10 MGP-PART-NUMBER PIC X(8).
               10 MGP-DESC        PIC X(20).
               10 MGP-REVENUE     PIC 9(9)V99.
               10 MGP-COST        PIC 9(9)V99.

       01 MARGIN-TITLE-LINE.
           05 FILLER PIC X(37) VALUE
               "GROSS MARGIN ON PARTS - POSTED AFTER ".
           05 MGT-FROM-DATE PIC 9(8).
           05 FILLER PIC X(9) VALUE " THROUGH ".
           05 MGT-TO-DATE PIC 9(8).

       01 MARGIN-SECTION-LINE.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 MGS-TITLE   PIC X(40).

       01 MARGIN-HEADER-LINE.
           05 FILLER PIC X(12) VALUE " KEY      | ".
           05 FILLER PIC X(21) VALUE "DESCRIPTION         |".
           05 FILLER PIC X(16) VALUE "     REVENUE $ |".
           05 FILLER PIC X(16) VALUE "        COST $ |".
           05 FILLER PIC X(16) VALUE "      MARGIN $ |".
           05 FILLER PIC X(9)  VALUE " MARGIN %".

       01 MARGIN-DETAIL-LINE.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 MGD-KEY     PIC X(8).
           05 FILLER      PIC X(3) VALUE " | ".
           05 MGD-DESC    PIC X(20).
           05 FILLER      PIC X(2) VALUE " |".
           05 MGD-REVENUE PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(2) VALUE " |".
           05 MGD-COST    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(2) VALUE " |".
           05 MGD-MARGIN  PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(2) VALUE " |".
           05 MGD-PCT     PIC -ZZZZ9.9.

       01 MARGIN-LOSS-HEADER-LINE.
           05 FILLER PIC X(10) VALUE " INVOICE |".
           05 FILLER PIC X(20) VALUE " VIN               |".
           05 FILLER PIC X(11) VALUE " PART NO  |".
           05 FILLER PIC X(7)  VALUE " MECH |".
           05 FILLER PIC X(12) VALUE "    SOLD $ |".
           05 FILLER PIC X(12) VALUE "    COST $ |".
           05 FILLER PIC X(9)  VALUE " POSTED".

       01 MARGIN-LOSS-LINE.
           05 FILLER       PIC X(2) VALUE SPACE.
           05 MLL-INVOICE  PIC 9(6).
           05 FILLER       PIC X(3) VALUE " | ".
           05 MLL-VIN      PIC X(17).
           05 FILLER       PIC X(3) VALUE " | ".
           05 MLL-PART     PIC X(8).
           05 FILLER       PIC X(3) VALUE " | ".
           05 MLL-MECH-ID  PIC X(4).
           05 FILLER       PIC X(3) VALUE " | ".
           05 MLL-SOLD     PIC ZZ,ZZ9.99.
           05 FILLER       PIC X(3) VALUE " | ".
           05 MLL-COST     PIC ZZ,ZZ9.99.
           05 FILLER       PIC X(3) VALUE " | ".
           05 MLL-DATE     PIC 9(8).

       01 MARGIN-COUNT-LINE.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 MGC-LABEL       PIC X(36).
           05 MGC-COUNT       PIC ZZZ,ZZ9.

       01 RECALL-CONTROL-FIELDS.
           05 WS-RECALL-STATUS     PIC X(2) VALUE ZERO.
           05 WS-RECALL-VIN-STATUS PIC X(2) VALUE ZERO.
           05 WS-RCL-EOF-FLAG PIC X(1) VALUE "N".
               88 RECALL-EOF VALUE "Y".
           05 WS-RCV-EOF-FLAG PIC X(1) VALUE "N".
               88 RECALL-VIN-EOF VALUE "Y".
           05 WS-RCL-CAR-EOF-FLAG PIC X(1) VALUE "N".
               88 RECALL-CAR-EOF VALUE "Y".
           05 WS-RCV-OVERFLOW-FLAG PIC X(1) VALUE "N".
               88 RECALL-VIN-OVERFLOW VALUE "Y".
           05 WS-RCV-FOUND-FLAG PIC X(1) VALUE "N".
               88 RECALL-VIN-FOUND VALUE "Y".
           05 WS-RCV-CHANGED-FLAG PIC X(1) VALUE "N".
               88 RECALL-VIN-CHANGED VALUE "Y".
           05 WS-RCL-VALID-FLAG PIC X(1) VALUE "N".
               88 RECALL-CAMPAIGN-VALID VALUE "Y".
           05 WS-RCV-COUNT PIC 9(4) VALUE ZERO.
           05 WS-RCV-SUB   PIC 9(4).
           05 WS-RCV-KEY-CAMPAIGN PIC X(8).
           05 WS-RCV-KEY-VIN      PIC X(17).
           05 WS-RCV-KEY-DESC     PIC X(30).
           05 WS-RCL-CAMPAIGN-COUNT PIC 9(5) VALUE ZERO.
           05 WS-RCL-REJECT-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-RCL-NEW-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-RCL-OPEN-COUNT     PIC 9(5) VALUE ZERO.
           05 WS-RCL-DONE-COUNT     PIC 9(5) VALUE ZERO.
           05 WS-RCL-CLOSED-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-RCL-APPT-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-RCL-REASON PIC X(30).

       01 RECALL-VIN-DATA.
           05 RECALL-VIN-TABLE OCCURS 1000 TIMES.
               10 RVX-CAMPAIGN-ID PIC X(8).
               10 RVX-VIN         PIC X(17).
               10 RVX-STATUS      PIC X(1).
               10 RVX-OPENED-DATE PIC 9(8).
               10 RVX-CLOSED-DATE PIC 9(8).
               10 RVX-INVOICE-NO  PIC 9(6).
               10 RVX-DESC        PIC X(30).

       01 RCL-TITLE-LINE.
           05 FILLER PIC X(36) VALUE
               "RECALL CAMPAIGN NOTIFICATION LIST - ".
           05 RNT-DATE PIC 9(8).

       01 RCL-CAMPAIGN-LINE.
           05 FILLER         PIC X(10) VALUE " CAMPAIGN ".
           05 RNC-ID         PIC X(8).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 RNC-CAR-TYPE   PIC X(5).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 RNC-YEAR-FROM  PIC 9(4).
           05 FILLER         PIC X(1) VALUE "-".
           05 RNC-YEAR-TO    PIC 9(4).
           05 FILLER         PIC X(2) VALUE SPACE.
           05 RNC-DESC       PIC X(30).

       01 RCL-HEADER-LINE.
           05 FILLER PIC X(23) VALUE "   VIN               | ".
           05 FILLER PIC X(7)  VALUE "YEAR | ".
           05 FILLER PIC X(28) VALUE "CUSTOMER                  | ".
           05 FILLER PIC X(15) VALUE "PHONE        | ".
           05 FILLER PIC X(33) VALUE
               "EMAIL                          | ".
           05 FILLER PIC X(6)  VALUE "NOTICE".

       01 RCL-DETAIL-LINE.
           05 FILLER      PIC X(3) VALUE SPACE.
           05 RND-VIN     PIC X(17).
           05 FILLER      PIC X(3) VALUE " | ".
           05 RND-YEAR    PIC 9(4).
           05 FILLER      PIC X(3) VALUE " | ".
           05 RND-NAME    PIC X(25).
           05 FILLER      PIC X(3) VALUE " | ".
           05 RND-PHONE   PIC X(12).
           05 FILLER      PIC X(3) VALUE " | ".
           05 RND-EMAIL   PIC X(30).
           05 FILLER      PIC X(3) VALUE " | ".
           05 RND-NOTICE  PIC X(8).

       01 RCL-REJECT-LINE.
           05 FILLER      PIC X(14) VALUE " *** CAMPAIGN ".
           05 RNR-ID      PIC X(8).
           05 FILLER      PIC X(12) VALUE " REJECTED - ".
           05 RNR-REASON  PIC X(30).

       01 RCL-COUNT-LINE.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 RNK-LABEL   PIC X(34).
           05 RNK-COUNT   PIC ZZ,ZZ9.

       01 MERGE-CONTROL-FIELDS.
           05 WS-MRG-KEEP-NO PIC 9(5).
           05 WS-MRG-RETIRE-NO PIC 9(5).
           05 WS-MRG-KEEP-NAME PIC X(25).
           05 WS-MRG-RETIRE-NAME PIC X(25).
           05 WS-MRG-OK-FLAG PIC X(1) VALUE "N".
               88 MERGE-OK VALUE "Y".
           05 WS-MRG-CONFIRM PIC X(1).
           05 WS-MRG-EOF-FLAG PIC X(1) VALUE "N".
               88 MERGE-CAR-EOF VALUE "Y".
           05 WS-MRG-OWNER-NO PIC 9(5).
           05 WS-MRG-CAR-COUNT PIC 9(4) VALUE ZERO.
           05 WS-MRG-INV-COUNT PIC 9(3) VALUE ZERO.
           05 WS-MRG-INV-SUB PIC 9(3).
           05 WS-MRG-BALANCE PIC 9(8)V99.
           05 WS-MRG-BALANCE-MOVED PIC 9(9)V99 VALUE ZERO.

       01 MERGE-INVOICE-DATA.
           05 MERGE-INVOICE-TABLE OCCURS 500 TIMES.
               10 CMX-AR-SUB      PIC 9(3).
               10 CMX-FORMER-NAME PIC X(25).

      * The audit images are 58 bytes, so a merge logs the fields it
      * changes rather than the whole AR or customer record.
       01 MERGE-AR-IMAGE.
           05 MAI-INVOICE-NO   PIC 9(6).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 MAI-VIN          PIC X(17).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 MAI-CUSTOMER     PIC X(25).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 MAI-CUST-NO      PIC 9(5).

       01 MERGE-CUST-IMAGE.
           05 MCI-NUMBER       PIC 9(5).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 MCI-NAME         PIC X(25).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 MCI-ACCT-TYPE    PIC X(1).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 MCI-CREDIT-LIMIT PIC 9(7)V99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 MCI-TERMS-DAYS   PIC 9(3).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 MCI-MERGED-INTO  PIC 9(5).

       01 MRG-TITLE-LINE.
           05 FILLER      PIC X(23) VALUE "CUSTOMER MERGE PROOF - ".
           05 CMT-DATE    PIC 9(8).
           05 FILLER      PIC X(12) VALUE "  OPERATOR: ".
           05 CMT-OPERATOR PIC X(8).

       01 MRG-CUSTOMER-LINE.
           05 CMC-LABEL   PIC X(12).
           05 CMC-NUMBER  PIC 9(5).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 CMC-NAME    PIC X(25).

       01 MRG-VEHICLE-HEADER.
           05 FILLER PIC X(21) VALUE " VIN               | ".
           05 FILLER PIC X(12) VALUE "MAKE  | YEAR".

       01 MRG-VEHICLE-LINE.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 CMV-VIN     PIC X(17).
           05 FILLER      PIC X(3) VALUE " | ".
           05 CMV-TYPE    PIC X(5).
           05 FILLER      PIC X(3) VALUE " | ".
           05 CMV-YEAR    PIC 9(4).

       01 MRG-INVOICE-HEADER.
           05 FILLER PIC X(22) VALUE " INVOICE | DATE     | ".
           05 FILLER PIC X(20) VALUE "VIN               | ".
           05 FILLER PIC X(28) VALUE "FORMER NAME               | ".
           05 FILLER PIC X(13) VALUE "      BALANCE".

       01 MRG-INVOICE-LINE.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 CMI-INVOICE PIC 9(6).
           05 FILLER      PIC X(3) VALUE "  |".
           05 FILLER      PIC X(1) VALUE SPACE.
           05 CMI-DATE    PIC 9(8).
           05 FILLER      PIC X(3) VALUE " | ".
           05 CMI-VIN     PIC X(17).
           05 FILLER      PIC X(3) VALUE " | ".
           05 CMI-FORMER-NAME PIC X(25).
           05 FILLER      PIC X(3) VALUE " | ".
           05 CMI-BALANCE PIC ZZ,ZZZ,ZZ9.99.

       01 MRG-TOTAL-LINE.
           05 FILLER      PIC X(17) VALUE " VEHICLES MOVED: ".
           05 CMS-CARS    PIC ZZZ9.
           05 FILLER      PIC X(21) VALUE "   INVOICES RESTATED ".
           05 CMS-INVOICES PIC ZZ9.
           05 FILLER      PIC X(18) VALUE "   BALANCE MOVED: ".
           05 CMS-BALANCE PIC ZZZ,ZZZ,ZZ9.99.

       01 REPAIR-ORDER-FIELDS.
           05 WS-RO-FILE-STATUS PIC X(2) VALUE ZERO.
           05 WS-RO-SEQ-STATUS PIC X(2) VALUE ZERO.
           05 WS-RO-HOLD-STATUS PIC X(2) VALUE ZERO.
           05 WS-RO-WORK-STATUS PIC X(2) VALUE ZERO.
           05 WS-RO-HOLD-WORK-STATUS PIC X(2) VALUE ZERO.
           05 WS-RO-EOF-FLAG PIC X(1) VALUE "N".
               88 RO-EOF VALUE "Y".
           05 WS-RO-HOLD-EOF-FLAG PIC X(1) VALUE "N".
               88 RO-HOLD-EOF VALUE "Y".
           05 WS-RO-OVERFLOW-FLAG PIC X(1) VALUE "N".
               88 RO-TABLE-OVERFLOW VALUE "Y".
           05 WS-RO-CHANGED-FLAG PIC X(1) VALUE "N".
               88 RO-FILE-CHANGED VALUE "Y".
           05 WS-RO-HOLD-OUT-FLAG PIC X(1) VALUE "N".
               88 RO-HOLD-REWRITTEN VALUE "Y".
           05 WS-RO-ACTION PIC X(1).
               88 RO-OPEN-ORDER VALUE "O".
               88 RO-CHANGE-STATUS VALUE "S".
               88 RO-PRINT-WIP VALUE "P".
               88 RO-QUIT VALUE "X".
           05 WS-RO-DONE-FLAG PIC X(1) VALUE "N".
               88 RO-MODE-DONE VALUE "Y".
           05 WS-RO-COUNT PIC 9(3) VALUE ZERO.
           05 WS-RO-SUB PIC 9(3).
           05 WS-RO-FOUND-FLAG PIC X(1) VALUE "N".
               88 RO-FOUND VALUE "Y".
           05 WS-RO-TICKET-FLAG PIC X(1) VALUE "N".
               88 RO-TICKET-LINE-FOUND VALUE "Y".
           05 WS-NEXT-RO-NO PIC 9(6) VALUE ZERO.
           05 WS-RO-NO-IN PIC 9(6).
           05 WS-RO-VIN PIC X(17).
           05 WS-RO-ODOMETER-IN PIC 9(6).
           05 WS-RO-COMPLAINT-IN PIC X(40).
           05 WS-RO-APPT-SLOT PIC 9(4).
           05 WS-RO-APPT-SERVICE PIC X(20).
           05 WS-RO-APPT-FLAG PIC X(1) VALUE "N".
               88 RO-APPT-FOUND VALUE "Y".
           05 WS-RO-NEW-STATUS PIC X(1).
               88 RO-STATUS-VALID VALUE "O" "I" "P" "A" "R" "C".
               88 RO-NEW-PICKED-UP VALUE "C".
           05 WS-RO-STATUS-CODE PIC X(1).
           05 WS-RO-STATUS-TEXT PIC X(20).
           05 WS-RO-STATUS-SUB PIC 9(1).
           05 WS-RO-PURGED-COUNT PIC 9(5) VALUE ZERO.
           05 WS-RHL-PURGED-COUNT PIC 9(5) VALUE ZERO.

      * Ticket-pass state for the repair order on the current invoice
      * break, and the counts that feed the run-control balance.
       01 RO-TICKET-FIELDS.
           05 WS-CUR-RO-SUB PIC 9(3).
           05 WS-CUR-RO-STATE PIC X(1) VALUE "N".
               88 CUR-RO-NONE     VALUE "N".
               88 CUR-RO-BILLABLE VALUE "B".
               88 CUR-RO-HOLD     VALUE "H".
               88 CUR-RO-REJECTED VALUE "X".
           05 WS-CUR-RO-REASON PIC X(30).
           05 WS-RO-HELD-COUNT PIC 9(5) VALUE ZERO.
           05 WS-RO-CARRIED-COUNT PIC 9(5) VALUE ZERO.
           05 WS-RO-REJECT-COUNT PIC 9(5) VALUE ZERO.
           05 WS-RO-BILLED-COUNT PIC 9(5) VALUE ZERO.

       01 REPAIR-ORDER-DATA.
           05 REPAIR-ORDER-TABLE OCCURS 300 TIMES.
               10 ROX-NO          PIC 9(6).
               10 ROX-OPEN-DATE   PIC 9(8).
               10 ROX-VIN         PIC X(17).
               10 ROX-CUST-NO     PIC 9(5).
               10 ROX-ODOMETER    PIC 9(6).
               10 ROX-STATUS      PIC X(1).
               10 ROX-STATUS-DATE PIC 9(8).
               10 ROX-APPT-SLOT   PIC 9(4).
               10 ROX-COMPLAINT   PIC X(40).
               10 ROX-INVOICE-NO  PIC 9(6).
               10 ROX-BILLED-DATE PIC 9(8).
               10 ROX-HELD-LINES  PIC 9(3).
               10 ROX-HELD-PARTS  PIC 9(7)V99.
               10 ROX-HELD-LABOR  PIC 9(7)V99.

      * WIP report sections, in the order they print: the jobs stalled
      * on parts or approval come first.  C is only used for wording.
       01 RO-STATUS-DATA.
           05 FILLER PIC X(21) VALUE "PWAITING ON PARTS    ".
           05 FILLER PIC X(21) VALUE "AWAITING ON APPROVAL ".
           05 FILLER PIC X(21) VALUE "IIN PROGRESS         ".
           05 FILLER PIC X(21) VALUE "OOPEN                ".
           05 FILLER PIC X(21) VALUE "RREADY FOR PICKUP    ".
           05 FILLER PIC X(21) VALUE "CPICKED UP           ".
       01 RO-STATUS-TABLE REDEFINES RO-STATUS-DATA.
           05 RO-STATUS-ENTRY OCCURS 6 TIMES.
               10 RST-CODE PIC X(1).
               10 RST-TEXT PIC X(20).

      * The audit images are 58 bytes, so an RO is logged as the
      * fields a status change touches rather than the whole record.
       01 RO-AUDIT-IMAGE.
           05 RAI-NO          PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RAI-VIN         PIC X(17).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RAI-CUST-NO     PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RAI-STATUS      PIC X(1).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RAI-STATUS-DATE PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RAI-ODOMETER    PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RAI-INVOICE-NO  PIC 9(6).

       01 WIP-CONTROL-FIELDS.
           05 WS-WIP-SECTION-SUB PIC 9(1).
           05 WS-WIP-SECTION-STATUS PIC X(1).
           05 WS-WIP-SECTION-COUNT PIC 9(3).
           05 WS-WIP-SECTION-PARTS PIC 9(7)V99.
           05 WS-WIP-SECTION-LABOR PIC 9(7)V99.
           05 WS-WIP-GRAND-COUNT PIC 9(3).
           05 WS-WIP-GRAND-PARTS PIC 9(7)V99.
           05 WS-WIP-GRAND-LABOR PIC 9(7)V99.
           05 WS-WIP-LINE-LABOR PIC 9(6)V99.

       01 WIP-TITLE-LINE.
           05 FILLER   PIC X(26) VALUE "WORK-IN-PROGRESS REPORT - ".
           05 WTL-DATE PIC 9(8).

       01 WIP-SECTION-LINE.
           05 FILLER     PIC X(9) VALUE " STATUS: ".
           05 WSL-STATUS PIC X(20).

       01 WIP-HEADER-LINE.
           05 FILLER PIC X(10) VALUE " RO     | ".
           05 FILLER PIC X(20) VALUE "VIN               | ".
           05 FILLER PIC X(23) VALUE "CUSTOMER NAME        | ".
           05 FILLER PIC X(11) VALUE "OPENED   | ".
           05 FILLER PIC X(10) VALUE "IN SHOP | ".
           05 FILLER PIC X(12) VALUE "IN STATUS | ".
           05 FILLER PIC X(13) VALUE "     PARTS | ".
           05 FILLER PIC X(13) VALUE "     LABOR | ".
           05 FILLER PIC X(7)  VALUE "INVOICE".

       01 WIP-SEPARATOR-LINE.
           05 FILLER PIC X(119) VALUE ALL "-".

       01 WIP-DETAIL-LINE.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 WPL-RO-NO       PIC 9(6).
           05 FILLER          PIC X(3) VALUE " | ".
           05 WPL-VIN         PIC X(17).
           05 FILLER          PIC X(3) VALUE " | ".
           05 WPL-CUSTOMER    PIC X(20).
           05 FILLER          PIC X(3) VALUE " | ".
           05 WPL-OPENED      PIC 9(8).
           05 FILLER          PIC X(3) VALUE " | ".
           05 WPL-SHOP-DAYS   PIC Z(6)9.
           05 FILLER          PIC X(3) VALUE " | ".
           05 WPL-STATUS-DAYS PIC Z(8)9.
           05 FILLER          PIC X(3) VALUE " | ".
           05 WPL-PARTS       PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(3) VALUE " | ".
           05 WPL-LABOR       PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(3) VALUE " | ".
           05 WPL-INVOICE     PIC X(7).

       01 WIP-TOTAL-LINE.
           05 FILLER     PIC X(1) VALUE SPACE.
           05 WTT-LABEL  PIC X(22).
           05 WTT-COUNT  PIC ZZ9.
           05 FILLER     PIC X(24) VALUE " RO(S)   UNBILLED PARTS ".
           05 WTT-PARTS  PIC Z,ZZZ,ZZ9.99.
           05 FILLER     PIC X(8)  VALUE "  LABOR ".
           05 WTT-LABOR  PIC Z,ZZZ,ZZ9.99.
           05 FILLER     PIC X(8)  VALUE "  TOTAL ".
           05 WTT-TOTAL  PIC ZZ,ZZZ,ZZ9.99.

       01 INVOICE-RO-LINE.
           05 FILLER    PIC X(16) VALUE " REPAIR ORDER : ".
           05 INV-RO-NO PIC 9(6).

       01 CREDIT-CHECK-FIELDS.
           05 WS-CRD-CUST-NO     PIC 9(5).
           05 WS-CRD-ROW-CUST-NO PIC 9(5).
           05 WS-CRD-NEW-WORK    PIC 9(7)V99.
           05 WS-CRD-BALANCE     PIC 9(9)V99.
           05 WS-CRD-PAST-DUE    PIC 9(9)V99.
           05 WS-CRD-EXPOSURE    PIC 9(9)V99.
           05 WS-CRD-ROW-OPEN    PIC 9(9)V99.
           05 WS-CRD-EST-VIN     PIC X(17).
           05 WS-CRD-CAR-OPEN-FLAG PIC X(1) VALUE "Y".
               88 CRD-CAR-FILE-OPEN VALUE "Y".
           05 WS-CRD-RESULT-FLAG PIC X(1) VALUE "K".
               88 CREDIT-OK      VALUE "K".
               88 CREDIT-WARNED  VALUE "W".
               88 CREDIT-REFUSED VALUE "R".

       01 STATEMENT-CONTROL-FIELDS.
           05 WS-STM-EOF-FLAG PIC X(1) VALUE "N".
               88 STATEMENT-SORT-EOF VALUE "Y".
           05 WS-STM-FROM-DATE PIC 9(8).
           05 WS-STM-CUR-CUST PIC 9(5) VALUE ZERO.
           05 WS-STM-CUR-VIN  PIC X(17).
           05 WS-STM-COUNT    PIC 9(5) VALUE ZERO.
           05 WS-STM-OPEN-ROW PIC 9(9)V99.
           05 WS-STM-NEW-INVOICES PIC 9(9)V99.
           05 WS-STM-PAYMENTS     PIC 9(9)V99.
           05 WS-STM-REFUNDS      PIC 9(9)V99.
           05 WS-STM-CREDITS      PIC 9(9)V99.
           05 WS-STM-CLOSING      PIC 9(9)V99.
           05 WS-STM-OPENING      PIC S9(9)V99.
           05 WS-STM-PAST-DUE     PIC 9(9)V99.
           05 WS-STM-TERMS        PIC 9(3).
           05 WS-STM-DAY-COUNT    PIC 9(3).
           05 WS-STM-INV-COUNT    PIC 9(3) VALUE ZERO.
           05 WS-STM-INV-SUB      PIC 9(3).
           05 WS-STM-INV-OVERFLOW-FLAG PIC X(1) VALUE "N".
               88 STM-INV-TABLE-OVERFLOW VALUE "Y".
           05 WS-STM-INV-FOUND-FLAG PIC X(1) VALUE "N".
               88 STM-INVOICE-FOUND VALUE "Y".
           05 WS-STM-PAY-COUNT    PIC 9(3) VALUE ZERO.
           05 WS-STM-PAY-INV-DATE PIC 9(8).
           05 WS-STM-CR-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-STM-CR-SUB       PIC 9(3).
           05 WS-STM-CR-OVERFLOW-FLAG PIC X(1) VALUE "N".
               88 STM-CR-TABLE-OVERFLOW VALUE "Y".
           05 WS-STM-CR-FOUND-FLAG PIC X(1) VALUE "N".
               88 STM-CREDIT-FOUND VALUE "Y".
           05 WS-STM-DUE-DATE.
               10 WS-STM-DUE-YEAR  PIC 9(4).
               10 WS-STM-DUE-MONTH PIC 9(2).
               10 WS-STM-DUE-DAY   PIC 9(2).
           05 WS-STM-LEAP-QUOTIENT PIC 9(4).
           05 WS-STM-LEAP-REM-4    PIC 9(3).
           05 WS-STM-LEAP-REM-100  PIC 9(3).
           05 WS-STM-LEAP-REM-400  PIC 9(3).
           05 WS-STM-MONTH-DAYS    PIC 9(2).

       01 STATEMENT-INVOICE-DATA.
           05 STX-ENTRY OCCURS 300 TIMES.
               10 STX-INVOICE-NO PIC 9(6).
               10 STX-DATE       PIC 9(8).

       01 STATEMENT-CREDIT-DATA.
           05 SCR-INVOICE-NO PIC 9(6) OCCURS 300 TIMES.

       01 STM-TITLE-LINE.
           05 FILLER PIC X(40) VALUE "STATEMENT OF ACCOUNT".
           05 FILLER PIC X(16) VALUE "STATEMENT DATE ".
           05 STT-DATE PIC 9(8).

       01 STM-CUSTOMER-LINE.
           05 FILLER      PIC X(10) VALUE " CUSTOMER ".
           05 STC-CUST-NO PIC 9(5).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 STC-NAME    PIC X(25).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 STC-PHONE   PIC X(12).

       01 STM-ADDRESS-LINE.
           05 FILLER      PIC X(17) VALUE SPACE.
           05 STA-STREET  PIC X(25).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 STA-EMAIL   PIC X(30).

       01 STM-PERIOD-LINE.
           05 FILLER      PIC X(8) VALUE " PERIOD ".
           05 STP-FROM    PIC 9(8).
           05 FILLER      PIC X(4) VALUE " TO ".
           05 STP-TO      PIC 9(8).
           05 FILLER      PIC X(13) VALUE "   TERMS NET ".
           05 STP-TERMS   PIC ZZ9.
           05 FILLER      PIC X(20) VALUE " DAYS   CREDIT LIMIT".
           05 STP-LIMIT   PIC Z,ZZZ,ZZ9.99.

       01 STM-HEADER-LINE.
           05 FILLER PIC X(20) VALUE " VIN               |".
           05 FILLER PIC X(9)  VALUE " INVOICE|".
           05 FILLER PIC X(11) VALUE "   DATE   |".
           05 FILLER PIC X(15) VALUE "        AMOUNT|".
           05 FILLER PIC X(15) VALUE "          PAID|".
           05 FILLER PIC X(15) VALUE "       BALANCE|".
           05 FILLER PIC X(9)  VALUE " STATUS".

       01 STM-VIN-LINE.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 STV-VIN     PIC X(17).

       01 STM-DETAIL-LINE.
           05 FILLER      PIC X(20) VALUE SPACE.
           05 STD-INVOICE PIC 9(6).
           05 FILLER      PIC X(3) VALUE SPACE.
           05 STD-DATE    PIC 9(8).
           05 FILLER      PIC X(3) VALUE SPACE.
           05 STD-AMOUNT  PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(2) VALUE SPACE.
           05 STD-PAID    PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(2) VALUE SPACE.
           05 STD-BALANCE PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(2) VALUE SPACE.
           05 STD-STATUS  PIC X(8).

       01 STM-PAYMENT-LINE.
           05 FILLER      PIC X(3) VALUE SPACE.
           05 STY-DATE    PIC 9(8).
           05 FILLER      PIC X(10) VALUE "  INVOICE ".
           05 STY-INVOICE PIC 9(6).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 STY-TYPE    PIC X(7).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 STY-METHOD  PIC X(2).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 STY-AMOUNT  PIC Z,ZZZ,ZZ9.99.

       01 STM-TOTAL-LINE.
           05 FILLER      PIC X(3) VALUE SPACE.
           05 STO-LABEL   PIC X(30).
           05 STO-AMOUNT  PIC ---,---,--9.99.

       01 TIME-CLOCK-FIELDS.
           05 WS-PUNCH-STATUS PIC X(2) VALUE ZERO.
           05 WS-PCH-EOF-FLAG PIC X(1) VALUE "N".
               88 PUNCH-EOF VALUE "Y".
           05 WS-PSR-EOF-FLAG PIC X(1) VALUE "N".
               88 SORTED-PUNCH-EOF VALUE "Y".
           05 WS-TCK-OPEN-FLAG PIC X(1) VALUE "N".
               88 PUNCH-IN-OPEN VALUE "Y".
           05 WS-TCK-REASON-FLAG PIC X(1) VALUE "N".
               88 PUNCH-REASON-FOUND VALUE "Y".
           05 WS-TCK-WEEK-END-IN PIC X(8).
           05 WS-TCK-WEEK-END-PARTS REDEFINES WS-TCK-WEEK-END-IN.
               10 WS-TCK-IN-YEAR  PIC 9(4).
               10 WS-TCK-IN-MONTH PIC 9(2).
               10 WS-TCK-IN-DAY   PIC 9(2).
           05 WS-TCK-WEEK-END-DATE PIC 9(8).
           05 WS-TCK-WEEK-START-DATE PIC 9(8).
           05 WS-TCK-WORK-DATE.
               10 WS-TCK-WORK-YEAR  PIC 9(4).
               10 WS-TCK-WORK-MONTH PIC 9(2).
               10 WS-TCK-WORK-DAY   PIC 9(2).
           05 WS-TCK-DAY-COUNT PIC 9(1).
           05 WS-TCK-LEAP-QUOTIENT PIC 9(4).
           05 WS-TCK-LEAP-REM-4    PIC 9(3).
           05 WS-TCK-LEAP-REM-100  PIC 9(3).
           05 WS-TCK-LEAP-REM-400  PIC 9(3).
           05 WS-TCK-CUR-MECH PIC X(4).
           05 WS-TCK-IN-DATE PIC 9(8).
           05 WS-TCK-IN-TIME PIC 9(4).
           05 WS-TCK-IN-MINUTES PIC 9(4).
           05 WS-TCK-IN-REASON PIC X(2).
           05 WS-TCK-PUNCH-MINUTES PIC 9(4).
           05 WS-TCK-INTERVAL PIC S9(5).
           05 WS-TCK-REASON-SUB PIC 9(2).
           05 WS-TCK-EXC-SUB PIC 9(3).
           05 WS-TCK-EXC-COUNT PIC 9(3) VALUE ZERO.
           05 WS-TCK-EXC-TOTAL PIC 9(5) VALUE ZERO.
           05 WS-TCK-EXC-MESSAGE PIC X(30).
           05 WS-TCK-EXC-MECH PIC X(4).
           05 WS-TCK-EXC-DATE PIC 9(8).
           05 WS-TCK-EXC-TIME PIC 9(4).
           05 WS-TCK-EXC-TYPE PIC X(1).
           05 WS-TCK-PUNCH-COUNT PIC 9(5) VALUE ZERO.
           05 WS-TCK-CLOCKED-HOURS PIC 9(3)V99.
           05 WS-TCK-NONBILL-HOURS PIC 9(3)V99.
           05 WS-TCK-AVAIL-HOURS   PIC 9(3)V99.
           05 WS-TCK-EFFICIENCY    PIC 9(4)V9.
           05 WS-TCK-REGULAR-HOURS PIC 9(3)V99.
           05 WS-TCK-OVERTIME-HOURS PIC 9(3)V99.
           05 WS-TCK-OT-THRESHOLD PIC 9(2)V99 VALUE 44.00.
           05 WS-CSV-REGULAR-HOURS  PIC 9(3).99.
           05 WS-CSV-OVERTIME-HOURS PIC 9(3).99.
           05 WS-CSV-TOTAL-HOURS    PIC 9(3).99.

       01 TIME-CLOCK-DATA.
           05 TIME-CLOCK-TABLE OCCURS 50 TIMES.
               10 TCX-CLOCKED-MIN PIC 9(5).
               10 TCX-NONBILL-MIN PIC 9(5).
               10 TCX-BILLED-HOURS PIC 9(4)V9.

       01 DAYS-IN-MONTH-DATA.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-DATA.
           05 DAYS-IN-MONTH PIC 9(2) OCCURS 12 TIMES.

       01 PUNCH-REASON-DATA.
           05 FILLER PIC X(20) VALUE "CLSHOP CLEANUP      ".
           05 FILLER PIC X(20) VALUE "TRTRAINING          ".
           05 FILLER PIC X(20) VALUE "WTWAITING ON WORK   ".
           05 FILLER PIC X(20) VALUE "MTSHOP MEETING      ".
           05 FILLER PIC X(20) VALUE "PRPARTS RUN         ".
           05 FILLER PIC X(20) VALUE "OTOTHER NON-BILLABLE".
       01 PUNCH-REASON-TABLE REDEFINES PUNCH-REASON-DATA.
           05 PUNCH-REASON-ENTRY OCCURS 6 TIMES.
               10 PRN-CODE PIC X(2).
               10 PRN-DESC PIC X(18).

       01 PUNCH-REASON-TOTALS.
           05 PRN-MINUTES PIC 9(6) OCCURS 6 TIMES.

       01 PUNCH-EXCEPTION-DATA.
           05 PUNCH-EXCEPTION-TABLE OCCURS 200 TIMES.
               10 PEX-MECH-ID PIC X(4).
               10 PEX-DATE    PIC 9(8).
               10 PEX-TIME    PIC 9(4).
               10 PEX-TYPE    PIC X(1).
               10 PEX-MESSAGE PIC X(30).

       01 TCK-TITLE-LINE.
           05 FILLER PIC X(30) VALUE "MECHANIC TIME CLOCK - WEEK OF ".
           05 TCT-START-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 TCT-END-DATE PIC 9(8).

       01 TCK-HEADER-LINE.
           05 FILLER PIC X(8)  VALUE " ID   | ".
           05 FILLER PIC X(27) VALUE "MECHANIC NAME             |".
           05 FILLER PIC X(10) VALUE " CLOCKED |".
           05 FILLER PIC X(11) VALUE " NON-BILL |".
           05 FILLER PIC X(10) VALUE "   AVAIL |".
           05 FILLER PIC X(10) VALUE "  BILLED |".
           05 FILLER PIC X(8)  VALUE " EFFIC %".

       01 TCK-DETAIL-LINE.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 TCD-ID      PIC X(4).
           05 FILLER      PIC X(3) VALUE " | ".
           05 TCD-NAME    PIC X(25).
           05 FILLER      PIC X(3) VALUE " | ".
           05 TCD-CLOCKED PIC ZZ9.99.
           05 FILLER      PIC X(6) VALUE "  |   ".
           05 TCD-NONBILL PIC ZZ9.99.
           05 FILLER      PIC X(4) VALUE " |  ".
           05 TCD-AVAIL   PIC ZZ9.99.
           05 FILLER      PIC X(4) VALUE " | ".
           05 TCD-BILLED  PIC ZZZ9.9.
           05 FILLER      PIC X(3) VALUE " | ".
           05 TCD-EFFIC   PIC ZZZ9.9.

       01 TCK-REASON-LINE.
           05 FILLER      PIC X(3) VALUE SPACE.
           05 TCR-CODE    PIC X(2).
           05 FILLER      PIC X(3) VALUE " - ".
           05 TCR-DESC    PIC X(18).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 TCR-HOURS   PIC ZZ,ZZ9.99.

       01 TCK-EXCEPTION-LINE.
           05 FILLER      PIC X(3) VALUE SPACE.
           05 TCE-MECH-ID PIC X(4).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 TCE-DATE    PIC 9(8).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 TCE-TIME    PIC 9(4).
           05 FILLER      PIC X(2) VALUE SPACE.
           05 TCE-TYPE    PIC X(1).
           05 FILLER      PIC X(3) VALUE " - ".
           05 TCE-MESSAGE PIC X(30).

       01 MECHANIC-CONTROL-FIELDS.
           05 WS-MECH-FILE-STATUS PIC X(2) VALUE ZERO.
           05 WS-MECH-AVAIL-FLAG PIC X(1) VALUE "N".
       01 INVOICE-SEPARATOR-LINE.
           05 FILLER PIC X(60) VALUE ALL "=".

       01 CREDIT-MEMO-FIELDS.
           05 WS-CREDIT-SEQ-STATUS PIC X(2) VALUE ZERO.
           05 WS-NEXT-CREDIT-NO PIC 9(6) VALUE ZERO.
           05 WS-CRM-THIS-NO PIC 9(6) VALUE ZERO.
           05 WS-CRM-DONE-FLAG PIC X(1) VALUE "N".
               88 CREDIT-MEMOS-DONE VALUE "Y".
           05 WS-CRM-CAR-OPEN-FLAG PIC X(1) VALUE "N".
               88 CRM-CAR-FILE-OPEN VALUE "Y".
           05 WS-CRM-TYPE PIC X(1).
               88 CRM-FULL-VOID VALUE "V".
               88 CRM-PARTIAL-CREDIT VALUE "P".
           05 WS-CRM-ANSWER PIC X(1).
               88 CRM-LINE-SELECTED VALUE "Y".
           05 WS-CRM-REASON PIC X(30).
           05 WS-CRM-VIN PIC X(17).
           05 WS-CRM-CAR-TYPE PIC X(5).
           05 WS-CRM-LINE-COUNT PIC 9(3) VALUE ZERO.
           05 WS-CRM-LEFT-COUNT PIC 9(3) VALUE ZERO.
           05 WS-CRM-SUB PIC 9(3).
           05 WS-CRM-PARTS PIC 9(7)V99.
           05 WS-CRM-LABOR PIC 9(7)V99.
           05 WS-CRM-SUBTOTAL PIC 9(7)V99.
           05 WS-CRM-TAX PIC S9(7)V99.
           05 WS-CRM-GRAND-TOTAL PIC 9(8)V99.
           05 WS-CRM-REFUND PIC 9(8)V99.
           05 WS-CRM-BALANCE PIC 9(8)V99.
           05 WS-CRM-ISSUED-COUNT PIC 9(3) VALUE ZERO.

       01 CREDIT-LINE-DATA.
           05 CREDIT-LINE-TABLE OCCURS 50 TIMES.
               10 CRL-RUN-DATE   PIC 9(8).
               10 CRL-PART-NUMBER PIC X(8).
               10 CRL-PART-DESC  PIC X(20).
               10 CRL-PART-COST  PIC 9(5)V99.
               10 CRL-LABOR-COST PIC 9(6)V99.
               10 CRL-LINE-TOTAL PIC 9(6)V99.

       01 CRM-AUDIT-IMAGE.
           05 CAI-INVOICE-NO   PIC 9(6).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 CAI-VIN          PIC X(17).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 CAI-AMOUNT       PIC 9(8)V99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 CAI-PAID         PIC 9(8)V99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 CAI-CREDIT-NO    PIC 9(6).
           05 FILLER           PIC X(5) VALUE SPACE.

       01 CRM-LINE-IMAGE.
           05 CLI-INVOICE-NO   PIC 9(6).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 CLI-PART-NUMBER  PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 CLI-PART-DESC    PIC X(20).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 CLI-LINE-TOTAL   PIC 9(6)V99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 CLI-REVERSED     PIC X(1).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 CLI-CREDIT-NO    PIC 9(6).
           05 FILLER           PIC X(4) VALUE SPACE.

       01 CRM-HEADER-LINE.
           05 FILLER           PIC X(13) VALUE " CREDIT MEMO ".
           05 CRH-NO-DISP      PIC 9(6).
           05 FILLER           PIC X(14) VALUE "   RUN DATE: ".
           05 CRH-DATE-MONTH   PIC 9(2).
           05 FILLER           PIC X(1)  VALUE "/".
           05 CRH-DATE-DAY     PIC 9(2).
           05 FILLER           PIC X(1)  VALUE "/".
           05 CRH-DATE-YEAR    PIC 9(4).

       01 CRM-INVOICE-LINE.
           05 FILLER           PIC X(11) VALUE " INVOICE : ".
           05 CRI-INVOICE-NO   PIC 9(6).
           05 FILLER           PIC X(8)  VALUE "  DATED ".
           05 CRI-INVOICE-DATE PIC 9(8).

       01 CRM-TYPE-LINE.
           05 FILLER           PIC X(11) VALUE " TYPE    : ".
           05 CRY-TYPE         PIC X(14).

       01 CRM-REASON-LINE.
           05 FILLER           PIC X(11) VALUE " REASON  : ".
           05 CRR-REASON       PIC X(30).

       01 CRM-SIGNOFF-LINE.
           05 FILLER PIC X(50) VALUE
               "CUSTOMER SIGNATURE: ___________________  DATE: ___".
           05 FILLER PIC X(5) VALUE "_____".

       01 HISTORY-CONTROL-FIELDS.
           05 WS-HISTORY-FILE-STATUS PIC X(2) VALUE ZERO.
           05 WS-HIST-EOF-FLAG PIC X(1) VALUE "N".
                   PERFORM 470-ESTIMATE-MODE-DRIVER
               WHEN ARCHIVE-MODE
                   PERFORM 950-YEAR-END-ARCHIVE
               WHEN CREDIT-MEMO-MODE
                   PERFORM 500-CREDIT-MEMO-MODE
               WHEN DRAWER-CLOSE-MODE
                   PERFORM 520-CLOSE-CASH-DRAWER
               WHEN PHYSICAL-COUNT-MODE
                   PERFORM 540-PHYSICAL-INVENTORY
               WHEN RECALL-MATCH-MODE
                   PERFORM 560-RECALL-MATCH-PASS
               WHEN TIME-CLOCK-MODE
                   PERFORM 670-TIME-CLOCK-REPORT
               WHEN REPAIR-ORDER-MODE
                   PERFORM 610-REPAIR-ORDER-MODE
               WHEN OTHER
                   PERFORM 101-RUN-FULL-LOAD-AND-REPORT
           END-EVALUATE.
               WITH NO ADVANCING.
           DISPLAY "O=PURCH ORDERS, V=RECEIVING, Q=ESTIMATES, "
               WITH NO ADVANCING.
           DISPLAY "Y=ARCHIVE, C=CREDIT MEMO, Z=DRAWER CLOSE, "
               WITH NO ADVANCING.
           DISPLAY "I=PHYSICAL INVENTORY, N=RECALL MATCH, "
               WITH NO ADVANCING.
           DISPLAY "T=TIME CLOCK, W=REPAIR ORDERS: "
               WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.

       101-RUN-FULL-LOAD-AND-REPORT.

           PERFORM 210-CREATE-REPAIR-TICKET-REPORT.

           PERFORM 280-CREATE-WIP-REPORT.

           PERFORM 250-CREATE-PM-DUE-REPORT.

           PERFORM 220-DISPLAY-SORTED-BY-YEAR.
           MOVE "UNKNOWN CUSTOMER" TO WS-CUST-WORK-NAME.
           MOVE SPACE TO WS-CUST-WORK-PHONE.
           MOVE SPACE TO WS-CUST-WORK-STREET.
           MOVE SPACE TO WS-CUST-WORK-EMAIL.
           MOVE "C" TO WS-CUST-WORK-ACCT-TYPE.
           MOVE ZERO TO WS-CUST-WORK-LIMIT.
           MOVE ZERO TO WS-CUST-WORK-TERMS.

           IF CUST-FILE-AVAILABLE
               MOVE WS-CUST-LOOKUP-NO TO CUST-NUMBER
                       MOVE CUST-NAME TO WS-CUST-WORK-NAME
                       MOVE CUST-PHONE TO WS-CUST-WORK-PHONE
                       MOVE CUST-STREET TO WS-CUST-WORK-STREET
                       MOVE CUST-EMAIL TO WS-CUST-WORK-EMAIL
                       IF RETIRED-ACCOUNT
                           MOVE "R" TO WS-CUST-WORK-ACCT-TYPE
                       END-IF
                       IF CHARGE-ACCOUNT
                           MOVE "A" TO WS-CUST-WORK-ACCT-TYPE
                           IF CUST-CREDIT-LIMIT NUMERIC
                               MOVE CUST-CREDIT-LIMIT
                                   TO WS-CUST-WORK-LIMIT
                           END-IF
                           IF CUST-TERMS-DAYS NUMERIC
                               MOVE CUST-TERMS-DAYS
                                   TO WS-CUST-WORK-TERMS
                           END-IF
                       END-IF
               END-READ
           END-IF.

                       MOVE "CUSTOMER NUMBER NOT ON FILE"
                           TO REJECT-REASON
                   END-IF
                   IF CUSTOMER-ON-FILE AND CUST-WORK-RETIRED
                       MOVE "N" TO VALID-RECORD-FLAG
                       MOVE "CUSTOMER NUMBER RETIRED BY MERGE"
                           TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.

           PERFORM 386-OPEN-COMEBACK-FILE.
           PERFORM 332-OPEN-PART-FILE.
           PERFORM 334-LOAD-MECHANIC-ROSTER.
           PERFORM 561-LOAD-RECALL-VIN-FILE.
           MOVE ZERO TO WS-RCL-CLOSED-COUNT.
           PERFORM 375-LOAD-ESTIMATE-TOTALS.
           PERFORM 616-LOAD-RO-FILE.
           IF RO-TABLE-OVERFLOW
               DISPLAY "*** ROFILE.TXT HOLDS MORE THAN 300 REPAIR "
                   "ORDERS - EVERY LINE KEYED AGAINST"
               DISPLAY "*** AN RO IS HELD AND THE FILE LEFT "
                   "UNTOUCHED - RUN MONTH-END CLOSE TO"
               DISPLAY "*** PURGE PICKED-UP ORDERS."
               MOVE 8 TO WS-RUN-RC
           END-IF.
           PERFORM 266-OPEN-RO-HOLD-OUTPUT.
           PERFORM 217-OPEN-INVOICE-FILES.
           PERFORM 211-PRINT-TICKET-HEADER.

           MOVE SPACE TO WS-CUR-INV-VIN.
           MOVE ZERO TO WS-CUR-INV-RO-NO.
           MOVE "N" TO WS-CUR-RO-STATE.
           MOVE ZERO TO WS-CUR-INV-PARTS.
           MOVE ZERO TO WS-CUR-INV-LABOR.
           MOVE ZERO TO WS-CUR-INV-LINES.
           PERFORM 319-CLOSE-HISTORY-FILE.
           PERFORM 388-CLOSE-COMEBACK-FILE.

      * ROHOLD.TXT and ROFILE.TXT are replaced last, once every other
      * posting has been written, so an abend anywhere earlier leaves
      * them as the prior night left them.
           PERFORM 276-FINISH-RO-POSTING.
           PERFORM 567-REWRITE-RECALL-VIN-FILE.
           IF WS-RCL-CLOSED-COUNT > ZERO
               DISPLAY "*** " WS-RCL-CLOSED-COUNT
                   " RECALL(S) CLOSED ON RECALLVN.TXT BY THIS RUN."
           END-IF.

      * The RO number is a minor key so each repair order on a VIN
      * bills as its own invoice.
       270-SORT-TRANSACTIONS.
           SORT TRANS-SORT-FILE
               ON ASCENDING KEY TSR-VIN TSR-RO-NO
               INPUT PROCEDURE IS 272-RELEASE-TRANS-RECORDS
               GIVING TRANS-SORTED-FILE.

               PERFORM 273-RELEASE-ONE-TRANS
                   UNTIL TRANS-EOF
               CLOSE TRANS-FILE
               PERFORM 274-RELEASE-RO-HOLD-LINES
           END-IF.

      * Lines keyed before CARTRANS.TXT carried an RO number have it
      * blank; they sort and bill as "no repair order".
       273-RELEASE-ONE-TRANS.
           READ TRANS-FILE
               AT END
                   MOVE "Y" TO TRANS-EOF-FLAG
               NOT AT END
                   MOVE TRANS-INPUT-RECORD TO TSR-RECORD
                   IF TSR-RO-NO NOT NUMERIC
                       MOVE ZERO TO TSR-RO-NO
                   END-IF
                   MOVE SPACE TO TSR-HOLD-FLAG
                   MOVE ZERO TO TSR-HOLD-DATE
                   RELEASE TSR-RECORD
           END-READ.

      * ROHOLD.TXT lines join the pass only when CARTRANS.TXT opened,
      * the same condition under which the run date is claimed.
       274-RELEASE-RO-HOLD-LINES.
           MOVE "N" TO WS-RO-HOLD-EOF-FLAG.
           OPEN INPUT RO-HOLD-FILE.
           IF WS-RO-HOLD-STATUS = "00"
               PERFORM 287-READ-RO-HOLD-FILE
               PERFORM 275-RELEASE-ONE-HOLD-LINE
                   UNTIL RO-HOLD-EOF
               CLOSE RO-HOLD-FILE
           END-IF.

       275-RELEASE-ONE-HOLD-LINE.
           RELEASE TSR-RECORD FROM RO-HOLD-RECORD.
           PERFORM 287-READ-RO-HOLD-FILE.

      * Decide once per invoice break what happens to lines keyed
      * against a repair order: billed when the RO is ready (or, on a
      * same-day rerun, was billed by the first run), held while the
      * car is still being worked, or rejected when the RO can no
      * longer take work.  With ROFILE.TXT over the table every RO
      * line is held, so nothing is billed against an unseen order.
       265-CHECK-TRANS-RO.
           MOVE "N" TO WS-CUR-RO-STATE.
           MOVE SPACE TO WS-CUR-RO-REASON.

           IF WS-CUR-INV-RO-NO NOT = ZERO
               IF RO-TABLE-OVERFLOW
                   MOVE "H" TO WS-CUR-RO-STATE
               ELSE
                   MOVE WS-CUR-INV-RO-NO TO WS-RO-NO-IN
                   PERFORM 623-FIND-RO
                   MOVE WS-RO-SUB TO WS-CUR-RO-SUB
                   EVALUATE TRUE
                       WHEN NOT RO-FOUND
                           MOVE "X" TO WS-CUR-RO-STATE
                           MOVE "NOT ON ROFILE.TXT"
                               TO WS-CUR-RO-REASON
                       WHEN ROX-VIN(WS-CUR-RO-SUB)
                               NOT = WS-CUR-INV-VIN
                           MOVE "X" TO WS-CUR-RO-STATE
                           MOVE "OPENED FOR ANOTHER VIN"
                               TO WS-CUR-RO-REASON
                       WHEN ALREADY-POSTED-TODAY
                           AND ROX-BILLED-DATE(WS-CUR-RO-SUB)
                               = WS-RUN-DATE
                           MOVE "B" TO WS-CUR-RO-STATE
                       WHEN ROX-INVOICE-NO(WS-CUR-RO-SUB) NOT = ZERO
                           MOVE "X" TO WS-CUR-RO-STATE
                           MOVE "INVOICED ON AN EARLIER RUN"
                               TO WS-CUR-RO-REASON
                       WHEN ROX-STATUS(WS-CUR-RO-SUB) = "C"
                           MOVE "X" TO WS-CUR-RO-STATE
                           MOVE "ALREADY PICKED UP"
                               TO WS-CUR-RO-REASON
                       WHEN ROX-STATUS(WS-CUR-RO-SUB) = "R"
                           AND NOT ALREADY-POSTED-TODAY
                           MOVE "B" TO WS-CUR-RO-STATE
                       WHEN OTHER
                           MOVE "H" TO WS-CUR-RO-STATE
                   END-EVALUATE
               END-IF
           END-IF.

      * ROHOLD.TXT is rebuilt by the run that claims the posting date,
      * so a rerun leaves the first run's held lines in place.
      * The new hold lines go to ROHOLD.TMP and are copied over
      * ROHOLD.TXT only when the ticket pass finishes, so a run that
      * abends partway leaves the prior night's held lines in place.
       266-OPEN-RO-HOLD-OUTPUT.
           MOVE "N" TO WS-RO-HOLD-OUT-FLAG.
           IF NOT ALREADY-POSTED-TODAY
               AND WS-TRANS-FILE-STATUS = "00"
               OPEN OUTPUT RO-HOLD-WORK-FILE
               MOVE "Y" TO WS-RO-HOLD-OUT-FLAG
           END-IF.

       267-HOLD-ONE-TRANSACTION.
           ADD 1 TO WS-RO-HELD-COUNT.
           IF RO-HOLD-REWRITTEN
               IF NOT TRANS-LINE-HELD
                   MOVE "H" TO TRANS-HOLD-FLAG
                   MOVE WS-RUN-DATE TO TRANS-HOLD-DATE
               END-IF
               PERFORM 268-WRITE-RO-HOLD-LINE
           END-IF.

       268-WRITE-RO-HOLD-LINE.
           WRITE RO-HOLD-WORK-RECORD FROM TRANS-RECORD.

       269-STAMP-RO-INVOICE.
           MOVE WS-NEXT-INVOICE-NO TO ROX-INVOICE-NO(WS-CUR-RO-SUB).
           MOVE WS-RUN-DATE TO ROX-BILLED-DATE(WS-CUR-RO-SUB).
           MOVE "Y" TO WS-RO-CHANGED-FLAG.
           ADD 1 TO WS-RO-BILLED-COUNT.

       276-FINISH-RO-POSTING.
           IF RO-HOLD-REWRITTEN
               CLOSE RO-HOLD-WORK-FILE

               MOVE "N" TO WS-RO-HOLD-EOF-FLAG
               OPEN INPUT RO-HOLD-WORK-FILE
               OPEN OUTPUT RO-HOLD-FILE
               PERFORM 973-COPY-ONE-HOLD-ROW
                   UNTIL RO-HOLD-EOF
               CLOSE RO-HOLD-FILE
               CLOSE RO-HOLD-WORK-FILE
           END-IF.
           IF RO-FILE-CHANGED
               PERFORM 619-REWRITE-RO-FILE
           END-IF.

      * The WIP report lists every repair order not yet picked up,
      * grouped by status with the stalled ones first, and the parts
      * and labor sitting on ROHOLD.TXT waiting for the RO to be
      * marked ready.  The caller has the RO table loaded.
       280-CREATE-WIP-REPORT.
           IF RO-TABLE-OVERFLOW
               DISPLAY "*** ROFILE.TXT HOLDS MORE THAN 300 REPAIR "
                   "ORDERS - WIP REPORT NOT PRINTED."
           ELSE
               PERFORM 281-LOAD-HELD-TOTALS

               OPEN OUTPUT WIP-REPORT-FILE
               MOVE WS-RUN-DATE TO WTL-DATE
               MOVE WIP-TITLE-LINE TO WIP-REPORT-RECORD
               WRITE WIP-REPORT-RECORD

               MOVE ZERO TO WS-WIP-GRAND-COUNT
               MOVE ZERO TO WS-WIP-GRAND-PARTS
               MOVE ZERO TO WS-WIP-GRAND-LABOR
               PERFORM 284-WRITE-WIP-SECTION
                   VARYING WS-WIP-SECTION-SUB FROM 1 BY 1
                       UNTIL WS-WIP-SECTION-SUB > 5

               MOVE SPACE TO WIP-REPORT-RECORD
               WRITE WIP-REPORT-RECORD
               MOVE "ALL ORDERS IN SHOP:" TO WTT-LABEL
               MOVE WS-WIP-GRAND-COUNT TO WTT-COUNT
               MOVE WS-WIP-GRAND-PARTS TO WTT-PARTS
               MOVE WS-WIP-GRAND-LABOR TO WTT-LABOR
               COMPUTE WTT-TOTAL =
                   WS-WIP-GRAND-PARTS + WS-WIP-GRAND-LABOR
               MOVE WIP-TOTAL-LINE TO WIP-REPORT-RECORD
               WRITE WIP-REPORT-RECORD
               CLOSE WIP-REPORT-FILE

               DISPLAY "*** " WS-WIP-GRAND-COUNT
                   " REPAIR ORDER(S) IN THE SHOP - SEE WIPRPT.PRT."
           END-IF.

       281-LOAD-HELD-TOTALS.
           PERFORM 282-CLEAR-ONE-HELD-TOTAL
               VARYING WS-RO-SUB FROM 1 BY 1
                   UNTIL WS-RO-SUB > WS-RO-COUNT.

           MOVE "N" TO WS-RO-HOLD-EOF-FLAG.
           OPEN INPUT RO-HOLD-FILE.
           IF WS-RO-HOLD-STATUS = "00"
               PERFORM 287-READ-RO-HOLD-FILE
               PERFORM 283-ADD-ONE-HELD-LINE
                   UNTIL RO-HOLD-EOF
               CLOSE RO-HOLD-FILE
           END-IF.

       282-CLEAR-ONE-HELD-TOTAL.
           MOVE ZERO TO ROX-HELD-LINES(WS-RO-SUB).
           MOVE ZERO TO ROX-HELD-PARTS(WS-RO-SUB).
           MOVE ZERO TO ROX-HELD-LABOR(WS-RO-SUB).

       283-ADD-ONE-HELD-LINE.
           IF RHL-LINE-HELD
               MOVE RHL-RO-NO TO WS-RO-NO-IN
               PERFORM 623-FIND-RO
               IF RO-FOUND
                   ADD 1 TO ROX-HELD-LINES(WS-RO-SUB)
                   ADD RHL-PART-COST TO ROX-HELD-PARTS(WS-RO-SUB)
                   COMPUTE WS-WIP-LINE-LABOR =
                       RHL-LABOR-HOURS * RHL-LABOR-RATE
                   ADD WS-WIP-LINE-LABOR TO ROX-HELD-LABOR(WS-RO-SUB)
               END-IF
           END-IF.
           PERFORM 287-READ-RO-HOLD-FILE.

       284-WRITE-WIP-SECTION.
           MOVE RST-CODE(WS-WIP-SECTION-SUB) TO WS-WIP-SECTION-STATUS.
           MOVE ZERO TO WS-WIP-SECTION-COUNT.
           MOVE ZERO TO WS-WIP-SECTION-PARTS.
           MOVE ZERO TO WS-WIP-SECTION-LABOR.

           MOVE SPACE TO WIP-REPORT-RECORD.
           WRITE WIP-REPORT-RECORD.
           MOVE RST-TEXT(WS-WIP-SECTION-SUB) TO WSL-STATUS.
           MOVE WIP-SECTION-LINE TO WIP-REPORT-RECORD.
           WRITE WIP-REPORT-RECORD.
           MOVE WIP-HEADER-LINE TO WIP-REPORT-RECORD.
           WRITE WIP-REPORT-RECORD.
           MOVE WIP-SEPARATOR-LINE TO WIP-REPORT-RECORD.
           WRITE WIP-REPORT-RECORD.

           PERFORM 285-WRITE-ONE-WIP-LINE
               VARYING WS-RO-SUB FROM 1 BY 1
                   UNTIL WS-RO-SUB > WS-RO-COUNT.

           IF WS-WIP-SECTION-COUNT = ZERO
               MOVE "   NO REPAIR ORDERS IN THIS STATUS."
                   TO WIP-REPORT-RECORD
               WRITE WIP-REPORT-RECORD
           ELSE
               MOVE "STATUS TOTAL:" TO WTT-LABEL
               MOVE WS-WIP-SECTION-COUNT TO WTT-COUNT
               MOVE WS-WIP-SECTION-PARTS TO WTT-PARTS
               MOVE WS-WIP-SECTION-LABOR TO WTT-LABOR
               COMPUTE WTT-TOTAL =
                   WS-WIP-SECTION-PARTS + WS-WIP-SECTION-LABOR
               MOVE WIP-TOTAL-LINE TO WIP-REPORT-RECORD
               WRITE WIP-REPORT-RECORD
           END-IF.

           ADD WS-WIP-SECTION-COUNT TO WS-WIP-GRAND-COUNT.
           ADD WS-WIP-SECTION-PARTS TO WS-WIP-GRAND-PARTS.
           ADD WS-WIP-SECTION-LABOR TO WS-WIP-GRAND-LABOR.

       285-WRITE-ONE-WIP-LINE.
           IF ROX-STATUS(WS-RO-SUB) = WS-WIP-SECTION-STATUS
               ADD 1 TO WS-WIP-SECTION-COUNT
               ADD ROX-HELD-PARTS(WS-RO-SUB) TO WS-WIP-SECTION-PARTS
               ADD ROX-HELD-LABOR(WS-RO-SUB) TO WS-WIP-SECTION-LABOR

               MOVE ROX-NO(WS-RO-SUB) TO WPL-RO-NO
               MOVE ROX-VIN(WS-RO-SUB) TO WPL-VIN
               MOVE ROX-CUST-NO(WS-RO-SUB) TO WS-CUST-LOOKUP-NO
               PERFORM 398-LOOKUP-CUSTOMER
               MOVE WS-CUST-WORK-NAME TO WPL-CUSTOMER
               MOVE ROX-OPEN-DATE(WS-RO-SUB) TO WPL-OPENED

               MOVE ROX-OPEN-DATE(WS-RO-SUB) TO WS-AGE-FROM-DATE
               PERFORM 444-COMPUTE-AGE-DAYS
               MOVE WS-AGE-DAYS TO WPL-SHOP-DAYS
               MOVE ROX-STATUS-DATE(WS-RO-SUB) TO WS-AGE-FROM-DATE
               PERFORM 444-COMPUTE-AGE-DAYS
               MOVE WS-AGE-DAYS TO WPL-STATUS-DAYS

               MOVE ROX-HELD-PARTS(WS-RO-SUB) TO WPL-PARTS
               MOVE ROX-HELD-LABOR(WS-RO-SUB) TO WPL-LABOR
               IF ROX-INVOICE-NO(WS-RO-SUB) = ZERO
                   MOVE SPACE TO WPL-INVOICE
               ELSE
                   MOVE ROX-INVOICE-NO(WS-RO-SUB) TO WPL-INVOICE
               END-IF

               MOVE WIP-DETAIL-LINE TO WIP-REPORT-RECORD
               WRITE WIP-REPORT-RECORD
           END-IF.

       287-READ-RO-HOLD-FILE.
           READ RO-HOLD-FILE
               AT END MOVE "Y" TO WS-RO-HOLD-EOF-FLAG.

       271-OPEN-SORTED-TRANS.
           MOVE "N" TO TRANS-EOF-FLAG.
           OPEN INPUT TRANS-SORTED-FILE.
           MOVE TICKET-LINE-SEPARATOR TO TICKET-RECORD.
           WRITE TICKET-RECORD AFTER ADVANCING 1 LINE.

      * Lines come from CARTRANS.TXT and from ROHOLD.TXT, where lines
      * keyed against a repair order wait until the RO is ready.  Hold
      * lines billed on an earlier day are only carried forward to the
      * month-end purge.  On a same-day rerun the first run's held
      * lines are skipped as well: CARTRANS.TXT supplies them again and
      * ROHOLD.TXT is not rewritten.
       212-PROCESS-ONE-TRANSACTION.
           EVALUATE TRUE
               WHEN TRANS-LINE-BILLED
                   AND TRANS-HOLD-DATE NOT = WS-RUN-DATE
                   ADD 1 TO WS-RO-CARRIED-COUNT
                   IF RO-HOLD-REWRITTEN
                       PERFORM 268-WRITE-RO-HOLD-LINE
                   END-IF
               WHEN TRANS-LINE-HELD AND ALREADY-POSTED-TODAY
                   ADD 1 TO WS-RO-CARRIED-COUNT
               WHEN OTHER
                   PERFORM 215-POST-ONE-TRANSACTION
           END-EVALUATE.
           PERFORM 313-READ-TRANS-FILE.

       215-POST-ONE-TRANSACTION.
           IF TRANS-VIN NOT = WS-CUR-INV-VIN
               OR TRANS-RO-NO NOT = WS-CUR-INV-RO-NO
               PERFORM 218-WRITE-ONE-INVOICE
               MOVE TRANS-VIN TO WS-CUR-INV-VIN
               MOVE TRANS-RO-NO TO WS-CUR-INV-RO-NO
               PERFORM 214-LOOKUP-TRANS-CAR
               PERFORM 265-CHECK-TRANS-RO
           END-IF.

           IF CAR-FOUND
                       ADD 1 TO WS-MECH-REJECT-COUNT
                       DISPLAY "*** UNKNOWN MECHANIC ID "
                           TRANS-MECHANIC-ID " - LINE NOT POSTED."
                   WHEN CUR-RO-REJECTED
                       ADD 1 TO WS-RO-REJECT-COUNT
                       DISPLAY "*** REPAIR ORDER " TRANS-RO-NO
                           " - LINE NOT POSTED: " WS-CUR-RO-REASON
                   WHEN CUR-RO-HOLD
                       PERFORM 267-HOLD-ONE-TRANSACTION
                   WHEN OTHER
                       PERFORM 213-WRITE-TICKET-DETAIL
                       PERFORM 341-DEPLETE-PART-ON-HAND
                       ADD 1 TO WS-TICKET-COUNT
                       IF TRANS-LINE-HELD AND RO-HOLD-REWRITTEN
                           MOVE "B" TO TRANS-HOLD-FLAG
                           MOVE WS-RUN-DATE TO TRANS-HOLD-DATE
                           PERFORM 268-WRITE-RO-HOLD-LINE
                       END-IF
               END-EVALUATE
           ELSE
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF.

       213-WRITE-TICKET-DETAIL.
           COMPUTE WS-LABOR-COST =
               END-IF
               MOVE INVOICE-VEHICLE-LINE TO INVOICE-RECORD
               WRITE INVOICE-RECORD
               IF WS-CUR-INV-RO-NO NOT = ZERO
                   MOVE WS-CUR-INV-RO-NO TO INV-RO-NO
                   MOVE INVOICE-RO-LINE TO INVOICE-RECORD
                   WRITE INVOICE-RECORD
               END-IF

               MOVE "PARTS SUBTOTAL :" TO INV-AMOUNT-LABEL
               MOVE WS-CUR-INV-PARTS TO INV-AMOUNT-DISP
               PERFORM 363-POST-PERIOD-WORK

               PERFORM 371-WRITE-RECEIVABLE-RECORD

               IF CUR-RO-BILLABLE AND NOT ALREADY-POSTED-TODAY
                   PERFORM 269-STAMP-RO-INVOICE
               END-IF
           END-IF.

           MOVE ZERO TO WS-CUR-INV-PARTS.
               DISPLAY "*** " WS-MECH-REJECT-COUNT
                   " TRANSACTION(S) REJECTED - UNKNOWN MECHANIC ID."
           END-IF.
           IF WS-RO-REJECT-COUNT > ZERO
               DISPLAY "*** " WS-RO-REJECT-COUNT
                   " TRANSACTION(S) REJECTED - REPAIR ORDER NOT "
                   "BILLABLE."
           END-IF.
           IF WS-RO-HELD-COUNT > ZERO
               DISPLAY "*** " WS-RO-HELD-COUNT
                   " LINE(S) HELD ON ROHOLD.TXT - REPAIR ORDER NOT "
                   "READY."
           END-IF.
           IF WS-RO-BILLED-COUNT > ZERO
               DISPLAY "*** " WS-RO-BILLED-COUNT
                   " REPAIR ORDER(S) INVOICED AND MARKED ON "
                   "ROFILE.TXT."
           END-IF.
           IF WS-RATE-VARIANCE-COUNT > ZERO
               DISPLAY "*** " WS-RATE-VARIANCE-COUNT
                   " LINE(S) BILLED OFF THE STANDARD LABOR RATE."
               MOVE ZERO TO AR-PAID-AMOUNT
               MOVE ZERO TO AR-PAID-DATE
               MOVE SPACE TO AR-PAY-METHOD
               MOVE WS-CUR-INV-CUST-NO TO AR-CUST-NO
               WRITE RECEIVABLE-RECORD
           END-IF.


           IF CBK-PAIR-FOUND
               AND HIST-RUN-DATE < WS-RUN-DATE
               AND NOT HIST-LINE-REVERSED
               IF HIST-RUN-DATE > CBC-LAST-DATE(WS-CBK-SUB)
                   MOVE HIST-RUN-DATE TO CBC-LAST-DATE(WS-CBK-SUB)
                   IF HIST-ODOMETER NUMERIC
               MOVE WS-LABOR-COST TO HIST-LABOR-COST
               MOVE WS-LINE-TOTAL TO HIST-LINE-TOTAL
               MOVE WS-CUR-INV-MILES TO HIST-ODOMETER
               COMPUTE HIST-INVOICE-NO = WS-NEXT-INVOICE-NO + 1
               MOVE TRANS-PART-NUMBER TO HIST-PART-NUMBER
               MOVE SPACE TO HIST-REVERSED
               MOVE ZERO TO HIST-CREDIT-NO
               MOVE SPACE TO HIST-UNIT-COST-X
               IF PART-FILE-AVAILABLE
                   MOVE PART-UNIT-COST TO HIST-UNIT-COST
               END-IF
               MOVE TRANS-MECHANIC-ID TO HIST-MECH-ID
               MOVE TRANS-CAMPAIGN-ID TO HIST-CAMPAIGN-ID
               MOVE TRANS-LABOR-HOURS TO HIST-LABOR-HOURS
               IF WARRANTY-LINE
                   MOVE ZERO TO HIST-LABOR-HOURS
               END-IF
               WRITE HISTORY-RECORD
               IF TRANS-CAMPAIGN-ID NOT = SPACE
                   PERFORM 575-CLOSE-RECALL-FOR-LINE
               END-IF
           END-IF.

       319-CLOSE-HISTORY-FILE.
       258-POST-ONE-SORTED-HIST-ROW.
           PERFORM 263-FIND-SORTED-HIST-RULE.
           IF PM-HIST-RULE-FOUND AND HSF-ODOMETER NUMERIC
               AND HSF-REVERSED NOT = "R"
               IF HSF-ODOMETER >
                       WS-PM-CAR-RULE-MILES(WS-PM-HIST-RULE-SUB)
                   MOVE HSF-ODOMETER TO
               WS-LOADED-COUNT + REJECT-RECORD-COUNT
               + DROPPED-RECORD-COUNT.
           COMPUTE WS-TRANS-REJ-TOTAL =
               WS-PART-REJECT-COUNT + WS-MECH-REJECT-COUNT
               + WS-RO-REJECT-COUNT.
           COMPUTE WS-TRANS-BALANCE-TOTAL =
               WS-TICKET-COUNT + WS-UNMATCHED-COUNT
               + WS-TRANS-REJ-TOTAL
               + WS-RO-HELD-COUNT + WS-RO-CARRIED-COUNT.

           MOVE "Y" TO WS-BALANCED-FLAG.
           IF WS-CAR-BALANCE-TOTAL NOT = WS-CARS-READ-COUNT
           MOVE WS-TICKET-COUNT TO RCT-MATCHED.
           MOVE WS-UNMATCHED-COUNT TO RCT-UNMATCHED.
           MOVE WS-TRANS-REJ-TOTAL TO RCT-REJECTED.
           MOVE WS-RO-HELD-COUNT TO RCT-HELD.
           MOVE WS-RO-CARRIED-COUNT TO RCT-CARRIED.
           MOVE RC-TRANS-LINE TO RUN-CONTROL-RECORD.
           WRITE RUN-CONTROL-RECORD.

                   "DATE AND SLOT - NOT BOOKED."
           ELSE
               PERFORM 408-CHECK-APPT-PM-DUE
               PERFORM 576-CHECK-APPT-RECALL
               PERFORM 448-BOOKING-CREDIT-CHECK
               IF CREDIT-REFUSED
                   DISPLAY "*** CHARGE ACCOUNT ON HOLD - NOT BOOKED."
               ELSE
                   ADD 1 TO WS-APPT-COUNT
                   MOVE WS-BOOK-DATE TO APT-DATE-TBL(WS-APPT-COUNT)
                   MOVE WS-BOOK-SLOT TO APT-SLOT-TBL(WS-APPT-COUNT)
                   MOVE WS-BOOK-BAY TO APT-BAY-TBL(WS-APPT-COUNT)
                   MOVE WS-BOOK-VIN TO APT-VIN-TBL(WS-APPT-COUNT)
                   MOVE WS-BOOK-SERVICE
                       TO APT-SERVICE-TBL(WS-APPT-COUNT)
                   MOVE WS-BOOK-MECH-ID TO APT-MECH-TBL(WS-APPT-COUNT)
                   MOVE WS-APPT-PM-DUE-FLAG
                       TO APT-PM-TBL(WS-APPT-COUNT)
                   DISPLAY "*** APPOINTMENT BOOKED - BAY " WS-BOOK-BAY
                       " AT " WS-BOOK-SLOT " ON " WS-BOOK-DATE "."
               END-IF
           END-IF.

       406-CHECK-APPT-CONFLICT.
           MOVE ZERO TO WS-APPT-RULE-MILES(WS-APPT-RULE-SUB).

       410-POST-APPT-HISTORY-ROW.
           IF HIST-VIN = WS-BOOK-VIN AND NOT HIST-LINE-REVERSED
               PERFORM 356-FIND-HISTORY-RULE
               IF PM-HIST-RULE-FOUND AND HIST-ODOMETER NUMERIC
                   IF HIST-ODOMETER >

       430-POST-PAYMENTS.
           PERFORM 305-GET-RUN-DATE.
           PERFORM 706-GET-OPERATOR-ID.
           PERFORM 431-LOAD-RECEIVABLE-FILE.

           EVALUATE TRUE
                   DISPLAY "*** NO INVOICES ON THE OPEN-RECEIVABLES "
                       "LEDGER - NOTHING TO POST AGAINST."
               WHEN OTHER
                   PERFORM 422-OPEN-PAYMENT-JOURNAL
                   MOVE "N" TO WS-PAY-DONE-FLAG
                   PERFORM 434-POST-ONE-PAYMENT
                       UNTIL PAYMENTS-DONE
                   CLOSE PAYMENT-JOURNAL-FILE
                   PERFORM 437-REWRITE-RECEIVABLE-FILE
                   DISPLAY "*** PAYMENTS POSTED TO ARFILE.TXT AND "
                       "JOURNALLED TO PAYJRNL.TXT."
           END-EVALUATE.

       422-OPEN-PAYMENT-JOURNAL.
           OPEN EXTEND PAYMENT-JOURNAL-FILE.
           IF WS-PAY-JRNL-STATUS NOT = "00"
               OPEN OUTPUT PAYMENT-JOURNAL-FILE
           END-IF.

      * One journal entry per payment, refund, or credit memo.  ARFILE
      * keeps only the running paid amount and the latest date and
      * method; the drawer close and deposit slip are built from the
      * payments and refunds, and the statements from all three.
       423-WRITE-JOURNAL-ENTRY.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO PJ-DATE.
           MOVE WS-RUN-HHMMSS TO PJ-TIME.
           MOVE ARX-INVOICE-NO(WS-AR-SUB) TO PJ-INVOICE-NO.
           MOVE WS-PJ-ENTRY-TYPE TO PJ-ENTRY-TYPE.
           MOVE WS-PJ-AMOUNT TO PJ-AMOUNT.
           MOVE WS-PAY-METHOD TO PJ-METHOD.
           MOVE WS-OPERATOR-ID TO PJ-OPERATOR.
           MOVE WS-PJ-CHEQUE-NO TO PJ-CHEQUE-NO.
           MOVE ARX-CUSTOMER(WS-AR-SUB) TO PJ-CUSTOMER.
           WRITE PAYMENT-JOURNAL-RECORD.

       424-GET-CHEQUE-NUMBER.
           MOVE SPACE TO WS-PJ-CHEQUE-NO.
           IF WS-PAY-METHOD = "CH"
               DISPLAY "ENTER CHEQUE NUMBER: " WITH NO ADVANCING
               ACCEPT WS-PJ-CHEQUE-NO
           END-IF.

       431-LOAD-RECEIVABLE-FILE.
           MOVE ZERO TO WS-AR-COUNT.
           MOVE "N" TO WS-AR-EOF-FLAG.
           MOVE AR-PAID-AMOUNT TO ARX-PAID(WS-AR-COUNT).
           MOVE AR-PAID-DATE TO ARX-PAID-DATE(WS-AR-COUNT).
           MOVE AR-PAY-METHOD TO ARX-METHOD(WS-AR-COUNT).
           MOVE ZERO TO ARX-CUST-NO(WS-AR-COUNT).
           IF AR-CUST-NO NUMERIC
               MOVE AR-CUST-NO TO ARX-CUST-NO(WS-AR-COUNT)
           END-IF.
           PERFORM 432-READ-RECEIVABLE-FILE.

       434-POST-ONE-PAYMENT.

               EVALUATE TRUE
                   WHEN NOT AMOUNT-ENTRY-OK
                       OR WS-PAY-AMOUNT = ZERO
                       DISPLAY "*** INVALID PAYMENT AMOUNT - "
                           "NOT POSTED."
                   WHEN NOT PAY-METHOD-VALID
                       DISPLAY "*** INVALID PAYMENT METHOD - "
                           "NOT POSTED."
                   WHEN WS-PAY-AMOUNT > WS-AR-BALANCE
                       DISPLAY "*** PAYMENT EXCEEDS THE BALANCE "
                           "OWING - NOT POSTED."
                       COMPUTE WS-AR-BALANCE =
                           ARX-AMOUNT(WS-AR-SUB)
                           - ARX-PAID(WS-AR-SUB)
                       PERFORM 424-GET-CHEQUE-NUMBER
                       MOVE "P" TO WS-PJ-ENTRY-TYPE
                       MOVE WS-PAY-AMOUNT TO WS-PJ-AMOUNT
                       PERFORM 423-WRITE-JOURNAL-ENTRY
                       DISPLAY "*** PAYMENT POSTED - NEW BALANCE "
                           WS-AR-BALANCE "."
               END-EVALUATE
           MOVE ARX-PAID(WS-AR-SUB) TO AR-PAID-AMOUNT.
           MOVE ARX-PAID-DATE(WS-AR-SUB) TO AR-PAID-DATE.
           MOVE ARX-METHOD(WS-AR-SUB) TO AR-PAY-METHOD.
           MOVE ARX-CUST-NO(WS-AR-SUB) TO AR-CUST-NO.
           WRITE RECEIVABLE-RECORD.

       440-CREATE-AGING-REPORT.
               MOVE ZERO TO WS-AGE-DAYS
           END-IF.

      * Charge-account credit check.  The caller sets WS-CRD-CUST-NO
      * and WS-CRD-NEW-WORK (tax included); CAR-FILE must be open so
      * receivable rows written without a customer number can be
      * traced through the vehicle.  Work that takes a charge account
      * over its limit is a warning, unless an open invoice is already
      * past the account's terms - then it is refused.  Cash accounts
      * pay at pickup and are not checked.
       445-CHECK-CREDIT-LIMIT.
           MOVE "K" TO WS-CRD-RESULT-FLAG.
           MOVE ZERO TO WS-CRD-BALANCE.
           MOVE ZERO TO WS-CRD-PAST-DUE.
           MOVE WS-CRD-CUST-NO TO WS-CUST-LOOKUP-NO.
           PERFORM 398-LOOKUP-CUSTOMER.

           IF CUSTOMER-ON-FILE AND CUST-WORK-CHARGE
               MOVE "N" TO WS-AR-EOF-FLAG
               OPEN INPUT RECEIVABLE-FILE
               IF WS-AR-FILE-STATUS = "00"
                   PERFORM 432-READ-RECEIVABLE-FILE
                   PERFORM 446-ADD-ONE-CREDIT-ROW
                       UNTIL AR-EOF
                   CLOSE RECEIVABLE-FILE
               END-IF

               COMPUTE WS-CRD-EXPOSURE =
                   WS-CRD-BALANCE + WS-CRD-NEW-WORK
               DISPLAY "CHARGE ACCT : LIMIT " WS-CUST-WORK-LIMIT
                   "  OPEN " WS-CRD-BALANCE
                   "  PAST TERMS " WS-CRD-PAST-DUE

               IF WS-CRD-EXPOSURE > WS-CUST-WORK-LIMIT
                   IF WS-CRD-PAST-DUE > ZERO
                       MOVE "R" TO WS-CRD-RESULT-FLAG
                       DISPLAY "*** CREDIT REFUSED: OPEN BALANCE PLUS "
                           "THIS WORK IS OVER THE LIMIT AND"
                       DISPLAY "*** THE ACCOUNT HAS INVOICES PAST ITS "
                           WS-CUST-WORK-TERMS "-DAY TERMS."
                   ELSE
                       MOVE "W" TO WS-CRD-RESULT-FLAG
                       DISPLAY "*** WARNING: OPEN BALANCE PLUS THIS "
                           "WORK (" WS-CRD-EXPOSURE ") IS OVER THE "
                           "CREDIT LIMIT."
                   END-IF
               END-IF
           END-IF.

       446-ADD-ONE-CREDIT-ROW.
           PERFORM 447-RESOLVE-AR-CUSTOMER.
           IF WS-CRD-ROW-CUST-NO = WS-CRD-CUST-NO
               AND AR-INVOICE-AMOUNT > AR-PAID-AMOUNT
               COMPUTE WS-CRD-ROW-OPEN =
                   AR-INVOICE-AMOUNT - AR-PAID-AMOUNT
               ADD WS-CRD-ROW-OPEN TO WS-CRD-BALANCE
               MOVE AR-INVOICE-DATE TO WS-AGE-FROM-DATE
               PERFORM 444-COMPUTE-AGE-DAYS
               IF WS-AGE-DAYS > WS-CUST-WORK-TERMS
                   ADD WS-CRD-ROW-OPEN TO WS-CRD-PAST-DUE
               END-IF
           END-IF.
           PERFORM 432-READ-RECEIVABLE-FILE.

      * Receivable rows posted before ARFILE carried the customer
      * number belong to the vehicle's current owner.
       447-RESOLVE-AR-CUSTOMER.
           MOVE ZERO TO WS-CRD-ROW-CUST-NO.
           IF AR-CUST-NO NUMERIC AND AR-CUST-NO > ZERO
               MOVE AR-CUST-NO TO WS-CRD-ROW-CUST-NO
           ELSE
               IF CRD-CAR-FILE-OPEN
                   MOVE AR-VIN TO VIN-NUMBER
                   READ CAR-FILE
                       KEY IS VIN-NUMBER
                       NOT INVALID KEY
                           MOVE CUSTOMER-NO TO WS-CRD-ROW-CUST-NO
                   END-READ
               END-IF
           END-IF.

      * The booking has no price yet, so the writer keys the expected
      * amount of the work for a charge customer.
       448-BOOKING-CREDIT-CHECK.
           MOVE "K" TO WS-CRD-RESULT-FLAG.
           IF CUST-WORK-CHARGE
               MOVE CUSTOMER-NO TO WS-CRD-CUST-NO
               DISPLAY "ENTER EXPECTED AMOUNT OF THE WORK "
                   "(E.G. 450.00): " WITH NO ADVANCING
               ACCEPT WS-AMOUNT-IN
               PERFORM 347-PARSE-AMOUNT-ENTRY
               IF AMOUNT-ENTRY-OK
                   MOVE WS-AMT-VALUE TO WS-CRD-NEW-WORK
               ELSE
                   MOVE ZERO TO WS-CRD-NEW-WORK
                   DISPLAY "*** AMOUNT NOT RECOGNIZED - CHECKED ON "
                       "THE OPEN BALANCE ALONE."
               END-IF
               PERFORM 445-CHECK-CREDIT-LIMIT
           END-IF.

       450-CREATE-PURCHASE-ORDERS.
           PERFORM 305-GET-RUN-DATE.
           PERFORM 451-GET-PO-SUPPLIER.
           ACCEPT WS-APPROVE-EST-NO.

           PERFORM 477-LOAD-EST-FILE.
           PERFORM 616-LOAD-RO-FILE.

           MOVE "K" TO WS-CRD-RESULT-FLAG.
           IF WS-EST-COUNT > ZERO AND NOT EST-TABLE-OVERFLOW
               PERFORM 487-CHECK-ESTIMATE-CREDIT
           END-IF.

           EVALUATE TRUE
               WHEN EST-TABLE-OVERFLOW
                       "CLOSE TO PURGE BILLED LINES"
                   DISPLAY "*** - RETURN CODE 8."
                   MOVE 8 TO RETURN-CODE
               WHEN RO-TABLE-OVERFLOW
                   DISPLAY "*** ROFILE.TXT HOLDS MORE THAN 300 REPAIR "
                       "ORDERS - APPROVAL REFUSED -"
                   DISPLAY "*** RUN MONTH-END CLOSE TO PURGE PICKED-UP "
                       "ORDERS - RETURN CODE 8."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EST-COUNT = ZERO
                   DISPLAY "*** NO ESTIMATES ON FILE."
               WHEN CREDIT-REFUSED
                   DISPLAY "*** ESTIMATE " WS-APPROVE-EST-NO
                       " NOT APPROVED - CHARGE ACCOUNT ON HOLD."
               WHEN OTHER
               MOVE ZERO TO WS-EST-RELEASED-COUNT

                       MOVE ESX-VIN(WS-EST-SUB) TO TB-VIN
                       MOVE ESX-MECH(WS-EST-SUB)
                           TO TB-MECHANIC-ID
                       MOVE SPACE TO TB-CAMPAIGN-ID
                       MOVE ESX-VIN(WS-EST-SUB) TO WS-RO-VIN
                       PERFORM 625-FIND-ACTIVE-RO
                       IF RO-FOUND
                           MOVE ROX-NO(WS-RO-SUB) TO TB-RO-NO
                       ELSE
                           MOVE ZERO TO TB-RO-NO
                       END-IF
                       WRITE TRANS-INPUT-RECORD
                           FROM TRANS-BUILD-RECORD
                       MOVE "A" TO ESX-STATUS(WS-EST-SUB)
           MOVE ESX-RATE(WS-EST-SUB) TO EST-RATE.
           WRITE ESTIMATE-LINE-RECORD.

      * Approval prices the estimate's open lines with tax and checks
      * them against the owner's charge account before any line is
      * released for billing.
       487-CHECK-ESTIMATE-CREDIT.
           MOVE "K" TO WS-CRD-RESULT-FLAG.
           MOVE ZERO TO WS-EST-SUBTOTAL.
           MOVE SPACE TO WS-CRD-EST-VIN.
           PERFORM 488-PRICE-ONE-APPROVAL-LINE
               VARYING WS-EST-SUB FROM 1 BY 1
                   UNTIL WS-EST-SUB > WS-EST-COUNT.

           IF WS-CRD-EST-VIN NOT = SPACE
               COMPUTE WS-EST-TAX ROUNDED =
                   WS-EST-SUBTOTAL * WS-HST-RATE
               COMPUTE WS-CRD-NEW-WORK =
                   WS-EST-SUBTOTAL + WS-EST-TAX
               MOVE WS-CRD-EST-VIN TO VIN-NUMBER
               READ CAR-FILE
                   KEY IS VIN-NUMBER
                   NOT INVALID KEY
                       MOVE CUSTOMER-NO TO WS-CRD-CUST-NO
                       PERFORM 445-CHECK-CREDIT-LIMIT
               END-READ
           END-IF.

       488-PRICE-ONE-APPROVAL-LINE.
           IF ESX-NO(WS-EST-SUB) = WS-APPROVE-EST-NO
               AND ESX-STATUS(WS-EST-SUB) = "O"
               MOVE ESX-VIN(WS-EST-SUB) TO WS-CRD-EST-VIN
               COMPUTE WS-EST-SUBTOTAL ROUNDED =
                   WS-EST-SUBTOTAL + ESX-COST(WS-EST-SUB)
                   + ESX-HOURS(WS-EST-SUB) * ESX-RATE(WS-EST-SUB)
           END-IF.

      * Run mode C: a posted invoice is never edited in place.  A full
      * void or a partial credit is issued under its own number from
      * CRMSEQ.TXT, and the invoice's postings to ARFILE, PERTOTAL,
      * PART-ON-HAND, and SERVHIST are reversed and audited.
       500-CREDIT-MEMO-MODE.
           PERFORM 305-GET-RUN-DATE.
           PERFORM 706-GET-OPERATOR-ID.
           PERFORM 431-LOAD-RECEIVABLE-FILE.

           EVALUATE TRUE
               WHEN AR-TABLE-OVERFLOW
                   DISPLAY "*** ARFILE.TXT HOLDS MORE THAN 500 "
                       "INVOICES - CREDIT MEMOS REFUSED AND"
                   DISPLAY "*** THE LEDGER LEFT UNTOUCHED - RUN "
                       "MONTH-END CLOSE TO PURGE PAID"
                   DISPLAY "*** INVOICES - RETURN CODE 8."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-AR-COUNT = ZERO
                   DISPLAY "*** NO INVOICES ON THE OPEN-RECEIVABLES "
                       "LEDGER - NOTHING TO CREDIT."
               WHEN OTHER
                   PERFORM 501-READ-CREDIT-SEQ
                   PERFORM 361-MERGE-PERIOD-FILE
                   PERFORM 332-OPEN-PART-FILE
                   PERFORM 327-OPEN-CUSTOMER-FILE
                   PERFORM 503-OPEN-CREDIT-CAR-FILE
                   PERFORM 707-OPEN-AUDIT-FILE
                   PERFORM 422-OPEN-PAYMENT-JOURNAL
                   OPEN OUTPUT CREDIT-MEMO-FILE

                   MOVE "N" TO WS-CRM-DONE-FLAG
                   PERFORM 504-CREDIT-ONE-INVOICE
                       UNTIL CREDIT-MEMOS-DONE

                   CLOSE CREDIT-MEMO-FILE
                   CLOSE PAYMENT-JOURNAL-FILE
                   PERFORM 708-CLOSE-AUDIT-FILE
                   IF CRM-CAR-FILE-OPEN
                       CLOSE CAR-FILE
                   END-IF
                   PERFORM 337-CLOSE-CUSTOMER-FILE
                   PERFORM 333-CLOSE-PART-FILE

                   DISPLAY "*** " WS-CRM-ISSUED-COUNT
                       " CREDIT MEMO(S) PRINTED TO CRMEMO.PRT AND "
                       "LOGGED TO AUDITLOG.TXT."
                   IF WS-CRM-ISSUED-COUNT > ZERO
                       PERFORM 720-PRINT-AUDIT-REPORT
                   END-IF
           END-EVALUATE.

       501-READ-CREDIT-SEQ.
           MOVE ZERO TO WS-NEXT-CREDIT-NO.

           OPEN INPUT CREDIT-SEQ-FILE.
           IF WS-CREDIT-SEQ-STATUS = "00"
               READ CREDIT-SEQ-FILE
                   NOT AT END
                       MOVE SEQ-LAST-CREDIT-NO TO WS-NEXT-CREDIT-NO
               END-READ
               CLOSE CREDIT-SEQ-FILE
           END-IF.

       502-REWRITE-CREDIT-SEQ.
           OPEN OUTPUT CREDIT-SEQ-FILE.
           MOVE WS-NEXT-CREDIT-NO TO SEQ-LAST-CREDIT-NO.
           WRITE CREDIT-SEQ-RECORD.
           CLOSE CREDIT-SEQ-FILE.

       503-OPEN-CREDIT-CAR-FILE.
           OPEN INPUT CAR-FILE.
           IF WS-CAR-FILE-STATUS = "00"
               MOVE "Y" TO WS-CRM-CAR-OPEN-FLAG
           ELSE
               MOVE "N" TO WS-CRM-CAR-OPEN-FLAG
               DISPLAY "*** WARNING: CARFILE.TXT NOT AVAILABLE - "
                   "STATUS " WS-CAR-FILE-STATUS
               DISPLAY "*** CREDIT MEMOS CARRY THE LEDGER NAME "
                   "ONLY THIS RUN."
           END-IF.

       504-CREDIT-ONE-INVOICE.
           DISPLAY "ENTER INVOICE NUMBER TO CREDIT (000000=DONE): "
               WITH NO ADVANCING.
           ACCEPT WS-PAY-INVOICE-NO.

           IF WS-PAY-INVOICE-NO = ZERO
               MOVE "Y" TO WS-CRM-DONE-FLAG
           ELSE
               PERFORM 435-FIND-ONE-INVOICE
               EVALUATE TRUE
                   WHEN NOT AR-INVOICE-FOUND
                       DISPLAY "*** INVOICE " WS-PAY-INVOICE-NO
                           " NOT ON THE OPEN-RECEIVABLES LEDGER."
                   WHEN ARX-AMOUNT(WS-AR-SUB) = ZERO
                       DISPLAY "*** INVOICE " WS-PAY-INVOICE-NO
                           " HAS ALREADY BEEN CREDITED IN FULL."
                   WHEN OTHER
                       PERFORM 505-GET-CREDIT-DETAILS
               END-EVALUATE
           END-IF.

       505-GET-CREDIT-DETAILS.
           DISPLAY "CUSTOMER: " ARX-CUSTOMER(WS-AR-SUB).
           DISPLAY "VIN     : " ARX-VIN(WS-AR-SUB).
           DISPLAY "INVOICE AMOUNT: " ARX-AMOUNT(WS-AR-SUB)
               "  PAID: " ARX-PAID(WS-AR-SUB).
           DISPLAY "ENTER V=VOID WHOLE INVOICE, P=PARTIAL CREDIT: "
               WITH NO ADVANCING.
           ACCEPT WS-CRM-TYPE.

           IF CRM-FULL-VOID OR CRM-PARTIAL-CREDIT
               DISPLAY "ENTER REASON FOR CREDIT: " WITH NO ADVANCING
               ACCEPT WS-CRM-REASON
               PERFORM 506-SELECT-CREDIT-LINES
               IF WS-CRM-LINE-COUNT = ZERO
                   DISPLAY "*** NO OPEN SERVICE LINES SELECTED FOR "
                       "INVOICE " WS-PAY-INVOICE-NO
                       " - NOTHING CREDITED."
               ELSE
                   PERFORM 953-COPY-HISTORY-WORK-BACK
                   PERFORM 509-POST-CREDIT-MEMO
               END-IF
           ELSE
               DISPLAY "*** INVALID CREDIT TYPE - INVOICE NOT "
                   "CREDITED."
           END-IF.

      * SERVHIST is passed to SERVHIST.TMP with the credited lines
      * stamped "R" and the memo number; the work file replaces
      * SERVHIST only once at least one line has been taken.
       506-SELECT-CREDIT-LINES.
           MOVE ZERO TO WS-CRM-LINE-COUNT.
           MOVE ZERO TO WS-CRM-LEFT-COUNT.
           MOVE ARX-VIN(WS-AR-SUB) TO WS-CRM-VIN.
           MOVE SPACE TO WS-CRM-CAR-TYPE.
           COMPUTE WS-CRM-THIS-NO = WS-NEXT-CREDIT-NO + 1.
           MOVE "N" TO WS-HIST-EOF-FLAG.

           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "*** NO SERVICE HISTORY ON FILE."
           ELSE
               OPEN OUTPUT HIST-WORK-FILE
               PERFORM 651-READ-HISTORY-FILE
               PERFORM 507-SELECT-ONE-HISTORY-ROW
                   UNTIL HISTORY-EOF
               CLOSE HIST-WORK-FILE
               CLOSE HISTORY-FILE
           END-IF.

       507-SELECT-ONE-HISTORY-ROW.
           IF HIST-INVOICE-NO NUMERIC
               AND HIST-INVOICE-NO = WS-PAY-INVOICE-NO
               AND HIST-VIN = WS-CRM-VIN
               AND NOT HIST-LINE-REVERSED
               MOVE "Y" TO WS-CRM-ANSWER
               IF CRM-PARTIAL-CREDIT
                   MOVE HIST-RUN-DATE TO HDL-RUN-DATE
                   MOVE HIST-CAR-TYPE TO HDL-CAR-TYPE
                   MOVE HIST-PART-DESC TO HDL-PART-DESC
                   MOVE HIST-PART-COST TO HDL-PART-COST
                   MOVE HIST-LABOR-COST TO HDL-LABOR-COST
                   MOVE HIST-LINE-TOTAL TO HDL-LINE-TOTAL
                   DISPLAY HISTORY-DETAIL-LINE
                   DISPLAY "CREDIT THIS LINE (Y/N)? "
                       WITH NO ADVANCING
                   ACCEPT WS-CRM-ANSWER
               END-IF

               IF CRM-LINE-SELECTED
                   IF WS-CRM-LINE-COUNT < 50
                       PERFORM 508-TAKE-ONE-CREDIT-LINE
                   ELSE
                       ADD 1 TO WS-CRM-LEFT-COUNT
                       DISPLAY "*** WARNING: CREDIT MEMO IS FULL AT "
                           "50 LINES - " HIST-PART-DESC
                           " LEFT ON THE INVOICE."
                   END-IF
               ELSE
                   ADD 1 TO WS-CRM-LEFT-COUNT
               END-IF
           END-IF.

           MOVE HISTORY-RECORD TO HIST-WORK-RECORD.
           WRITE HIST-WORK-RECORD.
           PERFORM 651-READ-HISTORY-FILE.

       508-TAKE-ONE-CREDIT-LINE.
           ADD 1 TO WS-CRM-LINE-COUNT.
           MOVE HIST-RUN-DATE TO CRL-RUN-DATE(WS-CRM-LINE-COUNT).
           MOVE HIST-PART-NUMBER TO CRL-PART-NUMBER(WS-CRM-LINE-COUNT).
           MOVE HIST-PART-DESC TO CRL-PART-DESC(WS-CRM-LINE-COUNT).
           MOVE HIST-PART-COST TO CRL-PART-COST(WS-CRM-LINE-COUNT).
           MOVE HIST-LABOR-COST TO CRL-LABOR-COST(WS-CRM-LINE-COUNT).
           MOVE HIST-LINE-TOTAL TO CRL-LINE-TOTAL(WS-CRM-LINE-COUNT).
           MOVE HIST-CAR-TYPE TO WS-CRM-CAR-TYPE.

           MOVE "R" TO HIST-REVERSED.
           MOVE WS-CRM-THIS-NO TO HIST-CREDIT-NO.

      * When every open line of the invoice is credited the memo takes
      * the whole remaining balance, so the HST that was rounded once
      * on the invoice is reversed exactly; a partial credit rounds
      * HST on the credited lines alone.
       509-POST-CREDIT-MEMO.
           MOVE WS-CRM-THIS-NO TO WS-NEXT-CREDIT-NO.
           PERFORM 502-REWRITE-CREDIT-SEQ.
           ADD 1 TO WS-CRM-ISSUED-COUNT.

           MOVE ZERO TO WS-CRM-PARTS.
           MOVE ZERO TO WS-CRM-LABOR.
           PERFORM 510-REVERSE-ONE-CREDIT-LINE
               VARYING WS-CRM-SUB FROM 1 BY 1
                   UNTIL WS-CRM-SUB > WS-CRM-LINE-COUNT.

           COMPUTE WS-CRM-SUBTOTAL = WS-CRM-PARTS + WS-CRM-LABOR.
           IF WS-CRM-LEFT-COUNT = ZERO
               COMPUTE WS-CRM-TAX =
                   ARX-AMOUNT(WS-AR-SUB) - WS-CRM-SUBTOTAL
           ELSE
               COMPUTE WS-CRM-TAX ROUNDED =
                   WS-CRM-SUBTOTAL * WS-HST-RATE
           END-IF.
           IF WS-CRM-TAX < ZERO
               MOVE ZERO TO WS-CRM-TAX
           END-IF.
           COMPUTE WS-CRM-GRAND-TOTAL = WS-CRM-SUBTOTAL + WS-CRM-TAX.

           IF WS-CRM-GRAND-TOTAL > ARX-AMOUNT(WS-AR-SUB)
               MOVE ARX-AMOUNT(WS-AR-SUB) TO WS-CRM-GRAND-TOTAL
               COMPUTE WS-CRM-TAX =
                   WS-CRM-GRAND-TOTAL - WS-CRM-SUBTOTAL
               IF WS-CRM-TAX < ZERO
                   MOVE ZERO TO WS-CRM-TAX
               END-IF
           END-IF.

           PERFORM 511-CREDIT-RECEIVABLE.
           PERFORM 512-BACK-OUT-PERIOD-TOTALS.
           PERFORM 514-PRINT-CREDIT-MEMO.

           DISPLAY "*** CREDIT MEMO " WS-CRM-THIS-NO " ISSUED - "
               WS-CRM-LINE-COUNT " LINE(S), CREDIT TOTAL "
               WS-CRM-GRAND-TOTAL ".".
           IF WS-CRM-REFUND > ZERO
               DISPLAY "*** REFUND DUE TO CUSTOMER: "
                   WS-CRM-REFUND "."
           END-IF.

           PERFORM 437-REWRITE-RECEIVABLE-FILE.

       510-REVERSE-ONE-CREDIT-LINE.
           ADD CRL-PART-COST(WS-CRM-SUB) TO WS-CRM-PARTS.
           ADD CRL-LABOR-COST(WS-CRM-SUB) TO WS-CRM-LABOR.

           MOVE WS-PAY-INVOICE-NO TO CLI-INVOICE-NO.
           MOVE CRL-PART-NUMBER(WS-CRM-SUB) TO CLI-PART-NUMBER.
           MOVE CRL-PART-DESC(WS-CRM-SUB) TO CLI-PART-DESC.
           MOVE CRL-LINE-TOTAL(WS-CRM-SUB) TO CLI-LINE-TOTAL.
           MOVE SPACE TO CLI-REVERSED.
           MOVE ZERO TO CLI-CREDIT-NO.
           MOVE CRM-LINE-IMAGE TO WS-BEFORE-IMAGE.
           MOVE "R" TO CLI-REVERSED.
           MOVE WS-CRM-THIS-NO TO CLI-CREDIT-NO.
           MOVE CRM-LINE-IMAGE TO WS-AFTER-IMAGE.
           MOVE "K" TO WS-MAINT-ACTION.
           PERFORM 709-WRITE-AUDIT-RECORD.

           IF CRL-PART-NUMBER(WS-CRM-SUB) NOT = SPACE
               IF PART-FILE-AVAILABLE
                   MOVE CRL-PART-NUMBER(WS-CRM-SUB) TO PART-NUMBER
                   READ PART-FILE
                       KEY IS PART-NUMBER
                       INVALID KEY
                           DISPLAY "*** PART "
                               CRL-PART-NUMBER(WS-CRM-SUB)
                               " NOT ON PARTMAST.TXT - STOCK NOT "
                               "RETURNED."
                       NOT INVALID KEY
                           MOVE PART-RECORD TO WS-BEFORE-IMAGE
                           ADD 1 TO PART-ON-HAND
                           REWRITE PART-RECORD
                           MOVE PART-RECORD TO WS-AFTER-IMAGE
                           MOVE "K" TO WS-MAINT-ACTION
                           PERFORM 709-WRITE-AUDIT-RECORD
                   END-READ
               ELSE
                   DISPLAY "*** PART " CRL-PART-NUMBER(WS-CRM-SUB)
                       " NOT RETURNED TO STOCK - PARTMAST.TXT NOT "
                       "AVAILABLE."
               END-IF
           END-IF.

      * Money already collected beyond the reduced invoice is paid
      * back to the customer, so the ledger's paid amount is brought
      * down to match, the refund is journalled against the drawer,
      * and it is printed on the memo.
       511-CREDIT-RECEIVABLE.
           MOVE ARX-INVOICE-NO(WS-AR-SUB) TO CAI-INVOICE-NO.
           MOVE ARX-VIN(WS-AR-SUB) TO CAI-VIN.
           MOVE ARX-AMOUNT(WS-AR-SUB) TO CAI-AMOUNT.
           MOVE ARX-PAID(WS-AR-SUB) TO CAI-PAID.
           MOVE ZERO TO CAI-CREDIT-NO.
           MOVE CRM-AUDIT-IMAGE TO WS-BEFORE-IMAGE.

           SUBTRACT WS-CRM-GRAND-TOTAL FROM ARX-AMOUNT(WS-AR-SUB).
           MOVE SPACE TO WS-PAY-METHOD.
           MOVE SPACE TO WS-PJ-CHEQUE-NO.
           MOVE "C" TO WS-PJ-ENTRY-TYPE.
           MOVE WS-CRM-GRAND-TOTAL TO WS-PJ-AMOUNT.
           PERFORM 423-WRITE-JOURNAL-ENTRY.

           MOVE ZERO TO WS-CRM-REFUND.
           IF ARX-PAID(WS-AR-SUB) > ARX-AMOUNT(WS-AR-SUB)
               COMPUTE WS-CRM-REFUND =
                   ARX-PAID(WS-AR-SUB) - ARX-AMOUNT(WS-AR-SUB)
               MOVE ARX-AMOUNT(WS-AR-SUB) TO ARX-PAID(WS-AR-SUB)
               MOVE SPACE TO WS-PAY-METHOD
               PERFORM 517-GET-REFUND-METHOD
                   UNTIL PAY-METHOD-VALID
               PERFORM 424-GET-CHEQUE-NUMBER
               MOVE "R" TO WS-PJ-ENTRY-TYPE
               MOVE WS-CRM-REFUND TO WS-PJ-AMOUNT
               PERFORM 423-WRITE-JOURNAL-ENTRY
           END-IF.
           COMPUTE WS-CRM-BALANCE =
               ARX-AMOUNT(WS-AR-SUB) - ARX-PAID(WS-AR-SUB).

           MOVE ARX-AMOUNT(WS-AR-SUB) TO CAI-AMOUNT.
           MOVE ARX-PAID(WS-AR-SUB) TO CAI-PAID.
           MOVE WS-CRM-THIS-NO TO CAI-CREDIT-NO.
           MOVE CRM-AUDIT-IMAGE TO WS-AFTER-IMAGE.
           MOVE "K" TO WS-MAINT-ACTION.
           PERFORM 709-WRITE-AUDIT-RECORD.

       512-BACK-OUT-PERIOD-TOTALS.
           MOVE WS-CRM-CAR-TYPE TO WS-PERIOD-WORK-MAKE.
           MOVE "N" TO WS-PERIOD-FOUND-FLAG.
           MOVE 1 TO WS-PERIOD-SUB.
           PERFORM 364-MATCH-ONE-PERIOD-MAKE
               UNTIL WS-PERIOD-SUB > WS-PERIOD-MAKE-COUNT
                   OR PERIOD-MAKE-FOUND.

           IF PERIOD-MAKE-FOUND
               IF PER-PARTS-TBL(WS-PERIOD-SUB) > WS-CRM-PARTS
                   SUBTRACT WS-CRM-PARTS
                       FROM PER-PARTS-TBL(WS-PERIOD-SUB)
               ELSE
                   MOVE ZERO TO PER-PARTS-TBL(WS-PERIOD-SUB)
               END-IF
               IF PER-LABOR-TBL(WS-PERIOD-SUB) > WS-CRM-LABOR
                   SUBTRACT WS-CRM-LABOR
                       FROM PER-LABOR-TBL(WS-PERIOD-SUB)
               ELSE
                   MOVE ZERO TO PER-LABOR-TBL(WS-PERIOD-SUB)
               END-IF
               IF PER-TAX-TBL(WS-PERIOD-SUB) > WS-CRM-TAX
                   SUBTRACT WS-CRM-TAX
                       FROM PER-TAX-TBL(WS-PERIOD-SUB)
               ELSE
                   MOVE ZERO TO PER-TAX-TBL(WS-PERIOD-SUB)
               END-IF
               PERFORM 513-REWRITE-PERIOD-FILE
           ELSE
               DISPLAY "*** NO PERIOD TOTALS FOR " WS-CRM-CAR-TYPE
                   " THIS MONTH - PERTOTAL.TXT LEFT UNCHANGED."
           END-IF.

       513-REWRITE-PERIOD-FILE.
           OPEN OUTPUT PERIOD-TOTAL-FILE.
           PERFORM 366-WRITE-ONE-PERIOD-RECORD
               VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > WS-PERIOD-MAKE-COUNT.
           CLOSE PERIOD-TOTAL-FILE.

       514-PRINT-CREDIT-MEMO.
           MOVE "N" TO WS-CUST-FOUND-FLAG.
           IF CRM-CAR-FILE-OPEN
               MOVE WS-CRM-VIN TO VIN-NUMBER
               READ CAR-FILE
                   KEY IS VIN-NUMBER
                   NOT INVALID KEY
                       MOVE CUSTOMER-NO TO WS-CUST-LOOKUP-NO
                       PERFORM 398-LOOKUP-CUSTOMER
               END-READ
           END-IF.
           IF NOT CUSTOMER-ON-FILE
               MOVE ARX-CUSTOMER(WS-AR-SUB) TO WS-CUST-WORK-NAME
           END-IF.

           MOVE WS-CRM-THIS-NO TO CRH-NO-DISP.
           MOVE WS-RUN-MONTH TO CRH-DATE-MONTH.
           MOVE WS-RUN-DAY TO CRH-DATE-DAY.
           MOVE WS-RUN-YEAR TO CRH-DATE-YEAR.
           MOVE WS-PAY-INVOICE-NO TO CRI-INVOICE-NO.
           MOVE ARX-DATE(WS-AR-SUB) TO CRI-INVOICE-DATE.
           MOVE WS-CUST-WORK-NAME TO INV-CUSTOMER.
           MOVE WS-CRM-CAR-TYPE TO INV-CAR-TYPE.
           MOVE WS-CRM-VIN TO INV-VIN.
           IF CRM-FULL-VOID
               MOVE "FULL VOID" TO CRY-TYPE
           ELSE
               MOVE "PARTIAL CREDIT" TO CRY-TYPE
           END-IF.
           MOVE WS-CRM-REASON TO CRR-REASON.

           MOVE INVOICE-SEPARATOR-LINE TO CREDIT-MEMO-RECORD.
           WRITE CREDIT-MEMO-RECORD.
           MOVE CRM-HEADER-LINE TO CREDIT-MEMO-RECORD.
           WRITE CREDIT-MEMO-RECORD.
           MOVE CRM-INVOICE-LINE TO CREDIT-MEMO-RECORD.
           WRITE CREDIT-MEMO-RECORD.
           MOVE INVOICE-CUSTOMER-LINE TO CREDIT-MEMO-RECORD.
           WRITE CREDIT-MEMO-RECORD.
           IF CUSTOMER-ON-FILE
               MOVE WS-CUST-WORK-PHONE TO INV-PHONE
               MOVE INVOICE-PHONE-LINE TO CREDIT-MEMO-RECORD
               WRITE CREDIT-MEMO-RECORD
               MOVE WS-CUST-WORK-STREET TO INV-STREET
               MOVE INVOICE-ADDRESS-LINE TO CREDIT-MEMO-RECORD
               WRITE CREDIT-MEMO-RECORD
           END-IF.
           MOVE INVOICE-VEHICLE-LINE TO CREDIT-MEMO-RECORD.
           WRITE CREDIT-MEMO-RECORD.
           MOVE CRM-TYPE-LINE TO CREDIT-MEMO-RECORD.
           WRITE CREDIT-MEMO-RECORD.
           MOVE CRM-REASON-LINE TO CREDIT-MEMO-RECORD.
           WRITE CREDIT-MEMO-RECORD.

           MOVE SPACE TO CREDIT-MEMO-RECORD.
           WRITE CREDIT-MEMO-RECORD.
           MOVE HISTORY-HEADER-LINE TO CREDIT-MEMO-RECORD.
           WRITE CREDIT-MEMO-RECORD.
           PERFORM 515-PRINT-ONE-CREDIT-LINE
               VARYING WS-CRM-SUB FROM 1 BY 1
                   UNTIL WS-CRM-SUB > WS-CRM-LINE-COUNT.
           MOVE SPACE TO CREDIT-MEMO-RECORD.
           WRITE CREDIT-MEMO-RECORD.

           MOVE "PARTS CREDIT   :" TO INV-AMOUNT-LABEL.
           MOVE WS-CRM-PARTS TO INV-AMOUNT-DISP.
           PERFORM 516-WRITE-CREDIT-AMOUNT.
           MOVE "LABOR CREDIT   :" TO INV-AMOUNT-LABEL.
           MOVE WS-CRM-LABOR TO INV-AMOUNT-DISP.
           PERFORM 516-WRITE-CREDIT-AMOUNT.
           MOVE "HST (13%)      :" TO INV-AMOUNT-LABEL.
           MOVE WS-CRM-TAX TO INV-AMOUNT-DISP.
           PERFORM 516-WRITE-CREDIT-AMOUNT.
           MOVE "CREDIT TOTAL   :" TO INV-AMOUNT-LABEL.
           MOVE WS-CRM-GRAND-TOTAL TO INV-AMOUNT-DISP.
           PERFORM 516-WRITE-CREDIT-AMOUNT.
           MOVE "BALANCE OWING  :" TO INV-AMOUNT-LABEL.
           MOVE WS-CRM-BALANCE TO INV-AMOUNT-DISP.
           PERFORM 516-WRITE-CREDIT-AMOUNT.
           IF WS-CRM-REFUND > ZERO
               MOVE "REFUND DUE     :" TO INV-AMOUNT-LABEL
               MOVE WS-CRM-REFUND TO INV-AMOUNT-DISP
               PERFORM 516-WRITE-CREDIT-AMOUNT
           END-IF.

           MOVE SPACE TO CREDIT-MEMO-RECORD.
           WRITE CREDIT-MEMO-RECORD.
           MOVE CRM-SIGNOFF-LINE TO CREDIT-MEMO-RECORD.
           WRITE CREDIT-MEMO-RECORD.

       515-PRINT-ONE-CREDIT-LINE.
           MOVE CRL-RUN-DATE(WS-CRM-SUB) TO HDL-RUN-DATE.
           MOVE WS-CRM-CAR-TYPE TO HDL-CAR-TYPE.
           MOVE CRL-PART-DESC(WS-CRM-SUB) TO HDL-PART-DESC.
           MOVE CRL-PART-COST(WS-CRM-SUB) TO HDL-PART-COST.
           MOVE CRL-LABOR-COST(WS-CRM-SUB) TO HDL-LABOR-COST.
           MOVE CRL-LINE-TOTAL(WS-CRM-SUB) TO HDL-LINE-TOTAL.
           MOVE HISTORY-DETAIL-LINE TO CREDIT-MEMO-RECORD.
           WRITE CREDIT-MEMO-RECORD.

       516-WRITE-CREDIT-AMOUNT.
           MOVE INVOICE-AMOUNT-LINE TO CREDIT-MEMO-RECORD.
           WRITE CREDIT-MEMO-RECORD.

       517-GET-REFUND-METHOD.
           DISPLAY "REFUND DUE " WS-CRM-REFUND
               " - ENTER METHOD (CH=CHEQUE, CC=CARD, CA=CASH): "
               WITH NO ADVANCING.
           ACCEPT WS-PAY-METHOD.
           IF NOT PAY-METHOD-VALID
               DISPLAY "*** INVALID REFUND METHOD - TRY AGAIN."
           END-IF.

      * Run mode Z: the drawer is counted blind - float, cash, cheques,
      * and the card terminal batch are keyed before anything is
      * read - and only then are the day's PAYJRNL.TXT entries
      * totalled by method for the over/short report.  Cheque refunds
      * are drawn on the bank account and never leave the drawer.
       520-CLOSE-CASH-DRAWER.
           PERFORM 305-GET-RUN-DATE.
           PERFORM 706-GET-OPERATOR-ID.

           MOVE "Y" TO WS-CLOSE-ENTRY-FLAG.
           DISPLAY "ENTER OPENING FLOAT (E.G. 200.00): "
               WITH NO ADVANCING.
           PERFORM 521-ACCEPT-DRAWER-AMOUNT.
           MOVE WS-AMT-VALUE TO WS-CLOSE-FLOAT.
           DISPLAY "ENTER CASH COUNTED IN DRAWER: " WITH NO ADVANCING.
           PERFORM 521-ACCEPT-DRAWER-AMOUNT.
           MOVE WS-AMT-VALUE TO WS-COUNT-CASH.
           DISPLAY "ENTER CHEQUES COUNTED IN DRAWER: "
               WITH NO ADVANCING.
           PERFORM 521-ACCEPT-DRAWER-AMOUNT.
           MOVE WS-AMT-VALUE TO WS-COUNT-CHEQUE.
           DISPLAY "ENTER CARD TERMINAL BATCH TOTAL: "
               WITH NO ADVANCING.
           PERFORM 521-ACCEPT-DRAWER-AMOUNT.
           MOVE WS-AMT-VALUE TO WS-COUNT-CARD.

           IF NOT CLOSE-ENTRY-OK
               DISPLAY "*** INVALID DRAWER AMOUNT - DRAWER CLOSE "
                   "NOT RUN."
           ELSE
               MOVE ZERO TO WS-JRNL-CASH-IN
               MOVE ZERO TO WS-JRNL-CHEQUE-IN
               MOVE ZERO TO WS-JRNL-CARD-IN
               MOVE ZERO TO WS-JRNL-CASH-OUT
               MOVE ZERO TO WS-JRNL-CHEQUE-OUT
               MOVE ZERO TO WS-JRNL-CARD-OUT
               MOVE ZERO TO WS-CLOSE-PAY-COUNT
               MOVE ZERO TO WS-CLOSE-REFUND-COUNT
               MOVE ZERO TO WS-CHEQUE-COUNT

               OPEN OUTPUT DEPOSIT-SLIP-FILE
               MOVE WS-RUN-DATE TO DPT-DATE
               MOVE DEPOSIT-TITLE-LINE TO DEPOSIT-SLIP-RECORD
               WRITE DEPOSIT-SLIP-RECORD
               MOVE DEPOSIT-HEADER-LINE TO DEPOSIT-SLIP-RECORD
               WRITE DEPOSIT-SLIP-RECORD

               MOVE "N" TO WS-PJ-EOF-FLAG
               OPEN INPUT PAYMENT-JOURNAL-FILE
               IF WS-PAY-JRNL-STATUS = "00"
                   PERFORM 522-READ-PAY-JOURNAL
                   PERFORM 523-TALLY-ONE-JOURNAL-ENTRY
                       UNTIL PAY-JOURNAL-EOF
                   CLOSE PAYMENT-JOURNAL-FILE
               ELSE
                   DISPLAY "*** NO PAYMENT JOURNAL ON FILE - "
                       "NOTHING TAKEN IN TODAY."
               END-IF

               PERFORM 524-PRINT-DEPOSIT-TOTALS
               CLOSE DEPOSIT-SLIP-FILE
               PERFORM 525-PRINT-OVER-SHORT-REPORT

               DISPLAY "*** " WS-CLOSE-PAY-COUNT " PAYMENT(S) AND "
                   WS-CLOSE-REFUND-COUNT " REFUND(S) TODAY - SEE "
                   "DRAWER.PRT AND DEPOSIT.PRT."
           END-IF.

       521-ACCEPT-DRAWER-AMOUNT.
           ACCEPT WS-AMOUNT-IN.
           PERFORM 347-PARSE-AMOUNT-ENTRY.
           IF NOT AMOUNT-ENTRY-OK
               MOVE "N" TO WS-CLOSE-ENTRY-FLAG
           END-IF.

       522-READ-PAY-JOURNAL.
           READ PAYMENT-JOURNAL-FILE
               AT END MOVE "Y" TO WS-PJ-EOF-FLAG.

      * A credit memo moves no money through the drawer.
       523-TALLY-ONE-JOURNAL-ENTRY.
           IF PJ-DATE = WS-RUN-DATE AND NOT PJ-CREDIT
               IF PJ-REFUND
                   ADD 1 TO WS-CLOSE-REFUND-COUNT
                   EVALUATE PJ-METHOD
                       WHEN "CA"
                           ADD PJ-AMOUNT TO WS-JRNL-CASH-OUT
                       WHEN "CC"
                           ADD PJ-AMOUNT TO WS-JRNL-CARD-OUT
                       WHEN "CH"
                           ADD PJ-AMOUNT TO WS-JRNL-CHEQUE-OUT
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-CLOSE-PAY-COUNT
                   EVALUATE PJ-METHOD
                       WHEN "CA"
                           ADD PJ-AMOUNT TO WS-JRNL-CASH-IN
                       WHEN "CC"
                           ADD PJ-AMOUNT TO WS-JRNL-CARD-IN
                       WHEN "CH"
                           ADD PJ-AMOUNT TO WS-JRNL-CHEQUE-IN
                           ADD 1 TO WS-CHEQUE-COUNT
                           MOVE PJ-INVOICE-NO TO DPD-INVOICE
                           MOVE PJ-CUSTOMER TO DPD-CUSTOMER
                           MOVE PJ-CHEQUE-NO TO DPD-CHEQUE-NO
                           MOVE PJ-AMOUNT TO DPD-AMOUNT
                           MOVE DEPOSIT-DETAIL-LINE
                               TO DEPOSIT-SLIP-RECORD
                           WRITE DEPOSIT-SLIP-RECORD
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM 522-READ-PAY-JOURNAL.

      * The bank gets the cheques as journalled and the cash counted,
      * less the float that stays in the drawer for tomorrow.
       524-PRINT-DEPOSIT-TOTALS.
           IF WS-CHEQUE-COUNT = ZERO
               MOVE "NO CHEQUES TAKEN TODAY." TO DEPOSIT-SLIP-RECORD
               WRITE DEPOSIT-SLIP-RECORD
           END-IF.

           MOVE ZERO TO WS-DEPOSIT-CASH.
           IF WS-COUNT-CASH > WS-CLOSE-FLOAT
               COMPUTE WS-DEPOSIT-CASH =
                   WS-COUNT-CASH - WS-CLOSE-FLOAT
           ELSE
               DISPLAY "*** WARNING: CASH COUNTED DOES NOT COVER "
                   "THE FLOAT - NO CASH TO DEPOSIT."
           END-IF.
           COMPUTE WS-DEPOSIT-TOTAL =
               WS-JRNL-CHEQUE-IN + WS-DEPOSIT-CASH.

           MOVE SPACE TO DEPOSIT-SLIP-RECORD.
           WRITE DEPOSIT-SLIP-RECORD.
           MOVE "TOTAL CHEQUES" TO DPS-LABEL.
           MOVE WS-JRNL-CHEQUE-IN TO DPS-AMOUNT.
           PERFORM 526-WRITE-DEPOSIT-TOTAL.
           MOVE "CASH (COUNTED LESS FLOAT)" TO DPS-LABEL.
           MOVE WS-DEPOSIT-CASH TO DPS-AMOUNT.
           PERFORM 526-WRITE-DEPOSIT-TOTAL.
           MOVE "TOTAL DEPOSIT" TO DPS-LABEL.
           MOVE WS-DEPOSIT-TOTAL TO DPS-AMOUNT.
           PERFORM 526-WRITE-DEPOSIT-TOTAL.

           MOVE SPACE TO DEPOSIT-SLIP-RECORD.
           WRITE DEPOSIT-SLIP-RECORD.
           MOVE DEPOSIT-SIGNOFF-LINE TO DEPOSIT-SLIP-RECORD.
           WRITE DEPOSIT-SLIP-RECORD.

       525-PRINT-OVER-SHORT-REPORT.
           OPEN OUTPUT DRAWER-REPORT-FILE.
           MOVE WS-RUN-DATE TO DWT-DATE.
           MOVE WS-OPERATOR-ID TO DWT-OPERATOR.
           MOVE DRAWER-TITLE-LINE TO DRAWER-REPORT-RECORD.
           WRITE DRAWER-REPORT-RECORD.
           MOVE DRAWER-HEADER-LINE TO DRAWER-REPORT-RECORD.
           WRITE DRAWER-REPORT-RECORD.

           MOVE ZERO TO WS-EXPECT-TOTAL.
           MOVE ZERO TO WS-COUNT-TOTAL.

           MOVE "CASH" TO DWD-METHOD.
           COMPUTE WS-EXPECT-AMOUNT =
               WS-CLOSE-FLOAT + WS-JRNL-CASH-IN - WS-JRNL-CASH-OUT.
           MOVE WS-COUNT-CASH TO WS-COUNT-AMOUNT.
           PERFORM 527-WRITE-DRAWER-LINE.

           MOVE "CHEQUE" TO DWD-METHOD.
           MOVE WS-JRNL-CHEQUE-IN TO WS-EXPECT-AMOUNT.
           MOVE WS-COUNT-CHEQUE TO WS-COUNT-AMOUNT.
           PERFORM 527-WRITE-DRAWER-LINE.

           MOVE "CARD" TO DWD-METHOD.
           COMPUTE WS-EXPECT-AMOUNT =
               WS-JRNL-CARD-IN - WS-JRNL-CARD-OUT.
           MOVE WS-COUNT-CARD TO WS-COUNT-AMOUNT.
           PERFORM 527-WRITE-DRAWER-LINE.

           MOVE "TOTAL" TO DWD-METHOD.
           MOVE WS-EXPECT-TOTAL TO WS-EXPECT-AMOUNT.
           MOVE WS-COUNT-TOTAL TO WS-COUNT-AMOUNT.
           PERFORM 527-WRITE-DRAWER-LINE.

           MOVE SPACE TO DRAWER-REPORT-RECORD.
           WRITE DRAWER-REPORT-RECORD.
           MOVE "OPENING FLOAT" TO DWM-LABEL.
           MOVE WS-CLOSE-FLOAT TO DWM-AMOUNT.
           PERFORM 528-WRITE-DRAWER-MEMO.
           MOVE "CASH REFUNDS PAID OUT" TO DWM-LABEL.
           MOVE WS-JRNL-CASH-OUT TO DWM-AMOUNT.
           PERFORM 528-WRITE-DRAWER-MEMO.
           MOVE "CARD REFUNDS" TO DWM-LABEL.
           MOVE WS-JRNL-CARD-OUT TO DWM-AMOUNT.
           PERFORM 528-WRITE-DRAWER-MEMO.
           MOVE "CHEQUE REFUNDS (DRAWN ON ACCOUNT)" TO DWM-LABEL.
           MOVE WS-JRNL-CHEQUE-OUT TO DWM-AMOUNT.
           PERFORM 528-WRITE-DRAWER-MEMO.
           MOVE "PAYMENTS POSTED" TO DWC-LABEL.
           MOVE WS-CLOSE-PAY-COUNT TO DWC-COUNT.
           MOVE DRAWER-COUNT-LINE TO DRAWER-REPORT-RECORD.
           WRITE DRAWER-REPORT-RECORD.
           MOVE "REFUNDS ISSUED" TO DWC-LABEL.
           MOVE WS-CLOSE-REFUND-COUNT TO DWC-COUNT.
           MOVE DRAWER-COUNT-LINE TO DRAWER-REPORT-RECORD.
           WRITE DRAWER-REPORT-RECORD.

           MOVE SPACE TO DRAWER-REPORT-RECORD.
           WRITE DRAWER-REPORT-RECORD.
           MOVE DRAWER-SIGNOFF-LINE TO DRAWER-REPORT-RECORD.
           WRITE DRAWER-REPORT-RECORD.
           CLOSE DRAWER-REPORT-FILE.

       526-WRITE-DEPOSIT-TOTAL.
           MOVE DEPOSIT-TOTAL-LINE TO DEPOSIT-SLIP-RECORD.
           WRITE DEPOSIT-SLIP-RECORD.

       527-WRITE-DRAWER-LINE.
           COMPUTE WS-DRAWER-VARIANCE =
               WS-COUNT-AMOUNT - WS-EXPECT-AMOUNT.
           IF DWD-METHOD NOT = "TOTAL"
               ADD WS-EXPECT-AMOUNT TO WS-EXPECT-TOTAL
               ADD WS-COUNT-AMOUNT TO WS-COUNT-TOTAL
           END-IF.

           MOVE WS-EXPECT-AMOUNT TO DWD-EXPECTED.
           MOVE WS-COUNT-AMOUNT TO DWD-COUNTED.
           MOVE WS-DRAWER-VARIANCE TO DWD-VARIANCE.
           EVALUATE TRUE
               WHEN WS-DRAWER-VARIANCE > ZERO
                   MOVE "OVER" TO DWD-STATUS
               WHEN WS-DRAWER-VARIANCE < ZERO
                   MOVE "SHORT" TO DWD-STATUS
               WHEN OTHER
                   MOVE SPACE TO DWD-STATUS
           END-EVALUATE.
           MOVE DRAWER-DETAIL-LINE TO DRAWER-REPORT-RECORD.
           WRITE DRAWER-REPORT-RECORD.

       528-WRITE-DRAWER-MEMO.
           MOVE DRAWER-MEMO-LINE TO DRAWER-REPORT-RECORD.
           WRITE DRAWER-REPORT-RECORD.

      * Run mode I: the physical count.  Count sheets deliberately
      * leave out the book quantity so the counters record what is on
      * the shelf, not what they expect to find.  Counts come back
      * keyed into CNTSTAGE.TXT (several tags for one part are added
      * together); nothing reaches PARTMAST.TXT until the owner
      * approves the variance at P.  Count after the nightly posting
      * and post before the next one so the book is not moving.
       540-PHYSICAL-INVENTORY.
           PERFORM 305-GET-RUN-DATE.
           PERFORM 706-GET-OPERATOR-ID.
           PERFORM 332-OPEN-PART-FILE.

           IF NOT PART-FILE-AVAILABLE
               DISPLAY "*** PHYSICAL INVENTORY NEEDS PARTMAST.TXT - "
                   "RETURN CODE 8."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-CNT-DONE-FLAG
               PERFORM 541-INVENTORY-ONE-ACTION
                   UNTIL INVENTORY-DONE
               PERFORM 333-CLOSE-PART-FILE
           END-IF.

       541-INVENTORY-ONE-ACTION.
           DISPLAY "S=PRINT COUNT SHEETS, V=VARIANCE REPORT, "
               "P=POST ADJUSTMENTS, X=EXIT: " WITH NO ADVANCING.
           ACCEPT WS-CNT-ACTION.

           EVALUATE TRUE
               WHEN CNT-PRINT-SHEETS
                   PERFORM 542-PRINT-COUNT-SHEETS
               WHEN CNT-VARIANCE-ONLY
                   PERFORM 545-PRINT-COUNT-VARIANCE
               WHEN CNT-POST-ADJUSTMENTS
                   PERFORM 545-PRINT-COUNT-VARIANCE
                   PERFORM 552-APPROVE-COUNT-ADJUSTMENTS
               WHEN CNT-QUIT
                   MOVE "Y" TO WS-CNT-DONE-FLAG
               WHEN OTHER
                   DISPLAY "*** INVALID INVENTORY ACTION - TRY AGAIN."
           END-EVALUATE.

       542-PRINT-COUNT-SHEETS.
           DISPLAY "ENTER FIRST PART NUMBER (BLANK=FIRST ON FILE): "
               WITH NO ADVANCING.
           ACCEPT WS-CNT-FROM-PART.
           DISPLAY "ENTER LAST PART NUMBER (BLANK=LAST ON FILE): "
               WITH NO ADVANCING.
           ACCEPT WS-CNT-TO-PART.

           MOVE WS-CNT-FROM-PART TO CST-FROM.
           MOVE WS-CNT-TO-PART TO CST-TO.
           IF WS-CNT-FROM-PART = SPACE
               MOVE "FIRST" TO CST-FROM
               MOVE LOW-VALUES TO WS-CNT-FROM-PART
           END-IF.
           IF WS-CNT-TO-PART = SPACE
               MOVE "LAST" TO CST-TO
               MOVE HIGH-VALUES TO WS-CNT-TO-PART
           END-IF.

           OPEN OUTPUT COUNT-SHEET-FILE.
           MOVE WS-RUN-DATE TO CST-DATE.
           MOVE CNT-SHEET-TITLE-LINE TO COUNT-SHEET-RECORD.
           WRITE COUNT-SHEET-RECORD.
           MOVE CNT-SHEET-HEADER-LINE TO COUNT-SHEET-RECORD.
           WRITE COUNT-SHEET-RECORD.

           MOVE ZERO TO WS-CNT-SHEET-LINES.
           MOVE "N" TO WS-PART-EOF-FLAG.
           MOVE WS-CNT-FROM-PART TO PART-NUMBER.
           START PART-FILE KEY NOT < PART-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-PART-EOF-FLAG
           END-START.

           IF NOT PART-EOF
               PERFORM 343-READ-NEXT-PART
               PERFORM 543-WRITE-ONE-COUNT-LINE
                   UNTIL PART-EOF
                       OR PART-NUMBER > WS-CNT-TO-PART
           END-IF.

           MOVE SPACE TO COUNT-SHEET-RECORD.
           WRITE COUNT-SHEET-RECORD.
           MOVE AUDIT-SIGNOFF-LINE TO COUNT-SHEET-RECORD.
           WRITE COUNT-SHEET-RECORD.
           CLOSE COUNT-SHEET-FILE.

           DISPLAY "*** " WS-CNT-SHEET-LINES
               " PART(S) ON THE COUNT SHEETS - SEE CNTSHEET.PRT.".

       543-WRITE-ONE-COUNT-LINE.
           ADD 1 TO WS-CNT-SHEET-LINES.
           MOVE PART-NUMBER TO CSD-PART-NUMBER.
           MOVE PART-DESC TO CSD-PART-DESC.
           MOVE CNT-SHEET-DETAIL-LINE TO COUNT-SHEET-RECORD.
           WRITE COUNT-SHEET-RECORD.
           PERFORM 343-READ-NEXT-PART.

       544-LOAD-COUNT-STAGE.
           MOVE ZERO TO WS-CNT-COUNT.
           MOVE ZERO TO WS-CNT-BAD-QTY-COUNT.
           MOVE "N" TO WS-CNT-EOF-FLAG.
           MOVE "N" TO WS-CNT-OVERFLOW-FLAG.

           OPEN INPUT COUNT-STAGE-FILE.
           IF WS-CNT-STAGE-STATUS = "00"
               PERFORM 546-READ-COUNT-STAGE
               PERFORM 547-LOAD-ONE-COUNT-LINE
                   UNTIL CNT-STAGE-EOF OR CNT-TABLE-OVERFLOW
               CLOSE COUNT-STAGE-FILE
           END-IF.

           IF CNT-TABLE-OVERFLOW
               DISPLAY "*** WARNING: COUNT TABLE IS FULL AT 500 "
                   "PARTS - REMAINDER NOT LOADED."
           END-IF.

       545-PRINT-COUNT-VARIANCE.
           PERFORM 544-LOAD-COUNT-STAGE.

           MOVE ZERO TO WS-CNT-REJECT-COUNT.
           MOVE ZERO TO WS-CNT-VARIANCE-COUNT.
           MOVE ZERO TO WS-CNT-SHRINK-VALUE.
           MOVE ZERO TO WS-CNT-OVERAGE-VALUE.
           MOVE ZERO TO WS-CNT-NET-VALUE.

           EVALUATE TRUE
               WHEN CNT-TABLE-OVERFLOW
                   DISPLAY "*** CNTSTAGE.TXT HOLDS MORE THAN 500 "
                       "PARTS - COUNT THE STOCK IN SMALLER"
                   DISPLAY "*** PART-NUMBER RANGES - NOTHING "
                       "ADJUSTED - RETURN CODE 8."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CNT-COUNT = ZERO
                   DISPLAY "*** NO STAGED COUNTS IN CNTSTAGE.TXT - "
                       "NOTHING TO COMPARE."
               WHEN OTHER
                   OPEN OUTPUT COUNT-VARIANCE-FILE
                   MOVE WS-RUN-DATE TO CVT-DATE
                   MOVE CNT-VAR-TITLE-LINE TO COUNT-VARIANCE-RECORD
                   WRITE COUNT-VARIANCE-RECORD
                   MOVE CNT-VAR-HEADER-LINE TO COUNT-VARIANCE-RECORD
                   WRITE COUNT-VARIANCE-RECORD

                   PERFORM 549-REPORT-ONE-COUNT-LINE
                       VARYING WS-CNT-SUB FROM 1 BY 1
                           UNTIL WS-CNT-SUB > WS-CNT-COUNT

                   PERFORM 550-WRITE-VARIANCE-TOTALS
                   CLOSE COUNT-VARIANCE-FILE

                   DISPLAY "*** " WS-CNT-COUNT " PART(S) COUNTED, "
                       WS-CNT-VARIANCE-COUNT " WITH A VARIANCE - "
                       "SEE CNTVAR.PRT."
           END-EVALUATE.

       546-READ-COUNT-STAGE.
           READ COUNT-STAGE-FILE
               AT END MOVE "Y" TO WS-CNT-EOF-FLAG.

       547-LOAD-ONE-COUNT-LINE.
           IF CNT-QTY NOT NUMERIC
               ADD 1 TO WS-CNT-BAD-QTY-COUNT
               DISPLAY "*** COUNT FOR PART " CNT-PART-NUMBER
                   " IS NOT NUMERIC - LINE SKIPPED."
           ELSE
               MOVE "N" TO WS-CNT-FOUND-FLAG
               MOVE 1 TO WS-CNT-SUB
               PERFORM 548-MATCH-ONE-COUNT-PART
                   UNTIL WS-CNT-SUB > WS-CNT-COUNT
                       OR CNT-PART-FOUND
               IF CNT-PART-FOUND
                   ADD CNT-QTY TO CSX-COUNTED(WS-CNT-SUB)
               ELSE
                   IF WS-CNT-COUNT = 500
                       MOVE "Y" TO WS-CNT-OVERFLOW-FLAG
                   ELSE
                       ADD 1 TO WS-CNT-COUNT
                       MOVE CNT-PART-NUMBER
                           TO CSX-PART-NUMBER(WS-CNT-COUNT)
                       MOVE CNT-QTY TO CSX-COUNTED(WS-CNT-COUNT)
                       MOVE "X" TO CSX-STATUS(WS-CNT-COUNT)
                   END-IF
               END-IF
           END-IF.
           PERFORM 546-READ-COUNT-STAGE.

       548-MATCH-ONE-COUNT-PART.
           IF CNT-PART-NUMBER = CSX-PART-NUMBER(WS-CNT-SUB)
               MOVE "Y" TO WS-CNT-FOUND-FLAG
           ELSE
               ADD 1 TO WS-CNT-SUB
           END-IF.

       549-REPORT-ONE-COUNT-LINE.
           MOVE CSX-PART-NUMBER(WS-CNT-SUB) TO PART-NUMBER.
           READ PART-FILE
               KEY IS PART-NUMBER
               INVALID KEY
                   MOVE "X" TO CSX-STATUS(WS-CNT-SUB)
                   ADD 1 TO WS-CNT-REJECT-COUNT
                   MOVE CSX-PART-NUMBER(WS-CNT-SUB)
                       TO CVR-PART-NUMBER
                   MOVE CNT-VAR-REJECT-LINE TO COUNT-VARIANCE-RECORD
                   WRITE COUNT-VARIANCE-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE "V" TO CSX-STATUS(WS-CNT-SUB)
                   COMPUTE WS-CNT-VARIANCE =
                       CSX-COUNTED(WS-CNT-SUB) - PART-ON-HAND
                   COMPUTE WS-CNT-VALUE =
                       WS-CNT-VARIANCE * PART-UNIT-COST
                   IF WS-CNT-VARIANCE NOT = ZERO
                       ADD 1 TO WS-CNT-VARIANCE-COUNT
                   END-IF
                   IF WS-CNT-VALUE < ZERO
                       SUBTRACT WS-CNT-VALUE FROM WS-CNT-SHRINK-VALUE
                   ELSE
                       ADD WS-CNT-VALUE TO WS-CNT-OVERAGE-VALUE
                   END-IF
                   ADD WS-CNT-VALUE TO WS-CNT-NET-VALUE

                   MOVE PART-NUMBER TO CVD-PART-NUMBER
                   MOVE PART-DESC TO CVD-PART-DESC
                   MOVE PART-ON-HAND TO CVD-BOOK
                   MOVE CSX-COUNTED(WS-CNT-SUB) TO CVD-COUNTED
                   MOVE WS-CNT-VARIANCE TO CVD-VARIANCE
                   MOVE PART-UNIT-COST TO CVD-UNIT-COST
                   MOVE WS-CNT-VALUE TO CVD-VALUE
                   MOVE CNT-VAR-DETAIL-LINE TO COUNT-VARIANCE-RECORD
                   WRITE COUNT-VARIANCE-RECORD
                   END-WRITE
           END-READ.

       550-WRITE-VARIANCE-TOTALS.
           MOVE SPACE TO COUNT-VARIANCE-RECORD.
           WRITE COUNT-VARIANCE-RECORD.
           MOVE "PARTS COUNTED" TO CVC-LABEL.
           MOVE WS-CNT-COUNT TO CVC-COUNT.
           MOVE CNT-VAR-COUNT-LINE TO COUNT-VARIANCE-RECORD.
           WRITE COUNT-VARIANCE-RECORD.
           MOVE "PARTS WITH A VARIANCE" TO CVC-LABEL.
           MOVE WS-CNT-VARIANCE-COUNT TO CVC-COUNT.
           MOVE CNT-VAR-COUNT-LINE TO COUNT-VARIANCE-RECORD.
           WRITE COUNT-VARIANCE-RECORD.
           MOVE "PARTS NOT ON PARTMAST" TO CVC-LABEL.
           MOVE WS-CNT-REJECT-COUNT TO CVC-COUNT.
           MOVE CNT-VAR-COUNT-LINE TO COUNT-VARIANCE-RECORD.
           WRITE COUNT-VARIANCE-RECORD.
           MOVE "COUNT LINES NOT NUMERIC" TO CVC-LABEL.
           MOVE WS-CNT-BAD-QTY-COUNT TO CVC-COUNT.
           MOVE CNT-VAR-COUNT-LINE TO COUNT-VARIANCE-RECORD.
           WRITE COUNT-VARIANCE-RECORD.
           MOVE "SHRINKAGE AT COST" TO CVA-LABEL.
           MOVE WS-CNT-SHRINK-VALUE TO CVA-AMOUNT.
           PERFORM 551-WRITE-VARIANCE-AMOUNT.
           MOVE "OVERAGE AT COST" TO CVA-LABEL.
           MOVE WS-CNT-OVERAGE-VALUE TO CVA-AMOUNT.
           PERFORM 551-WRITE-VARIANCE-AMOUNT.
           MOVE "NET VARIANCE AT COST" TO CVA-LABEL.
           MOVE WS-CNT-NET-VALUE TO CVA-AMOUNT.
           PERFORM 551-WRITE-VARIANCE-AMOUNT.

           MOVE SPACE TO COUNT-VARIANCE-RECORD.
           WRITE COUNT-VARIANCE-RECORD.
           MOVE AUDIT-SIGNOFF-LINE TO COUNT-VARIANCE-RECORD.
           WRITE COUNT-VARIANCE-RECORD.

       551-WRITE-VARIANCE-AMOUNT.
           MOVE CNT-VAR-AMOUNT-LINE TO COUNT-VARIANCE-RECORD.
           WRITE COUNT-VARIANCE-RECORD.

      * The adjustments post under the approving owner's ID, so the
      * audit trail shows who accepted each variance.
       552-APPROVE-COUNT-ADJUSTMENTS.
           IF WS-CNT-COUNT > ZERO AND NOT CNT-TABLE-OVERFLOW
               DISPLAY "NET VARIANCE AT COST: " WS-CNT-NET-VALUE
               DISPLAY "ENTER APPROVING OWNER ID (BLANK=DO NOT POST): "
                   WITH NO ADVANCING
               ACCEPT WS-CNT-APPROVER
               MOVE "N" TO WS-CNT-CONFIRM
               IF WS-CNT-APPROVER NOT = SPACE
                   DISPLAY "POST " WS-CNT-VARIANCE-COUNT
                       " ADJUSTMENT(S) TO PARTMAST.TXT (Y/N)? "
                       WITH NO ADVANCING
                   ACCEPT WS-CNT-CONFIRM
               END-IF

               IF WS-CNT-CONFIRM = "Y"
                   MOVE WS-CNT-APPROVER TO WS-OPERATOR-ID
                   MOVE ZERO TO WS-CNT-POSTED-COUNT
                   PERFORM 707-OPEN-AUDIT-FILE
                   PERFORM 553-POST-ONE-COUNT-ADJUSTMENT
                       VARYING WS-CNT-SUB FROM 1 BY 1
                           UNTIL WS-CNT-SUB > WS-CNT-COUNT
                   PERFORM 708-CLOSE-AUDIT-FILE

                   OPEN OUTPUT COUNT-STAGE-FILE
                   CLOSE COUNT-STAGE-FILE

                   DISPLAY "*** " WS-CNT-POSTED-COUNT
                       " ADJUSTMENT(S) POSTED TO PARTMAST.TXT AND "
                       "LOGGED TO AUDITLOG.TXT."
                   DISPLAY "*** STAGED COUNT FILE CLEARED."
                   PERFORM 720-PRINT-AUDIT-REPORT
               ELSE
                   DISPLAY "*** NOT APPROVED - NO ADJUSTMENTS POSTED."
               END-IF
           END-IF.

       553-POST-ONE-COUNT-ADJUSTMENT.
           IF CSX-STATUS(WS-CNT-SUB) = "V"
               MOVE CSX-PART-NUMBER(WS-CNT-SUB) TO PART-NUMBER
               READ PART-FILE
                   KEY IS PART-NUMBER
                   INVALID KEY
                       DISPLAY "*** PART " CSX-PART-NUMBER(WS-CNT-SUB)
                           " NO LONGER ON PARTMAST.TXT - NOT "
                           "ADJUSTED."
                   NOT INVALID KEY
                       IF PART-ON-HAND NOT = CSX-COUNTED(WS-CNT-SUB)
                           MOVE PART-RECORD TO WS-BEFORE-IMAGE
                           MOVE CSX-COUNTED(WS-CNT-SUB)
                               TO PART-ON-HAND
                           REWRITE PART-RECORD
                           END-REWRITE
                           MOVE PART-RECORD TO WS-AFTER-IMAGE
                           MOVE "I" TO WS-MAINT-ACTION
                           PERFORM 709-WRITE-AUDIT-RECORD
                           ADD 1 TO WS-CNT-POSTED-COUNT
                       END-IF
               END-READ
           END-IF.

      * Run mode N: match every campaign in RECALL.TXT against the
      * vehicle file by make (the CAR-TYPE alternate key), model year,
      * and - when the notice gives one - a VIN range.  RECALLVN.TXT
      * keeps one row per campaign and VIN so a vehicle is notified
      * once, reminded while the recall stays open, and dropped from
      * the list when a ticket line against the campaign posts.
       560-RECALL-MATCH-PASS.
           PERFORM 305-GET-RUN-DATE.

           OPEN INPUT CAR-FILE.
           PERFORM 326-VERIFY-CAR-FILE-OPEN.
           PERFORM 327-OPEN-CUSTOMER-FILE.
           PERFORM 561-LOAD-RECALL-VIN-FILE.

           MOVE ZERO TO WS-RCL-CAMPAIGN-COUNT.
           MOVE ZERO TO WS-RCL-REJECT-COUNT.
           MOVE ZERO TO WS-RCL-NEW-COUNT.
           MOVE ZERO TO WS-RCL-OPEN-COUNT.
           MOVE ZERO TO WS-RCL-DONE-COUNT.
           MOVE "N" TO WS-RCL-EOF-FLAG.

           IF RECALL-VIN-OVERFLOW
               DISPLAY "*** RECALLVN.TXT HOLDS MORE THAN 1000 "
                   "CAMPAIGN/VIN ROWS - MATCH PASS"
               DISPLAY "*** NOT RUN AND THE FILE LEFT UNTOUCHED - "
                   "RETURN CODE 8."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT RECALL-FILE
               IF WS-RECALL-STATUS NOT = "00"
                   DISPLAY "*** NO RECALL CAMPAIGNS ON FILE - "
                       "RECALL.TXT NOT AVAILABLE."
               ELSE
                   OPEN OUTPUT RECALL-NOTICE-FILE
                   MOVE WS-RUN-DATE TO RNT-DATE
                   MOVE RCL-TITLE-LINE TO RECALL-NOTICE-RECORD
                   WRITE RECALL-NOTICE-RECORD

                   PERFORM 562-READ-RECALL-FILE
                   PERFORM 563-MATCH-ONE-CAMPAIGN
                       UNTIL RECALL-EOF
                   CLOSE RECALL-FILE

                   PERFORM 569-WRITE-RECALL-TOTALS
                   CLOSE RECALL-NOTICE-FILE
                   PERFORM 567-REWRITE-RECALL-VIN-FILE

                   DISPLAY "*** " WS-RCL-CAMPAIGN-COUNT
                       " CAMPAIGN(S) MATCHED - " WS-RCL-NEW-COUNT
                       " NEW AND " WS-RCL-OPEN-COUNT
                       " STILL-OPEN NOTICE(S) ON RECALLNT.PRT."
                   IF WS-RCL-REJECT-COUNT > ZERO
                       DISPLAY "*** " WS-RCL-REJECT-COUNT
                           " CAMPAIGN(S) REJECTED - SEE RECALLNT.PRT."
                   END-IF
               END-IF
           END-IF.

           PERFORM 337-CLOSE-CUSTOMER-FILE.
           CLOSE CAR-FILE.

       561-LOAD-RECALL-VIN-FILE.
           MOVE ZERO TO WS-RCV-COUNT.
           MOVE "N" TO WS-RCV-EOF-FLAG.
           MOVE "N" TO WS-RCV-OVERFLOW-FLAG.
           MOVE "N" TO WS-RCV-CHANGED-FLAG.

           OPEN INPUT RECALL-VIN-FILE.
           IF WS-RECALL-VIN-STATUS = "00"
               PERFORM 570-READ-RECALL-VIN-FILE
               PERFORM 571-LOAD-ONE-RECALL-VIN
                   UNTIL RECALL-VIN-EOF OR WS-RCV-COUNT = 1000
               CLOSE RECALL-VIN-FILE
           END-IF.

           IF WS-RCV-COUNT = 1000 AND NOT RECALL-VIN-EOF
               MOVE "Y" TO WS-RCV-OVERFLOW-FLAG
               DISPLAY "*** WARNING: RECALL VIN TABLE IS FULL AT "
                   "1000 ROWS - REMAINDER NOT LOADED."
           END-IF.

       562-READ-RECALL-FILE.
           READ RECALL-FILE
               AT END MOVE "Y" TO WS-RCL-EOF-FLAG.

       563-MATCH-ONE-CAMPAIGN.
           PERFORM 564-VALIDATE-CAMPAIGN.

           IF NOT RECALL-CAMPAIGN-VALID
               ADD 1 TO WS-RCL-REJECT-COUNT
               MOVE RCL-CAMPAIGN-ID TO RNR-ID
               MOVE WS-RCL-REASON TO RNR-REASON
               MOVE SPACE TO RECALL-NOTICE-RECORD
               WRITE RECALL-NOTICE-RECORD
               MOVE RCL-REJECT-LINE TO RECALL-NOTICE-RECORD
               WRITE RECALL-NOTICE-RECORD
           ELSE
               ADD 1 TO WS-RCL-CAMPAIGN-COUNT
               MOVE RCL-CAMPAIGN-ID TO RNC-ID
               MOVE RCL-CAR-TYPE TO RNC-CAR-TYPE
               MOVE RCL-YEAR-FROM TO RNC-YEAR-FROM
               MOVE RCL-YEAR-TO TO RNC-YEAR-TO
               MOVE RCL-DESC TO RNC-DESC
               MOVE SPACE TO RECALL-NOTICE-RECORD
               WRITE RECALL-NOTICE-RECORD
               MOVE RCL-CAMPAIGN-LINE TO RECALL-NOTICE-RECORD
               WRITE RECALL-NOTICE-RECORD
               MOVE RCL-HEADER-LINE TO RECALL-NOTICE-RECORD
               WRITE RECALL-NOTICE-RECORD

               MOVE "N" TO WS-RCL-CAR-EOF-FLAG
               MOVE RCL-CAR-TYPE TO CAR-TYPE
               READ CAR-FILE
                   KEY IS CAR-TYPE
                   INVALID KEY
                       MOVE "Y" TO WS-RCL-CAR-EOF-FLAG
               END-READ
               PERFORM 565-CHECK-ONE-RECALL-CAR
                   UNTIL RECALL-CAR-EOF
           END-IF.
           PERFORM 562-READ-RECALL-FILE.

       564-VALIDATE-CAMPAIGN.
           MOVE "Y" TO WS-RCL-VALID-FLAG.
           MOVE SPACE TO WS-RCL-REASON.

           EVALUATE TRUE
               WHEN RCL-CAMPAIGN-ID = SPACE
                   MOVE "NO CAMPAIGN ID" TO WS-RCL-REASON
               WHEN RCL-CAR-TYPE = SPACE
                   MOVE "NO MAKE (CAR-TYPE)" TO WS-RCL-REASON
               WHEN RCL-YEAR-FROM NOT NUMERIC
                   OR RCL-YEAR-TO NOT NUMERIC
                   MOVE "MODEL YEAR RANGE NOT NUMERIC"
                       TO WS-RCL-REASON
               WHEN RCL-YEAR-FROM > RCL-YEAR-TO
                   MOVE "MODEL YEARS OUT OF ORDER" TO WS-RCL-REASON
               WHEN RCL-VIN-FROM NOT = SPACE
                   AND RCL-VIN-TO NOT = SPACE
                   AND RCL-VIN-FROM > RCL-VIN-TO
                   MOVE "VIN RANGE OUT OF ORDER" TO WS-RCL-REASON
           END-EVALUATE.

           IF WS-RCL-REASON NOT = SPACE
               MOVE "N" TO WS-RCL-VALID-FLAG
           END-IF.

      * A blank VIN-FROM or VIN-TO leaves that end of the range open.
       565-CHECK-ONE-RECALL-CAR.
           IF CAR-TYPE NOT = RCL-CAR-TYPE
               MOVE "Y" TO WS-RCL-CAR-EOF-FLAG
           ELSE
               IF CAR-YEAR NOT < RCL-YEAR-FROM
                   AND CAR-YEAR NOT > RCL-YEAR-TO
                   AND (RCL-VIN-FROM = SPACE
                       OR VIN-NUMBER NOT < RCL-VIN-FROM)
                   AND (RCL-VIN-TO = SPACE
                       OR VIN-NUMBER NOT > RCL-VIN-TO)
                   PERFORM 566-NOTIFY-ONE-RECALL-CAR
               END-IF
               READ CAR-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-RCL-CAR-EOF-FLAG
               END-READ
           END-IF.

       566-NOTIFY-ONE-RECALL-CAR.
           MOVE RCL-CAMPAIGN-ID TO WS-RCV-KEY-CAMPAIGN.
           MOVE VIN-NUMBER TO WS-RCV-KEY-VIN.
           MOVE RCL-DESC TO WS-RCV-KEY-DESC.
           PERFORM 572-FIND-RECALL-VIN.

           IF RECALL-VIN-FOUND
               AND RVX-STATUS(WS-RCV-SUB) = "C"
               ADD 1 TO WS-RCL-DONE-COUNT
           ELSE
               IF RECALL-VIN-FOUND
                   ADD 1 TO WS-RCL-OPEN-COUNT
                   MOVE "REMINDER" TO RND-NOTICE
               ELSE
                   IF WS-RCV-COUNT = 1000
                       MOVE "Y" TO WS-RCV-OVERFLOW-FLAG
                       MOVE "NOT KEPT" TO RND-NOTICE
                   ELSE
                       PERFORM 574-ADD-RECALL-VIN
                       MOVE "O" TO RVX-STATUS(WS-RCV-SUB)
                       ADD 1 TO WS-RCL-NEW-COUNT
                       MOVE "NEW" TO RND-NOTICE
                   END-IF
               END-IF

               MOVE CUSTOMER-NO TO WS-CUST-LOOKUP-NO
               PERFORM 398-LOOKUP-CUSTOMER
               MOVE VIN-NUMBER TO RND-VIN
               MOVE CAR-YEAR TO RND-YEAR
               MOVE WS-CUST-WORK-NAME TO RND-NAME
               MOVE WS-CUST-WORK-PHONE TO RND-PHONE
               MOVE WS-CUST-WORK-EMAIL TO RND-EMAIL
               MOVE RCL-DETAIL-LINE TO RECALL-NOTICE-RECORD
               WRITE RECALL-NOTICE-RECORD
           END-IF.

       567-REWRITE-RECALL-VIN-FILE.
           IF RECALL-VIN-CHANGED
               OPEN OUTPUT RECALL-VIN-FILE
               PERFORM 568-WRITE-ONE-RECALL-VIN
                   VARYING WS-RCV-SUB FROM 1 BY 1
                       UNTIL WS-RCV-SUB > WS-RCV-COUNT
               CLOSE RECALL-VIN-FILE
           END-IF.

       568-WRITE-ONE-RECALL-VIN.
           MOVE RVX-CAMPAIGN-ID(WS-RCV-SUB) TO RCV-CAMPAIGN-ID.
           MOVE RVX-VIN(WS-RCV-SUB) TO RCV-VIN.
           MOVE RVX-STATUS(WS-RCV-SUB) TO RCV-STATUS.
           MOVE RVX-OPENED-DATE(WS-RCV-SUB) TO RCV-OPENED-DATE.
           MOVE RVX-CLOSED-DATE(WS-RCV-SUB) TO RCV-CLOSED-DATE.
           MOVE RVX-INVOICE-NO(WS-RCV-SUB) TO RCV-INVOICE-NO.
           MOVE RVX-DESC(WS-RCV-SUB) TO RCV-DESC.
           WRITE RECALL-VIN-RECORD.

       569-WRITE-RECALL-TOTALS.
           MOVE SPACE TO RECALL-NOTICE-RECORD.
           WRITE RECALL-NOTICE-RECORD.
           MOVE "CAMPAIGNS MATCHED" TO RNK-LABEL.
           MOVE WS-RCL-CAMPAIGN-COUNT TO RNK-COUNT.
           PERFORM 577-WRITE-RECALL-COUNT.
           MOVE "CAMPAIGNS REJECTED" TO RNK-LABEL.
           MOVE WS-RCL-REJECT-COUNT TO RNK-COUNT.
           PERFORM 577-WRITE-RECALL-COUNT.
           MOVE "NEW NOTIFICATIONS" TO RNK-LABEL.
           MOVE WS-RCL-NEW-COUNT TO RNK-COUNT.
           PERFORM 577-WRITE-RECALL-COUNT.
           MOVE "REMINDERS (RECALL STILL OPEN)" TO RNK-LABEL.
           MOVE WS-RCL-OPEN-COUNT TO RNK-COUNT.
           PERFORM 577-WRITE-RECALL-COUNT.
           MOVE "VEHICLES ALREADY REPAIRED" TO RNK-LABEL.
           MOVE WS-RCL-DONE-COUNT TO RNK-COUNT.
           PERFORM 577-WRITE-RECALL-COUNT.

           IF RECALL-VIN-OVERFLOW
               MOVE " *** RECALL VIN TABLE FULL AT 1000 ROWS - "
                   TO RECALL-NOTICE-RECORD
               WRITE RECALL-NOTICE-RECORD
               MOVE " *** NOTICES MARKED NOT KEPT WILL BE LISTED "
                   TO RECALL-NOTICE-RECORD
               WRITE RECALL-NOTICE-RECORD
               MOVE " *** AS NEW AGAIN ON THE NEXT PASS."
                   TO RECALL-NOTICE-RECORD
               WRITE RECALL-NOTICE-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.

       570-READ-RECALL-VIN-FILE.
           READ RECALL-VIN-FILE
               AT END MOVE "Y" TO WS-RCV-EOF-FLAG.

       571-LOAD-ONE-RECALL-VIN.
           ADD 1 TO WS-RCV-COUNT.
           MOVE RCV-CAMPAIGN-ID TO RVX-CAMPAIGN-ID(WS-RCV-COUNT).
           MOVE RCV-VIN TO RVX-VIN(WS-RCV-COUNT).
           MOVE RCV-STATUS TO RVX-STATUS(WS-RCV-COUNT).
           MOVE RCV-OPENED-DATE TO RVX-OPENED-DATE(WS-RCV-COUNT).
           MOVE RCV-CLOSED-DATE TO RVX-CLOSED-DATE(WS-RCV-COUNT).
           MOVE RCV-INVOICE-NO TO RVX-INVOICE-NO(WS-RCV-COUNT).
           MOVE RCV-DESC TO RVX-DESC(WS-RCV-COUNT).
           PERFORM 570-READ-RECALL-VIN-FILE.

       572-FIND-RECALL-VIN.
           MOVE "N" TO WS-RCV-FOUND-FLAG.
           MOVE 1 TO WS-RCV-SUB.
           PERFORM 573-MATCH-ONE-RECALL-VIN
               UNTIL WS-RCV-SUB > WS-RCV-COUNT
                   OR RECALL-VIN-FOUND.

       573-MATCH-ONE-RECALL-VIN.
           IF RVX-CAMPAIGN-ID(WS-RCV-SUB) = WS-RCV-KEY-CAMPAIGN
               AND RVX-VIN(WS-RCV-SUB) = WS-RCV-KEY-VIN
               MOVE "Y" TO WS-RCV-FOUND-FLAG
           ELSE
               ADD 1 TO WS-RCV-SUB
           END-IF.

       574-ADD-RECALL-VIN.
           ADD 1 TO WS-RCV-COUNT.
           MOVE WS-RCV-COUNT TO WS-RCV-SUB.
           MOVE WS-RCV-KEY-CAMPAIGN TO RVX-CAMPAIGN-ID(WS-RCV-SUB).
           MOVE WS-RCV-KEY-VIN TO RVX-VIN(WS-RCV-SUB).
           MOVE WS-RUN-DATE TO RVX-OPENED-DATE(WS-RCV-SUB).
           MOVE ZERO TO RVX-CLOSED-DATE(WS-RCV-SUB).
           MOVE ZERO TO RVX-INVOICE-NO(WS-RCV-SUB).
           MOVE WS-RCV-KEY-DESC TO RVX-DESC(WS-RCV-SUB).
           MOVE "Y" TO WS-RCV-CHANGED-FLAG.

      * Ticket pass: a posted line carrying a campaign ID closes that
      * recall for the VIN.  A campaign the match pass never opened
      * for the VIN is recorded closed so it is not notified later.
       575-CLOSE-RECALL-FOR-LINE.
           MOVE TRANS-CAMPAIGN-ID TO WS-RCV-KEY-CAMPAIGN.
           MOVE TRANS-VIN TO WS-RCV-KEY-VIN.
           MOVE "N" TO WS-RCV-FOUND-FLAG.

           IF RECALL-VIN-OVERFLOW
               DISPLAY "*** RECALL " TRANS-CAMPAIGN-ID
                   " NOT CLOSED FOR VIN " TRANS-VIN
                   " - RECALLVN.TXT IS FULL."
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM 572-FIND-RECALL-VIN
               IF NOT RECALL-VIN-FOUND
                   IF WS-RCV-COUNT = 1000
                       DISPLAY "*** RECALL " TRANS-CAMPAIGN-ID
                           " NOT CLOSED FOR VIN " TRANS-VIN
                           " - RECALLVN.TXT IS FULL."
                       MOVE 8 TO WS-RUN-RC
                   ELSE
                       DISPLAY "*** RECALL " TRANS-CAMPAIGN-ID
                           " WAS NOT OPEN FOR VIN " TRANS-VIN
                           " - RECORDED AS CLOSED."
                       MOVE SPACE TO WS-RCV-KEY-DESC
                       PERFORM 574-ADD-RECALL-VIN
                       MOVE "Y" TO WS-RCV-FOUND-FLAG
                   END-IF
               END-IF
           END-IF.

           IF RECALL-VIN-FOUND
               AND RVX-STATUS(WS-RCV-SUB) NOT = "C"
               MOVE "C" TO RVX-STATUS(WS-RCV-SUB)
               MOVE WS-RUN-DATE TO RVX-CLOSED-DATE(WS-RCV-SUB)
               MOVE HIST-INVOICE-NO TO RVX-INVOICE-NO(WS-RCV-SUB)
               MOVE "Y" TO WS-RCV-CHANGED-FLAG
               ADD 1 TO WS-RCL-CLOSED-COUNT
           END-IF.

      * Appointment book: warn the advisor about any open recall on
      * the VIN being booked, alongside the PM-due warning.
       576-CHECK-APPT-RECALL.
           MOVE ZERO TO WS-RCL-APPT-COUNT.
           MOVE "N" TO WS-RCV-EOF-FLAG.

           OPEN INPUT RECALL-VIN-FILE.
           IF WS-RECALL-VIN-STATUS = "00"
               PERFORM 570-READ-RECALL-VIN-FILE
               PERFORM 578-CHECK-ONE-APPT-RECALL
                   UNTIL RECALL-VIN-EOF
               CLOSE RECALL-VIN-FILE
           END-IF.

           IF WS-RCL-APPT-COUNT > ZERO
               DISPLAY "*** VIN " WS-BOOK-VIN " HAS "
                   WS-RCL-APPT-COUNT " OPEN RECALL(S) - BOOK THE "
                   "CAMPAIGN WORK AT CHECK-IN."
           END-IF.

       577-WRITE-RECALL-COUNT.
           MOVE RCL-COUNT-LINE TO RECALL-NOTICE-RECORD.
           WRITE RECALL-NOTICE-RECORD.

       578-CHECK-ONE-APPT-RECALL.
           IF RCV-VIN = WS-BOOK-VIN AND RCV-STATUS = "O"
               ADD 1 TO WS-RCL-APPT-COUNT
               DISPLAY "*** OPEN RECALL: " RCV-CAMPAIGN-ID " "
                   RCV-DESC
           END-IF.
           PERFORM 570-READ-RECALL-VIN-FILE.

       600-DIRECT-LOOKUP-CAR.
           OPEN INPUT CAR-FILE.
           PERFORM 326-VERIFY-CAR-FILE-OPEN.
           PERFORM 327-OPEN-CUSTOMER-FILE.

           DISPLAY "LOOK UP BY V=VIN OR M=MAKE: " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-BY.

           EVALUATE TRUE
               WHEN LOOKUP-BY-VIN
                   PERFORM 602-LOOKUP-BY-VIN
               WHEN LOOKUP-BY-MAKE
                   PERFORM 603-LOOKUP-BY-MAKE
               WHEN OTHER
                   DISPLAY "*** INVALID LOOKUP TYPE."
           END-EVALUATE.

           PERFORM 337-CLOSE-CUSTOMER-FILE.
           CLOSE CAR-FILE.

       601-DISPLAY-LOOKUP-RESULT.
           DISPLAY "CAR-TYPE    : " CAR-TYPE.
           DISPLAY "CAR-YEAR    : " CAR-YEAR.
           DISPLAY "ENGINE-SIZE : " ENGINE-SIZE.
           DISPLAY "VIN-NUMBER  : " VIN-NUMBER.
           DISPLAY "MILEAGE     : " ODOMETER-MILES.
           MOVE CUSTOMER-NO TO WS-CUST-LOOKUP-NO.
           PERFORM 398-LOOKUP-CUSTOMER.
           DISPLAY "CUSTOMER-NO : " CUSTOMER-NO.
           DISPLAY "CUSTOMER    : " WS-CUST-WORK-NAME.

       602-LOOKUP-BY-VIN.
           DISPLAY "ENTER VIN-NUMBER TO LOOK UP: " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-VIN.
           MOVE WS-LOOKUP-VIN TO VIN-NUMBER.

           READ CAR-FILE
               KEY IS VIN-NUMBER
               INVALID KEY
                   DISPLAY "*** NO CAR ON FILE FOR VIN "
                       WS-LOOKUP-VIN
               NOT INVALID KEY
                   PERFORM 601-DISPLAY-LOOKUP-RESULT
           END-READ.

       603-LOOKUP-BY-MAKE.
           DISPLAY "ENTER CAR-TYPE TO LOOK UP: " WITH NO ADVANCING.
           ACCEPT WS-LOOKUP-KEY.
           MOVE WS-LOOKUP-KEY TO CAR-TYPE.
           MOVE "N" TO WS-LOOKUP-EOF-FLAG.
           MOVE ZERO TO WS-LOOKUP-COUNT.

           READ CAR-FILE
               KEY IS CAR-TYPE
               INVALID KEY
                   MOVE "Y" TO WS-LOOKUP-EOF-FLAG
           END-READ.

           PERFORM 604-DISPLAY-ONE-MAKE-MATCH
               UNTIL LOOKUP-EOF.

           IF WS-LOOKUP-COUNT = ZERO
               DISPLAY "*** NO CAR ON FILE FOR CAR-TYPE "
                   WS-LOOKUP-KEY
           ELSE
               DISPLAY "*** " WS-LOOKUP-COUNT
                   " VEHICLE(S) ON FILE FOR CAR-TYPE " WS-LOOKUP-KEY
           END-IF.

       604-DISPLAY-ONE-MAKE-MATCH.
           IF CAR-TYPE = WS-LOOKUP-KEY
               ADD 1 TO WS-LOOKUP-COUNT
               PERFORM 601-DISPLAY-LOOKUP-RESULT
               DISPLAY SPACE
               READ CAR-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-LOOKUP-EOF-FLAG
               END-READ
           ELSE
               MOVE "Y" TO WS-LOOKUP-EOF-FLAG
           END-IF.

      * Run mode W: the service writer opens a repair order when the
      * car is dropped off - from today's appointment or as a walk-in
      * - and moves it through the shop statuses until pickup.  Ticket
      * lines keyed against the RO bill only once it is marked ready.
       610-REPAIR-ORDER-MODE.
           PERFORM 305-GET-RUN-DATE.
           PERFORM 706-GET-OPERATOR-ID.

           OPEN INPUT CAR-FILE.
           PERFORM 326-VERIFY-CAR-FILE-OPEN.
           PERFORM 327-OPEN-CUSTOMER-FILE.

           PERFORM 616-LOAD-RO-FILE.

           IF RO-TABLE-OVERFLOW
               DISPLAY "*** ROFILE.TXT HOLDS MORE THAN 300 REPAIR "
                   "ORDERS - REPAIR ORDER MODE"
               DISPLAY "*** UNAVAILABLE AND THE FILE LEFT UNTOUCHED "
                   "- RUN MONTH-END CLOSE TO PURGE"
               DISPLAY "*** PICKED-UP ORDERS - RETURN CODE 8."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 281-LOAD-HELD-TOTALS
               PERFORM 621-READ-RO-SEQ
               PERFORM 707-OPEN-AUDIT-FILE

               MOVE "N" TO WS-RO-DONE-FLAG
               PERFORM 611-REPAIR-ORDER-ONE-ACTION
                   UNTIL RO-MODE-DONE

               PERFORM 708-CLOSE-AUDIT-FILE
               IF RO-FILE-CHANGED
                   PERFORM 619-REWRITE-RO-FILE
                   PERFORM 622-REWRITE-RO-SEQ
               END-IF
           END-IF.

           PERFORM 337-CLOSE-CUSTOMER-FILE.
           CLOSE CAR-FILE.

       611-REPAIR-ORDER-ONE-ACTION.
           DISPLAY "O=OPEN RO, S=CHANGE STATUS, P=PRINT WIP, X=EXIT: "
               WITH NO ADVANCING.
           ACCEPT WS-RO-ACTION.

           EVALUATE TRUE
               WHEN RO-OPEN-ORDER
                   PERFORM 612-OPEN-ONE-RO
               WHEN RO-CHANGE-STATUS
                   PERFORM 615-CHANGE-RO-STATUS
               WHEN RO-PRINT-WIP
                   PERFORM 280-CREATE-WIP-REPORT
               WHEN RO-QUIT
                   MOVE "Y" TO WS-RO-DONE-FLAG
               WHEN OTHER
                   DISPLAY "*** INVALID REPAIR ORDER ACTION - TRY "
                       "AGAIN."
           END-EVALUATE.

       612-OPEN-ONE-RO.
           IF WS-RO-COUNT = 300
               DISPLAY "*** REPAIR ORDER FILE IS FULL AT 300 ORDERS "
                   "- NOT OPENED."
           ELSE
               DISPLAY "ENTER VIN-NUMBER: " WITH NO ADVANCING
               ACCEPT WS-RO-VIN
               MOVE WS-RO-VIN TO VIN-NUMBER
               READ CAR-FILE
                   KEY IS VIN-NUMBER
                   INVALID KEY
                       DISPLAY "*** VIN " WS-RO-VIN " NOT ON FILE - "
                           "ADD THE VEHICLE IN MODE M FIRST."
                   NOT INVALID KEY
                       PERFORM 613-START-ONE-RO
               END-READ
           END-IF.

      * One open order per car: a second RO is refused until the first
      * is invoiced, so every line keyed for the VIN lands on one job.
       613-START-ONE-RO.
           PERFORM 308-VALIDATE-CAR-RECORD.
           PERFORM 625-FIND-ACTIVE-RO.

           EVALUATE TRUE
               WHEN NOT RECORD-IS-VALID
                   DISPLAY "*** VEHICLE RECORD FAILS VALIDATION - "
                       REJECT-REASON
                   DISPLAY "*** REPAIR ORDER NOT OPENED."
               WHEN RO-FOUND
                   DISPLAY "*** VIN " WS-RO-VIN " IS ALREADY ON "
                       "REPAIR ORDER " ROX-NO(WS-RO-SUB)
                       " - NOT OPENED."
               WHEN OTHER
                   PERFORM 630-TAKE-RO-DETAILS
           END-EVALUATE.

       614-FIND-TODAYS-APPOINTMENT.
           MOVE "N" TO WS-RO-APPT-FLAG.
           MOVE ZERO TO WS-RO-APPT-SLOT.
           MOVE SPACE TO WS-RO-APPT-SERVICE.
           MOVE "N" TO WS-APPT-EOF-FLAG.

           OPEN INPUT APPOINTMENT-FILE.
           IF WS-APPT-FILE-STATUS = "00"
               PERFORM 417-READ-APPOINTMENT-FILE
               PERFORM 631-CHECK-ONE-APPOINTMENT
                   UNTIL APPT-EOF OR RO-APPT-FOUND
               CLOSE APPOINTMENT-FILE
           END-IF.

      * Picked up (C) is final.  Once the nightly pass has invoiced an
      * RO the only move left is pickup, and pickup needs a ready RO
      * with no lines still waiting on ROHOLD.TXT to be billed.
       615-CHANGE-RO-STATUS.
           DISPLAY "ENTER REPAIR ORDER NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-RO-NO-IN.
           PERFORM 623-FIND-RO.

           IF NOT RO-FOUND
               DISPLAY "*** REPAIR ORDER " WS-RO-NO-IN
                   " NOT ON FILE."
           ELSE
               MOVE ROX-STATUS(WS-RO-SUB) TO WS-RO-STATUS-CODE
               PERFORM 627-FIND-RO-STATUS-TEXT
               DISPLAY "*** VIN " ROX-VIN(WS-RO-SUB) " - "
                   WS-RO-STATUS-TEXT " SINCE "
                   ROX-STATUS-DATE(WS-RO-SUB)
               IF ROX-STATUS(WS-RO-SUB) = "C"
                   DISPLAY "*** REPAIR ORDER ALREADY PICKED UP - "
                       "STATUS NOT CHANGED."
               ELSE
                   DISPLAY "O=OPEN, I=IN PROGRESS, P=WAITING ON "
                       "PARTS, " WITH NO ADVANCING
                   DISPLAY "A=WAITING ON APPROVAL, R=READY, "
                       "C=PICKED UP: " WITH NO ADVANCING
                   ACCEPT WS-RO-NEW-STATUS
                   PERFORM 632-APPLY-RO-STATUS
               END-IF
           END-IF.

       616-LOAD-RO-FILE.
           MOVE ZERO TO WS-RO-COUNT.
           MOVE "N" TO WS-RO-EOF-FLAG.
           MOVE "N" TO WS-RO-OVERFLOW-FLAG.
           MOVE "N" TO WS-RO-CHANGED-FLAG.

           OPEN INPUT REPAIR-ORDER-FILE.
           IF WS-RO-FILE-STATUS = "00"
               PERFORM 617-READ-RO-FILE
               PERFORM 618-LOAD-ONE-RO
                   UNTIL RO-EOF OR WS-RO-COUNT = 300
               CLOSE REPAIR-ORDER-FILE
           END-IF.

           IF WS-RO-COUNT = 300 AND NOT RO-EOF
               MOVE "Y" TO WS-RO-OVERFLOW-FLAG
               DISPLAY "*** WARNING: REPAIR ORDER TABLE IS FULL AT "
                   "300 ORDERS - REMAINDER NOT LOADED."
           END-IF.

       617-READ-RO-FILE.
           READ REPAIR-ORDER-FILE
               AT END MOVE "Y" TO WS-RO-EOF-FLAG.

       618-LOAD-ONE-RO.
           ADD 1 TO WS-RO-COUNT.
           MOVE RO-NO TO ROX-NO(WS-RO-COUNT).
           MOVE RO-OPEN-DATE TO ROX-OPEN-DATE(WS-RO-COUNT).
           MOVE RO-VIN TO ROX-VIN(WS-RO-COUNT).
           MOVE RO-CUST-NO TO ROX-CUST-NO(WS-RO-COUNT).
           MOVE RO-ODOMETER TO ROX-ODOMETER(WS-RO-COUNT).
           MOVE RO-STATUS TO ROX-STATUS(WS-RO-COUNT).
           MOVE RO-STATUS-DATE TO ROX-STATUS-DATE(WS-RO-COUNT).
           MOVE RO-APPT-SLOT TO ROX-APPT-SLOT(WS-RO-COUNT).
           MOVE RO-COMPLAINT TO ROX-COMPLAINT(WS-RO-COUNT).
           MOVE RO-INVOICE-NO TO ROX-INVOICE-NO(WS-RO-COUNT).
           MOVE RO-BILLED-DATE TO ROX-BILLED-DATE(WS-RO-COUNT).
           MOVE ZERO TO ROX-HELD-LINES(WS-RO-COUNT).
           MOVE ZERO TO ROX-HELD-PARTS(WS-RO-COUNT).
           MOVE ZERO TO ROX-HELD-LABOR(WS-RO-COUNT).
           PERFORM 617-READ-RO-FILE.

       619-REWRITE-RO-FILE.
           OPEN OUTPUT REPAIR-ORDER-FILE.
           PERFORM 620-WRITE-ONE-RO
               VARYING WS-RO-SUB FROM 1 BY 1
                   UNTIL WS-RO-SUB > WS-RO-COUNT.
           CLOSE REPAIR-ORDER-FILE.

       620-WRITE-ONE-RO.
           MOVE ROX-NO(WS-RO-SUB) TO RO-NO.
           MOVE ROX-OPEN-DATE(WS-RO-SUB) TO RO-OPEN-DATE.
           MOVE ROX-VIN(WS-RO-SUB) TO RO-VIN.
           MOVE ROX-CUST-NO(WS-RO-SUB) TO RO-CUST-NO.
           MOVE ROX-ODOMETER(WS-RO-SUB) TO RO-ODOMETER.
           MOVE ROX-STATUS(WS-RO-SUB) TO RO-STATUS.
           MOVE ROX-STATUS-DATE(WS-RO-SUB) TO RO-STATUS-DATE.
           MOVE ROX-APPT-SLOT(WS-RO-SUB) TO RO-APPT-SLOT.
           MOVE ROX-COMPLAINT(WS-RO-SUB) TO RO-COMPLAINT.
           MOVE ROX-INVOICE-NO(WS-RO-SUB) TO RO-INVOICE-NO.
           MOVE ROX-BILLED-DATE(WS-RO-SUB) TO RO-BILLED-DATE.
           WRITE REPAIR-ORDER-RECORD.

       621-READ-RO-SEQ.
           MOVE ZERO TO WS-NEXT-RO-NO.

           OPEN INPUT RO-SEQ-FILE.
           IF WS-RO-SEQ-STATUS = "00"
               READ RO-SEQ-FILE
                   NOT AT END
                       MOVE SEQ-LAST-RO-NO TO WS-NEXT-RO-NO
               END-READ
               CLOSE RO-SEQ-FILE
           END-IF.

       622-REWRITE-RO-SEQ.
           OPEN OUTPUT RO-SEQ-FILE.
           MOVE WS-NEXT-RO-NO TO SEQ-LAST-RO-NO.
           WRITE RO-SEQ-RECORD.
           CLOSE RO-SEQ-FILE.

       623-FIND-RO.
           MOVE "N" TO WS-RO-FOUND-FLAG.
           MOVE 1 TO WS-RO-SUB.
           PERFORM 624-MATCH-ONE-RO
               UNTIL WS-RO-SUB > WS-RO-COUNT
                   OR RO-FOUND.

       624-MATCH-ONE-RO.
           IF ROX-NO(WS-RO-SUB) = WS-RO-NO-IN
               MOVE "Y" TO WS-RO-FOUND-FLAG
           ELSE
               ADD 1 TO WS-RO-SUB
           END-IF.

      * The active RO for a VIN is the one not yet invoiced or picked
      * up - the one new ticket lines for the car belong to.
       625-FIND-ACTIVE-RO.
           MOVE "N" TO WS-RO-FOUND-FLAG.
           MOVE 1 TO WS-RO-SUB.
           PERFORM 626-MATCH-ONE-ACTIVE-RO
               UNTIL WS-RO-SUB > WS-RO-COUNT
                   OR RO-FOUND.

       626-MATCH-ONE-ACTIVE-RO.
           IF ROX-VIN(WS-RO-SUB) = WS-RO-VIN
               AND ROX-STATUS(WS-RO-SUB) NOT = "C"
               AND ROX-INVOICE-NO(WS-RO-SUB) = ZERO
               MOVE "Y" TO WS-RO-FOUND-FLAG
           ELSE
               ADD 1 TO WS-RO-SUB
           END-IF.

       627-FIND-RO-STATUS-TEXT.
           MOVE "UNKNOWN STATUS" TO WS-RO-STATUS-TEXT.
           PERFORM 628-MATCH-ONE-RO-STATUS
               VARYING WS-RO-STATUS-SUB FROM 1 BY 1
                   UNTIL WS-RO-STATUS-SUB > 6.

       628-MATCH-ONE-RO-STATUS.
           IF RST-CODE(WS-RO-STATUS-SUB) = WS-RO-STATUS-CODE
               MOVE RST-TEXT(WS-RO-STATUS-SUB) TO WS-RO-STATUS-TEXT
           END-IF.

       629-BUILD-RO-AUDIT-IMAGE.
           MOVE ROX-NO(WS-RO-SUB) TO RAI-NO.
           MOVE ROX-VIN(WS-RO-SUB) TO RAI-VIN.
           MOVE ROX-CUST-NO(WS-RO-SUB) TO RAI-CUST-NO.
           MOVE ROX-STATUS(WS-RO-SUB) TO RAI-STATUS.
           MOVE ROX-STATUS-DATE(WS-RO-SUB) TO RAI-STATUS-DATE.
           MOVE ROX-ODOMETER(WS-RO-SUB) TO RAI-ODOMETER.
           MOVE ROX-INVOICE-NO(WS-RO-SUB) TO RAI-INVOICE-NO.

       630-TAKE-RO-DETAILS.
           PERFORM 614-FIND-TODAYS-APPOINTMENT.
           MOVE CUSTOMER-NO TO WS-CUST-LOOKUP-NO.
           PERFORM 398-LOOKUP-CUSTOMER.

           DISPLAY "*** CUSTOMER: " WS-CUST-WORK-NAME.
           DISPLAY "*** ODOMETER ON FILE: " ODOMETER-MILES.
           IF RO-APPT-FOUND
               DISPLAY "*** BOOKED TODAY AT " WS-RO-APPT-SLOT
                   " FOR " WS-RO-APPT-SERVICE
           ELSE
               DISPLAY "*** NO APPOINTMENT TODAY - OPENING AS A "
                   "WALK-IN."
           END-IF.

           DISPLAY "ENTER ODOMETER AT DROP-OFF: " WITH NO ADVANCING.
           ACCEPT WS-RO-ODOMETER-IN.
           IF WS-RO-ODOMETER-IN < ODOMETER-MILES
               DISPLAY "*** WARNING: READING IS BELOW THE "
                   ODOMETER-MILES " ON CARFILE.TXT."
           END-IF.

           DISPLAY "ENTER COMPLAINT (BLANK = BOOKED SERVICE): "
               WITH NO ADVANCING.
           ACCEPT WS-RO-COMPLAINT-IN.
           IF WS-RO-COMPLAINT-IN = SPACE
               MOVE WS-RO-APPT-SERVICE TO WS-RO-COMPLAINT-IN
           END-IF.

           IF WS-RO-COMPLAINT-IN = SPACE
               DISPLAY "*** A WALK-IN NEEDS A COMPLAINT - REPAIR "
                   "ORDER NOT OPENED."
           ELSE
               PERFORM 633-ADD-ONE-RO
           END-IF.

       631-CHECK-ONE-APPOINTMENT.
           IF APPT-DATE = WS-RUN-DATE AND APPT-VIN = WS-RO-VIN
               MOVE "Y" TO WS-RO-APPT-FLAG
               MOVE APPT-SLOT TO WS-RO-APPT-SLOT
               MOVE APPT-SERVICE TO WS-RO-APPT-SERVICE
           ELSE
               PERFORM 417-READ-APPOINTMENT-FILE
           END-IF.

      * An RO with nothing invoiced may be picked up only when no
      * line for it is still waiting in CARTRANS.TXT - otherwise the
      * nightly pass would reject that work as already picked up.
       632-APPLY-RO-STATUS.
           MOVE "N" TO WS-RO-TICKET-FLAG.
           IF RO-NEW-PICKED-UP
               AND ROX-STATUS(WS-RO-SUB) = "R"
               AND ROX-INVOICE-NO(WS-RO-SUB) = ZERO
               PERFORM 634-CHECK-RO-TICKET-LINES
           END-IF.

           EVALUATE TRUE
               WHEN NOT RO-STATUS-VALID
                   DISPLAY "*** INVALID STATUS - NOT CHANGED."
               WHEN WS-RO-NEW-STATUS = ROX-STATUS(WS-RO-SUB)
                   DISPLAY "*** STATUS UNCHANGED."
               WHEN ROX-INVOICE-NO(WS-RO-SUB) NOT = ZERO
                   AND NOT RO-NEW-PICKED-UP
                   DISPLAY "*** INVOICED AS " ROX-INVOICE-NO(WS-RO-SUB)
                       " - ONLY C=PICKED UP IS ALLOWED."
               WHEN RO-NEW-PICKED-UP
                   AND ROX-STATUS(WS-RO-SUB) NOT = "R"
                   DISPLAY "*** ONLY A READY REPAIR ORDER CAN BE "
                       "PICKED UP - NOT CHANGED."
               WHEN RO-NEW-PICKED-UP
                   AND ROX-HELD-LINES(WS-RO-SUB) > ZERO
                   DISPLAY "*** " ROX-HELD-LINES(WS-RO-SUB)
                       " LINE(S) STILL WAITING TO BE BILLED - NOT "
                       "PICKED UP."
                   DISPLAY "*** THE NIGHTLY TICKET PASS INVOICES A "
                       "READY ORDER."
               WHEN RO-NEW-PICKED-UP AND RO-TICKET-LINE-FOUND
                   DISPLAY "*** CARTRANS.TXT HOLDS UNBILLED LINES FOR "
                       "THIS ORDER - NOT PICKED UP."
                   DISPLAY "*** RUN THE NIGHTLY TICKET PASS FIRST SO "
                       "THE ORDER IS INVOICED."
               WHEN OTHER
                   PERFORM 629-BUILD-RO-AUDIT-IMAGE
                   MOVE RO-AUDIT-IMAGE TO WS-BEFORE-IMAGE
                   MOVE WS-RO-NEW-STATUS TO ROX-STATUS(WS-RO-SUB)
                   MOVE WS-RUN-DATE TO ROX-STATUS-DATE(WS-RO-SUB)
                   PERFORM 629-BUILD-RO-AUDIT-IMAGE
                   MOVE RO-AUDIT-IMAGE TO WS-AFTER-IMAGE
                   MOVE "W" TO WS-MAINT-ACTION
                   PERFORM 709-WRITE-AUDIT-RECORD
                   MOVE "Y" TO WS-RO-CHANGED-FLAG

                   MOVE WS-RO-NEW-STATUS TO WS-RO-STATUS-CODE
                   PERFORM 627-FIND-RO-STATUS-TEXT
                   DISPLAY "*** REPAIR ORDER " ROX-NO(WS-RO-SUB)
                       " NOW " WS-RO-STATUS-TEXT
                   IF RO-NEW-PICKED-UP
                       AND ROX-INVOICE-NO(WS-RO-SUB) = ZERO
                       DISPLAY "*** NOTE: PICKED UP WITH NOTHING "
                           "INVOICED."
                   END-IF
           END-EVALUATE.

       633-ADD-ONE-RO.
           ADD 1 TO WS-NEXT-RO-NO.
           ADD 1 TO WS-RO-COUNT.
           MOVE WS-RO-COUNT TO WS-RO-SUB.

           MOVE WS-NEXT-RO-NO TO ROX-NO(WS-RO-SUB).
           MOVE WS-RUN-DATE TO ROX-OPEN-DATE(WS-RO-SUB).
           MOVE WS-RO-VIN TO ROX-VIN(WS-RO-SUB).
           MOVE CUSTOMER-NO TO ROX-CUST-NO(WS-RO-SUB).
           MOVE WS-RO-ODOMETER-IN TO ROX-ODOMETER(WS-RO-SUB).
           MOVE "O" TO ROX-STATUS(WS-RO-SUB).
           MOVE WS-RUN-DATE TO ROX-STATUS-DATE(WS-RO-SUB).
           MOVE WS-RO-APPT-SLOT TO ROX-APPT-SLOT(WS-RO-SUB).
           MOVE WS-RO-COMPLAINT-IN TO ROX-COMPLAINT(WS-RO-SUB).
           MOVE ZERO TO ROX-INVOICE-NO(WS-RO-SUB).
           MOVE ZERO TO ROX-BILLED-DATE(WS-RO-SUB).
           PERFORM 282-CLEAR-ONE-HELD-TOTAL.
           MOVE "Y" TO WS-RO-CHANGED-FLAG.

           MOVE SPACE TO WS-BEFORE-IMAGE.
           PERFORM 629-BUILD-RO-AUDIT-IMAGE.
           MOVE RO-AUDIT-IMAGE TO WS-AFTER-IMAGE.
           MOVE "W" TO WS-MAINT-ACTION.
           PERFORM 709-WRITE-AUDIT-RECORD.

           DISPLAY "*** REPAIR ORDER " WS-NEXT-RO-NO
               " OPENED FOR VIN " WS-RO-VIN ".".

       634-CHECK-RO-TICKET-LINES.
           PERFORM 312-OPEN-TRANS-FILE.
           IF WS-TRANS-FILE-STATUS = "00"
               PERFORM 635-CHECK-ONE-TICKET-LINE
                   UNTIL TRANS-EOF OR RO-TICKET-LINE-FOUND
               CLOSE TRANS-FILE
           END-IF.

       635-CHECK-ONE-TICKET-LINE.
           READ TRANS-FILE
               AT END
                   MOVE "Y" TO TRANS-EOF-FLAG
               NOT AT END
                   IF TRI-RO-NO NUMERIC
                       AND TRI-RO-NO = ROX-NO(WS-RO-SUB)
                       MOVE "Y" TO WS-RO-TICKET-FLAG
                   END-IF
           END-READ.

       650-DISPLAY-VEHICLE-HISTORY.
           DISPLAY "ENTER VIN-NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-HISTORY-VIN.

           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "*** NO SERVICE HISTORY ON FILE."
           ELSE
               DISPLAY "SERVICE HISTORY FOR VIN " WS-HISTORY-VIN
               DISPLAY HISTORY-HEADER-LINE
               DISPLAY TICKET-LINE-SEPARATOR
               PERFORM 651-READ-HISTORY-FILE
               PERFORM 652-CHECK-ONE-HISTORY-ROW
                   UNTIL HISTORY-EOF
               IF WS-HISTORY-LINE-COUNT = ZERO
                   DISPLAY "*** NO SERVICE HISTORY FOR VIN "
                       WS-HISTORY-VIN
               ELSE
                   DISPLAY "*** " WS-HISTORY-LINE-COUNT
                       " SERVICE LINE(S) ON FILE."
               END-IF
               CLOSE HISTORY-FILE
           END-IF.

           PERFORM 653-SEARCH-ARCHIVE-HISTORY.

       653-SEARCH-ARCHIVE-HISTORY.
           DISPLAY "SEARCH THE ARCHIVE TOO (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-ARC-SEARCH-FLAG.

           IF SEARCH-ARCHIVE
               MOVE "N" TO WS-ARC-EOF-FLAG
               MOVE ZERO TO WS-ARC-HIST-LINE-COUNT

               OPEN INPUT HIST-ARCHIVE-FILE
               IF WS-HIST-ARC-STATUS NOT = "00"
                   DISPLAY "*** NO ARCHIVED SERVICE HISTORY ON FILE."
               ELSE
                   DISPLAY "ARCHIVED HISTORY FOR VIN " WS-HISTORY-VIN
                   DISPLAY HISTORY-HEADER-LINE
                   DISPLAY TICKET-LINE-SEPARATOR
                   PERFORM 654-READ-ARCHIVE-HISTORY
                   PERFORM 655-CHECK-ONE-ARCHIVE-ROW
                       UNTIL ARC-EOF
                   IF WS-ARC-HIST-LINE-COUNT = ZERO
                       DISPLAY "*** NO ARCHIVED SERVICE HISTORY "
                           "FOR VIN " WS-HISTORY-VIN
                   ELSE
                       DISPLAY "*** " WS-ARC-HIST-LINE-COUNT
                           " ARCHIVED SERVICE LINE(S) ON FILE."
                   END-IF
                   CLOSE HIST-ARCHIVE-FILE
               END-IF
           END-IF.

       654-READ-ARCHIVE-HISTORY.
           READ HIST-ARCHIVE-FILE
               AT END MOVE "Y" TO WS-ARC-EOF-FLAG.

       655-CHECK-ONE-ARCHIVE-ROW.
           IF ARC-HIST-VIN = WS-HISTORY-VIN
               ADD 1 TO WS-ARC-HIST-LINE-COUNT
               MOVE ARC-HIST-RUN-DATE TO HDL-RUN-DATE
               MOVE ARC-HIST-CAR-TYPE TO HDL-CAR-TYPE
               MOVE ARC-HIST-PART-DESC TO HDL-PART-DESC
               MOVE ARC-HIST-PART-COST TO HDL-PART-COST
               MOVE ARC-HIST-LABOR-COST TO HDL-LABOR-COST
               MOVE ARC-HIST-LINE-TOTAL TO HDL-LINE-TOTAL
               DISPLAY HISTORY-DETAIL-LINE
               IF ARC-HIST-REVERSED = "R"
                   DISPLAY "           ** REVERSED BY CREDIT MEMO "
                       ARC-HIST-CREDIT-NO " **"
               END-IF
           END-IF.
           PERFORM 654-READ-ARCHIVE-HISTORY.

       651-READ-HISTORY-FILE.
           READ HISTORY-FILE AT END MOVE "Y" TO WS-HIST-EOF-FLAG.

       652-CHECK-ONE-HISTORY-ROW.
           IF HIST-VIN = WS-HISTORY-VIN
               ADD 1 TO WS-HISTORY-LINE-COUNT
               MOVE HIST-RUN-DATE TO HDL-RUN-DATE
               MOVE HIST-CAR-TYPE TO HDL-CAR-TYPE
               MOVE HIST-PART-DESC TO HDL-PART-DESC
               MOVE HIST-PART-COST TO HDL-PART-COST
               MOVE HIST-LABOR-COST TO HDL-LABOR-COST
               MOVE HIST-LINE-TOTAL TO HDL-LINE-TOTAL
               DISPLAY HISTORY-DETAIL-LINE
               IF HIST-LINE-REVERSED
                   DISPLAY "           ** REVERSED BY CREDIT MEMO "
                       HIST-CREDIT-NO " **"
               END-IF
           END-IF.
           PERFORM 651-READ-HISTORY-FILE.

      * Run mode T: the weekly time-clock report.  Punches in
      * PUNCH.TXT are checked against MECHROST.TXT, sorted by mechanic
      * and time, and paired IN to OUT; an IN punch carrying a reason
      * code starts non-billable time (cleanup, training, and so on)
      * that runs to the next OUT.  Billed hours come from the
      * SERVHIST lines posted for the same week.  The payroll export
      * splits each mechanic's clocked hours into regular and
      * overtime at the weekly threshold.
       670-TIME-CLOCK-REPORT.
           PERFORM 305-GET-RUN-DATE.
           PERFORM 334-LOAD-MECHANIC-ROSTER.

           DISPLAY "ENTER WEEK-ENDING DATE (YYYYMMDD, BLANK=TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-TCK-WEEK-END-IN.

           EVALUATE TRUE
               WHEN NOT MECH-FILE-AVAILABLE
                   DISPLAY "*** TIME CLOCK NEEDS MECHROST.TXT TO "
                       "VALIDATE PUNCHES - RETURN CODE 8."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TCK-WEEK-END-IN NOT = SPACE
                   AND WS-TCK-WEEK-END-IN NOT NUMERIC
                   DISPLAY "*** WEEK-ENDING DATE MUST BE YYYYMMDD - "
                       "NOTHING REPORTED."
               WHEN WS-TCK-WEEK-END-IN NOT = SPACE
                   AND (WS-TCK-IN-MONTH < 1 OR WS-TCK-IN-MONTH > 12
                       OR WS-TCK-IN-DAY < 1 OR WS-TCK-IN-DAY > 31)
                   DISPLAY "*** WEEK-ENDING DATE MUST BE YYYYMMDD - "
                       "NOTHING REPORTED."
               WHEN OTHER
                   PERFORM 671-SET-TIME-CLOCK-WEEK
                   PERFORM 693-CLEAR-ONE-CLOCK-ROW
                       VARYING WS-MECH-SUB FROM 1 BY 1
                           UNTIL WS-MECH-SUB > WS-MECH-COUNT
                   PERFORM 694-CLEAR-ONE-REASON-TOTAL
                       VARYING WS-TCK-REASON-SUB FROM 1 BY 1
                           UNTIL WS-TCK-REASON-SUB > 6
                   MOVE ZERO TO WS-TCK-EXC-COUNT
                   MOVE ZERO TO WS-TCK-EXC-TOTAL
                   MOVE ZERO TO WS-TCK-PUNCH-COUNT

                   SORT PUNCH-SORT-FILE
                       ON ASCENDING KEY PSR-MECH-ID
                                        PSR-DATE
                                        PSR-TIME
                       INPUT PROCEDURE IS 673-RELEASE-WEEK-PUNCHES
                       OUTPUT PROCEDURE IS 676-PAIR-SORTED-PUNCHES

                   PERFORM 683-ADD-BILLED-HOURS
                   PERFORM 687-PRINT-TIME-CLOCK-REPORT
                   PERFORM 691-WRITE-PAYROLL-EXPORT

                   DISPLAY "*** " WS-TCK-PUNCH-COUNT " PUNCH(ES) FOR "
                       "THE WEEK ENDING " WS-TCK-WEEK-END-DATE
                       " - SEE TIMECLK.PRT AND PAYHOURS.CSV."
                   IF WS-TCK-EXC-TOTAL > ZERO
                       DISPLAY "*** " WS-TCK-EXC-TOTAL " PUNCH "
                           "EXCEPTION(S) - CORRECT PUNCH.TXT AND "
                           "RERUN BEFORE SENDING PAYHOURS.CSV."
                   END-IF
           END-EVALUATE.

      * The week is the seven days ending on the week-ending date.
       671-SET-TIME-CLOCK-WEEK.
           IF WS-TCK-WEEK-END-IN = SPACE
               MOVE WS-RUN-DATE TO WS-TCK-WEEK-END-DATE
           ELSE
               MOVE WS-TCK-WEEK-END-IN TO WS-TCK-WEEK-END-DATE
           END-IF.

           MOVE WS-TCK-WEEK-END-DATE TO WS-TCK-WORK-DATE.
           PERFORM 672-BACK-UP-ONE-DAY
               VARYING WS-TCK-DAY-COUNT FROM 1 BY 1
                   UNTIL WS-TCK-DAY-COUNT > 6.
           MOVE WS-TCK-WORK-DATE TO WS-TCK-WEEK-START-DATE.

       672-BACK-UP-ONE-DAY.
           IF WS-TCK-WORK-DAY > 1
               SUBTRACT 1 FROM WS-TCK-WORK-DAY
           ELSE
               IF WS-TCK-WORK-MONTH > 1
                   SUBTRACT 1 FROM WS-TCK-WORK-MONTH
               ELSE
                   MOVE 12 TO WS-TCK-WORK-MONTH
                   SUBTRACT 1 FROM WS-TCK-WORK-YEAR
               END-IF
               MOVE DAYS-IN-MONTH(WS-TCK-WORK-MONTH)
                   TO WS-TCK-WORK-DAY
               IF WS-TCK-WORK-MONTH = 2
                   DIVIDE WS-TCK-WORK-YEAR BY 4
                       GIVING WS-TCK-LEAP-QUOTIENT
                       REMAINDER WS-TCK-LEAP-REM-4
                   DIVIDE WS-TCK-WORK-YEAR BY 100
                       GIVING WS-TCK-LEAP-QUOTIENT
                       REMAINDER WS-TCK-LEAP-REM-100
                   DIVIDE WS-TCK-WORK-YEAR BY 400
                       GIVING WS-TCK-LEAP-QUOTIENT
                       REMAINDER WS-TCK-LEAP-REM-400
                   IF WS-TCK-LEAP-REM-4 = ZERO
                       AND (WS-TCK-LEAP-REM-100 NOT = ZERO
                           OR WS-TCK-LEAP-REM-400 = ZERO)
                       MOVE 29 TO WS-TCK-WORK-DAY
                   END-IF
               END-IF
           END-IF.

       673-RELEASE-WEEK-PUNCHES.
           MOVE "N" TO WS-PCH-EOF-FLAG.
           OPEN INPUT PUNCH-FILE.
           IF WS-PUNCH-STATUS = "00"
               PERFORM 695-READ-PUNCH-FILE
               PERFORM 674-RELEASE-ONE-PUNCH
                   UNTIL PUNCH-EOF
               CLOSE PUNCH-FILE
           ELSE
               DISPLAY "*** NO PUNCHES ON FILE - PUNCH.TXT NOT "
                   "AVAILABLE."
           END-IF.

       674-RELEASE-ONE-PUNCH.
           IF PCH-DATE NUMERIC
               AND PCH-DATE NOT < WS-TCK-WEEK-START-DATE
               AND PCH-DATE NOT > WS-TCK-WEEK-END-DATE
               ADD 1 TO WS-TCK-PUNCH-COUNT
               PERFORM 675-VALIDATE-PUNCH
               IF WS-TCK-EXC-MESSAGE = SPACE
                   MOVE PCH-MECH-ID TO PSR-MECH-ID
                   MOVE PCH-DATE TO PSR-DATE
                   MOVE PCH-TIME TO PSR-TIME
                   MOVE PCH-TYPE TO PSR-TYPE
                   MOVE PCH-REASON TO PSR-REASON
                   RELEASE PSR-RECORD
               ELSE
                   MOVE PCH-MECH-ID TO WS-TCK-EXC-MECH
                   MOVE PCH-DATE TO WS-TCK-EXC-DATE
                   MOVE ZERO TO WS-TCK-EXC-TIME
                   IF PCH-TIME NUMERIC
                       MOVE PCH-TIME TO WS-TCK-EXC-TIME
                   END-IF
                   MOVE PCH-TYPE TO WS-TCK-EXC-TYPE
                   PERFORM 679-LOG-PUNCH-EXCEPTION
               END-IF
           END-IF.
           PERFORM 695-READ-PUNCH-FILE.

       675-VALIDATE-PUNCH.
           MOVE SPACE TO WS-TCK-EXC-MESSAGE.
           MOVE PCH-MECH-ID TO WS-TCK-CUR-MECH.
           PERFORM 685-FIND-CLOCK-MECHANIC.

           EVALUATE TRUE
               WHEN NOT MECHANIC-FOUND
                   MOVE "MECHANIC NOT ON MECHROST" TO WS-TCK-EXC-MESSAGE
               WHEN NOT PUNCH-IN AND NOT PUNCH-OUT
                   MOVE "PUNCH TYPE NOT I OR O" TO WS-TCK-EXC-MESSAGE
               WHEN PCH-TIME NOT NUMERIC
                   OR PCH-HOUR > 23 OR PCH-MINUTE > 59
                   MOVE "PUNCH TIME NOT HHMM" TO WS-TCK-EXC-MESSAGE
               WHEN PUNCH-IN AND PCH-REASON NOT = SPACE
                   MOVE PCH-REASON TO WS-TCK-IN-REASON
                   PERFORM 680-FIND-PUNCH-REASON
                   IF NOT PUNCH-REASON-FOUND
                       MOVE "UNKNOWN NON-BILLABLE REASON"
                           TO WS-TCK-EXC-MESSAGE
                   END-IF
           END-EVALUATE.

       676-PAIR-SORTED-PUNCHES.
           MOVE "N" TO WS-PSR-EOF-FLAG.
           MOVE "N" TO WS-TCK-OPEN-FLAG.
           MOVE SPACE TO WS-TCK-CUR-MECH.
           PERFORM 677-PAIR-ONE-PUNCH
               UNTIL SORTED-PUNCH-EOF.
           PERFORM 678-CLOSE-OPEN-PUNCH.

       677-PAIR-ONE-PUNCH.
           RETURN PUNCH-SORT-FILE
               AT END
                   MOVE "Y" TO WS-PSR-EOF-FLAG
               NOT AT END
                   IF PSR-MECH-ID NOT = WS-TCK-CUR-MECH
                       PERFORM 678-CLOSE-OPEN-PUNCH
                       MOVE PSR-MECH-ID TO WS-TCK-CUR-MECH
                       PERFORM 685-FIND-CLOCK-MECHANIC
                   END-IF
                   COMPUTE WS-TCK-PUNCH-MINUTES =
                       PSR-HOUR * 60 + PSR-MINUTE
                   IF PSR-TYPE = "I"
                       PERFORM 678-CLOSE-OPEN-PUNCH
                       MOVE "Y" TO WS-TCK-OPEN-FLAG
                       MOVE PSR-DATE TO WS-TCK-IN-DATE
                       MOVE PSR-TIME TO WS-TCK-IN-TIME
                       MOVE WS-TCK-PUNCH-MINUTES TO WS-TCK-IN-MINUTES
                       MOVE PSR-REASON TO WS-TCK-IN-REASON
                   ELSE
                       PERFORM 682-CLOSE-ONE-INTERVAL
                   END-IF
           END-RETURN.

      * An IN still open at the next IN, a mechanic break, or the end
      * of the week never clocked out; the interval is not counted.
       678-CLOSE-OPEN-PUNCH.
           IF PUNCH-IN-OPEN
               MOVE WS-TCK-CUR-MECH TO WS-TCK-EXC-MECH
               MOVE WS-TCK-IN-DATE TO WS-TCK-EXC-DATE
               MOVE WS-TCK-IN-TIME TO WS-TCK-EXC-TIME
               MOVE "I" TO WS-TCK-EXC-TYPE
               MOVE "CLOCK-IN WITH NO CLOCK-OUT" TO WS-TCK-EXC-MESSAGE
               PERFORM 679-LOG-PUNCH-EXCEPTION
               MOVE "N" TO WS-TCK-OPEN-FLAG
           END-IF.

       679-LOG-PUNCH-EXCEPTION.
           ADD 1 TO WS-TCK-EXC-TOTAL.
           IF WS-TCK-EXC-COUNT < 200
               ADD 1 TO WS-TCK-EXC-COUNT
               MOVE WS-TCK-EXC-MECH TO PEX-MECH-ID(WS-TCK-EXC-COUNT)
               MOVE WS-TCK-EXC-DATE TO PEX-DATE(WS-TCK-EXC-COUNT)
               MOVE WS-TCK-EXC-TIME TO PEX-TIME(WS-TCK-EXC-COUNT)
               MOVE WS-TCK-EXC-TYPE TO PEX-TYPE(WS-TCK-EXC-COUNT)
               MOVE WS-TCK-EXC-MESSAGE
                   TO PEX-MESSAGE(WS-TCK-EXC-COUNT)
           END-IF.

       680-FIND-PUNCH-REASON.
           MOVE "N" TO WS-TCK-REASON-FLAG.
           MOVE 1 TO WS-TCK-REASON-SUB.
           PERFORM 681-MATCH-ONE-PUNCH-REASON
               UNTIL WS-TCK-REASON-SUB > 6
                   OR PUNCH-REASON-FOUND.

       681-MATCH-ONE-PUNCH-REASON.
           IF WS-TCK-IN-REASON = PRN-CODE(WS-TCK-REASON-SUB)
               MOVE "Y" TO WS-TCK-REASON-FLAG
           ELSE
               ADD 1 TO WS-TCK-REASON-SUB
           END-IF.

       682-CLOSE-ONE-INTERVAL.
           MOVE WS-TCK-CUR-MECH TO WS-TCK-EXC-MECH.
           MOVE PSR-DATE TO WS-TCK-EXC-DATE.
           MOVE PSR-TIME TO WS-TCK-EXC-TIME.
           MOVE "O" TO WS-TCK-EXC-TYPE.

           EVALUATE TRUE
               WHEN NOT PUNCH-IN-OPEN
                   MOVE "CLOCK-OUT WITH NO CLOCK-IN"
                       TO WS-TCK-EXC-MESSAGE
                   PERFORM 679-LOG-PUNCH-EXCEPTION
               WHEN PSR-DATE NOT = WS-TCK-IN-DATE
                   MOVE "CLOCK-OUT ON A LATER DAY"
                       TO WS-TCK-EXC-MESSAGE
                   PERFORM 679-LOG-PUNCH-EXCEPTION
                   MOVE "N" TO WS-TCK-OPEN-FLAG
               WHEN OTHER
                   COMPUTE WS-TCK-INTERVAL =
                       WS-TCK-PUNCH-MINUTES - WS-TCK-IN-MINUTES
                   ADD WS-TCK-INTERVAL TO TCX-CLOCKED-MIN(WS-MECH-SUB)
                   IF WS-TCK-IN-REASON NOT = SPACE
                       ADD WS-TCK-INTERVAL
                           TO TCX-NONBILL-MIN(WS-MECH-SUB)
                       PERFORM 680-FIND-PUNCH-REASON
                       IF PUNCH-REASON-FOUND
                           ADD WS-TCK-INTERVAL
                               TO PRN-MINUTES(WS-TCK-REASON-SUB)
                       END-IF
                   END-IF
                   MOVE "N" TO WS-TCK-OPEN-FLAG
           END-EVALUATE.

       683-ADD-BILLED-HOURS.
           MOVE "N" TO WS-HIST-EOF-FLAG.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM 651-READ-HISTORY-FILE
               PERFORM 684-ADD-ONE-BILLED-ROW
                   UNTIL HISTORY-EOF
               CLOSE HISTORY-FILE
           END-IF.

      * Billed hours are the labor hours on the week's SERVHIST lines
      * (zero on warranty comebacks); reversed lines do not count.
       684-ADD-ONE-BILLED-ROW.
           IF HIST-RUN-DATE NOT < WS-TCK-WEEK-START-DATE
               AND HIST-RUN-DATE NOT > WS-TCK-WEEK-END-DATE
               AND NOT HIST-LINE-REVERSED
               AND HIST-LABOR-HOURS NUMERIC
               MOVE HIST-MECH-ID TO WS-TCK-CUR-MECH
               PERFORM 685-FIND-CLOCK-MECHANIC
               IF MECHANIC-FOUND
                   ADD HIST-LABOR-HOURS
                       TO TCX-BILLED-HOURS(WS-MECH-SUB)
               END-IF
           END-IF.
           PERFORM 651-READ-HISTORY-FILE.

       685-FIND-CLOCK-MECHANIC.
           MOVE "N" TO WS-MECH-FOUND-FLAG.
           MOVE 1 TO WS-MECH-SUB.
           PERFORM 686-MATCH-ONE-CLOCK-MECHANIC
               UNTIL WS-MECH-SUB > WS-MECH-COUNT
                   OR MECHANIC-FOUND.

       686-MATCH-ONE-CLOCK-MECHANIC.
           IF WS-TCK-CUR-MECH = MECH-ID-TBL(WS-MECH-SUB)
               MOVE "Y" TO WS-MECH-FOUND-FLAG
           ELSE
               ADD 1 TO WS-MECH-SUB
           END-IF.

       687-PRINT-TIME-CLOCK-REPORT.
           OPEN OUTPUT TIME-CLOCK-REPORT-FILE.
           MOVE WS-TCK-WEEK-START-DATE TO TCT-START-DATE.
           MOVE WS-TCK-WEEK-END-DATE TO TCT-END-DATE.
           MOVE TCK-TITLE-LINE TO TIME-CLOCK-REPORT-RECORD.
           WRITE TIME-CLOCK-REPORT-RECORD.
           MOVE TCK-HEADER-LINE TO TIME-CLOCK-REPORT-RECORD.
           WRITE TIME-CLOCK-REPORT-RECORD.

           PERFORM 688-WRITE-ONE-CLOCK-LINE
               VARYING WS-MECH-SUB FROM 1 BY 1
                   UNTIL WS-MECH-SUB > WS-MECH-COUNT.

           MOVE SPACE TO TIME-CLOCK-REPORT-RECORD.
           WRITE TIME-CLOCK-REPORT-RECORD.
           MOVE " NON-BILLABLE HOURS BY REASON"
               TO TIME-CLOCK-REPORT-RECORD.
           WRITE TIME-CLOCK-REPORT-RECORD.
           PERFORM 689-WRITE-ONE-REASON-LINE
               VARYING WS-TCK-REASON-SUB FROM 1 BY 1
                   UNTIL WS-TCK-REASON-SUB > 6.

           MOVE SPACE TO TIME-CLOCK-REPORT-RECORD.
           WRITE TIME-CLOCK-REPORT-RECORD.
           MOVE " PUNCH EXCEPTIONS (NOT COUNTED IN THE HOURS ABOVE)"
               TO TIME-CLOCK-REPORT-RECORD.
           WRITE TIME-CLOCK-REPORT-RECORD.
           IF WS-TCK-EXC-TOTAL = ZERO
               MOVE "   NONE." TO TIME-CLOCK-REPORT-RECORD
               WRITE TIME-CLOCK-REPORT-RECORD
           ELSE
               PERFORM 690-WRITE-ONE-PUNCH-EXCEPTION
                   VARYING WS-TCK-EXC-SUB FROM 1 BY 1
                       UNTIL WS-TCK-EXC-SUB > WS-TCK-EXC-COUNT
               IF WS-TCK-EXC-TOTAL > WS-TCK-EXC-COUNT
                   MOVE "   *** OVER 200 EXCEPTIONS - REST NOT LISTED."
                       TO TIME-CLOCK-REPORT-RECORD
                   WRITE TIME-CLOCK-REPORT-RECORD
               END-IF
           END-IF.

           CLOSE TIME-CLOCK-REPORT-FILE.

      * Efficiency is billed hours over the hours available for
      * billable work (clocked less non-billable).
       688-WRITE-ONE-CLOCK-LINE.
           COMPUTE WS-TCK-CLOCKED-HOURS ROUNDED =
               TCX-CLOCKED-MIN(WS-MECH-SUB) / 60.
           COMPUTE WS-TCK-NONBILL-HOURS ROUNDED =
               TCX-NONBILL-MIN(WS-MECH-SUB) / 60.
           COMPUTE WS-TCK-AVAIL-HOURS =
               WS-TCK-CLOCKED-HOURS - WS-TCK-NONBILL-HOURS.

           MOVE ZERO TO WS-TCK-EFFICIENCY.
           IF WS-TCK-AVAIL-HOURS > ZERO
               COMPUTE WS-TCK-EFFICIENCY ROUNDED =
                   TCX-BILLED-HOURS(WS-MECH-SUB) * 100
                   / WS-TCK-AVAIL-HOURS
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-TCK-EFFICIENCY
               END-COMPUTE
           END-IF.

           MOVE MECH-ID-TBL(WS-MECH-SUB) TO TCD-ID.
           MOVE MECH-NAME-TBL(WS-MECH-SUB) TO TCD-NAME.
           MOVE WS-TCK-CLOCKED-HOURS TO TCD-CLOCKED.
           MOVE WS-TCK-NONBILL-HOURS TO TCD-NONBILL.
           MOVE WS-TCK-AVAIL-HOURS TO TCD-AVAIL.
           MOVE TCX-BILLED-HOURS(WS-MECH-SUB) TO TCD-BILLED.
           MOVE WS-TCK-EFFICIENCY TO TCD-EFFIC.
           MOVE TCK-DETAIL-LINE TO TIME-CLOCK-REPORT-RECORD.
           WRITE TIME-CLOCK-REPORT-RECORD.

       689-WRITE-ONE-REASON-LINE.
           MOVE PRN-CODE(WS-TCK-REASON-SUB) TO TCR-CODE.
           MOVE PRN-DESC(WS-TCK-REASON-SUB) TO TCR-DESC.
           COMPUTE WS-TCK-NONBILL-HOURS ROUNDED =
               PRN-MINUTES(WS-TCK-REASON-SUB) / 60.
           MOVE WS-TCK-NONBILL-HOURS TO TCR-HOURS.
           MOVE TCK-REASON-LINE TO TIME-CLOCK-REPORT-RECORD.
           WRITE TIME-CLOCK-REPORT-RECORD.

       690-WRITE-ONE-PUNCH-EXCEPTION.
           MOVE PEX-MECH-ID(WS-TCK-EXC-SUB) TO TCE-MECH-ID.
           MOVE PEX-DATE(WS-TCK-EXC-SUB) TO TCE-DATE.
           MOVE PEX-TIME(WS-TCK-EXC-SUB) TO TCE-TIME.
           MOVE PEX-TYPE(WS-TCK-EXC-SUB) TO TCE-TYPE.
           MOVE PEX-MESSAGE(WS-TCK-EXC-SUB) TO TCE-MESSAGE.
           MOVE TCK-EXCEPTION-LINE TO TIME-CLOCK-REPORT-RECORD.
           WRITE TIME-CLOCK-REPORT-RECORD.

       691-WRITE-PAYROLL-EXPORT.
           OPEN OUTPUT PAYROLL-EXPORT-FILE.
           MOVE SPACE TO PAYROLL-EXPORT-RECORD.
           STRING "MECH-ID,MECH-NAME,WEEK-ENDING,"
                      DELIMITED BY SIZE
                  "REGULAR-HOURS,OVERTIME-HOURS,TOTAL-HOURS"
                      DELIMITED BY SIZE
               INTO PAYROLL-EXPORT-RECORD
           END-STRING.
           WRITE PAYROLL-EXPORT-RECORD.
           PERFORM 692-WRITE-ONE-PAYROLL-LINE
               VARYING WS-MECH-SUB FROM 1 BY 1
                   UNTIL WS-MECH-SUB > WS-MECH-COUNT.
           CLOSE PAYROLL-EXPORT-FILE.

      * Regular hours stop at the weekly overtime threshold; paid
      * hours include non-billable time.
       692-WRITE-ONE-PAYROLL-LINE.
           COMPUTE WS-TCK-CLOCKED-HOURS ROUNDED =
               TCX-CLOCKED-MIN(WS-MECH-SUB) / 60.
           MOVE WS-TCK-CLOCKED-HOURS TO WS-TCK-REGULAR-HOURS.
           MOVE ZERO TO WS-TCK-OVERTIME-HOURS.
           IF WS-TCK-CLOCKED-HOURS > WS-TCK-OT-THRESHOLD
               MOVE WS-TCK-OT-THRESHOLD TO WS-TCK-REGULAR-HOURS
               COMPUTE WS-TCK-OVERTIME-HOURS =
                   WS-TCK-CLOCKED-HOURS - WS-TCK-OT-THRESHOLD
           END-IF.

           MOVE WS-TCK-REGULAR-HOURS TO WS-CSV-REGULAR-HOURS.
           MOVE WS-TCK-OVERTIME-HOURS TO WS-CSV-OVERTIME-HOURS.
           MOVE WS-TCK-CLOCKED-HOURS TO WS-CSV-TOTAL-HOURS.

           MOVE SPACE TO PAYROLL-EXPORT-RECORD.
           STRING MECH-ID-TBL(WS-MECH-SUB) DELIMITED BY SPACE
                  ","                      DELIMITED BY SIZE
                  MECH-NAME-TBL(WS-MECH-SUB) DELIMITED BY "  "
                  ","                      DELIMITED BY SIZE
                  WS-TCK-WEEK-END-DATE     DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  WS-CSV-REGULAR-HOURS     DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  WS-CSV-OVERTIME-HOURS    DELIMITED BY SIZE
                  ","                      DELIMITED BY SIZE
                  WS-CSV-TOTAL-HOURS       DELIMITED BY SIZE
               INTO PAYROLL-EXPORT-RECORD
           END-STRING.
           WRITE PAYROLL-EXPORT-RECORD.

       693-CLEAR-ONE-CLOCK-ROW.
           MOVE ZERO TO TCX-CLOCKED-MIN(WS-MECH-SUB).
           MOVE ZERO TO TCX-NONBILL-MIN(WS-MECH-SUB).
           MOVE ZERO TO TCX-BILLED-HOURS(WS-MECH-SUB).

       694-CLEAR-ONE-REASON-TOTAL.
           MOVE ZERO TO PRN-MINUTES(WS-TCK-REASON-SUB).

       695-READ-PUNCH-FILE.
           READ PUNCH-FILE
               AT END MOVE "Y" TO WS-PCH-EOF-FLAG.

       700-MAINTAIN-CAR-FILE.
           MOVE "N" TO WS-MAINT-EXIT-FLAG.
           PERFORM 305-GET-RUN-DATE.
           PERFORM 706-GET-OPERATOR-ID.

           OPEN I-O CAR-FILE.
           PERFORM 326-VERIFY-CAR-FILE-OPEN.
           PERFORM 713-OPEN-CUSTOMER-FILE-IO.
           PERFORM 707-OPEN-AUDIT-FILE.

           PERFORM 701-MAINTAIN-ONE-RECORD
               UNTIL MAINT-DONE.

           PERFORM 337-CLOSE-CUSTOMER-FILE.
           CLOSE CAR-FILE.
           PERFORM 708-CLOSE-AUDIT-FILE.
           PERFORM 720-PRINT-AUDIT-REPORT.

       701-MAINTAIN-ONE-RECORD.
           PERFORM 702-GET-MAINT-ACTION.

           EVALUATE TRUE
               WHEN MAINT-ADD
                   PERFORM 703-ADD-CAR-RECORD
               WHEN MAINT-CHANGE
                   PERFORM 714-ADD-CUSTOMER-RECORD
               WHEN MAINT-CUST-CHANGE
                   PERFORM 715-CHANGE-CUSTOMER-RECORD
               WHEN MAINT-CUST-MERGE
                   PERFORM 723-MERGE-CUSTOMERS
               WHEN MAINT-EXIT
                   MOVE "Y" TO WS-MAINT-EXIT-FLAG
               WHEN OTHER
       702-GET-MAINT-ACTION.
           DISPLAY "A=ADD, C=CHANGE, D=DELETE, "
               WITH NO ADVANCING.
           DISPLAY "N=ADD CUSTOMER, U=CHANGE CUSTOMER, "
               WITH NO ADVANCING.
           DISPLAY "G=MERGE CUSTOMERS, X=EXIT: " WITH NO ADVANCING.
           ACCEPT WS-MAINT-ACTION.

       703-ADD-CAR-RECORD.
           ELSE
               PERFORM 716-GET-CUSTOMER-KEY
               PERFORM 718-FETCH-CUST-BEFORE-IMAGE
               EVALUATE TRUE
                   WHEN NOT CUSTOMER-ON-FILE
                       DISPLAY "*** CUSTOMER " CUST-NUMBER
                           " NOT ON FILE - NOT CHANGED."
                   WHEN RETIRED-ACCOUNT
                       DISPLAY "*** CUSTOMER " CUST-NUMBER
                           " WAS RETIRED BY A MERGE - NOT CHANGED."
                   WHEN OTHER
                       PERFORM 717-GET-CUSTOMER-DETAILS
                       IF CUST-NAME = SPACE
                           DISPLAY "*** CUSTOMER NAME IS REQUIRED - "
                               "NOT CHANGED."
                       ELSE
                           REWRITE CUSTOMER-RECORD
                               INVALID KEY
                                   DISPLAY "*** CUSTOMER " CUST-NUMBER
                                       " NOT ON FILE - NOT CHANGED."
                               NOT INVALID KEY
                                   DISPLAY "*** CUSTOMER " CUST-NUMBER
                                       " CHANGED."
                                   MOVE CUSTOMER-RECORD
                                       TO WS-AFTER-IMAGE
                                   PERFORM 709-WRITE-AUDIT-RECORD
                           END-REWRITE
                       END-IF
               END-EVALUATE
           END-IF.

       716-GET-CUSTOMER-KEY.
           ACCEPT CUST-STREET.
           DISPLAY "ENTER CUST-EMAIL: " WITH NO ADVANCING.
           ACCEPT CUST-EMAIL.
           DISPLAY "ENTER ACCOUNT TYPE (C=CASH, A=CHARGE): "
               WITH NO ADVANCING.
           ACCEPT CUST-ACCT-TYPE.
           MOVE ZERO TO CUST-CREDIT-LIMIT.
           MOVE ZERO TO CUST-TERMS-DAYS.

           EVALUATE TRUE
               WHEN CHARGE-ACCOUNT
                   DISPLAY "ENTER CREDIT LIMIT (E.G. 5000.00): "
                       WITH NO ADVANCING
                   ACCEPT WS-AMOUNT-IN
                   PERFORM 347-PARSE-AMOUNT-ENTRY
                   IF AMOUNT-ENTRY-OK
                       MOVE WS-AMT-VALUE TO CUST-CREDIT-LIMIT
                   ELSE
                       DISPLAY "*** CREDIT LIMIT NOT RECOGNIZED - "
                           "SET TO ZERO."
                   END-IF
                   DISPLAY "ENTER TERMS - NET DAYS (BLANK=30): "
                       WITH NO ADVANCING
                   ACCEPT CUST-TERMS-DAYS
                   IF CUST-TERMS-DAYS = ZERO
                       MOVE 30 TO CUST-TERMS-DAYS
                   END-IF
               WHEN CASH-ACCOUNT
                   MOVE "C" TO CUST-ACCT-TYPE
               WHEN OTHER
                   DISPLAY "*** ACCOUNT TYPE MUST BE C OR A - SET TO "
                       "CASH."
                   MOVE "C" TO CUST-ACCT-TYPE
           END-EVALUATE.

       718-FETCH-CUST-BEFORE-IMAGE.
           MOVE "N" TO WS-CUST-FOUND-FLAG.
           END-IF.
           PERFORM 721-READ-AUDIT-FILE.

      * A merge folds a duplicate customer number into the surviving
      * one.  The retired CUSTMAST record is kept, marked type R, so
      * paid invoices and old history still resolve to a name, but
      * 399 refuses it on any vehicle from now on.
       723-MERGE-CUSTOMERS.
           IF NOT CUST-FILE-AVAILABLE
               DISPLAY "*** CUSTMAST.TXT NOT AVAILABLE - NO "
                   "CUSTOMER MAINTENANCE THIS RUN."
           ELSE
               DISPLAY "ENTER SURVIVING CUSTOMER-NO: "
                   WITH NO ADVANCING
               ACCEPT WS-MRG-KEEP-NO
               DISPLAY "ENTER RETIRED CUSTOMER-NO: "
                   WITH NO ADVANCING
               ACCEPT WS-MRG-RETIRE-NO
               PERFORM 724-VALIDATE-MERGE
               IF MERGE-OK
                   DISPLAY "*** MERGE " WS-MRG-RETIRE-NO " "
                       WS-MRG-RETIRE-NAME
                   DISPLAY "*** INTO  " WS-MRG-KEEP-NO " "
                       WS-MRG-KEEP-NAME
                   DISPLAY "CONFIRM MERGE (Y/N): " WITH NO ADVANCING
                   ACCEPT WS-MRG-CONFIRM
                   IF WS-MRG-CONFIRM = "Y" OR "y"
                       PERFORM 725-APPLY-MERGE
                   ELSE
                       DISPLAY "*** MERGE CANCELLED - NOTHING "
                           "CHANGED."
                   END-IF
               END-IF
           END-IF.

       724-VALIDATE-MERGE.
           MOVE "N" TO WS-MRG-OK-FLAG.
           MOVE SPACE TO WS-MRG-KEEP-NAME.
           MOVE SPACE TO WS-MRG-RETIRE-NAME.

           EVALUATE TRUE
               WHEN WS-MRG-KEEP-NO = ZERO OR WS-MRG-RETIRE-NO = ZERO
                   DISPLAY "*** BOTH CUSTOMER NUMBERS ARE REQUIRED - "
                       "NOT MERGED."
               WHEN WS-MRG-KEEP-NO = WS-MRG-RETIRE-NO
                   DISPLAY "*** SURVIVING AND RETIRED NUMBERS ARE THE "
                       "SAME - NOT MERGED."
               WHEN OTHER
                   MOVE "Y" TO WS-MRG-OK-FLAG
           END-EVALUATE.

           IF MERGE-OK
               MOVE WS-MRG-KEEP-NO TO CUST-NUMBER
               READ CUSTOMER-FILE
                   KEY IS CUST-NUMBER
                   INVALID KEY
                       MOVE "N" TO WS-MRG-OK-FLAG
                       DISPLAY "*** CUSTOMER " WS-MRG-KEEP-NO
                           " NOT ON FILE - NOT MERGED."
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-MRG-KEEP-NAME
                       IF RETIRED-ACCOUNT
                           MOVE "N" TO WS-MRG-OK-FLAG
                           DISPLAY "*** CUSTOMER " WS-MRG-KEEP-NO
                               " IS RETIRED - CANNOT SURVIVE A MERGE."
                       END-IF
               END-READ
           END-IF.

           IF MERGE-OK
               MOVE WS-MRG-RETIRE-NO TO CUST-NUMBER
               READ CUSTOMER-FILE
                   KEY IS CUST-NUMBER
                   INVALID KEY
                       MOVE "N" TO WS-MRG-OK-FLAG
                       DISPLAY "*** CUSTOMER " WS-MRG-RETIRE-NO
                           " NOT ON FILE - NOT MERGED."
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-MRG-RETIRE-NAME
                       IF RETIRED-ACCOUNT
                           MOVE "N" TO WS-MRG-OK-FLAG
                           DISPLAY "*** CUSTOMER " WS-MRG-RETIRE-NO
                               " IS ALREADY RETIRED - NOT MERGED."
                       END-IF
               END-READ
           END-IF.

      * The ledger is restated in one pass, so a table that cannot
      * hold the whole file refuses the merge outright rather than
      * leave part of a customer's balance under each number.
           IF MERGE-OK
               PERFORM 431-LOAD-RECEIVABLE-FILE
               IF AR-TABLE-OVERFLOW
                   MOVE "N" TO WS-MRG-OK-FLAG
                   DISPLAY "*** ARFILE.TXT HOLDS MORE THAN 500 "
                       "INVOICES - CUSTOMER MERGE REFUSED AND"
                   DISPLAY "*** THE LEDGER LEFT UNTOUCHED - RUN "
                       "MONTH-END CLOSE TO PURGE PAID"
                   DISPLAY "*** INVOICES - RETURN CODE 8."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       725-APPLY-MERGE.
           MOVE "G" TO WS-MAINT-ACTION.
           MOVE ZERO TO WS-MRG-CAR-COUNT.
           MOVE ZERO TO WS-MRG-INV-COUNT.
           MOVE ZERO TO WS-MRG-BALANCE-MOVED.

           OPEN OUTPUT MERGE-PROOF-FILE.
           MOVE WS-RUN-DATE TO CMT-DATE.
           MOVE WS-OPERATOR-ID TO CMT-OPERATOR.
           MOVE MRG-TITLE-LINE TO MERGE-PROOF-RECORD.
           WRITE MERGE-PROOF-RECORD.
           MOVE "SURVIVOR:   " TO CMC-LABEL.
           MOVE WS-MRG-KEEP-NO TO CMC-NUMBER.
           MOVE WS-MRG-KEEP-NAME TO CMC-NAME.
           MOVE MRG-CUSTOMER-LINE TO MERGE-PROOF-RECORD.
           WRITE MERGE-PROOF-RECORD.
           MOVE "RETIRED:    " TO CMC-LABEL.
           MOVE WS-MRG-RETIRE-NO TO CMC-NUMBER.
           MOVE WS-MRG-RETIRE-NAME TO CMC-NAME.
           MOVE MRG-CUSTOMER-LINE TO MERGE-PROOF-RECORD.
           WRITE MERGE-PROOF-RECORD.

      * The ledger goes first: invoices keyed before AR-CUST-NO was
      * carried are matched through the vehicle, which still points
      * at the retired number until 727 runs.
           PERFORM 726-RESTATE-ONE-RECEIVABLE
               VARYING WS-AR-SUB FROM 1 BY 1
                   UNTIL WS-AR-SUB > WS-AR-COUNT.
           IF WS-MRG-INV-COUNT > ZERO
               PERFORM 437-REWRITE-RECEIVABLE-FILE
           END-IF.

           MOVE SPACE TO MERGE-PROOF-RECORD.
           WRITE MERGE-PROOF-RECORD.
           MOVE "VEHICLES MOVED" TO MERGE-PROOF-RECORD.
           WRITE MERGE-PROOF-RECORD.
           MOVE MRG-VEHICLE-HEADER TO MERGE-PROOF-RECORD.
           WRITE MERGE-PROOF-RECORD.
           MOVE "N" TO WS-MRG-EOF-FLAG.
           MOVE LOW-VALUES TO VIN-NUMBER.
           START CAR-FILE KEY NOT < VIN-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-MRG-EOF-FLAG
           END-START.
           PERFORM 727-REPOINT-ONE-VEHICLE
               UNTIL MERGE-CAR-EOF.

           MOVE SPACE TO MERGE-PROOF-RECORD.
           WRITE MERGE-PROOF-RECORD.
           MOVE "OPEN INVOICES RESTATED" TO MERGE-PROOF-RECORD.
           WRITE MERGE-PROOF-RECORD.
           MOVE MRG-INVOICE-HEADER TO MERGE-PROOF-RECORD.
           WRITE MERGE-PROOF-RECORD.
           PERFORM 729-PRINT-ONE-MOVED-INVOICE
               VARYING WS-MRG-INV-SUB FROM 1 BY 1
                   UNTIL WS-MRG-INV-SUB > WS-MRG-INV-COUNT.

           PERFORM 730-RETIRE-CUSTOMER-RECORD.

           MOVE SPACE TO MERGE-PROOF-RECORD.
           WRITE MERGE-PROOF-RECORD.
           MOVE WS-MRG-CAR-COUNT TO CMS-CARS.
           MOVE WS-MRG-INV-COUNT TO CMS-INVOICES.
           MOVE WS-MRG-BALANCE-MOVED TO CMS-BALANCE.
           MOVE MRG-TOTAL-LINE TO MERGE-PROOF-RECORD.
           WRITE MERGE-PROOF-RECORD.
           CLOSE MERGE-PROOF-FILE.

           DISPLAY "*** CUSTOMER " WS-MRG-RETIRE-NO " MERGED INTO "
               WS-MRG-KEEP-NO " - " WS-MRG-CAR-COUNT " VEHICLE(S), "
               WS-MRG-INV-COUNT " INVOICE(S) MOVED.".
           DISPLAY "*** MERGE PROOF WRITTEN TO CUSTMRG.PRT.".

      * Only invoices with a balance still owing are restated; paid
      * rows stay under the retired number until month-end purges
      * them, and that number stays on CUSTMAST to resolve them.
       726-RESTATE-ONE-RECEIVABLE.
           IF ARX-AMOUNT(WS-AR-SUB) > ARX-PAID(WS-AR-SUB)
               MOVE ARX-CUST-NO(WS-AR-SUB) TO WS-MRG-OWNER-NO
               IF WS-MRG-OWNER-NO = ZERO
                   MOVE ARX-VIN(WS-AR-SUB) TO VIN-NUMBER
                   READ CAR-FILE
                       KEY IS VIN-NUMBER
                       NOT INVALID KEY
                           MOVE CUSTOMER-NO TO WS-MRG-OWNER-NO
                   END-READ
               END-IF
               IF WS-MRG-OWNER-NO = WS-MRG-RETIRE-NO
                   MOVE ARX-INVOICE-NO(WS-AR-SUB) TO MAI-INVOICE-NO
                   MOVE ARX-VIN(WS-AR-SUB) TO MAI-VIN
                   MOVE ARX-CUSTOMER(WS-AR-SUB) TO MAI-CUSTOMER
                   MOVE ARX-CUST-NO(WS-AR-SUB) TO MAI-CUST-NO
                   MOVE MERGE-AR-IMAGE TO WS-BEFORE-IMAGE
                   ADD 1 TO WS-MRG-INV-COUNT
                   MOVE WS-AR-SUB TO CMX-AR-SUB(WS-MRG-INV-COUNT)
                   MOVE ARX-CUSTOMER(WS-AR-SUB)
                       TO CMX-FORMER-NAME(WS-MRG-INV-COUNT)
                   MOVE WS-MRG-KEEP-NO TO ARX-CUST-NO(WS-AR-SUB)
                   MOVE WS-MRG-KEEP-NAME TO ARX-CUSTOMER(WS-AR-SUB)
                   COMPUTE WS-MRG-BALANCE-MOVED =
                       WS-MRG-BALANCE-MOVED + ARX-AMOUNT(WS-AR-SUB)
                       - ARX-PAID(WS-AR-SUB)
                   MOVE WS-MRG-KEEP-NAME TO MAI-CUSTOMER
                   MOVE WS-MRG-KEEP-NO TO MAI-CUST-NO
                   MOVE MERGE-AR-IMAGE TO WS-AFTER-IMAGE
                   PERFORM 709-WRITE-AUDIT-RECORD
               END-IF
           END-IF.

       727-REPOINT-ONE-VEHICLE.
           READ CAR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MRG-EOF-FLAG
               NOT AT END
                   IF CUSTOMER-NO = WS-MRG-RETIRE-NO
                       PERFORM 728-MOVE-ONE-VEHICLE
                   END-IF
           END-READ.

       728-MOVE-ONE-VEHICLE.
           MOVE CAR-RECORD TO WS-BEFORE-IMAGE.
           MOVE WS-MRG-KEEP-NO TO CUSTOMER-NO.
           REWRITE CAR-RECORD
               INVALID KEY
                   DISPLAY "*** VIN " VIN-NUMBER
                       " COULD NOT BE REWRITTEN - STILL ON "
                       WS-MRG-RETIRE-NO "."
               NOT INVALID KEY
                   ADD 1 TO WS-MRG-CAR-COUNT
                   MOVE CAR-RECORD TO WS-AFTER-IMAGE
                   PERFORM 709-WRITE-AUDIT-RECORD
                   MOVE VIN-NUMBER TO CMV-VIN
                   MOVE CAR-TYPE TO CMV-TYPE
                   MOVE CAR-YEAR TO CMV-YEAR
                   MOVE MRG-VEHICLE-LINE TO MERGE-PROOF-RECORD
                   WRITE MERGE-PROOF-RECORD
           END-REWRITE.

       729-PRINT-ONE-MOVED-INVOICE.
           MOVE CMX-AR-SUB(WS-MRG-INV-SUB) TO WS-AR-SUB.
           MOVE ARX-INVOICE-NO(WS-AR-SUB) TO CMI-INVOICE.
           MOVE ARX-DATE(WS-AR-SUB) TO CMI-DATE.
           MOVE ARX-VIN(WS-AR-SUB) TO CMI-VIN.
           MOVE CMX-FORMER-NAME(WS-MRG-INV-SUB) TO CMI-FORMER-NAME.
           COMPUTE WS-MRG-BALANCE =
               ARX-AMOUNT(WS-AR-SUB) - ARX-PAID(WS-AR-SUB).
           MOVE WS-MRG-BALANCE TO CMI-BALANCE.
           MOVE MRG-INVOICE-LINE TO MERGE-PROOF-RECORD.
           WRITE MERGE-PROOF-RECORD.

       730-RETIRE-CUSTOMER-RECORD.
           MOVE WS-MRG-RETIRE-NO TO CUST-NUMBER.
           READ CUSTOMER-FILE
               KEY IS CUST-NUMBER
               INVALID KEY
                   DISPLAY "*** CUSTOMER " WS-MRG-RETIRE-NO
                       " NOT ON FILE - NOT RETIRED."
               NOT INVALID KEY
                   MOVE CUST-NUMBER TO MCI-NUMBER
                   MOVE CUST-NAME TO MCI-NAME
                   MOVE CUST-ACCT-TYPE TO MCI-ACCT-TYPE
                   MOVE CUST-CREDIT-LIMIT TO MCI-CREDIT-LIMIT
                   MOVE CUST-TERMS-DAYS TO MCI-TERMS-DAYS
                   MOVE ZERO TO MCI-MERGED-INTO
                   MOVE MERGE-CUST-IMAGE TO WS-BEFORE-IMAGE
                   MOVE "R" TO CUST-ACCT-TYPE
                   MOVE ZERO TO CUST-CREDIT-LIMIT
                   MOVE ZERO TO CUST-TERMS-DAYS
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "*** CUSTOMER " WS-MRG-RETIRE-NO
                               " COULD NOT BE REWRITTEN - NOT "
                               "RETIRED."
                       NOT INVALID KEY
                           MOVE CUST-ACCT-TYPE TO MCI-ACCT-TYPE
                           MOVE CUST-CREDIT-LIMIT TO MCI-CREDIT-LIMIT
                           MOVE CUST-TERMS-DAYS TO MCI-TERMS-DAYS
                           MOVE WS-MRG-KEEP-NO TO MCI-MERGED-INTO
                           MOVE MERGE-CUST-IMAGE TO WS-AFTER-IMAGE
                           PERFORM 709-WRITE-AUDIT-RECORD
                   END-REWRITE
           END-READ.

       710-GET-CAR-KEY.
           DISPLAY "ENTER VIN-NUMBER: " WITH NO ADVANCING.
           ACCEPT VIN-NUMBER.
       900-MONTH-END-CLOSE.
           PERFORM 305-GET-RUN-DATE.
           PERFORM 906-CREATE-COMEBACK-REPORT.
           PERFORM 943-CREATE-CHARGE-STATEMENTS.
           PERFORM 361-MERGE-PERIOD-FILE.

           IF WS-PERIOD-MAKE-COUNT = ZERO

               CLOSE MONTH-REPORT-FILE

               PERFORM 920-CREATE-MARGIN-REPORT

               OPEN OUTPUT MONTH-CSV-FILE
               MOVE SPACE TO MONTH-CSV-RECORD
               STRING "CAR-TYPE,PARTS,LABOR,TAX,TOTAL,"
                          DELIMITED BY SIZE
                      "PARTS-COST,PARTS-MARGIN,MARGIN-PCT"
                          DELIMITED BY SIZE
                   INTO MONTH-CSV-RECORD
               END-STRING
               WRITE MONTH-CSV-RECORD
               PERFORM 902-WRITE-ONE-CSV-LINE
                   VARYING WS-PERIOD-SUB FROM 1 BY 1

               OPEN OUTPUT PERIOD-TOTAL-FILE
               CLOSE PERIOD-TOTAL-FILE
               PERFORM 940-WRITE-CLOSE-CONTROL

               DISPLAY "*** PERIOD CLOSED - " WS-PERIOD-MAKE-COUNT
                   " MAKE(S) REPORTED."
           PERFORM 905-PURGE-PAID-RECEIVABLES.
           PERFORM 912-PURGE-RECEIVED-PO-LINES.
           PERFORM 913-PURGE-BILLED-ESTIMATES.
           PERFORM 968-PURGE-PICKED-UP-ORDERS.
           PERFORM 969-PURGE-BILLED-HOLD-LINES.

       905-PURGE-PAID-RECEIVABLES.
           MOVE ZERO TO WS-AR-PURGED-COUNT.
                   WRITE ESTIMATE-LINE-RECORD
           END-READ.

      * Picked-up repair orders leave ROFILE.TXT at month-end; their
      * invoices are already on the invoice register.
       968-PURGE-PICKED-UP-ORDERS.
           MOVE ZERO TO WS-RO-PURGED-COUNT.
           MOVE "N" TO WS-RO-EOF-FLAG.

           OPEN INPUT REPAIR-ORDER-FILE.
           IF WS-RO-FILE-STATUS = "00"
               OPEN OUTPUT RO-WORK-FILE
               PERFORM 970-SPLIT-ONE-RO-ROW
                   UNTIL RO-EOF
               CLOSE RO-WORK-FILE
               CLOSE REPAIR-ORDER-FILE

               MOVE "N" TO WS-RO-EOF-FLAG
               OPEN INPUT RO-WORK-FILE
               OPEN OUTPUT REPAIR-ORDER-FILE
               PERFORM 971-COPY-ONE-RO-ROW
                   UNTIL RO-EOF
               CLOSE REPAIR-ORDER-FILE
               CLOSE RO-WORK-FILE

               DISPLAY "*** " WS-RO-PURGED-COUNT
                   " PICKED-UP REPAIR ORDER(S) PURGED FROM "
                   "ROFILE.TXT."
           END-IF.

       970-SPLIT-ONE-RO-ROW.
           READ REPAIR-ORDER-FILE
               AT END
                   MOVE "Y" TO WS-RO-EOF-FLAG
               NOT AT END
                   IF RO-STATUS = "C"
                       ADD 1 TO WS-RO-PURGED-COUNT
                   ELSE
                       MOVE REPAIR-ORDER-RECORD TO RO-WORK-RECORD
                       WRITE RO-WORK-RECORD
                   END-IF
           END-READ.

       971-COPY-ONE-RO-ROW.
           READ RO-WORK-FILE
               AT END
                   MOVE "Y" TO WS-RO-EOF-FLAG
               NOT AT END
                   MOVE RO-WORK-RECORD TO REPAIR-ORDER-RECORD
                   WRITE REPAIR-ORDER-RECORD
           END-READ.

      * Lines billed off ROHOLD.TXT are dropped once billed on an
      * earlier day.  Lines billed today stay so a same-day rerun of
      * the nightly pass still reproduces their invoice.
       969-PURGE-BILLED-HOLD-LINES.
           MOVE ZERO TO WS-RHL-PURGED-COUNT.
           MOVE "N" TO WS-RO-HOLD-EOF-FLAG.

           OPEN INPUT RO-HOLD-FILE.
           IF WS-RO-HOLD-STATUS = "00"
               OPEN OUTPUT RO-HOLD-WORK-FILE
               PERFORM 972-SPLIT-ONE-HOLD-ROW
                   UNTIL RO-HOLD-EOF
               CLOSE RO-HOLD-WORK-FILE
               CLOSE RO-HOLD-FILE

               MOVE "N" TO WS-RO-HOLD-EOF-FLAG
               OPEN INPUT RO-HOLD-WORK-FILE
               OPEN OUTPUT RO-HOLD-FILE
               PERFORM 973-COPY-ONE-HOLD-ROW
                   UNTIL RO-HOLD-EOF
               CLOSE RO-HOLD-FILE
               CLOSE RO-HOLD-WORK-FILE

               DISPLAY "*** " WS-RHL-PURGED-COUNT
                   " BILLED HOLD LINE(S) PURGED FROM ROHOLD.TXT."
           END-IF.

       972-SPLIT-ONE-HOLD-ROW.
           READ RO-HOLD-FILE
               AT END
                   MOVE "Y" TO WS-RO-HOLD-EOF-FLAG
               NOT AT END
                   IF RHL-LINE-BILLED AND RHL-DATE < WS-RUN-DATE
                       ADD 1 TO WS-RHL-PURGED-COUNT
                   ELSE
                       MOVE RO-HOLD-RECORD TO RO-HOLD-WORK-RECORD
                       WRITE RO-HOLD-WORK-RECORD
                   END-IF
           END-READ.

       973-COPY-ONE-HOLD-ROW.
           READ RO-HOLD-WORK-FILE
               AT END
                   MOVE "Y" TO WS-RO-HOLD-EOF-FLAG
               NOT AT END
                   MOVE RO-HOLD-WORK-RECORD TO RO-HOLD-RECORD
                   WRITE RO-HOLD-RECORD
           END-READ.

       903-WRITE-AR-POSITION.
           MOVE ZERO TO WS-AR-BILLED-TOTAL.
           MOVE ZERO TO WS-AR-COLLECTED-TOTAL.
           WRITE COMEBACK-REPORT-RECORD.
           MOVE ZERO TO WS-CBR-MECH-COUNT.

      * Parts margin for the period being closed: every SERVHIST line
      * posted since the last close, billed part price against the
      * PART-UNIT-COST captured when the line posted.  Reversed lines
      * are left out, the same as PERTOTAL; lines posted before the
      * cost was carried on SERVHIST are counted but not costed.
       920-CREATE-MARGIN-REPORT.
           PERFORM 921-READ-CLOSE-CONTROL.
           PERFORM 334-LOAD-MECHANIC-ROSTER.

           MOVE ZERO TO WS-MGN-LINE-COUNT.
           MOVE ZERO TO WS-MGN-NO-COST-COUNT.
           MOVE ZERO TO WS-MGN-LOSS-COUNT.
           MOVE ZERO TO WS-MGN-MAKE-COUNT.
           MOVE ZERO TO WS-MGN-MECH-COUNT.
           MOVE ZERO TO WS-MGN-PART-COUNT.
           MOVE ZERO TO WS-MGN-TOT-REVENUE.
           MOVE ZERO TO WS-MGN-TOT-COST.
           MOVE "N" TO WS-MGN-OVERFLOW-FLAG.

           MOVE "N" TO WS-HIST-EOF-FLAG.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM 651-READ-HISTORY-FILE
               PERFORM 922-ACCUMULATE-ONE-MARGIN-ROW
                   UNTIL HISTORY-EOF
               CLOSE HISTORY-FILE
           END-IF.

           OPEN OUTPUT MARGIN-REPORT-FILE.
           MOVE WS-MGN-FROM-DATE TO MGT-FROM-DATE.
           MOVE WS-RUN-DATE TO MGT-TO-DATE.
           MOVE MARGIN-TITLE-LINE TO MARGIN-REPORT-RECORD.
           WRITE MARGIN-REPORT-RECORD.

           MOVE "BY MAKE (CAR-TYPE)" TO MGS-TITLE.
           PERFORM 931-WRITE-MARGIN-SECTION.
           PERFORM 932-WRITE-ONE-MAKE-MARGIN
               VARYING WS-MGN-SUB FROM 1 BY 1
                   UNTIL WS-MGN-SUB > WS-MGN-MAKE-COUNT.
           PERFORM 935-WRITE-MARGIN-TOTAL.

           MOVE "BY MECHANIC" TO MGS-TITLE.
           PERFORM 931-WRITE-MARGIN-SECTION.
           PERFORM 933-WRITE-ONE-MECH-MARGIN
               VARYING WS-MGN-SUB FROM 1 BY 1
                   UNTIL WS-MGN-SUB > WS-MGN-MECH-COUNT.
           PERFORM 935-WRITE-MARGIN-TOTAL.

           MOVE "BY PART NUMBER" TO MGS-TITLE.
           PERFORM 931-WRITE-MARGIN-SECTION.
           PERFORM 934-WRITE-ONE-PART-MARGIN
               VARYING WS-MGN-SUB FROM 1 BY 1
                   UNTIL WS-MGN-SUB > WS-MGN-PART-COUNT.
           PERFORM 935-WRITE-MARGIN-TOTAL.

           MOVE SPACE TO MARGIN-REPORT-RECORD.
           WRITE MARGIN-REPORT-RECORD.
           MOVE "LINES SOLD AT OR BELOW COST" TO MGS-TITLE.
           MOVE MARGIN-SECTION-LINE TO MARGIN-REPORT-RECORD.
           WRITE MARGIN-REPORT-RECORD.
           MOVE MARGIN-LOSS-HEADER-LINE TO MARGIN-REPORT-RECORD.
           WRITE MARGIN-REPORT-RECORD.

           MOVE "N" TO WS-HIST-EOF-FLAG.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM 651-READ-HISTORY-FILE
               PERFORM 937-CHECK-ONE-LOSS-ROW
                   UNTIL HISTORY-EOF
               CLOSE HISTORY-FILE
           END-IF.

           IF WS-MGN-LOSS-COUNT = ZERO
               MOVE " NO LINES SOLD AT OR BELOW COST THIS PERIOD."
                   TO MARGIN-REPORT-RECORD
               WRITE MARGIN-REPORT-RECORD
           END-IF.

           MOVE SPACE TO MARGIN-REPORT-RECORD.
           WRITE MARGIN-REPORT-RECORD.
           MOVE "LINES COSTED THIS PERIOD" TO MGC-LABEL.
           MOVE WS-MGN-LINE-COUNT TO MGC-COUNT.
           PERFORM 938-WRITE-MARGIN-COUNT.
           MOVE "LINES AT OR BELOW COST" TO MGC-LABEL.
           MOVE WS-MGN-LOSS-COUNT TO MGC-COUNT.
           PERFORM 938-WRITE-MARGIN-COUNT.
           MOVE "LINES WITH NO COST ON SERVHIST" TO MGC-LABEL.
           MOVE WS-MGN-NO-COST-COUNT TO MGC-COUNT.
           PERFORM 938-WRITE-MARGIN-COUNT.

           IF MGN-TABLE-OVERFLOW
               MOVE "*** INCOMPLETE: MORE MAKES, MECHANICS, OR PARTS "
                   TO MARGIN-REPORT-RECORD
               WRITE MARGIN-REPORT-RECORD
               MOVE "*** THAN THE MARGIN TABLES HOLD - REMAINDER NOT "
                   TO MARGIN-REPORT-RECORD
               WRITE MARGIN-REPORT-RECORD
               MOVE "*** BROKEN OUT (STILL IN THE TOTALS)."
                   TO MARGIN-REPORT-RECORD
               WRITE MARGIN-REPORT-RECORD
           END-IF.

           CLOSE MARGIN-REPORT-FILE.

           DISPLAY "*** " WS-MGN-LINE-COUNT " PART LINE(S) COSTED, "
               WS-MGN-LOSS-COUNT " AT OR BELOW COST - SEE MARGIN.PRT.".
           IF MGN-TABLE-OVERFLOW
               DISPLAY "*** WARNING: MARGIN TABLES FULL - BREAKDOWN "
                   "INCOMPLETE."
           END-IF.

      * CLOSECTL.TXT holds the run date of the last month-end close.
      * With no prior close on file the period starts at the first
      * of the current month.
       921-READ-CLOSE-CONTROL.
           MOVE ZERO TO WS-MGN-FROM-DATE.

           OPEN INPUT CLOSE-CONTROL-FILE.
           IF WS-CLOSECTL-STATUS = "00"
               READ CLOSE-CONTROL-FILE
                   NOT AT END
                       IF CLC-LAST-CLOSE-DATE NUMERIC
                           MOVE CLC-LAST-CLOSE-DATE
                               TO WS-MGN-FROM-DATE
                       END-IF
               END-READ
               CLOSE CLOSE-CONTROL-FILE
           END-IF.

           IF WS-MGN-FROM-DATE = ZERO
               COMPUTE WS-MGN-FROM-DATE =
                   WS-RUN-YEAR * 10000 + WS-RUN-MONTH * 100
           END-IF.

       922-ACCUMULATE-ONE-MARGIN-ROW.
           PERFORM 923-CHECK-MARGIN-PERIOD.

           IF MGN-ROW-IN-PERIOD
               IF HIST-UNIT-COST NUMERIC
                   ADD 1 TO WS-MGN-LINE-COUNT
                   ADD HIST-PART-COST TO WS-MGN-TOT-REVENUE
                   ADD HIST-UNIT-COST TO WS-MGN-TOT-COST
                   PERFORM 924-ADD-MAKE-MARGIN
                   PERFORM 926-ADD-MECH-MARGIN
                   PERFORM 928-ADD-PART-MARGIN
               ELSE
                   ADD 1 TO WS-MGN-NO-COST-COUNT
               END-IF
           END-IF.
           PERFORM 651-READ-HISTORY-FILE.

       923-CHECK-MARGIN-PERIOD.
           MOVE "N" TO WS-MGN-PERIOD-FLAG.
           IF HIST-RUN-DATE > WS-MGN-FROM-DATE
               AND HIST-RUN-DATE NOT > WS-RUN-DATE
               AND NOT HIST-LINE-REVERSED
               MOVE "Y" TO WS-MGN-PERIOD-FLAG
           END-IF.

       924-ADD-MAKE-MARGIN.
           MOVE "N" TO WS-MGN-FOUND-FLAG.
           MOVE 1 TO WS-MGN-SUB.
           PERFORM 925-MATCH-ONE-MARGIN-MAKE
               UNTIL WS-MGN-SUB > WS-MGN-MAKE-COUNT
                   OR MGN-ROW-FOUND.

           IF NOT MGN-ROW-FOUND
               IF WS-MGN-MAKE-COUNT = 200
                   MOVE "Y" TO WS-MGN-OVERFLOW-FLAG
               ELSE
                   ADD 1 TO WS-MGN-MAKE-COUNT
                   MOVE WS-MGN-MAKE-COUNT TO WS-MGN-SUB
                   MOVE HIST-CAR-TYPE TO MGM-MAKE(WS-MGN-SUB)
                   MOVE ZERO TO MGM-REVENUE(WS-MGN-SUB)
                   MOVE ZERO TO MGM-COST(WS-MGN-SUB)
                   MOVE "Y" TO WS-MGN-FOUND-FLAG
               END-IF
           END-IF.

           IF MGN-ROW-FOUND
               ADD HIST-PART-COST TO MGM-REVENUE(WS-MGN-SUB)
               ADD HIST-UNIT-COST TO MGM-COST(WS-MGN-SUB)
           END-IF.

       925-MATCH-ONE-MARGIN-MAKE.
           IF HIST-CAR-TYPE = MGM-MAKE(WS-MGN-SUB)
               MOVE "Y" TO WS-MGN-FOUND-FLAG
           ELSE
               ADD 1 TO WS-MGN-SUB
           END-IF.

       926-ADD-MECH-MARGIN.
           MOVE "N" TO WS-MGN-FOUND-FLAG.
           MOVE 1 TO WS-MGN-SUB.
           PERFORM 927-MATCH-ONE-MARGIN-MECH
               UNTIL WS-MGN-SUB > WS-MGN-MECH-COUNT
                   OR MGN-ROW-FOUND.

           IF NOT MGN-ROW-FOUND
               IF WS-MGN-MECH-COUNT = 50
                   MOVE "Y" TO WS-MGN-OVERFLOW-FLAG
               ELSE
                   ADD 1 TO WS-MGN-MECH-COUNT
                   MOVE WS-MGN-MECH-COUNT TO WS-MGN-SUB
                   MOVE HIST-MECH-ID TO MGX-MECH-ID(WS-MGN-SUB)
                   MOVE "NOT ON MECHROST" TO MGX-NAME(WS-MGN-SUB)
                   MOVE ZERO TO MGX-REVENUE(WS-MGN-SUB)
                   MOVE ZERO TO MGX-COST(WS-MGN-SUB)
                   MOVE 1 TO WS-MECH-SUB
                   PERFORM 929-NAME-ONE-MARGIN-MECH
                       UNTIL WS-MECH-SUB > WS-MECH-COUNT
                   MOVE "Y" TO WS-MGN-FOUND-FLAG
               END-IF
           END-IF.

           IF MGN-ROW-FOUND
               ADD HIST-PART-COST TO MGX-REVENUE(WS-MGN-SUB)
               ADD HIST-UNIT-COST TO MGX-COST(WS-MGN-SUB)
           END-IF.

       927-MATCH-ONE-MARGIN-MECH.
           IF HIST-MECH-ID = MGX-MECH-ID(WS-MGN-SUB)
               MOVE "Y" TO WS-MGN-FOUND-FLAG
           ELSE
               ADD 1 TO WS-MGN-SUB
           END-IF.

       928-ADD-PART-MARGIN.
           MOVE "N" TO WS-MGN-FOUND-FLAG.
           MOVE 1 TO WS-MGN-SUB.
           PERFORM 930-MATCH-ONE-MARGIN-PART
               UNTIL WS-MGN-SUB > WS-MGN-PART-COUNT
                   OR MGN-ROW-FOUND.

           IF NOT MGN-ROW-FOUND
               IF WS-MGN-PART-COUNT = 500
                   MOVE "Y" TO WS-MGN-OVERFLOW-FLAG
               ELSE
                   ADD 1 TO WS-MGN-PART-COUNT
                   MOVE WS-MGN-PART-COUNT TO WS-MGN-SUB
                   MOVE HIST-PART-NUMBER
                       TO MGP-PART-NUMBER(WS-MGN-SUB)
                   MOVE HIST-PART-DESC TO MGP-DESC(WS-MGN-SUB)
                   MOVE ZERO TO MGP-REVENUE(WS-MGN-SUB)
                   MOVE ZERO TO MGP-COST(WS-MGN-SUB)
                   MOVE "Y" TO WS-MGN-FOUND-FLAG
               END-IF
           END-IF.

           IF MGN-ROW-FOUND
               ADD HIST-PART-COST TO MGP-REVENUE(WS-MGN-SUB)
               ADD HIST-UNIT-COST TO MGP-COST(WS-MGN-SUB)
           END-IF.

       929-NAME-ONE-MARGIN-MECH.
           IF HIST-MECH-ID = MECH-ID-TBL(WS-MECH-SUB)
               MOVE MECH-NAME-TBL(WS-MECH-SUB)
                   TO MGX-NAME(WS-MGN-SUB)
               MOVE WS-MECH-COUNT TO WS-MECH-SUB
           END-IF.
           ADD 1 TO WS-MECH-SUB.

       930-MATCH-ONE-MARGIN-PART.
           IF HIST-PART-NUMBER = MGP-PART-NUMBER(WS-MGN-SUB)
               MOVE "Y" TO WS-MGN-FOUND-FLAG
           ELSE
               ADD 1 TO WS-MGN-SUB
           END-IF.

       931-WRITE-MARGIN-SECTION.
           MOVE SPACE TO MARGIN-REPORT-RECORD.
           WRITE MARGIN-REPORT-RECORD.
           MOVE MARGIN-SECTION-LINE TO MARGIN-REPORT-RECORD.
           WRITE MARGIN-REPORT-RECORD.
           MOVE MARGIN-HEADER-LINE TO MARGIN-REPORT-RECORD.
           WRITE MARGIN-REPORT-RECORD.

       932-WRITE-ONE-MAKE-MARGIN.
           MOVE MGM-MAKE(WS-MGN-SUB) TO MGD-KEY.
           MOVE SPACE TO MGD-DESC.
           MOVE MGM-REVENUE(WS-MGN-SUB) TO WS-MGN-REVENUE.
           MOVE MGM-COST(WS-MGN-SUB) TO WS-MGN-COST.
           PERFORM 936-WRITE-MARGIN-DETAIL.

       933-WRITE-ONE-MECH-MARGIN.
           MOVE MGX-MECH-ID(WS-MGN-SUB) TO MGD-KEY.
           MOVE MGX-NAME(WS-MGN-SUB) TO MGD-DESC.
           MOVE MGX-REVENUE(WS-MGN-SUB) TO WS-MGN-REVENUE.
           MOVE MGX-COST(WS-MGN-SUB) TO WS-MGN-COST.
           PERFORM 936-WRITE-MARGIN-DETAIL.

       934-WRITE-ONE-PART-MARGIN.
           MOVE MGP-PART-NUMBER(WS-MGN-SUB) TO MGD-KEY.
           MOVE MGP-DESC(WS-MGN-SUB) TO MGD-DESC.
           MOVE MGP-REVENUE(WS-MGN-SUB) TO WS-MGN-REVENUE.
           MOVE MGP-COST(WS-MGN-SUB) TO WS-MGN-COST.
           PERFORM 936-WRITE-MARGIN-DETAIL.

       935-WRITE-MARGIN-TOTAL.
           MOVE "TOTAL" TO MGD-KEY.
           MOVE SPACE TO MGD-DESC.
           MOVE WS-MGN-TOT-REVENUE TO WS-MGN-REVENUE.
           MOVE WS-MGN-TOT-COST TO WS-MGN-COST.
           PERFORM 936-WRITE-MARGIN-DETAIL.

       936-WRITE-MARGIN-DETAIL.
           PERFORM 939-COMPUTE-MARGIN.
           MOVE WS-MGN-REVENUE TO MGD-REVENUE.
           MOVE WS-MGN-COST TO MGD-COST.
           MOVE WS-MGN-MARGIN TO MGD-MARGIN.
           MOVE WS-MGN-PCT TO MGD-PCT.
           MOVE MARGIN-DETAIL-LINE TO MARGIN-REPORT-RECORD.
           WRITE MARGIN-REPORT-RECORD.

       937-CHECK-ONE-LOSS-ROW.
           PERFORM 923-CHECK-MARGIN-PERIOD.

           IF MGN-ROW-IN-PERIOD
               AND HIST-UNIT-COST NUMERIC
               AND HIST-PART-COST NOT > HIST-UNIT-COST
               ADD 1 TO WS-MGN-LOSS-COUNT
               MOVE HIST-INVOICE-NO TO MLL-INVOICE
               MOVE HIST-VIN TO MLL-VIN
               MOVE HIST-PART-NUMBER TO MLL-PART
               MOVE HIST-MECH-ID TO MLL-MECH-ID
               MOVE HIST-PART-COST TO MLL-SOLD
               MOVE HIST-UNIT-COST TO MLL-COST
               MOVE HIST-RUN-DATE TO MLL-DATE
               MOVE MARGIN-LOSS-LINE TO MARGIN-REPORT-RECORD
               WRITE MARGIN-REPORT-RECORD
           END-IF.
           PERFORM 651-READ-HISTORY-FILE.

       938-WRITE-MARGIN-COUNT.
           MOVE MARGIN-COUNT-LINE TO MARGIN-REPORT-RECORD.
           WRITE MARGIN-REPORT-RECORD.

      * Margin percent is on revenue; a zero-revenue group (all
      * warranty lines) shows zero percent with the loss in dollars.
       939-COMPUTE-MARGIN.
           COMPUTE WS-MGN-MARGIN = WS-MGN-REVENUE - WS-MGN-COST.
           MOVE ZERO TO WS-MGN-PCT.
           IF WS-MGN-REVENUE > ZERO
               COMPUTE WS-MGN-PCT ROUNDED =
                   WS-MGN-MARGIN * 100 / WS-MGN-REVENUE
                   ON SIZE ERROR
                       MOVE -99999.9 TO WS-MGN-PCT
               END-COMPUTE
           END-IF.

       940-WRITE-CLOSE-CONTROL.
           OPEN OUTPUT CLOSE-CONTROL-FILE.
           MOVE WS-RUN-DATE TO CLC-LAST-CLOSE-DATE.
           WRITE CLOSE-CONTROL-RECORD.
           CLOSE CLOSE-CONTROL-FILE.

      * The CSV margin columns come from SERVHIST (lines carrying a
      * cost); a make with no costed lines shows zero cost and margin.
       941-FIND-CSV-MARGIN.
           MOVE ZERO TO WS-MGN-REVENUE.
           MOVE ZERO TO WS-MGN-COST.
           MOVE "N" TO WS-MGN-FOUND-FLAG.
           MOVE 1 TO WS-MGN-SUB.
           PERFORM 942-MATCH-ONE-CSV-MAKE
               UNTIL WS-MGN-SUB > WS-MGN-MAKE-COUNT
                   OR MGN-ROW-FOUND.
           IF MGN-ROW-FOUND
               MOVE MGM-REVENUE(WS-MGN-SUB) TO WS-MGN-REVENUE
               MOVE MGM-COST(WS-MGN-SUB) TO WS-MGN-COST
           END-IF.
           PERFORM 939-COMPUTE-MARGIN.

       942-MATCH-ONE-CSV-MAKE.
           IF PER-MAKE-TBL(WS-PERIOD-SUB) = MGM-MAKE(WS-MGN-SUB)
               MOVE "Y" TO WS-MGN-FOUND-FLAG
           ELSE
               ADD 1 TO WS-MGN-SUB
           END-IF.

      * One consolidated statement per charge customer: every invoice
      * still open or raised since the last month-end close, grouped
      * by VIN, then the payments, refunds, and credit memos
      * journalled against them in the period.  The opening balance
      * is worked back from the closing balance.  Runs before the
      * paid invoices are purged.
       943-CREATE-CHARGE-STATEMENTS.
           PERFORM 921-READ-CLOSE-CONTROL.
           MOVE WS-MGN-FROM-DATE TO WS-STM-FROM-DATE.
           MOVE ZERO TO WS-STM-COUNT.
           MOVE ZERO TO WS-STM-CUR-CUST.

           OPEN INPUT CAR-FILE.
           IF WS-CAR-FILE-STATUS = "00"
               MOVE "Y" TO WS-CRD-CAR-OPEN-FLAG
           ELSE
               MOVE "N" TO WS-CRD-CAR-OPEN-FLAG
               DISPLAY "*** WARNING: CARFILE.TXT NOT AVAILABLE - "
                   "INVOICES WITHOUT A CUSTOMER NUMBER"
               DISPLAY "*** ARE LEFT OFF THE STATEMENTS THIS RUN."
           END-IF.
           PERFORM 327-OPEN-CUSTOMER-FILE.

           OPEN OUTPUT STATEMENT-FILE.
           IF CUST-FILE-AVAILABLE
               SORT STATEMENT-SORT-FILE
                   ON ASCENDING KEY STS-CUST-NO
                                    STS-VIN
                                    STS-INVOICE-NO
                   INPUT PROCEDURE IS 944-RELEASE-STATEMENT-ROWS
                   OUTPUT PROCEDURE IS 946-PRINT-STATEMENTS
           END-IF.
           IF WS-STM-COUNT = ZERO
               MOVE "NO CHARGE-ACCOUNT ACTIVITY THIS PERIOD."
                   TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF.
           CLOSE STATEMENT-FILE.

           PERFORM 337-CLOSE-CUSTOMER-FILE.
           IF CRD-CAR-FILE-OPEN
               CLOSE CAR-FILE
           END-IF.
           MOVE "Y" TO WS-CRD-CAR-OPEN-FLAG.

           DISPLAY "*** " WS-STM-COUNT " CHARGE-ACCOUNT STATEMENT(S) "
               "PRINTED - SEE STATEMNT.PRT.".

       944-RELEASE-STATEMENT-ROWS.
           PERFORM 974-LOAD-PERIOD-CREDITS.

           MOVE "N" TO WS-AR-EOF-FLAG.
           OPEN INPUT RECEIVABLE-FILE.
           IF WS-AR-FILE-STATUS = "00"
               PERFORM 432-READ-RECEIVABLE-FILE
               PERFORM 945-RELEASE-ONE-STATEMENT-ROW
                   UNTIL AR-EOF
               CLOSE RECEIVABLE-FILE
           END-IF.

       945-RELEASE-ONE-STATEMENT-ROW.
           PERFORM 447-RESOLVE-AR-CUSTOMER.
           IF WS-CRD-ROW-CUST-NO > ZERO
               MOVE WS-CRD-ROW-CUST-NO TO WS-CUST-LOOKUP-NO
               PERFORM 398-LOOKUP-CUSTOMER
               PERFORM 976-FIND-PERIOD-CREDIT
               IF CUSTOMER-ON-FILE AND CUST-WORK-CHARGE
                   AND (AR-INVOICE-AMOUNT > AR-PAID-AMOUNT
                       OR AR-INVOICE-DATE > WS-STM-FROM-DATE
                       OR AR-PAID-DATE > WS-STM-FROM-DATE
                       OR STM-CREDIT-FOUND)
                   MOVE WS-CRD-ROW-CUST-NO TO STS-CUST-NO
                   MOVE AR-VIN TO STS-VIN
                   MOVE AR-INVOICE-NO TO STS-INVOICE-NO
                   MOVE AR-INVOICE-DATE TO STS-DATE
                   MOVE AR-INVOICE-AMOUNT TO STS-AMOUNT
                   MOVE AR-PAID-AMOUNT TO STS-PAID
                   RELEASE STS-RECORD
               END-IF
           END-IF.
           PERFORM 432-READ-RECEIVABLE-FILE.

       946-PRINT-STATEMENTS.
           MOVE "N" TO WS-STM-EOF-FLAG.
           PERFORM 962-PRINT-ONE-STATEMENT-ROW
               UNTIL STATEMENT-SORT-EOF.
           IF WS-STM-CUR-CUST NOT = ZERO
               PERFORM 963-FINISH-ONE-STATEMENT
           END-IF.

       947-ADVANCE-DUE-DATE.
           MOVE DAYS-IN-MONTH(WS-STM-DUE-MONTH) TO WS-STM-MONTH-DAYS.
           IF WS-STM-DUE-MONTH = 2
               DIVIDE WS-STM-DUE-YEAR BY 4
                   GIVING WS-STM-LEAP-QUOTIENT
                   REMAINDER WS-STM-LEAP-REM-4
               DIVIDE WS-STM-DUE-YEAR BY 100
                   GIVING WS-STM-LEAP-QUOTIENT
                   REMAINDER WS-STM-LEAP-REM-100
               DIVIDE WS-STM-DUE-YEAR BY 400
                   GIVING WS-STM-LEAP-QUOTIENT
                   REMAINDER WS-STM-LEAP-REM-400
               IF WS-STM-LEAP-REM-4 = ZERO
                   AND (WS-STM-LEAP-REM-100 NOT = ZERO
                       OR WS-STM-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-STM-MONTH-DAYS
               END-IF
           END-IF.

           IF WS-STM-DUE-DAY < WS-STM-MONTH-DAYS
               ADD 1 TO WS-STM-DUE-DAY
           ELSE
               MOVE 1 TO WS-STM-DUE-DAY
               IF WS-STM-DUE-MONTH < 12
                   ADD 1 TO WS-STM-DUE-MONTH
               ELSE
                   MOVE 1 TO WS-STM-DUE-MONTH
                   ADD 1 TO WS-STM-DUE-YEAR
               END-IF
           END-IF.

       948-WRITE-STATEMENT-TOTAL.
           MOVE STM-TOTAL-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

       949-READ-PAY-JOURNAL-FOR-STATEMENT.
           READ PAYMENT-JOURNAL-FILE
               AT END MOVE "Y" TO WS-PJ-EOF-FLAG.

       950-YEAR-END-ARCHIVE.
           PERFORM 305-GET-RUN-DATE.

           MOVE PER-TAX-TBL(WS-PERIOD-SUB) TO WS-CSV-TAX.
           MOVE WS-PERIOD-LINE-TOTAL TO WS-CSV-TOTAL.

           PERFORM 941-FIND-CSV-MARGIN.
           MOVE WS-MGN-COST TO WS-CSV-PART-COST.
           MOVE WS-MGN-MARGIN TO WS-CSV-MARGIN.
           MOVE WS-MGN-PCT TO WS-CSV-MARGIN-PCT.

           MOVE SPACE TO MONTH-CSV-RECORD.
           STRING PER-MAKE-TBL(WS-PERIOD-SUB) DELIMITED BY SPACE
                  ","          DELIMITED BY SIZE
                  WS-CSV-TAX   DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  WS-CSV-TOTAL DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  WS-CSV-PART-COST DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  WS-CSV-MARGIN DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  WS-CSV-MARGIN-PCT DELIMITED BY SIZE
               INTO MONTH-CSV-RECORD
           END-STRING.
           WRITE MONTH-CSV-RECORD.

       962-PRINT-ONE-STATEMENT-ROW.
           RETURN STATEMENT-SORT-FILE
               AT END
                   MOVE "Y" TO WS-STM-EOF-FLAG
               NOT AT END
                   IF STS-CUST-NO NOT = WS-STM-CUR-CUST
                       IF WS-STM-CUR-CUST NOT = ZERO
                           PERFORM 963-FINISH-ONE-STATEMENT
                       END-IF
                       PERFORM 964-START-ONE-STATEMENT
                   END-IF
                   IF STS-VIN NOT = WS-STM-CUR-VIN
                       MOVE STS-VIN TO WS-STM-CUR-VIN
                       MOVE STS-VIN TO STV-VIN
                       MOVE STM-VIN-LINE TO STATEMENT-RECORD
                       WRITE STATEMENT-RECORD
                   END-IF
                   PERFORM 965-WRITE-STATEMENT-INVOICE
           END-RETURN.

      * Payments and refunds for the period are taken from PAYJRNL
      * for the invoices listed on this statement.
       963-FINISH-ONE-STATEMENT.
           MOVE SPACE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE " PAYMENTS, REFUNDS AND CREDITS THIS PERIOD"
               TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

           MOVE "N" TO WS-PJ-EOF-FLAG.
           OPEN INPUT PAYMENT-JOURNAL-FILE.
           IF WS-PAY-JRNL-STATUS = "00"
               PERFORM 949-READ-PAY-JOURNAL-FOR-STATEMENT
               PERFORM 966-CHECK-ONE-STATEMENT-PAYMENT
                   UNTIL PAY-JOURNAL-EOF
               CLOSE PAYMENT-JOURNAL-FILE
           END-IF.
           IF WS-STM-PAY-COUNT = ZERO
               MOVE "   NONE." TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF.

           COMPUTE WS-STM-OPENING =
               WS-STM-CLOSING - WS-STM-NEW-INVOICES
               + WS-STM-PAYMENTS - WS-STM-REFUNDS
               + WS-STM-CREDITS.

           MOVE WS-RUN-DATE TO WS-STM-DUE-DATE.
           PERFORM 947-ADVANCE-DUE-DATE
               VARYING WS-STM-DAY-COUNT FROM 1 BY 1
                   UNTIL WS-STM-DAY-COUNT > WS-STM-TERMS.

           MOVE SPACE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE "OPENING BALANCE" TO STO-LABEL.
           MOVE WS-STM-OPENING TO STO-AMOUNT.
           PERFORM 948-WRITE-STATEMENT-TOTAL.
           MOVE "NEW INVOICES" TO STO-LABEL.
           MOVE WS-STM-NEW-INVOICES TO STO-AMOUNT.
           PERFORM 948-WRITE-STATEMENT-TOTAL.
           MOVE "PAYMENTS RECEIVED" TO STO-LABEL.
           COMPUTE STO-AMOUNT = ZERO - WS-STM-PAYMENTS.
           PERFORM 948-WRITE-STATEMENT-TOTAL.
           IF WS-STM-REFUNDS > ZERO
               MOVE "REFUNDS PAID OUT" TO STO-LABEL
               MOVE WS-STM-REFUNDS TO STO-AMOUNT
               PERFORM 948-WRITE-STATEMENT-TOTAL
           END-IF.
           IF WS-STM-CREDITS > ZERO
               MOVE "CREDITS ISSUED" TO STO-LABEL
               COMPUTE STO-AMOUNT = ZERO - WS-STM-CREDITS
               PERFORM 948-WRITE-STATEMENT-TOTAL
           END-IF.
           MOVE "CLOSING BALANCE" TO STO-LABEL.
           MOVE WS-STM-CLOSING TO STO-AMOUNT.
           PERFORM 948-WRITE-STATEMENT-TOTAL.
           MOVE "  OF WHICH PAST TERMS NOW" TO STO-LABEL.
           MOVE WS-STM-PAST-DUE TO STO-AMOUNT.
           PERFORM 948-WRITE-STATEMENT-TOTAL.
           MOVE SPACE TO STO-LABEL.
           STRING "AMOUNT DUE BY " DELIMITED BY SIZE
                  WS-STM-DUE-DATE  DELIMITED BY SIZE
               INTO STO-LABEL
           END-STRING.
           MOVE WS-STM-CLOSING TO STO-AMOUNT.
           PERFORM 948-WRITE-STATEMENT-TOTAL.

           IF STM-INV-TABLE-OVERFLOW
               MOVE "   *** OVER 300 INVOICES - PAYMENTS ON THE REST "
                   TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               MOVE "   *** ARE NOT LISTED (STILL IN THE BALANCES)."
                   TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF.

       964-START-ONE-STATEMENT.
           MOVE STS-CUST-NO TO WS-STM-CUR-CUST.
           MOVE SPACE TO WS-STM-CUR-VIN.
           ADD 1 TO WS-STM-COUNT.
           MOVE ZERO TO WS-STM-NEW-INVOICES.
           MOVE ZERO TO WS-STM-PAYMENTS.
           MOVE ZERO TO WS-STM-REFUNDS.
           MOVE ZERO TO WS-STM-CREDITS.
           MOVE ZERO TO WS-STM-CLOSING.
           MOVE ZERO TO WS-STM-PAST-DUE.
           MOVE ZERO TO WS-STM-INV-COUNT.
           MOVE ZERO TO WS-STM-PAY-COUNT.
           MOVE "N" TO WS-STM-INV-OVERFLOW-FLAG.

           MOVE STS-CUST-NO TO WS-CUST-LOOKUP-NO.
           PERFORM 398-LOOKUP-CUSTOMER.
           MOVE WS-CUST-WORK-TERMS TO WS-STM-TERMS.

           MOVE WS-RUN-DATE TO STT-DATE.
           MOVE STM-TITLE-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD AFTER ADVANCING PAGE.
           MOVE STS-CUST-NO TO STC-CUST-NO.
           MOVE WS-CUST-WORK-NAME TO STC-NAME.
           MOVE WS-CUST-WORK-PHONE TO STC-PHONE.
           MOVE STM-CUSTOMER-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD AFTER ADVANCING 2 LINES.
           MOVE WS-CUST-WORK-STREET TO STA-STREET.
           MOVE WS-CUST-WORK-EMAIL TO STA-EMAIL.
           MOVE STM-ADDRESS-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD AFTER ADVANCING 1 LINE.
           MOVE WS-STM-FROM-DATE TO STP-FROM.
           MOVE WS-RUN-DATE TO STP-TO.
           MOVE WS-STM-TERMS TO STP-TERMS.
           MOVE WS-CUST-WORK-LIMIT TO STP-LIMIT.
           MOVE STM-PERIOD-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD AFTER ADVANCING 2 LINES.
           MOVE STM-HEADER-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD AFTER ADVANCING 2 LINES.

       965-WRITE-STATEMENT-INVOICE.
           MOVE ZERO TO WS-STM-OPEN-ROW.
           IF STS-AMOUNT > STS-PAID
               COMPUTE WS-STM-OPEN-ROW = STS-AMOUNT - STS-PAID
           END-IF.
           ADD WS-STM-OPEN-ROW TO WS-STM-CLOSING.
           IF STS-DATE > WS-STM-FROM-DATE
               ADD STS-AMOUNT TO WS-STM-NEW-INVOICES
           END-IF.

           MOVE SPACE TO STD-STATUS.
           IF WS-STM-OPEN-ROW = ZERO
               MOVE "PAID" TO STD-STATUS
           ELSE
               MOVE STS-DATE TO WS-AGE-FROM-DATE
               PERFORM 444-COMPUTE-AGE-DAYS
               IF WS-AGE-DAYS > WS-STM-TERMS
                   MOVE "PAST DUE" TO STD-STATUS
                   ADD WS-STM-OPEN-ROW TO WS-STM-PAST-DUE
               END-IF
           END-IF.

           IF WS-STM-INV-COUNT < 300
               ADD 1 TO WS-STM-INV-COUNT
               MOVE STS-INVOICE-NO TO STX-INVOICE-NO(WS-STM-INV-COUNT)
               MOVE STS-DATE TO STX-DATE(WS-STM-INV-COUNT)
           ELSE
               MOVE "Y" TO WS-STM-INV-OVERFLOW-FLAG
           END-IF.

           MOVE STS-INVOICE-NO TO STD-INVOICE.
           MOVE STS-DATE TO STD-DATE.
           MOVE STS-AMOUNT TO STD-AMOUNT.
           MOVE STS-PAID TO STD-PAID.
           MOVE WS-STM-OPEN-ROW TO STD-BALANCE.
           MOVE STM-DETAIL-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

       966-CHECK-ONE-STATEMENT-PAYMENT.
           IF PJ-DATE > WS-STM-FROM-DATE
               AND PJ-DATE NOT > WS-RUN-DATE
               MOVE "N" TO WS-STM-INV-FOUND-FLAG
               PERFORM 967-MATCH-ONE-STATEMENT-INVOICE
                   VARYING WS-STM-INV-SUB FROM 1 BY 1
                       UNTIL WS-STM-INV-SUB > WS-STM-INV-COUNT
                           OR STM-INVOICE-FOUND
               IF STM-INVOICE-FOUND
                   ADD 1 TO WS-STM-PAY-COUNT
                   MOVE PJ-DATE TO STY-DATE
                   MOVE PJ-INVOICE-NO TO STY-INVOICE
                   MOVE PJ-METHOD TO STY-METHOD
                   MOVE PJ-AMOUNT TO STY-AMOUNT
                   EVALUATE TRUE
                       WHEN PJ-REFUND
                           MOVE "REFUND" TO STY-TYPE
                           ADD PJ-AMOUNT TO WS-STM-REFUNDS
                       WHEN PJ-CREDIT
                           MOVE "CREDIT" TO STY-TYPE
                           ADD PJ-AMOUNT TO WS-STM-CREDITS
                           IF WS-STM-PAY-INV-DATE > WS-STM-FROM-DATE
                               ADD PJ-AMOUNT TO WS-STM-NEW-INVOICES
                           END-IF
                       WHEN OTHER
                           MOVE "PAYMENT" TO STY-TYPE
                           ADD PJ-AMOUNT TO WS-STM-PAYMENTS
                   END-EVALUATE
                   MOVE STM-PAYMENT-LINE TO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
               END-IF
           END-IF.
           PERFORM 949-READ-PAY-JOURNAL-FOR-STATEMENT.

       967-MATCH-ONE-STATEMENT-INVOICE.
           IF PJ-INVOICE-NO = STX-INVOICE-NO(WS-STM-INV-SUB)
               MOVE "Y" TO WS-STM-INV-FOUND-FLAG
               MOVE STX-DATE(WS-STM-INV-SUB) TO WS-STM-PAY-INV-DATE
           END-IF.

      * A fully paid invoice raised before the period still belongs on
      * the statement when a credit memo was issued against it in the
      * period, so the credit ties the opening balance to last month.
       974-LOAD-PERIOD-CREDITS.
           MOVE ZERO TO WS-STM-CR-COUNT.
           MOVE "N" TO WS-STM-CR-OVERFLOW-FLAG.
           MOVE "N" TO WS-PJ-EOF-FLAG.

           OPEN INPUT PAYMENT-JOURNAL-FILE.
           IF WS-PAY-JRNL-STATUS = "00"
               PERFORM 949-READ-PAY-JOURNAL-FOR-STATEMENT
               PERFORM 975-LOAD-ONE-PERIOD-CREDIT
                   UNTIL PAY-JOURNAL-EOF
               CLOSE PAYMENT-JOURNAL-FILE
           END-IF.

           IF STM-CR-TABLE-OVERFLOW
               DISPLAY "*** WARNING: MORE THAN 300 CREDIT MEMOS THIS "
                   "PERIOD - A PAID INVOICE CREDITED"
               DISPLAY "*** PAST THE 300TH MAY BE LEFT OFF ITS "
                   "STATEMENT."
           END-IF.

       975-LOAD-ONE-PERIOD-CREDIT.
           IF PJ-CREDIT
               AND PJ-DATE > WS-STM-FROM-DATE
               AND PJ-DATE NOT > WS-RUN-DATE
               IF WS-STM-CR-COUNT < 300
                   ADD 1 TO WS-STM-CR-COUNT
                   MOVE PJ-INVOICE-NO
                       TO SCR-INVOICE-NO(WS-STM-CR-COUNT)
               ELSE
                   MOVE "Y" TO WS-STM-CR-OVERFLOW-FLAG
               END-IF
           END-IF.
           PERFORM 949-READ-PAY-JOURNAL-FOR-STATEMENT.

       976-FIND-PERIOD-CREDIT.
           MOVE "N" TO WS-STM-CR-FOUND-FLAG.
           PERFORM 977-MATCH-ONE-PERIOD-CREDIT
               VARYING WS-STM-CR-SUB FROM 1 BY 1
                   UNTIL WS-STM-CR-SUB > WS-STM-CR-COUNT
                       OR STM-CREDIT-FOUND.

       977-MATCH-ONE-PERIOD-CREDIT.
           IF AR-INVOICE-NO = SCR-INVOICE-NO(WS-STM-CR-SUB)
               MOVE "Y" TO WS-STM-CR-FOUND-FLAG
           END-IF.

       END PROGRAM LAB06.
