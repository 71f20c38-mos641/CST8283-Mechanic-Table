      *                 is rewritten; an unreadable generation ends
      *                 RC=8 with the live files untouched instead
      *                 of truncating them first and failing after.
      * 2026-10-15  MA  SERVHIST records widened to 100 bytes to carry
      *                 the invoice number, part number, and credit-
      *                 memo reversal stamp LAB06 now writes.
      * 2026-10-15  MA  SERVHIST records widened to 111 bytes for the
      *                 part unit cost and mechanic ID now carried on
      *                 each service line.
      * 2026-10-15  MA  SERVHIST records widened to 119 bytes for the
      *                 recall campaign ID carried on each line.
      * 2026-10-15  MA  SERVHIST records widened to 123 bytes for the
      *                 labor hours billed on each line.
      ******************************************************************
       IDENTIFICATION DIVISION.

           05 PART-REORDER-POINT PIC 9(5).

       FD HIST-FILE.
       01 HIST-RECORD PIC X(123).

       FD INVSEQ-FILE.
       01 INVSEQ-RECORD PIC X(6).
       01 PART-BK3-RECORD PIC X(45).

       FD HIST-BK1-FILE.
       01 HIST-BK1-RECORD PIC X(123).

       FD HIST-BK2-FILE.
       01 HIST-BK2-RECORD PIC X(123).

       FD HIST-BK3-FILE.
       01 HIST-BK3-RECORD PIC X(123).

       FD INVSEQ-BK1-FILE.
       01 INVSEQ-BK1-RECORD PIC X(6).
