      * SHARED GENERAL LEDGER JOURNAL EXTRACT LAYOUT. GLEXTRACT
      * WRITES GLJRNL.DAT EACH NIGHT FOR FINANCE TO LOAD INTO THE
      * GENERAL LEDGER IN PLACE OF KEYING THE DEPARTMENT SUBTOTALS
      * FROM ADDRPT.DAT BY HAND. THE FILE CARRIES THREE RECORD
      * TYPES, LIKE THE DAILY TRANSACTION FILE: ONE "H" HEADER
      * FIRST, "D" JOURNAL LINES, AND ONE "T" TRAILER LAST. EVERY
      * RECORD CARRIES THE BUSINESS DATE THE ENTRIES BELONG TO.
      * EACH JOURNAL ENTRY IS A BALANCED PAIR OF LINES - ONE DEBIT,
      * ONE CREDIT, SAME AMOUNT, SAME ENTRY NUMBER - AND A
      * DEPARTMENT'S POSTINGS AND ITS REVERSALS ARE SEPARATE
      * ENTRIES, TOLD APART BY THE LINE SOURCE "P" OR "R". THE
      * TRAILER CARRIES THE NUMBER OF ENTRIES, THE NUMBER OF LINES
      * AND THE DEBIT AND CREDIT TOTALS, WHICH ARE ALWAYS EQUAL ON A
      * GOOD FILE. AMOUNTS ARE UNSIGNED MAGNITUDES - THE DEBIT/
      * CREDIT BYTE SUPPLIES THE DIRECTION, SINCE NO RELEASED FILE
      * CARRIES A SIGN OVERPUNCH.
       01  GL-JOURNAL-RECORD.
           05 GLJ-REC-TYPE PICTURE IS X.
               88 GLJ-IS-HEADER VALUE "H".
               88 GLJ-IS-DETAIL VALUE "D".
               88 GLJ-IS-TRAILER VALUE "T".
           05 GLJ-BUSINESS-DATE PICTURE IS 9(8).
           05 GLJ-REC-BODY PICTURE IS X(41).
           05 GLJ-HEADER-BODY REDEFINES GLJ-REC-BODY.
               10 GLJ-HDR-SOURCE PICTURE IS X(10).
               10 GLJ-HDR-CREATED PICTURE IS X(14).
               10 FILLER PICTURE IS X(17).
           05 GLJ-DETAIL-BODY REDEFINES GLJ-REC-BODY.
               10 GLJ-ENTRY-NUMBER PICTURE IS 9(6).
               10 GLJ-DEPARTMENT PICTURE IS X(4).
               10 GLJ-ACCOUNT PICTURE IS X(10).
               10 GLJ-DEBIT-CREDIT PICTURE IS X.
                   88 GLJ-IS-DEBIT VALUE "D".
                   88 GLJ-IS-CREDIT VALUE "C".
               10 GLJ-AMOUNT PICTURE IS 9(9).
               10 GLJ-LINE-SOURCE PICTURE IS X.
                   88 GLJ-FROM-POSTINGS VALUE "P".
                   88 GLJ-FROM-REVERSALS VALUE "R".
               10 GLJ-TRAN-COUNT PICTURE IS 9(6).
               10 FILLER PICTURE IS X(4).
           05 GLJ-TRAILER-BODY REDEFINES GLJ-REC-BODY.
               10 GLJ-TRL-ENTRY-COUNT PICTURE IS 9(6).
               10 GLJ-TRL-LINE-COUNT PICTURE IS 9(6).
               10 GLJ-TRL-DEBIT-TOTAL PICTURE IS 9(11).
               10 GLJ-TRL-CREDIT-TOTAL PICTURE IS 9(11).
               10 FILLER PICTURE IS X(7).
