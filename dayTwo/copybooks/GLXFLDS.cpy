      * SHARED DEPARTMENT-TO-GENERAL-LEDGER CROSS-REFERENCE RECORD
      * LAYOUT. GLXREF.DAT IS KEYED BY DEPARTMENT CODE, THE SAME
      * CODE AS DEPTMAST.DAT, AND IS MAINTAINED FROM DEPTMAINT
      * ALONGSIDE THE DEPARTMENT MASTER; GLEXTRACT READS IT TO TURN
      * EACH DEPARTMENT'S NIGHT INTO JOURNAL ENTRIES, SO BOTH MUST
      * USE THE IDENTICAL LAYOUT AND KEY. A DEPARTMENT'S POSTINGS
      * DEBIT GLX-DEBIT-ACCOUNT AND CREDIT GLX-CREDIT-ACCOUNT; ITS
      * REVERSALS RUN THE SAME PAIR THE OTHER WAY ROUND. A
      * DEPARTMENT WITH NO RECORD HERE IS NOT JOURNALED - ITS
      * FIGURES ARE HELD ON THE GL EXCEPTION REPORT INSTEAD.
       01  GL-XREF-RECORD.
           05 GLX-DEPT-CODE PICTURE IS X(4).
           05 GLX-DEBIT-ACCOUNT PICTURE IS X(10).
           05 GLX-CREDIT-ACCOUNT PICTURE IS X(10).
