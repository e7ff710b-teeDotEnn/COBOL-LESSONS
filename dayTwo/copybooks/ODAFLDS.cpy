      * SHARED OPERATOR-DEPARTMENT AUTHORITY RECORD LAYOUT. ONE
      * RECORD ON THE OPERDEPT.DAT INDEXED FILE FOR EACH DEPARTMENT
      * AN OPERATOR MAY KEY ONLINE ENTRIES FOR, KEYED BY OPERATOR
      * ID PLUS DEPARTMENT CODE SO ONE OPERATOR'S DEPARTMENTS READ
      * BACK TOGETHER. EXACTLY ONE OF AN OPERATOR'S RECORDS IS
      * FLAGGED "H" AS THE HOME DEPARTMENT - THE ONE AN ENTRY TAKES
      * WHEN THE OPERATOR KEYS NO DEPARTMENT; THE REST ARE "O" FOR
      * THE OTHER DEPARTMENTS THE OPERATOR COVERS. OPERMAINT
      * MAINTAINS THE FILE AND AUDITS EVERY GRANT AND REVOCATION ON
      * OPERAUDT.DAT; DEPTAUTH ANSWERS THE AUTHORITY QUESTION FOR
      * ADDTWONUMS AND REVAPPR; AUTHLIST PRINTS THE AUDIT LISTING.
      * A REVOKED AUTHORITY IS DELETED - THE AUDIT FILE IS ITS
      * HISTORY.
       01  OPER-DEPT-AUTH-RECORD.
           05 ODA-KEY.
               10 ODA-OPER-ID PICTURE IS X(5).
               10 ODA-DEPT-CODE PICTURE IS X(4).
           05 ODA-AUTH-TYPE PICTURE IS X.
               88 ODA-HOME-DEPT VALUE "H".
               88 ODA-OTHER-DEPT VALUE "O".
           05 ODA-GRANTED-BY PICTURE IS X(5).
           05 ODA-GRANTED-DATE PICTURE IS 9(8).
