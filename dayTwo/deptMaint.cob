      * AFTER RECORD IMAGES AND A TIMESTAMP - THE SAME CONVENTION
      * AS THE OPERATOR MASTER'S OPERAUDT.DAT. THE AUDIT FILE IS
      * OPENED EXTEND SO IT IS NEVER OVERWRITTEN; LIKE EXCEPLOG.DAT
      * IT IS CREATED ON FIRST USE. THE SAME SCREEN KEEPS EACH
      * DEPARTMENT'S GENERAL LEDGER ACCOUNTS ON THE GLXREF.DAT
      * CROSS-REFERENCE GLEXTRACT JOURNALS THE NIGHT AGAINST; ONLY
      * A DEPARTMENT ON THE MASTER CAN BE MAPPED, AND EACH MAPPING
      * CHANGE IS AUDITED ON DEPTAUDT.DAT UNDER A "GL MAP" ACTION
      * WITH THE CROSS-REFERENCE RECORD AS ITS IMAGES. IT ALSO SETS
      * THE PERCENTAGE BANDS ON VARTOL.DAT WITHIN WHICH VARCHECK
      * EXPECTS A DEPARTMENT'S NIGHTLY COUNT, POSTING TOTAL AND
      * REVERSAL TOTAL TO STAY OF ITS TRAILING AVERAGE, AUDITED THE
      * SAME WAY UNDER A "TOL" ACTION. REACHED FROM THE MAIN MENU
      * BY THE ROLES THE AUTHORIZATION TABLE GRANTS IT TO, AND
      * CHECKED AGAIN HERE THROUGH MENUAUTH SO A RUN OUTSIDE THE
      * MENU IS REFUSED; CALLED DYNAMICALLY, SO IT NEEDS ITS OWN
      * LOAD MODULE THE SAME AS THE PROGRAMS MENUDRIVER CALLS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTMAINT.
       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.
           SELECT GL-XREF-FILE ASSIGN TO "GLXREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLX-DEPT-CODE
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT VARIANCE-TOLERANCE-FILE ASSIGN TO "VARTOL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VTL-DEPT-CODE
               FILE STATUS IS WS-TOLERANCE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "DEPTAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       FD  DEPARTMENT-MASTER-FILE.
           COPY DPTFLDS.

       FD  GL-XREF-FILE.
           COPY GLXFLDS.

       FD  VARIANCE-TOLERANCE-FILE.
           COPY VTLFLDS.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-TIMESTAMP PICTURE IS X(21).

       WORKING-STORAGE SECTION.
           COPY SIGNCOM.
           COPY MNACOM.
       01 WS-DEPT-MASTER-STATUS PICTURE IS XX.
       01 WS-AUDIT-FILE-STATUS PICTURE IS XX.
       01 WS-XREF-FILE-STATUS PICTURE IS XX.
       01 WS-MAINT-CHOICE PICTURE IS 9.
       01 WS-MAINT-DONE-SWITCH PICTURE IS X VALUE "N".
           88 MAINT-DONE VALUE "Y".
           88 FILE-OPEN-ERROR VALUE "Y".
       01 WS-MAINT-DEPT-CODE PICTURE IS X(4).
       01 WS-ENTRY-DEPT-NAME PICTURE IS X(20).
       01 WS-XREF-FOUND-SWITCH PICTURE IS X VALUE "N".
           88 XREF-RECORD-FOUND VALUE "Y".
       01 WS-ENTRY-DEBIT-ACCOUNT PICTURE IS X(10).
       01 WS-ENTRY-CREDIT-ACCOUNT PICTURE IS X(10).
       01 WS-TOLERANCE-FILE-STATUS PICTURE IS XX.
       01 WS-TOLERANCE-FOUND-SWITCH PICTURE IS X VALUE "N".
           88 TOLERANCE-RECORD-FOUND VALUE "Y".
       01 WS-BAND-ENTERED-SWITCH PICTURE IS X VALUE "N".
           88 BAND-ENTERED VALUE "Y".
       01 WS-BAND-ERROR-SWITCH PICTURE IS X VALUE "N".
           88 BAND-ENTRY-ERROR VALUE "Y".
       01 WS-ENTRY-BAND-RAW PICTURE IS X(3) JUSTIFIED RIGHT.
       01 WS-ENTRY-BAND-NUM REDEFINES WS-ENTRY-BAND-RAW
           PICTURE IS 9(3).
       01 WS-BEFORE-IMAGE PICTURE IS X(25).
       01 WS-AUDIT-ACTION PICTURE IS X(10).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE WS-CURRENT-OPERATOR-SHIFT TO WS-MNA-ROLE.
           MOVE "DEPTMANT" TO WS-MNA-FUNCTION.
           CALL "MENUAUTH".
           IF NOT MNA-GRANTED
               DISPLAY "DEPARTMENT MAINTENANCE IS NOT AUTHORIZED FOR"
                   " YOUR ROLE - ACCESS DENIED"
           ELSE
               PERFORM OPEN-MAINT-FILES
               IF NOT FILE-OPEN-ERROR
                   MOVE "N" TO WS-MAINT-DONE-SWITCH
                   PERFORM RUN-MAINT-MENU UNTIL MAINT-DONE
                   CLOSE DEPARTMENT-MASTER-FILE GL-XREF-FILE
                       VARIANCE-TOLERANCE-FILE AUDIT-FILE
               END-IF
           END-IF.
       PROGRAM-DONE.
                   DISPLAY "DEPARTMENT AUDIT FILE NOT AVAILABLE"
                   SET FILE-OPEN-ERROR TO TRUE
                   CLOSE DEPARTMENT-MASTER-FILE
               ELSE
                   PERFORM OPEN-GL-XREF-FILE
               END-IF
           END-IF.

       OPEN-GL-XREF-FILE.
           OPEN I-O GL-XREF-FILE.
           IF WS-XREF-FILE-STATUS = "35"
               OPEN OUTPUT GL-XREF-FILE
               CLOSE GL-XREF-FILE
               OPEN I-O GL-XREF-FILE
           END-IF.
           IF WS-XREF-FILE-STATUS NOT = "00"
               DISPLAY "GL CROSS-REFERENCE FILE NOT AVAILABLE"
               SET FILE-OPEN-ERROR TO TRUE
               CLOSE DEPARTMENT-MASTER-FILE AUDIT-FILE
           ELSE
               PERFORM OPEN-TOLERANCE-FILE
           END-IF.

       OPEN-TOLERANCE-FILE.
           OPEN I-O VARIANCE-TOLERANCE-FILE.
           IF WS-TOLERANCE-FILE-STATUS = "35"
               OPEN OUTPUT VARIANCE-TOLERANCE-FILE
               CLOSE VARIANCE-TOLERANCE-FILE
               OPEN I-O VARIANCE-TOLERANCE-FILE
           END-IF.
           IF WS-TOLERANCE-FILE-STATUS NOT = "00"
               DISPLAY "VARIANCE TOLERANCE FILE NOT AVAILABLE"
               SET FILE-OPEN-ERROR TO TRUE
               CLOSE DEPARTMENT-MASTER-FILE GL-XREF-FILE AUDIT-FILE
           END-IF.

       RUN-MAINT-MENU.
           DISPLAY " ".
           DISPLAY "DEPARTMENT REFERENCE MAINTENANCE".
           DISPLAY "2. UPDATE A DEPARTMENT".
           DISPLAY "3. DEACTIVATE A DEPARTMENT".
           DISPLAY "4. REACTIVATE A DEPARTMENT".
           DISPLAY "5. SET A DEPARTMENT'S GL ACCOUNTS".
           DISPLAY "6. SET A DEPARTMENT'S VARIANCE TOLERANCES".
           DISPLAY "7. RETURN TO MAIN MENU".
           DISPLAY "ENTER YOUR CHOICE".
           ACCEPT WS-MAINT-CHOICE.
           EVALUATE WS-MAINT-CHOICE
               WHEN 4
                   PERFORM REACTIVATE-DEPARTMENT
               WHEN 5
                   PERFORM SET-GL-ACCOUNTS
               WHEN 6
                   PERFORM SET-VARIANCE-TOLERANCES
               WHEN 7
                   SET MAINT-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - PLEASE TRY AGAIN"
               END-IF
           END-IF.

      * A DEPARTMENT ALREADY MAPPED KEEPS ANY ACCOUNT LEFT BLANK;
      * A NEW MAPPING NEEDS BOTH.
       SET-GL-ACCOUNTS.
           PERFORM GET-MAINT-DEPT-CODE.
           PERFORM READ-DEPARTMENT-RECORD.
           IF NOT MAINT-RECORD-FOUND
               DISPLAY "DEPARTMENT " WS-MAINT-DEPT-CODE
                   " NOT ON FILE - ADD IT BEFORE MAPPING IT"
           ELSE
               PERFORM READ-GL-XREF-RECORD
               IF XREF-RECORD-FOUND
                   MOVE GL-XREF-RECORD TO WS-BEFORE-IMAGE
                   DISPLAY "CURRENT DEBIT ACCOUNT: " GLX-DEBIT-ACCOUNT
                       "  CREDIT ACCOUNT: " GLX-CREDIT-ACCOUNT
                   DISPLAY "ENTER NEW VALUES - LEAVE BLANK TO KEEP"
               ELSE
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO GL-XREF-RECORD
                   MOVE WS-MAINT-DEPT-CODE TO GLX-DEPT-CODE
               END-IF
               PERFORM GET-GL-ACCOUNT-FIELDS
               IF WS-ENTRY-DEBIT-ACCOUNT NOT = SPACES
                   MOVE WS-ENTRY-DEBIT-ACCOUNT TO GLX-DEBIT-ACCOUNT
               END-IF
               IF WS-ENTRY-CREDIT-ACCOUNT NOT = SPACES
                   MOVE WS-ENTRY-CREDIT-ACCOUNT TO GLX-CREDIT-ACCOUNT
               END-IF
               IF GLX-DEBIT-ACCOUNT = SPACES
                       OR GLX-CREDIT-ACCOUNT = SPACES
                   DISPLAY "BOTH ACCOUNTS ARE REQUIRED - MAPPING"
                       " ABANDONED"
               ELSE
                   IF XREF-RECORD-FOUND
                       PERFORM REWRITE-GL-XREF-RECORD
                   ELSE
                       PERFORM WRITE-GL-XREF-RECORD
                   END-IF
               END-IF
           END-IF.

       GET-GL-ACCOUNT-FIELDS.
           DISPLAY "ENTER THE ACCOUNT DEBITED BY POSTINGS".
           MOVE SPACES TO WS-ENTRY-DEBIT-ACCOUNT.
           ACCEPT WS-ENTRY-DEBIT-ACCOUNT.
           DISPLAY "ENTER THE ACCOUNT CREDITED BY POSTINGS".
           MOVE SPACES TO WS-ENTRY-CREDIT-ACCOUNT.
           ACCEPT WS-ENTRY-CREDIT-ACCOUNT.

       READ-GL-XREF-RECORD.
           MOVE "N" TO WS-XREF-FOUND-SWITCH.
           MOVE WS-MAINT-DEPT-CODE TO GLX-DEPT-CODE.
           READ GL-XREF-FILE
               INVALID KEY
                   MOVE "N" TO WS-XREF-FOUND-SWITCH
               NOT INVALID KEY
                   SET XREF-RECORD-FOUND TO TRUE
           END-READ.

       WRITE-GL-XREF-RECORD.
           WRITE GL-XREF-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO MAP DEPARTMENT "
                       WS-MAINT-DEPT-CODE
               NOT INVALID KEY
                   MOVE "GL MAP ADD" TO WS-AUDIT-ACTION
                   PERFORM WRITE-GL-AUDIT-RECORD
                   DISPLAY "DEPARTMENT " WS-MAINT-DEPT-CODE
                       " GL ACCOUNTS ADDED"
           END-WRITE.

       REWRITE-GL-XREF-RECORD.
           REWRITE GL-XREF-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE THE MAPPING FOR "
                       WS-MAINT-DEPT-CODE
               NOT INVALID KEY
                   MOVE "GL MAP UPD" TO WS-AUDIT-ACTION
                   PERFORM WRITE-GL-AUDIT-RECORD
                   DISPLAY "DEPARTMENT " WS-MAINT-DEPT-CODE
                       " GL ACCOUNTS CHANGED"
           END-REWRITE.

      * EACH BAND IS A WHOLE PERCENTAGE EITHER SIDE OF THE TRAILING
      * AVERAGE. A DEPARTMENT WITH BANDS ALREADY SET KEEPS ANY BAND
      * LEFT BLANK; SETTING BANDS FOR THE FIRST TIME NEEDS ALL THREE.
       SET-VARIANCE-TOLERANCES.
           PERFORM GET-MAINT-DEPT-CODE.
           PERFORM READ-DEPARTMENT-RECORD.
           IF NOT MAINT-RECORD-FOUND
               DISPLAY "DEPARTMENT " WS-MAINT-DEPT-CODE
                   " NOT ON FILE - ADD IT BEFORE SETTING ITS BANDS"
           ELSE
               PERFORM READ-TOLERANCE-RECORD
               IF TOLERANCE-RECORD-FOUND
                   MOVE VARIANCE-TOLERANCE-RECORD TO WS-BEFORE-IMAGE
                   DISPLAY "CURRENT BANDS - COUNT: " VTL-COUNT-PCT
                       "%  POSTED: " VTL-POSTING-PCT
                       "%  REVERSED: " VTL-REVERSAL-PCT "%"
                   DISPLAY "ENTER NEW VALUES - LEAVE BLANK TO KEEP"
               ELSE
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE SPACES TO VARIANCE-TOLERANCE-RECORD
                   MOVE WS-MAINT-DEPT-CODE TO VTL-DEPT-CODE
               END-IF
               MOVE "N" TO WS-BAND-ERROR-SWITCH
               DISPLAY "ENTER THE RECORD COUNT BAND - PERCENT 0-999"
               PERFORM ACCEPT-TOLERANCE-BAND
               IF BAND-ENTERED
                   MOVE WS-ENTRY-BAND-NUM TO VTL-COUNT-PCT
               END-IF
               DISPLAY "ENTER THE POSTING TOTAL BAND - PERCENT 0-999"
               PERFORM ACCEPT-TOLERANCE-BAND
               IF BAND-ENTERED
                   MOVE WS-ENTRY-BAND-NUM TO VTL-POSTING-PCT
               END-IF
               DISPLAY "ENTER THE REVERSAL TOTAL BAND - PERCENT 0-999"
               PERFORM ACCEPT-TOLERANCE-BAND
               IF BAND-ENTERED
                   MOVE WS-ENTRY-BAND-NUM TO VTL-REVERSAL-PCT
               END-IF
               IF BAND-ENTRY-ERROR
                   DISPLAY "ALL THREE BANDS MUST BE WHOLE PERCENTAGES"
                       " - TOLERANCES ABANDONED"
               ELSE
                   IF TOLERANCE-RECORD-FOUND
                       PERFORM REWRITE-TOLERANCE-RECORD
                   ELSE
                       PERFORM WRITE-TOLERANCE-RECORD
                   END-IF
               END-IF
           END-IF.

       ACCEPT-TOLERANCE-BAND.
           MOVE "N" TO WS-BAND-ENTERED-SWITCH.
           MOVE SPACES TO WS-ENTRY-BAND-RAW.
           ACCEPT WS-ENTRY-BAND-RAW.
           IF WS-ENTRY-BAND-RAW = SPACES
               IF NOT TOLERANCE-RECORD-FOUND
                   SET BAND-ENTRY-ERROR TO TRUE
               END-IF
           ELSE
               INSPECT WS-ENTRY-BAND-RAW
                   REPLACING LEADING SPACE BY ZERO
               IF WS-ENTRY-BAND-RAW IS NOT NUMERIC
                   DISPLAY "INVALID BAND - MUST BE 0 TO 999"
                   SET BAND-ENTRY-ERROR TO TRUE
               ELSE
                   SET BAND-ENTERED TO TRUE
               END-IF
           END-IF.

       READ-TOLERANCE-RECORD.
           MOVE "N" TO WS-TOLERANCE-FOUND-SWITCH.
           MOVE WS-MAINT-DEPT-CODE TO VTL-DEPT-CODE.
           READ VARIANCE-TOLERANCE-FILE
               INVALID KEY
                   MOVE "N" TO WS-TOLERANCE-FOUND-SWITCH
               NOT INVALID KEY
                   SET TOLERANCE-RECORD-FOUND TO TRUE
           END-READ.

       WRITE-TOLERANCE-RECORD.
           WRITE VARIANCE-TOLERANCE-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO SET BANDS FOR DEPARTMENT "
                       WS-MAINT-DEPT-CODE
               NOT INVALID KEY
                   MOVE "TOL ADD" TO WS-AUDIT-ACTION
                   PERFORM WRITE-TOLERANCE-AUDIT-RECORD
                   DISPLAY "DEPARTMENT " WS-MAINT-DEPT-CODE
                       " VARIANCE BANDS ADDED"
           END-WRITE.

       REWRITE-TOLERANCE-RECORD.
           REWRITE VARIANCE-TOLERANCE-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE THE BANDS FOR "
                       WS-MAINT-DEPT-CODE
               NOT INVALID KEY
                   MOVE "TOL UPD" TO WS-AUDIT-ACTION
                   PERFORM WRITE-TOLERANCE-AUDIT-RECORD
                   DISPLAY "DEPARTMENT " WS-MAINT-DEPT-CODE
                       " VARIANCE BANDS CHANGED"
           END-REWRITE.

       GET-MAINT-DEPT-CODE.
           DISPLAY "ENTER THE DEPARTMENT CODE".
           MOVE SPACES TO WS-MAINT-DEPT-CODE.
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
           MOVE DEPARTMENT-MASTER-RECORD TO AUD-AFTER-IMAGE.
           WRITE AUDIT-RECORD.

       WRITE-GL-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-CURRENT-OPERATOR-ID TO AUD-CHANGED-BY.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE WS-MAINT-DEPT-CODE TO AUD-DEPT-CODE.
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
           MOVE GL-XREF-RECORD TO AUD-AFTER-IMAGE.
           WRITE AUDIT-RECORD.

       WRITE-TOLERANCE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-CURRENT-OPERATOR-ID TO AUD-CHANGED-BY.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE WS-MAINT-DEPT-CODE TO AUD-DEPT-CODE.
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
           MOVE VARIANCE-TOLERANCE-RECORD TO AUD-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
