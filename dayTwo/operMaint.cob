      * WHO MADE THE CHANGE, THE BEFORE AND AFTER RECORD IMAGES AND
      * A TIMESTAMP. THE AUDIT FILE IS OPENED EXTEND SO IT IS NEVER
      * OVERWRITTEN; LIKE EXCEPLOG.DAT IT IS CREATED ON FIRST USE.
      * THE SAME MENU GRANTS AND REVOKES EACH OPERATOR'S AUTHORITY
      * TO KEY ONLINE ENTRIES FOR A DEPARTMENT ON OPERDEPT.DAT - ONE
      * HOME DEPARTMENT PLUS ANY OTHERS THE OPERATOR COVERS - AND
      * AUDITS EVERY GRANT AND REVOCATION ON OPERAUDT.DAT WITH THE
      * AUTHORITY RECORD AS ITS IMAGES, UNDER "DEPT" ACTIONS. ONLY A
      * DEPARTMENT ACTIVE ON DEPTMAST.DAT CAN BE GRANTED.
      * THE MENU ALSO OFFERS THE CALMAINT BUSINESS CALENDAR
      * MAINTENANCE, THE AUTHLIST DEPARTMENT AUTHORITY LISTING AND
      * THE MENUMAINT ROLE AUTHORIZATION TABLE MAINTENANCE - CALMAINT
      * AND MENUMAINT ARE SUPERVISOR-ONLY IN THEMSELVES, WHOEVER ELSE
      * IS GRANTED THIS MENU. ALL ARE CALLED DYNAMICALLY AND NEED
      * THEIR OWN LOAD MODULES, THE SAME AS THE PROGRAMS MENUDRIVER
      * CALLS. WHO MAY USE THIS MENU AT ALL IS DECIDED BY THE ROLE
      * AUTHORIZATION TABLE THROUGH MENUAUTH, AS FOR EVERY MENU
      * FUNCTION.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMAINT.
       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO "OPERDEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODA-KEY
               FILE STATUS IS WS-AUTHORITY-FILE-STATUS.
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "OPERAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       FD  OPERATOR-MASTER-FILE.
           COPY OPERFLDS.

       FD  AUTHORITY-FILE.
           COPY ODAFLDS.

       FD  DEPARTMENT-MASTER-FILE.
           COPY DPTFLDS.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-TIMESTAMP PICTURE IS X(21).
           05 AUD-ACTION PICTURE IS X(10).
           05 AUD-OPER-ID PICTURE IS X(5).
      * THE IMAGES CARRY THE WHOLE MASTER RECORD, PIN INCLUDED -
      * THE AUDIT FILE IS SUPERVISOR-ONLY AND IS NEVER PRINTED. A
      * "DEPT" ACTION CARRIES THE AUTHORITY RECORD INSTEAD.
           05 AUD-BEFORE-IMAGE PICTURE IS X(48).
           05 AUD-AFTER-IMAGE PICTURE IS X(48).

       WORKING-STORAGE SECTION.
           COPY SIGNCOM.
           COPY MNACOM.
       01 WS-OPERATOR-FILE-STATUS PICTURE IS XX.
       01 WS-AUDIT-FILE-STATUS PICTURE IS XX.
       01 WS-MAINT-CHOICE PICTURE IS 99.
       01 WS-ENTRY-PIN PICTURE IS X(4).
       01 WS-BEFORE-IMAGE PICTURE IS X(48).
       01 WS-AUDIT-ACTION PICTURE IS X(10).
       01 WS-AUTHORITY-FILE-STATUS PICTURE IS XX.
       01 WS-DEPT-MASTER-STATUS PICTURE IS XX.
       01 WS-AUTHORITY-OPEN-SWITCH PICTURE IS X VALUE "N".
           88 AUTHORITY-FILE-OPEN VALUE "Y".
       01 WS-AUTH-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-OPERATOR-AUTH VALUE "Y".
       01 WS-AUTH-FOUND-SWITCH PICTURE IS X VALUE "N".
           88 AUTH-RECORD-FOUND VALUE "Y".
       01 WS-GRANT-DEPT-SWITCH PICTURE IS X VALUE "N".
           88 GRANT-DEPT-OK VALUE "Y".
       01 WS-MAINT-DEPT-CODE PICTURE IS X(4).
       01 WS-OLD-HOME-DEPT PICTURE IS X(4).
       01 WS-AUTH-COUNT PICTURE IS 99.
       01 WS-HOME-REPLY PICTURE IS X.
           88 HOME-REQUESTED VALUE "Y".
       01 WS-RUN-DATE-TIME PICTURE IS X(21).
       01 WS-AUTH-TYPE-TEXT PICTURE IS X(5).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE WS-CURRENT-OPERATOR-SHIFT TO WS-MNA-ROLE.
           MOVE "OPERMANT" TO WS-MNA-FUNCTION.
           CALL "MENUAUTH".
           IF NOT MNA-GRANTED
               DISPLAY "OPERATOR MAINTENANCE IS NOT AUTHORIZED FOR"
                   " YOUR ROLE - ACCESS DENIED"
           ELSE
               PERFORM OPEN-MAINT-FILES
               IF NOT FILE-OPEN-ERROR
           DISPLAY "3. DEACTIVATE AN OPERATOR".
           DISPLAY "4. REACTIVATE AN OPERATOR".
           DISPLAY "5. RESET A PIN LOCKOUT".
           DISPLAY "6. BUSINESS CALENDAR MAINTENANCE".
           DISPLAY "7. GRANT DEPARTMENT AUTHORITY".
           DISPLAY "8. REVOKE DEPARTMENT AUTHORITY".
           DISPLAY "9. DEPARTMENT AUTHORITY LISTING".
           DISPLAY "10. ROLE AUTHORIZATION MAINTENANCE".
           DISPLAY "11. RETURN TO MAIN MENU".
           DISPLAY "ENTER YOUR CHOICE".
           ACCEPT WS-MAINT-CHOICE.
           EVALUATE WS-MAINT-CHOICE
               WHEN 5
                   PERFORM RESET-PIN-LOCKOUT
               WHEN 6
                   CALL "CALMAINT"
               WHEN 7
                   PERFORM GRANT-DEPT-AUTHORITY
               WHEN 8
                   PERFORM REVOKE-DEPT-AUTHORITY
               WHEN 9
                   CALL "AUTHLIST"
                   IF RETURN-CODE = 4
                       DISPLAY "AUTHORITY EXCEPTIONS - SEE AUTHRPT.DAT"
                   END-IF
                   MOVE ZERO TO RETURN-CODE
               WHEN 10
                   CALL "MENUMAINT"
               WHEN 11
                   SET MAINT-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - PLEASE TRY AGAIN"
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
           MOVE OPERATOR-MASTER-RECORD TO AUD-AFTER-IMAGE.
           WRITE AUDIT-RECORD.

      * THE FIRST DEPARTMENT GRANTED TO AN OPERATOR BECOMES THE HOME
      * DEPARTMENT WITHOUT ASKING. NAMING A NEW HOME DEPARTMENT
      * TURNS THE OLD ONE INTO AN ORDINARY AUTHORITY - THE OPERATOR
      * STILL HOLDS IT - SO THERE IS NEVER MORE THAN ONE HOME.
       GRANT-DEPT-AUTHORITY.
           PERFORM GET-MAINT-OPER-ID.
           PERFORM READ-OPERATOR-RECORD.
           IF NOT MAINT-RECORD-FOUND
               DISPLAY "OPERATOR " WS-MAINT-OPER-ID " NOT ON FILE"
           ELSE
               IF OPER-INACTIVE
                   DISPLAY "OPERATOR " WS-MAINT-OPER-ID
                       " IS DEACTIVATED - REACTIVATE FIRST"
               ELSE
                   PERFORM OPEN-AUTHORITY-FILE
                   IF AUTHORITY-FILE-OPEN
                       PERFORM SHOW-OPERATOR-AUTHORITY
                       PERFORM GET-MAINT-DEPT-CODE
                       PERFORM CHECK-GRANT-DEPARTMENT
                       IF GRANT-DEPT-OK
                           PERFORM GET-HOME-REPLY
                           PERFORM APPLY-DEPT-GRANT
                       END-IF
                       CLOSE AUTHORITY-FILE
                   END-IF
               END-IF
           END-IF.

       GET-HOME-REPLY.
           IF WS-OLD-HOME-DEPT = SPACES
               MOVE "Y" TO WS-HOME-REPLY
           ELSE
               IF WS-OLD-HOME-DEPT = WS-MAINT-DEPT-CODE
                   MOVE "N" TO WS-HOME-REPLY
               ELSE
                   DISPLAY "MAKE " WS-MAINT-DEPT-CODE
                       " THE HOME DEPARTMENT - Y OR N"
                   MOVE SPACE TO WS-HOME-REPLY
                   ACCEPT WS-HOME-REPLY
               END-IF
           END-IF.

       APPLY-DEPT-GRANT.
           PERFORM READ-AUTHORITY-RECORD.
           IF AUTH-RECORD-FOUND AND NOT HOME-REQUESTED
               DISPLAY "OPERATOR " WS-MAINT-OPER-ID
                   " ALREADY HOLDS " WS-MAINT-DEPT-CODE
           ELSE
               IF HOME-REQUESTED AND WS-OLD-HOME-DEPT NOT = SPACES
                   PERFORM DEMOTE-OLD-HOME
               END-IF
               IF AUTH-RECORD-FOUND
                   PERFORM READ-AUTHORITY-RECORD
                   MOVE OPER-DEPT-AUTH-RECORD TO WS-BEFORE-IMAGE
                   MOVE "H" TO ODA-AUTH-TYPE
                   REWRITE OPER-DEPT-AUTH-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO CHANGE THE AUTHORITY"
                       NOT INVALID KEY
                           MOVE "DEPT HOME " TO WS-AUDIT-ACTION
                           PERFORM WRITE-AUTH-AUDIT-RECORD
                           DISPLAY WS-MAINT-DEPT-CODE
                               " IS NOW THE HOME DEPARTMENT"
                   END-REWRITE
               ELSE
                   PERFORM WRITE-NEW-AUTHORITY
               END-IF
           END-IF.

       WRITE-NEW-AUTHORITY.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
           MOVE WS-MAINT-OPER-ID TO ODA-OPER-ID.
           MOVE WS-MAINT-DEPT-CODE TO ODA-DEPT-CODE.
           IF HOME-REQUESTED
               MOVE "H" TO ODA-AUTH-TYPE
           ELSE
               MOVE "O" TO ODA-AUTH-TYPE
           END-IF.
           MOVE WS-CURRENT-OPERATOR-ID TO ODA-GRANTED-BY.
           MOVE WS-RUN-DATE-TIME(1:8) TO ODA-GRANTED-DATE.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           WRITE OPER-DEPT-AUTH-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO GRANT " WS-MAINT-DEPT-CODE
               NOT INVALID KEY
                   MOVE "DEPT GRANT" TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUTH-AUDIT-RECORD
                   DISPLAY "OPERATOR " WS-MAINT-OPER-ID
                       " GRANTED " WS-MAINT-DEPT-CODE
           END-WRITE.

       DEMOTE-OLD-HOME.
           MOVE WS-MAINT-OPER-ID TO ODA-OPER-ID.
           MOVE WS-OLD-HOME-DEPT TO ODA-DEPT-CODE.
           READ AUTHORITY-FILE
               KEY IS ODA-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OPER-DEPT-AUTH-RECORD TO WS-BEFORE-IMAGE
                   MOVE "O" TO ODA-AUTH-TYPE
                   REWRITE OPER-DEPT-AUTH-RECORD
                       INVALID KEY
                           DISPLAY "UNABLE TO CHANGE THE OLD HOME"
                               " DEPARTMENT"
                       NOT INVALID KEY
                           MOVE "DEPT HOME " TO WS-AUDIT-ACTION
                           PERFORM WRITE-AUTH-AUDIT-RECORD
                   END-REWRITE
           END-READ.

      * A REVOKED AUTHORITY IS DELETED OUTRIGHT; THE AUDIT RECORD
      * KEEPS ITS LAST IMAGE. REVOKING THE HOME DEPARTMENT LEAVES
      * THE OPERATOR WITH NONE UNTIL ANOTHER IS NAMED, AND ENTRIES
      * KEYED WITHOUT A DEPARTMENT ARE REFUSED MEANWHILE.
       REVOKE-DEPT-AUTHORITY.
           PERFORM GET-MAINT-OPER-ID.
           PERFORM OPEN-AUTHORITY-FILE.
           IF AUTHORITY-FILE-OPEN
               PERFORM SHOW-OPERATOR-AUTHORITY
               IF WS-AUTH-COUNT > ZERO
                   PERFORM GET-MAINT-DEPT-CODE
                   PERFORM READ-AUTHORITY-RECORD
                   IF NOT AUTH-RECORD-FOUND
                       DISPLAY "OPERATOR " WS-MAINT-OPER-ID
                           " DOES NOT HOLD " WS-MAINT-DEPT-CODE
                   ELSE
                       PERFORM DELETE-AUTHORITY-RECORD
                   END-IF
               END-IF
               CLOSE AUTHORITY-FILE
           END-IF.

       DELETE-AUTHORITY-RECORD.
           MOVE OPER-DEPT-AUTH-RECORD TO WS-BEFORE-IMAGE.
           DELETE AUTHORITY-FILE RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO REVOKE " WS-MAINT-DEPT-CODE
               NOT INVALID KEY
                   MOVE SPACES TO OPER-DEPT-AUTH-RECORD
                   MOVE "DEPT REVOK" TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUTH-AUDIT-RECORD
                   DISPLAY "OPERATOR " WS-MAINT-OPER-ID
                       " NO LONGER HOLDS " WS-MAINT-DEPT-CODE
                   IF WS-MAINT-DEPT-CODE = WS-OLD-HOME-DEPT
                       DISPLAY "THAT WAS THE HOME DEPARTMENT - GRANT"
                           " A NEW ONE"
                   END-IF
           END-DELETE.

       OPEN-AUTHORITY-FILE.
           MOVE "N" TO WS-AUTHORITY-OPEN-SWITCH.
           OPEN I-O AUTHORITY-FILE.
           IF WS-AUTHORITY-FILE-STATUS = "35"
               OPEN OUTPUT AUTHORITY-FILE
               CLOSE AUTHORITY-FILE
               OPEN I-O AUTHORITY-FILE
           END-IF.
           IF WS-AUTHORITY-FILE-STATUS = "00"
               SET AUTHORITY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "DEPARTMENT AUTHORITY FILE NOT AVAILABLE"
           END-IF.

      * LISTS WHAT THE OPERATOR ALREADY HOLDS BEFORE ANYTHING IS
      * CHANGED, AND NOTES THE HOME DEPARTMENT FOR THE GRANT.
       SHOW-OPERATOR-AUTHORITY.
           MOVE SPACES TO WS-OLD-HOME-DEPT.
           MOVE ZERO TO WS-AUTH-COUNT.
           MOVE "N" TO WS-AUTH-EOF-SWITCH.
           MOVE WS-MAINT-OPER-ID TO ODA-OPER-ID.
           MOVE LOW-VALUES TO ODA-DEPT-CODE.
           START AUTHORITY-FILE
               KEY IS NOT LESS THAN ODA-KEY
               INVALID KEY
                   SET END-OF-OPERATOR-AUTH TO TRUE
           END-START.
           IF NOT END-OF-OPERATOR-AUTH
               PERFORM READ-NEXT-OPERATOR-AUTH
           END-IF.
           PERFORM SHOW-ONE-AUTHORITY UNTIL END-OF-OPERATOR-AUTH.
           IF WS-AUTH-COUNT = ZERO
               DISPLAY "OPERATOR " WS-MAINT-OPER-ID
                   " HOLDS NO DEPARTMENT AUTHORITY"
           END-IF.

       SHOW-ONE-AUTHORITY.
           ADD 1 TO WS-AUTH-COUNT.
           IF ODA-HOME-DEPT
               MOVE ODA-DEPT-CODE TO WS-OLD-HOME-DEPT
               MOVE "HOME " TO WS-AUTH-TYPE-TEXT
           ELSE
               MOVE "OTHER" TO WS-AUTH-TYPE-TEXT
           END-IF.
           DISPLAY "  " ODA-DEPT-CODE "  " WS-AUTH-TYPE-TEXT
               "  GRANTED BY " ODA-GRANTED-BY " ON " ODA-GRANTED-DATE.
           PERFORM READ-NEXT-OPERATOR-AUTH.

       READ-NEXT-OPERATOR-AUTH.
           READ AUTHORITY-FILE NEXT RECORD
               AT END SET END-OF-OPERATOR-AUTH TO TRUE
           END-READ.
           IF NOT END-OF-OPERATOR-AUTH
               IF ODA-OPER-ID NOT = WS-MAINT-OPER-ID
                   SET END-OF-OPERATOR-AUTH TO TRUE
               END-IF
           END-IF.

       GET-MAINT-DEPT-CODE.
           DISPLAY "ENTER THE DEPARTMENT CODE".
           MOVE SPACES TO WS-MAINT-DEPT-CODE.
           ACCEPT WS-MAINT-DEPT-CODE.

       READ-AUTHORITY-RECORD.
           MOVE "N" TO WS-AUTH-FOUND-SWITCH.
           MOVE WS-MAINT-OPER-ID TO ODA-OPER-ID.
           MOVE WS-MAINT-DEPT-CODE TO ODA-DEPT-CODE.
           READ AUTHORITY-FILE
               KEY IS ODA-KEY
               INVALID KEY
                   MOVE "N" TO WS-AUTH-FOUND-SWITCH
               NOT INVALID KEY
                   SET AUTH-RECORD-FOUND TO TRUE
           END-READ.

      * THE DEPARTMENT MASTER IS OPENED ONLY FOR THE LOOKUP, SO IT
      * IS NEVER HELD WHILE DEPTMAINT IS CALLED FROM THIS MENU.
       CHECK-GRANT-DEPARTMENT.
           MOVE "N" TO WS-GRANT-DEPT-SWITCH.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF WS-DEPT-MASTER-STATUS NOT = "00"
               DISPLAY "DEPARTMENT MASTER FILE NOT AVAILABLE"
           ELSE
               MOVE WS-MAINT-DEPT-CODE TO DEPT-CODE
               READ DEPARTMENT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "DEPARTMENT " WS-MAINT-DEPT-CODE
                           " NOT ON THE DEPARTMENT MASTER"
                   NOT INVALID KEY
                       IF DEPT-INACTIVE
                           DISPLAY "DEPARTMENT " WS-MAINT-DEPT-CODE
                               " IS INACTIVE - NOT GRANTED"
                       ELSE
                           SET GRANT-DEPT-OK TO TRUE
                       END-IF
               END-READ
               CLOSE DEPARTMENT-MASTER-FILE
           END-IF.

       WRITE-AUTH-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-CURRENT-OPERATOR-ID TO AUD-CHANGED-BY.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE WS-MAINT-OPER-ID TO AUD-OPER-ID.
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
           MOVE OPER-DEPT-AUTH-RECORD TO AUD-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
