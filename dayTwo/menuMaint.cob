      * ROLE AUTHORIZATION TABLE MAINTENANCE. LETS A SIGNED-ON
      * SUPERVISOR GRANT AND REVOKE MENU FUNCTIONS BY ROLE ON
      * ROLEAUTH.DAT - THE TABLE MENUAUTH READS TO DECIDE WHICH
      * MENUDRIVER OPTIONS EACH OPERATOR IS SHOWN AND MAY TAKE, AND
      * WHICH THE RESTRICTED PROGRAMS THEMSELVES WILL RUN FOR. THE
      * ROLE IS THE OPERATOR'S SHIFT CODE - D, E, N OR S - AND THE
      * FUNCTIONS ARE THE ONES IN THE MNFTBL CATALOG. THIS PROGRAM
      * IS ITSELF NOT IN THE TABLE: WHOEVER ELSE IS GRANTED
      * OPERATOR MAINTENANCE, ONLY A SUPERVISOR MAY CHANGE WHAT A
      * ROLE HOLDS, AND SUPERVISORS CANNOT HAVE OPERATOR
      * MAINTENANCE REVOKED, SINCE THIS TABLE IS REACHED THROUGH IT.
      * THE FIRST TIME THE TABLE IS OPENED IT IS BUILT WITH THE
      * STANDARD GRANTS FROM THE CATALOG, WHICH CAN ALSO BE PUT
      * BACK AT ANY TIME - RESTORING ADDS ANY STANDARD GRANT THAT
      * IS MISSING AND REMOVES NOTHING. EVERY GRANT AND REVOCATION
      * WRITES AN AUDIT RECORD TO MENUAUDT.DAT CARRYING WHO MADE
      * THE CHANGE, THE BEFORE AND AFTER RECORD IMAGES AND A
      * TIMESTAMP - THE SAME CONVENTION AS OPERAUDT.DAT. THE AUDIT
      * FILE IS OPENED EXTEND SO IT IS NEVER OVERWRITTEN; LIKE
      * EXCEPLOG.DAT IT IS CREATED ON FIRST USE. REACHED FROM THE
      * OPERATOR MAINTENANCE MENU; CALLED DYNAMICALLY, SO IT NEEDS
      * ITS OWN LOAD MODULE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLE-AUTH-FILE ASSIGN TO "ROLEAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ROL-KEY
               FILE STATUS IS WS-ROLE-AUTH-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "MENUAUDT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROLE-AUTH-FILE.
           COPY ROLFLDS.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUD-TIMESTAMP PICTURE IS X(21).
           05 AUD-CHANGED-BY PICTURE IS X(5).
           05 AUD-ACTION PICTURE IS X(10).
           05 AUD-ROLE PICTURE IS X.
           05 AUD-FUNCTION PICTURE IS X(8).
           05 AUD-BEFORE-IMAGE PICTURE IS X(22).
           05 AUD-AFTER-IMAGE PICTURE IS X(22).

       WORKING-STORAGE SECTION.
           COPY SIGNCOM.
           COPY MNFTBL.
       01 WS-ROLE-AUTH-STATUS PICTURE IS XX.
       01 WS-AUDIT-FILE-STATUS PICTURE IS XX.
       01 WS-MAINT-CHOICE PICTURE IS 9.
       01 WS-MAINT-DONE-SWITCH PICTURE IS X VALUE "N".
           88 MAINT-DONE VALUE "Y".
       01 WS-RECORD-FOUND-SWITCH PICTURE IS X VALUE "N".
           88 MAINT-RECORD-FOUND VALUE "Y".
       01 WS-FILE-ERROR-SWITCH PICTURE IS X VALUE "N".
           88 FILE-OPEN-ERROR VALUE "Y".
       01 WS-NEW-TABLE-SWITCH PICTURE IS X VALUE "N".
           88 TABLE-NEWLY-BUILT VALUE "Y".
       01 WS-ROLE-ENTRY-SWITCH PICTURE IS X VALUE "N".
           88 ROLE-ENTRY-DONE VALUE "Y".
       01 WS-CATALOG-SWITCH PICTURE IS X VALUE "N".
           88 FUNCTION-IN-CATALOG VALUE "Y".
       01 WS-MAINT-ROLE PICTURE IS X.
           88 MAINT-ROLE-VALID VALUES "D" "E" "N" "S".
       01 WS-MAINT-FUNCTION PICTURE IS X(8).
       01 WS-CATALOG-INDEX PICTURE IS 99.
       01 WS-ROLE-INDEX PICTURE IS 9.
       01 WS-GRANTS-ADDED PICTURE IS 99.
       01 WS-RUN-DATE-TIME PICTURE IS X(21).
       01 WS-BEFORE-IMAGE PICTURE IS X(22).
       01 WS-AUDIT-ACTION PICTURE IS X(10).

       01 WS-LIST-LINE.
           05 LST-OPTION PICTURE IS Z9.
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 LST-FUNCTION PICTURE IS X(8).
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 LST-DESCRIPTION PICTURE IS X(40).
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 LST-STATUS PICTURE IS X(4).
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 LST-GRANTED-BY PICTURE IS X(5).
           05 FILLER PICTURE IS X(1) VALUE SPACES.
           05 LST-GRANTED-DATE PICTURE IS X(8).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           IF NOT CURRENT-OPER-SUPERVISOR
               DISPLAY "ROLE AUTHORIZATION MAINTENANCE IS RESTRICTED"
                   " TO SUPERVISORS - ACCESS DENIED"
           ELSE
               PERFORM OPEN-MAINT-FILES
               IF NOT FILE-OPEN-ERROR
                   IF TABLE-NEWLY-BUILT
                       DISPLAY "ROLE AUTHORIZATION TABLE CREATED -"
                           " LOADING THE STANDARD GRANTS"
                       PERFORM RESTORE-STANDARD-GRANTS
                   END-IF
                   MOVE "N" TO WS-MAINT-DONE-SWITCH
                   PERFORM RUN-MAINT-MENU UNTIL MAINT-DONE
                   CLOSE ROLE-AUTH-FILE AUDIT-FILE
               END-IF
           END-IF.
       PROGRAM-DONE.
           GOBACK.

       OPEN-MAINT-FILES.
           MOVE "N" TO WS-FILE-ERROR-SWITCH.
           MOVE "N" TO WS-NEW-TABLE-SWITCH.
           OPEN I-O ROLE-AUTH-FILE.
           IF WS-ROLE-AUTH-STATUS = "35"
               OPEN OUTPUT ROLE-AUTH-FILE
               CLOSE ROLE-AUTH-FILE
               OPEN I-O ROLE-AUTH-FILE
               SET TABLE-NEWLY-BUILT TO TRUE
           END-IF.
           IF WS-ROLE-AUTH-STATUS NOT = "00"
               DISPLAY "ROLE AUTHORIZATION FILE NOT AVAILABLE"
               SET FILE-OPEN-ERROR TO TRUE
           ELSE
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   DISPLAY "ROLE AUTHORIZATION AUDIT FILE NOT"
                       " AVAILABLE"
                   SET FILE-OPEN-ERROR TO TRUE
                   CLOSE ROLE-AUTH-FILE
               END-IF
           END-IF.

       RUN-MAINT-MENU.
           DISPLAY " ".
           DISPLAY "ROLE AUTHORIZATION MAINTENANCE".
           DISPLAY "1. LIST A ROLE'S MENU FUNCTIONS".
           DISPLAY "2. GRANT A MENU FUNCTION TO A ROLE".
           DISPLAY "3. REVOKE A MENU FUNCTION FROM A ROLE".
           DISPLAY "4. RESTORE THE STANDARD GRANTS".
           DISPLAY "5. RETURN TO OPERATOR MAINTENANCE".
           DISPLAY "ENTER YOUR CHOICE".
           ACCEPT WS-MAINT-CHOICE.
           EVALUATE WS-MAINT-CHOICE
               WHEN 1
                   PERFORM LIST-ROLE-FUNCTIONS
               WHEN 2
                   PERFORM GRANT-ROLE-FUNCTION
               WHEN 3
                   PERFORM REVOKE-ROLE-FUNCTION
               WHEN 4
                   PERFORM RESTORE-STANDARD-GRANTS
               WHEN 5
                   SET MAINT-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - PLEASE TRY AGAIN"
           END-EVALUATE.

      * EVERY FUNCTION IN THE CATALOG IS LISTED, HELD OR NOT, IN
      * MENU OPTION ORDER, SO THE SUPERVISOR SEES THE ROLE'S MENU
      * AS ITS OPERATORS WILL.
       LIST-ROLE-FUNCTIONS.
           PERFORM GET-MAINT-ROLE.
           DISPLAY "MENU FUNCTIONS FOR ROLE " WS-MAINT-ROLE.
           MOVE 1 TO WS-CATALOG-INDEX.
           PERFORM LIST-ONE-FUNCTION
               UNTIL WS-CATALOG-INDEX > WS-MNF-COUNT.

       LIST-ONE-FUNCTION.
           MOVE WS-MNF-FUNCTION(WS-CATALOG-INDEX) TO WS-MAINT-FUNCTION.
           PERFORM READ-ROLE-AUTH-RECORD.
           MOVE SPACES TO WS-LIST-LINE.
           MOVE WS-CATALOG-INDEX TO LST-OPTION.
           MOVE WS-MAINT-FUNCTION TO LST-FUNCTION.
           MOVE WS-MNF-DESCRIPTION(WS-CATALOG-INDEX)
               TO LST-DESCRIPTION.
           IF MAINT-RECORD-FOUND
               MOVE "HELD" TO LST-STATUS
               MOVE ROL-GRANTED-BY TO LST-GRANTED-BY
               MOVE ROL-GRANTED-DATE TO LST-GRANTED-DATE
           ELSE
               MOVE "----" TO LST-STATUS
           END-IF.
           DISPLAY WS-LIST-LINE.
           ADD 1 TO WS-CATALOG-INDEX.

       GRANT-ROLE-FUNCTION.
           PERFORM GET-MAINT-ROLE.
           PERFORM GET-MAINT-FUNCTION.
           IF FUNCTION-IN-CATALOG
               PERFORM READ-ROLE-AUTH-RECORD
               IF MAINT-RECORD-FOUND
                   DISPLAY "ROLE " WS-MAINT-ROLE " ALREADY HOLDS "
                       WS-MAINT-FUNCTION
               ELSE
                   MOVE "GRANT     " TO WS-AUDIT-ACTION
                   PERFORM WRITE-ROLE-AUTH-RECORD
                   IF MAINT-RECORD-FOUND
                       DISPLAY "ROLE " WS-MAINT-ROLE " GRANTED "
                           WS-MAINT-FUNCTION
                   END-IF
               END-IF
           END-IF.

      * A REVOKED FUNCTION IS DELETED OUTRIGHT; THE AUDIT RECORD
      * KEEPS ITS LAST IMAGE. THE TAKE-EFFECT POINT IS THE NEXT
      * TIME THE MENU IS BUILT - AT SIGN-ON, AND WHENEVER AN
      * OPERATOR RETURNS FROM OPERATOR MAINTENANCE.
       REVOKE-ROLE-FUNCTION.
           PERFORM GET-MAINT-ROLE.
           PERFORM GET-MAINT-FUNCTION.
           IF FUNCTION-IN-CATALOG
               IF WS-MAINT-ROLE = "S"
                       AND WS-MAINT-FUNCTION = "OPERMANT"
                   DISPLAY "SUPERVISORS MUST KEEP OPERATOR MAINTENANCE"
                       " - THIS TABLE IS REACHED THROUGH IT"
               ELSE
                   PERFORM READ-ROLE-AUTH-RECORD
                   IF NOT MAINT-RECORD-FOUND
                       DISPLAY "ROLE " WS-MAINT-ROLE
                           " DOES NOT HOLD " WS-MAINT-FUNCTION
                   ELSE
                       PERFORM DELETE-ROLE-AUTH-RECORD
                   END-IF
               END-IF
           END-IF.

       DELETE-ROLE-AUTH-RECORD.
           MOVE ROLE-AUTH-RECORD TO WS-BEFORE-IMAGE.
           DELETE ROLE-AUTH-FILE RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO REVOKE " WS-MAINT-FUNCTION
               NOT INVALID KEY
                   MOVE SPACES TO ROLE-AUTH-RECORD
                   MOVE "REVOKE    " TO WS-AUDIT-ACTION
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY "ROLE " WS-MAINT-ROLE
                       " NO LONGER HOLDS " WS-MAINT-FUNCTION
           END-DELETE.

      * ADDS EVERY STANDARD GRANT IN THE CATALOG THAT IS NOT ON
      * FILE. A GRANT ALREADY THERE, AND ANY EXTRA GRANT A
      * SUPERVISOR HAS MADE, IS LEFT AS IT IS.
       RESTORE-STANDARD-GRANTS.
           MOVE ZERO TO WS-GRANTS-ADDED.
           MOVE "STANDARD  " TO WS-AUDIT-ACTION.
           MOVE 1 TO WS-CATALOG-INDEX.
           PERFORM RESTORE-ONE-FUNCTION
               UNTIL WS-CATALOG-INDEX > WS-MNF-COUNT.
           DISPLAY WS-GRANTS-ADDED " STANDARD GRANTS ADDED".

       RESTORE-ONE-FUNCTION.
           MOVE WS-MNF-FUNCTION(WS-CATALOG-INDEX) TO WS-MAINT-FUNCTION.
           MOVE 1 TO WS-ROLE-INDEX.
           PERFORM RESTORE-ONE-ROLE UNTIL WS-ROLE-INDEX > 4.
           ADD 1 TO WS-CATALOG-INDEX.

       RESTORE-ONE-ROLE.
           MOVE WS-MNF-STANDARD-ROLES(WS-CATALOG-INDEX)
               (WS-ROLE-INDEX:1) TO WS-MAINT-ROLE.
           IF WS-MAINT-ROLE NOT = SPACE
               PERFORM READ-ROLE-AUTH-RECORD
               IF NOT MAINT-RECORD-FOUND
                   PERFORM WRITE-ROLE-AUTH-RECORD
                   IF MAINT-RECORD-FOUND
                       ADD 1 TO WS-GRANTS-ADDED
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-ROLE-INDEX.

      * MAINT-RECORD-FOUND IS LEFT SET WHEN THE GRANT IS ON FILE.
       WRITE-ROLE-AUTH-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
           MOVE WS-MAINT-ROLE TO ROL-ROLE.
           MOVE WS-MAINT-FUNCTION TO ROL-FUNCTION.
           MOVE WS-CURRENT-OPERATOR-ID TO ROL-GRANTED-BY.
           MOVE WS-RUN-DATE-TIME(1:8) TO ROL-GRANTED-DATE.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           WRITE ROLE-AUTH-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO GRANT " WS-MAINT-FUNCTION
                       " TO ROLE " WS-MAINT-ROLE
               NOT INVALID KEY
                   SET MAINT-RECORD-FOUND TO TRUE
                   PERFORM WRITE-AUDIT-RECORD
           END-WRITE.

       GET-MAINT-ROLE.
           MOVE "N" TO WS-ROLE-ENTRY-SWITCH.
           PERFORM ACCEPT-MAINT-ROLE UNTIL ROLE-ENTRY-DONE.

       ACCEPT-MAINT-ROLE.
           DISPLAY "ENTER THE ROLE - D, E, N OR S".
           MOVE SPACE TO WS-MAINT-ROLE.
           ACCEPT WS-MAINT-ROLE.
           IF MAINT-ROLE-VALID
               SET ROLE-ENTRY-DONE TO TRUE
           ELSE
               DISPLAY "INVALID ROLE - MUST BE D, E, N OR S"
           END-IF.

      * THE CODE MUST BE ONE IN THE CATALOG - OPTION 1 LISTS THEM.
       GET-MAINT-FUNCTION.
           DISPLAY "ENTER THE MENU FUNCTION CODE".
           MOVE SPACES TO WS-MAINT-FUNCTION.
           ACCEPT WS-MAINT-FUNCTION.
           MOVE "N" TO WS-CATALOG-SWITCH.
           MOVE 1 TO WS-CATALOG-INDEX.
           PERFORM TEST-CATALOG-ENTRY
               UNTIL FUNCTION-IN-CATALOG
               OR WS-CATALOG-INDEX > WS-MNF-COUNT.
           IF NOT FUNCTION-IN-CATALOG
               DISPLAY "UNKNOWN MENU FUNCTION " WS-MAINT-FUNCTION
                   " - LIST A ROLE TO SEE THE CODES"
           END-IF.

       TEST-CATALOG-ENTRY.
           IF WS-MNF-FUNCTION(WS-CATALOG-INDEX) = WS-MAINT-FUNCTION
               SET FUNCTION-IN-CATALOG TO TRUE
           ELSE
               ADD 1 TO WS-CATALOG-INDEX
           END-IF.

       READ-ROLE-AUTH-RECORD.
           MOVE "N" TO WS-RECORD-FOUND-SWITCH.
           MOVE WS-MAINT-ROLE TO ROL-ROLE.
           MOVE WS-MAINT-FUNCTION TO ROL-FUNCTION.
           READ ROLE-AUTH-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-FOUND-SWITCH
               NOT INVALID KEY
                   SET MAINT-RECORD-FOUND TO TRUE
           END-READ.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-CURRENT-OPERATOR-ID TO AUD-CHANGED-BY.
           MOVE WS-AUDIT-ACTION TO AUD-ACTION.
           MOVE WS-MAINT-ROLE TO AUD-ROLE.
           MOVE WS-MAINT-FUNCTION TO AUD-FUNCTION.
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
           MOVE ROLE-AUTH-RECORD TO AUD-AFTER-IMAGE.
           WRITE AUDIT-RECORD.
