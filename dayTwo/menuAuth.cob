      * ROLE-TO-MENU-FUNCTION AUTHORITY CHECK. GIVEN A ROLE (THE
      * SIGNED-ON OPERATOR'S SHIFT CODE) AND A FUNCTION CODE IN THE
      * SHARED MNACOM FIELDS, ANSWERS WHETHER THAT ROLE HOLDS THE
      * FUNCTION ON THE ROLEAUTH.DAT TABLE MENUMAINT MAINTAINS.
      * MENUDRIVER CALLS IT FOR EVERY OPTION WHEN IT BUILDS THE MENU
      * SO AN OPERATOR IS SHOWN ONLY THE OPTIONS THE ROLE HOLDS, AND
      * EACH RESTRICTED PROGRAM CALLS IT AGAIN ON ENTRY, SO ONE RUN
      * OUTSIDE THE MENU - WITH NO SIGN-ON AND SO NO ROLE - IS
      * REFUSED BY THE SAME RULE.
      * UNTIL A SUPERVISOR HAS BUILT THE TABLE, OR WHILE IT CANNOT
      * BE OPENED, THE ANSWER COMES FROM THE STANDARD GRANTS IN THE
      * MNFTBL CATALOG - THE ACCESS THE MENU GAVE BEFORE THE TABLE
      * EXISTED - SO NO ONE IS LOCKED OUT AND NO ONE GAINS ANYTHING.
      * CALLED DYNAMICALLY AND NEEDS ITS OWN LOAD MODULE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUAUTH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLE-AUTH-FILE ASSIGN TO "ROLEAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ROL-KEY
               FILE STATUS IS WS-ROLE-AUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROLE-AUTH-FILE.
           COPY ROLFLDS.

       WORKING-STORAGE SECTION.
           COPY MNACOM.
           COPY MNFTBL.
       01 WS-ROLE-AUTH-STATUS PICTURE IS XX.
       01 WS-CATALOG-INDEX PICTURE IS 99.
       01 WS-CATALOG-SWITCH PICTURE IS X VALUE "N".
           88 FUNCTION-IN-CATALOG VALUE "Y".
       01 WS-ROLE-TALLY PICTURE IS 9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           SET MNA-NOT-GRANTED TO TRUE.
           SET MNA-FROM-TABLE TO TRUE.
           PERFORM FIND-CATALOG-ENTRY.
           IF NOT FUNCTION-IN-CATALOG
               SET MNA-UNKNOWN-FUNCTION TO TRUE
           ELSE
               IF WS-MNA-ROLE NOT = SPACE
                   OPEN INPUT ROLE-AUTH-FILE
                   IF WS-ROLE-AUTH-STATUS = "00"
                       PERFORM READ-ROLE-AUTHORITY
                       CLOSE ROLE-AUTH-FILE
                   ELSE
                       SET MNA-FROM-STANDARD TO TRUE
                       PERFORM CHECK-STANDARD-GRANT
                   END-IF
               END-IF
           END-IF.
       PROGRAM-DONE.
           GOBACK.

       FIND-CATALOG-ENTRY.
           MOVE "N" TO WS-CATALOG-SWITCH.
           MOVE 1 TO WS-CATALOG-INDEX.
           PERFORM TEST-CATALOG-ENTRY
               UNTIL FUNCTION-IN-CATALOG
               OR WS-CATALOG-INDEX > WS-MNF-COUNT.

       TEST-CATALOG-ENTRY.
           IF WS-MNF-FUNCTION(WS-CATALOG-INDEX) = WS-MNA-FUNCTION
               SET FUNCTION-IN-CATALOG TO TRUE
           ELSE
               ADD 1 TO WS-CATALOG-INDEX
           END-IF.

       READ-ROLE-AUTHORITY.
           MOVE WS-MNA-ROLE TO ROL-ROLE.
           MOVE WS-MNA-FUNCTION TO ROL-FUNCTION.
           READ ROLE-AUTH-FILE
               INVALID KEY
                   SET MNA-NOT-GRANTED TO TRUE
               NOT INVALID KEY
                   SET MNA-GRANTED TO TRUE
           END-READ.

       CHECK-STANDARD-GRANT.
           MOVE ZERO TO WS-ROLE-TALLY.
           INSPECT WS-MNF-STANDARD-ROLES(WS-CATALOG-INDEX)
               TALLYING WS-ROLE-TALLY FOR ALL WS-MNA-ROLE.
           IF WS-ROLE-TALLY > ZERO
               SET MNA-GRANTED TO TRUE
           END-IF.
