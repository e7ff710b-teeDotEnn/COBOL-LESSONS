      * OPERATOR-TO-DEPARTMENT AUTHORITY CHECK. GIVEN AN OPERATOR ID
      * AND A DEPARTMENT CODE IN THE SHARED DAUCOM FIELDS, ANSWERS
      * WHETHER THE OPERATOR MAY ACT FOR THAT DEPARTMENT: THE
      * OPERATOR MUST HOLD IT ON THE OPERDEPT.DAT AUTHORITY FILE
      * OPERMAINT MAINTAINS, AND THE DEPARTMENT MUST BE ON
      * DEPTMAST.DAT AND ACTIVE - A CLOSED DEPARTMENT TAKES NO NEW
      * ENTRIES WHOEVER HOLDS IT. A BLANK DEPARTMENT MEANS THE
      * OPERATOR'S HOME DEPARTMENT. THE OPERATOR'S HOME DEPARTMENT
      * IS HANDED BACK EITHER WAY SO THE CALLER CAN OFFER IT.
      * ADDTWONUMS CALLS IT FOR EVERY ONLINE ENTRY AND REVAPPR FOR
      * EVERY APPROVAL, SO BOTH JUDGE AUTHORITY BY THE SAME RULE.
      * CALLED DYNAMICALLY AND NEEDS ITS OWN LOAD MODULE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTAUTH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.
       FD  AUTHORITY-FILE.
           COPY ODAFLDS.

       FD  DEPARTMENT-MASTER-FILE.
           COPY DPTFLDS.

       WORKING-STORAGE SECTION.
           COPY DAUCOM.
       01 WS-AUTHORITY-FILE-STATUS PICTURE IS XX.
       01 WS-DEPT-MASTER-STATUS PICTURE IS XX.
       01 WS-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-OPERATOR VALUE "Y".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE WS-DAU-DEPT-CODE TO WS-DAU-CHECKED-DEPT.
           MOVE SPACES TO WS-DAU-DEPT-NAME.
           MOVE SPACES TO WS-DAU-HOME-DEPT.
           SET DAU-AUTH-FILE-DOWN TO TRUE.
           OPEN INPUT AUTHORITY-FILE.
           IF WS-AUTHORITY-FILE-STATUS = "00"
               PERFORM FIND-HOME-DEPARTMENT
               IF WS-DAU-CHECKED-DEPT = SPACES
                   MOVE WS-DAU-HOME-DEPT TO WS-DAU-CHECKED-DEPT
               END-IF
               IF WS-DAU-CHECKED-DEPT = SPACES
                   SET DAU-NO-HOME TO TRUE
               ELSE
                   PERFORM READ-AUTHORITY
               END-IF
               CLOSE AUTHORITY-FILE
               IF DAU-AUTHORIZED
                   PERFORM CHECK-DEPARTMENT-MASTER
               END-IF
           END-IF.
       PROGRAM-DONE.
           GOBACK.

      * ALL OF ONE OPERATOR'S AUTHORITIES SIT TOGETHER UNDER THE
      * OPERATOR ID, SO THE HOME FLAG IS FOUND BY STARTING AT THE
      * LOWEST KEY FOR THE ID AND READING UNTIL THE ID CHANGES.
       FIND-HOME-DEPARTMENT.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-DAU-OPER-ID TO ODA-OPER-ID.
           MOVE LOW-VALUES TO ODA-DEPT-CODE.
           START AUTHORITY-FILE
               KEY IS NOT LESS THAN ODA-KEY
               INVALID KEY
                   SET END-OF-OPERATOR TO TRUE
           END-START.
           IF NOT END-OF-OPERATOR
               PERFORM READ-NEXT-AUTHORITY
           END-IF.
           PERFORM TEST-ONE-AUTHORITY UNTIL END-OF-OPERATOR.

       TEST-ONE-AUTHORITY.
           IF ODA-HOME-DEPT
               MOVE ODA-DEPT-CODE TO WS-DAU-HOME-DEPT
           END-IF.
           PERFORM READ-NEXT-AUTHORITY.

       READ-NEXT-AUTHORITY.
           READ AUTHORITY-FILE NEXT RECORD
               AT END SET END-OF-OPERATOR TO TRUE
           END-READ.
           IF NOT END-OF-OPERATOR
               IF ODA-OPER-ID NOT = WS-DAU-OPER-ID
                   SET END-OF-OPERATOR TO TRUE
               END-IF
           END-IF.

       READ-AUTHORITY.
           MOVE WS-DAU-OPER-ID TO ODA-OPER-ID.
           MOVE WS-DAU-CHECKED-DEPT TO ODA-DEPT-CODE.
           READ AUTHORITY-FILE
               KEY IS ODA-KEY
               INVALID KEY
                   SET DAU-NOT-HELD TO TRUE
               NOT INVALID KEY
                   SET DAU-AUTHORIZED TO TRUE
           END-READ.

       CHECK-DEPARTMENT-MASTER.
           OPEN INPUT DEPARTMENT-MASTER-FILE.
           IF WS-DEPT-MASTER-STATUS NOT = "00"
               SET DAU-DEPT-MASTER-DOWN TO TRUE
           ELSE
               MOVE WS-DAU-CHECKED-DEPT TO DEPT-CODE
               READ DEPARTMENT-MASTER-FILE
                   INVALID KEY
                       SET DAU-DEPT-UNKNOWN TO TRUE
                   NOT INVALID KEY
                       MOVE DEPT-NAME TO WS-DAU-DEPT-NAME
                       IF DEPT-INACTIVE
                           SET DAU-DEPT-INACTIVE TO TRUE
                       END-IF
               END-READ
               CLOSE DEPARTMENT-MASTER-FILE
           END-IF.
