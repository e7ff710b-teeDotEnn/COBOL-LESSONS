      * SHARED DEPARTMENT AUTHORITY CHECK HAND-OFF. THE CALLER MOVES
      * THE OPERATOR ID TO WS-DAU-OPER-ID AND THE DEPARTMENT TO
      * WS-DAU-DEPT-CODE (SPACES FOR THE OPERATOR'S HOME
      * DEPARTMENT), THEN CALLS DEPTAUTH. DEPTAUTH HANDS BACK THE
      * DEPARTMENT ACTUALLY CHECKED, ITS NAME, THE OPERATOR'S HOME
      * DEPARTMENT AND A STATUS - ONLY DAU-AUTHORIZED LETS AN ENTRY
      * OR APPROVAL THROUGH: THE OPERATOR HOLDS THE DEPARTMENT ON
      * OPERDEPT.DAT AND IT IS ON DEPTMAST.DAT AND ACTIVE.
      * DECLARED EXTERNAL FOR THE SAME REASON AS SIGNCOM - DEPTAUTH
      * NEEDS NO LINKAGE SECTION.
       01 WS-DAU-REQUEST EXTERNAL.
           05 WS-DAU-OPER-ID PICTURE IS X(5).
           05 WS-DAU-DEPT-CODE PICTURE IS X(4).
       01 WS-DAU-ANSWER EXTERNAL.
           05 WS-DAU-CHECKED-DEPT PICTURE IS X(4).
           05 WS-DAU-DEPT-NAME PICTURE IS X(20).
           05 WS-DAU-HOME-DEPT PICTURE IS X(4).
           05 WS-DAU-STATUS PICTURE IS X.
               88 DAU-AUTHORIZED VALUE "Y".
               88 DAU-NOT-HELD VALUE "N".
               88 DAU-NO-HOME VALUE "H".
               88 DAU-DEPT-UNKNOWN VALUE "U".
               88 DAU-DEPT-INACTIVE VALUE "I".
               88 DAU-AUTH-FILE-DOWN VALUE "D".
               88 DAU-DEPT-MASTER-DOWN VALUE "M".
