      * OPERATOR DEPARTMENT AUTHORITY LISTING. THE AUDIT COPY OF WHO
      * MAY KEY ONLINE ENTRIES FOR WHICH DEPARTMENT: EVERY RECORD ON
      * THE OPERDEPT.DAT AUTHORITY FILE, ONE OPERATOR AT A TIME, WITH
      * THE OPERATOR'S NAME FROM OPERMAST.DAT, THE DEPARTMENT'S NAME
      * FROM DEPTMAST.DAT, WHETHER IT IS THE HOME DEPARTMENT, AND WHO
      * GRANTED IT WHEN. AN AUTHORITY HELD BY A DEACTIVATED OR
      * UNKNOWN OPERATOR, OR FOR A CLOSED OR UNKNOWN DEPARTMENT, AND
      * AN OPERATOR WITH NO HOME DEPARTMENT ARE FLAGGED - EACH IS A
      * GRANT SOMEBODY FORGOT TO TIDY UP. A SECOND SECTION LISTS THE
      * ACTIVE OPERATORS WHO HOLD NO DEPARTMENT AT ALL AND SO CANNOT
      * KEY ONLINE ENTRIES. MONTHEND CALLS IT EVERY MONTH SO AUDIT
      * GETS A FRESH COPY WITH THE SUMMARY; OPERMAINT OFFERS IT ON
      * DEMAND. THE LISTING GOES TO AUTHRPT.DAT. RETURNS 0 WHEN
      * NOTHING IS FLAGGED, 4 WHEN ANYTHING IS, 8 WHEN THE AUTHORITY
      * FILE OR THE LISTING CANNOT BE OPENED.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHLIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHORITY-FILE ASSIGN TO "OPERDEPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODA-KEY
               FILE STATUS IS WS-AUTHORITY-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPT-MASTER-STATUS.
           SELECT AUTHORITY-REPORT-OUT ASSIGN TO "AUTHRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTHORITY-FILE.
           COPY ODAFLDS.

       FD  OPERATOR-MASTER-FILE.
           COPY OPERFLDS.

       FD  DEPARTMENT-MASTER-FILE.
           COPY DPTFLDS.

       FD  AUTHORITY-REPORT-OUT.
       01  AUTHORITY-REPORT-LINE PICTURE IS X(80).

       WORKING-STORAGE SECTION.
           COPY SIGNCOM.
       01 WS-AUTHORITY-FILE-STATUS PICTURE IS XX.
       01 WS-OPERATOR-FILE-STATUS PICTURE IS XX.
       01 WS-DEPT-MASTER-STATUS PICTURE IS XX.
       01 WS-AUTH-REPORT-STATUS PICTURE IS XX.
       01 WS-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-AUTHORITY VALUE "Y".
       01 WS-OPER-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-OPERATORS VALUE "Y".
       01 WS-FILE-ERROR-SWITCH PICTURE IS X VALUE "N".
           88 FILE-OPEN-ERROR VALUE "Y".
       01 WS-OPER-MASTER-SWITCH PICTURE IS X VALUE "N".
           88 OPER-MASTER-OPEN VALUE "Y".
       01 WS-DEPT-MASTER-SWITCH PICTURE IS X VALUE "N".
           88 DEPT-MASTER-OPEN VALUE "Y".
       01 WS-HOME-FOUND-SWITCH PICTURE IS X VALUE "N".
           88 HOME-DEPT-FOUND VALUE "Y".
       01 WS-HELD-SWITCH PICTURE IS X VALUE "N".
           88 OPERATOR-HOLDS-AUTHORITY VALUE "Y".
       01 WS-CURRENT-OPER PICTURE IS X(5) VALUE SPACES.
       01 WS-OPER-FLAG-TEXT PICTURE IS X(40).
       01 WS-RUN-DATE-TIME PICTURE IS X(21).

       01 WS-LIST-TOTALS.
           05 WS-OPERATORS-LISTED PICTURE IS 9(5) VALUE ZERO.
           05 WS-AUTHORITIES-LISTED PICTURE IS 9(6) VALUE ZERO.
           05 WS-FLAGGED-COUNT PICTURE IS 9(6) VALUE ZERO.
           05 WS-UNAUTHORIZED-COUNT PICTURE IS 9(5) VALUE ZERO.

       01 WS-AUTH-HEADER-1.
           05 FILLER PICTURE IS X(10) VALUE SPACES.
           05 FILLER PICTURE IS X(37)
               VALUE "OPERATOR DEPARTMENT AUTHORITY LISTING".
       01 WS-AUTH-HEADER-2.
           05 FILLER PICTURE IS X(7) VALUE "AS OF: ".
           05 HDR-RUN-DATE PICTURE IS X(8).
           05 FILLER PICTURE IS X(15) VALUE "  PRODUCED BY: ".
           05 HDR-PRODUCED-BY PICTURE IS X(36).
       01 WS-AUTH-HEADER-3.
           05 FILLER PICTURE IS X(7) VALUE "OPER".
           05 FILLER PICTURE IS X(17) VALUE "LAST NAME".
           05 FILLER PICTURE IS X(6) VALUE "DEPT".
           05 FILLER PICTURE IS X(21) VALUE "DEPARTMENT NAME".
           05 FILLER PICTURE IS X(6) VALUE "TYPE".
           05 FILLER PICTURE IS X(7) VALUE "BY".
           05 FILLER PICTURE IS X(8) VALUE "GRANTED".

       01 WS-AUTH-DETAIL-LINE.
           05 ADL-OPER-ID PICTURE IS X(5).
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 ADL-LAST-NAME PICTURE IS X(15).
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 ADL-DEPT-CODE PICTURE IS X(4).
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 ADL-DEPT-NAME PICTURE IS X(20).
           05 FILLER PICTURE IS X VALUE SPACE.
           05 ADL-AUTH-TYPE PICTURE IS X(5).
           05 FILLER PICTURE IS X VALUE SPACE.
           05 ADL-GRANTED-BY PICTURE IS X(5).
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 ADL-GRANTED-DATE PICTURE IS X(8).
       01 WS-AUTH-FLAG-LINE.
           05 FILLER PICTURE IS X(7) VALUE SPACES.
           05 FILLER PICTURE IS X(4) VALUE "*** ".
           05 AFL-FLAG-TEXT PICTURE IS X(40).

       01 WS-NONE-HEADER.
           05 FILLER PICTURE IS X(44)
               VALUE "ACTIVE OPERATORS HOLDING NO DEPARTMENT".
       01 WS-NONE-LINE.
           05 NNL-OPER-ID PICTURE IS X(5).
           05 FILLER PICTURE IS X(2) VALUE SPACES.
           05 NNL-FIRST-NAME PICTURE IS X(15).
           05 FILLER PICTURE IS X VALUE SPACE.
           05 NNL-LAST-NAME PICTURE IS X(20).

       01 WS-OPERATORS-LINE.
           05 FILLER PICTURE IS X(28) VALUE "OPERATORS LISTED:".
           05 TOT-OPERATORS PICTURE IS ZZZZ9.
       01 WS-AUTHORITIES-LINE.
           05 FILLER PICTURE IS X(27) VALUE "AUTHORITIES LISTED:".
           05 TOT-AUTHORITIES PICTURE IS ZZZZZ9.
       01 WS-FLAGGED-LINE.
           05 FILLER PICTURE IS X(27) VALUE "ITEMS FLAGGED:".
           05 TOT-FLAGGED PICTURE IS ZZZZZ9.
       01 WS-UNAUTHORIZED-LINE.
           05 FILLER PICTURE IS X(28)
               VALUE "ACTIVE WITH NO DEPARTMENT:".
           05 TOT-UNAUTHORIZED PICTURE IS ZZZZ9.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
           PERFORM OPEN-LIST-FILES.
           IF FILE-OPEN-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-AUTH-HEADER
               PERFORM READ-AUTHORITY-RECORD
               PERFORM LIST-ONE-AUTHORITY UNTIL END-OF-AUTHORITY
               PERFORM CLOSE-OPERATOR-GROUP
               IF OPER-MASTER-OPEN
                   PERFORM LIST-UNAUTHORIZED-OPERATORS
               END-IF
               PERFORM WRITE-AUTH-TOTALS
               PERFORM CLOSE-LIST-FILES
               IF WS-FLAGGED-COUNT > ZERO
                       OR WS-UNAUTHORIZED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
       PROGRAM-DONE.
           GOBACK.

      * THE OPERATOR AND DEPARTMENT MASTERS ONLY DECORATE THE
      * LISTING - IF EITHER IS MISSING THE NAMES PRINT BLANK AND
      * THE AUTHORITIES ARE STILL LISTED.
       OPEN-LIST-FILES.
           MOVE "N" TO WS-FILE-ERROR-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "N" TO WS-OPER-MASTER-SWITCH.
           MOVE "N" TO WS-DEPT-MASTER-SWITCH.
           MOVE SPACES TO WS-CURRENT-OPER.
           MOVE SPACES TO WS-OPER-FLAG-TEXT.
           MOVE ZEROS TO WS-LIST-TOTALS.
           OPEN INPUT AUTHORITY-FILE.
           IF WS-AUTHORITY-FILE-STATUS NOT = "00"
               DISPLAY "DEPARTMENT AUTHORITY FILE NOT AVAILABLE - NO"
                   " AUTHORITY HAS BEEN GRANTED YET"
               SET FILE-OPEN-ERROR TO TRUE
           ELSE
               OPEN OUTPUT AUTHORITY-REPORT-OUT
               IF WS-AUTH-REPORT-STATUS NOT = "00"
                   DISPLAY "*** UNABLE TO OPEN AUTHORITY LISTING ***"
                   SET FILE-OPEN-ERROR TO TRUE
                   CLOSE AUTHORITY-FILE
               ELSE
                   OPEN INPUT OPERATOR-MASTER-FILE
                   IF WS-OPERATOR-FILE-STATUS = "00"
                       SET OPER-MASTER-OPEN TO TRUE
                   END-IF
                   OPEN INPUT DEPARTMENT-MASTER-FILE
                   IF WS-DEPT-MASTER-STATUS = "00"
                       SET DEPT-MASTER-OPEN TO TRUE
                   END-IF
               END-IF
           END-IF.

       CLOSE-LIST-FILES.
           CLOSE AUTHORITY-FILE AUTHORITY-REPORT-OUT.
           IF OPER-MASTER-OPEN
               CLOSE OPERATOR-MASTER-FILE
           END-IF.
           IF DEPT-MASTER-OPEN
               CLOSE DEPARTMENT-MASTER-FILE
           END-IF.

       READ-AUTHORITY-RECORD.
           READ AUTHORITY-FILE NEXT RECORD
               AT END SET END-OF-AUTHORITY TO TRUE
           END-READ.

       LIST-ONE-AUTHORITY.
           IF ODA-OPER-ID NOT = WS-CURRENT-OPER
               PERFORM CLOSE-OPERATOR-GROUP
               PERFORM OPEN-OPERATOR-GROUP
           END-IF.
           ADD 1 TO WS-AUTHORITIES-LISTED.
           MOVE SPACES TO ADL-DEPT-NAME.
           MOVE ODA-DEPT-CODE TO ADL-DEPT-CODE.
           IF ODA-HOME-DEPT
               SET HOME-DEPT-FOUND TO TRUE
               MOVE "HOME" TO ADL-AUTH-TYPE
           ELSE
               MOVE "OTHER" TO ADL-AUTH-TYPE
           END-IF.
           MOVE ODA-GRANTED-BY TO ADL-GRANTED-BY.
           MOVE ODA-GRANTED-DATE TO ADL-GRANTED-DATE.
           MOVE SPACES TO AFL-FLAG-TEXT.
           IF DEPT-MASTER-OPEN
               MOVE ODA-DEPT-CODE TO DEPT-CODE
               READ DEPARTMENT-MASTER-FILE
                   INVALID KEY
                       MOVE "DEPARTMENT NOT ON THE MASTER"
                           TO AFL-FLAG-TEXT
                   NOT INVALID KEY
                       MOVE DEPT-NAME TO ADL-DEPT-NAME
                       IF DEPT-INACTIVE
                           MOVE "DEPARTMENT IS INACTIVE"
                               TO AFL-FLAG-TEXT
                       END-IF
               END-READ
           END-IF.
           MOVE WS-AUTH-DETAIL-LINE TO AUTHORITY-REPORT-LINE.
           WRITE AUTHORITY-REPORT-LINE.
           MOVE SPACES TO ADL-OPER-ID.
           MOVE SPACES TO ADL-LAST-NAME.
           IF AFL-FLAG-TEXT NOT = SPACES
               PERFORM WRITE-FLAG-LINE
           END-IF.
           IF WS-OPER-FLAG-TEXT NOT = SPACES
               MOVE WS-OPER-FLAG-TEXT TO AFL-FLAG-TEXT
               PERFORM WRITE-FLAG-LINE
               MOVE SPACES TO WS-OPER-FLAG-TEXT
           END-IF.
           PERFORM READ-AUTHORITY-RECORD.

      * THE OPERATOR'S ID AND NAME PRINT ON THE FIRST LINE OF THE
      * GROUP ONLY; A FLAG AGAINST THE OPERATOR IS HELD UNTIL THAT
      * LINE HAS BEEN WRITTEN AND FOLLOWS IT.
       OPEN-OPERATOR-GROUP.
           MOVE ODA-OPER-ID TO WS-CURRENT-OPER.
           MOVE "N" TO WS-HOME-FOUND-SWITCH.
           MOVE SPACES TO WS-OPER-FLAG-TEXT.
           ADD 1 TO WS-OPERATORS-LISTED.
           MOVE SPACES TO AUTHORITY-REPORT-LINE.
           WRITE AUTHORITY-REPORT-LINE.
           MOVE ODA-OPER-ID TO ADL-OPER-ID.
           MOVE SPACES TO ADL-LAST-NAME.
           IF OPER-MASTER-OPEN
               MOVE ODA-OPER-ID TO OPER-ID
               READ OPERATOR-MASTER-FILE
                   KEY IS OPER-ID
                   INVALID KEY
                       MOVE "OPERATOR NOT ON THE MASTER"
                           TO WS-OPER-FLAG-TEXT
                   NOT INVALID KEY
                       MOVE OPER-LAST-NAME TO ADL-LAST-NAME
                       IF OPER-INACTIVE
                           MOVE "OPERATOR IS DEACTIVATED"
                               TO WS-OPER-FLAG-TEXT
                       END-IF
               END-READ
           END-IF.

       CLOSE-OPERATOR-GROUP.
           IF WS-CURRENT-OPER NOT = SPACES
               IF NOT HOME-DEPT-FOUND
                   MOVE "NO HOME DEPARTMENT" TO AFL-FLAG-TEXT
                   PERFORM WRITE-FLAG-LINE
               END-IF
           END-IF.

       WRITE-FLAG-LINE.
           ADD 1 TO WS-FLAGGED-COUNT.
           MOVE WS-AUTH-FLAG-LINE TO AUTHORITY-REPORT-LINE.
           WRITE AUTHORITY-REPORT-LINE.
           MOVE SPACES TO AFL-FLAG-TEXT.

      * EVERY ACTIVE OPERATOR ON THE MASTER IS LOOKED UP ON THE
      * AUTHORITY FILE; ONE WITH NO RECORD UNDER THE ID IS LISTED.
       LIST-UNAUTHORIZED-OPERATORS.
           MOVE SPACES TO AUTHORITY-REPORT-LINE.
           WRITE AUTHORITY-REPORT-LINE.
           MOVE WS-NONE-HEADER TO AUTHORITY-REPORT-LINE.
           WRITE AUTHORITY-REPORT-LINE.
           MOVE "N" TO WS-OPER-EOF-SWITCH.
           MOVE LOW-VALUES TO OPER-ID.
           START OPERATOR-MASTER-FILE
               KEY IS NOT LESS THAN OPER-ID
               INVALID KEY
                   SET END-OF-OPERATORS TO TRUE
           END-START.
           IF NOT END-OF-OPERATORS
               PERFORM READ-NEXT-OPERATOR
           END-IF.
           PERFORM CHECK-ONE-OPERATOR UNTIL END-OF-OPERATORS.
           IF WS-UNAUTHORIZED-COUNT = ZERO
               MOVE "  NONE" TO AUTHORITY-REPORT-LINE
               WRITE AUTHORITY-REPORT-LINE
           END-IF.

       CHECK-ONE-OPERATOR.
           IF NOT OPER-INACTIVE
               MOVE "N" TO WS-HELD-SWITCH
               MOVE OPER-ID TO ODA-OPER-ID
               MOVE LOW-VALUES TO ODA-DEPT-CODE
               START AUTHORITY-FILE
                   KEY IS NOT LESS THAN ODA-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ AUTHORITY-FILE NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF ODA-OPER-ID = OPER-ID
                                   SET OPERATOR-HOLDS-AUTHORITY
                                       TO TRUE
                               END-IF
                       END-READ
               END-START
               IF NOT OPERATOR-HOLDS-AUTHORITY
                   ADD 1 TO WS-UNAUTHORIZED-COUNT
                   MOVE OPER-ID TO NNL-OPER-ID
                   MOVE OPER-FIRST-NAME TO NNL-FIRST-NAME
                   MOVE OPER-LAST-NAME TO NNL-LAST-NAME
                   MOVE WS-NONE-LINE TO AUTHORITY-REPORT-LINE
                   WRITE AUTHORITY-REPORT-LINE
               END-IF
           END-IF.
           PERFORM READ-NEXT-OPERATOR.

       READ-NEXT-OPERATOR.
           READ OPERATOR-MASTER-FILE NEXT RECORD
               AT END SET END-OF-OPERATORS TO TRUE
           END-READ.

       WRITE-AUTH-HEADER.
           MOVE WS-AUTH-HEADER-1 TO AUTHORITY-REPORT-LINE.
           WRITE AUTHORITY-REPORT-LINE.
           MOVE WS-RUN-DATE-TIME(1:8) TO HDR-RUN-DATE.
           IF WS-CURRENT-OPERATOR-NAME = SPACES
               MOVE "BATCH" TO HDR-PRODUCED-BY
           ELSE
               MOVE WS-CURRENT-OPERATOR-NAME TO HDR-PRODUCED-BY
           END-IF.
           MOVE WS-AUTH-HEADER-2 TO AUTHORITY-REPORT-LINE.
           WRITE AUTHORITY-REPORT-LINE.
           MOVE SPACES TO AUTHORITY-REPORT-LINE.
           WRITE AUTHORITY-REPORT-LINE.
           MOVE WS-AUTH-HEADER-3 TO AUTHORITY-REPORT-LINE.
           WRITE AUTHORITY-REPORT-LINE.

       WRITE-AUTH-TOTALS.
           MOVE SPACES TO AUTHORITY-REPORT-LINE.
           WRITE AUTHORITY-REPORT-LINE.
           MOVE WS-OPERATORS-LISTED TO TOT-OPERATORS.
           MOVE WS-OPERATORS-LINE TO AUTHORITY-REPORT-LINE.
           WRITE AUTHORITY-REPORT-LINE.
           MOVE WS-AUTHORITIES-LISTED TO TOT-AUTHORITIES.
           MOVE WS-AUTHORITIES-LINE TO AUTHORITY-REPORT-LINE.
           WRITE AUTHORITY-REPORT-LINE.
           MOVE WS-FLAGGED-COUNT TO TOT-FLAGGED.
           MOVE WS-FLAGGED-LINE TO AUTHORITY-REPORT-LINE.
           WRITE AUTHORITY-REPORT-LINE.
           MOVE WS-UNAUTHORIZED-COUNT TO TOT-UNAUTHORIZED.
           MOVE WS-UNAUTHORIZED-LINE TO AUTHORITY-REPORT-LINE.
           WRITE AUTHORITY-REPORT-LINE.
           MOVE SPACES TO AUTHORITY-REPORT-LINE.
           WRITE AUTHORITY-REPORT-LINE.
           IF WS-FLAGGED-COUNT > ZERO
                   OR WS-UNAUTHORIZED-COUNT > ZERO
               MOVE "*** VERDICT: AUTHORITY NEEDS REVIEW - SEE FLAGS"
                   TO AUTHORITY-REPORT-LINE
           ELSE
               MOVE "VERDICT: EVERY AUTHORITY IS CURRENT"
                   TO AUTHORITY-REPORT-LINE
           END-IF.
           WRITE AUTHORITY-REPORT-LINE.
