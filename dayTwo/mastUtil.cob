      * IN THE SHOP); THE OPERATOR MASTER HAS NO AMOUNT FIELD, SO
      * ITS PROOF RESTS ON THE RECORD COUNT AND ITS HASH IS ZERO.
      * RELOAD REPLACES THE LIVE MASTER AND ASKS FOR AN EXPLICIT
      * CONFIRMATION FIRST. REACHED FROM THE MAIN MENU BY THE ROLES
      * THE AUTHORIZATION TABLE GRANTS IT TO, AND CHECKED AGAIN HERE
      * THROUGH MENUAUTH SO A RUN OUTSIDE THE MENU IS REFUSED.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTUTIL.
       ENVIRONMENT DIVISION.
               RECORD KEY IS HIST-RECORD-KEY
               ALTERNATE RECORD KEY IS HIST-TRAN-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-ORIG-RECORD-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED

       WORKING-STORAGE SECTION.
           COPY SIGNCOM.
           COPY MNACOM.
       01 WS-HISTORY-FILE-STATUS PICTURE IS XX.
       01 WS-OPERATOR-FILE-STATUS PICTURE IS XX.
       01 WS-BACKUP-STATUS PICTURE IS XX.
       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE WS-CURRENT-OPERATOR-SHIFT TO WS-MNA-ROLE.
           MOVE "MASTUTIL" TO WS-MNA-FUNCTION.
           CALL "MENUAUTH".
           IF NOT MNA-GRANTED
               DISPLAY "THE MASTER FILE UTILITY IS NOT AUTHORIZED FOR"
                   " YOUR ROLE - ACCESS DENIED"
           ELSE
               PERFORM OPEN-UTIL-REPORT
               IF REPORT-IS-OPEN
               " BACKUP".
           DISPLAY "5. RELOAD THE HISTORY MASTER FROM ITS BACKUP".
           DISPLAY "6. RELOAD THE OPERATOR MASTER FROM ITS BACKUP".
           DISPLAY "7. RETURN TO MAIN MENU".
           DISPLAY "ENTER YOUR CHOICE".
           ACCEPT WS-UTIL-CHOICE.
           EVALUATE WS-UTIL-CHOICE
               END-IF
           END-IF.

      * A BACKUP UNLOADED BEFORE THE ORIGINAL-TRANSACTION FIELDS
      * EXISTED CARRIES SPACES WHERE THEY NOW SIT; THEY ARE RELOADED
      * AS ZEROS, WHICH IS WHAT AN UNLINKED RECORD HOLDS.
       RELOAD-ONE-HISTORY.
           EVALUATE TRUE
               WHEN BKP-IS-DETAIL
                   MOVE BKP-REC-BODY(1:44) TO HISTORY-RECORD
                   IF HIST-ORIG-RECORD-KEY IS NOT NUMERIC
                       MOVE ZERO TO HIST-ORIG-DATE
                       MOVE ZERO TO HIST-ORIG-TRAN-KEY
                   END-IF
                   WRITE HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "*** UNABLE TO RELOAD HISTORY"
