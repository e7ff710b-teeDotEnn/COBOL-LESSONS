      * CLEARS THE ADDONLNX.DAT NEXT-DAY STAGE OF THE HELD ENTRIES A
      * COMPLETED NIGHT HAS ALREADY PROMOTED. ADDTWONUMSBAT COPIES
      * EVERY ENTRY HELD FOR AN EARLIER BUSINESS DATE INTO ITS
      * RESULTOUT.DAT AND ADDIFACE.DAT BUT LEAVES IT ON THE STAGE,
      * BECAUSE WHILE THAT RUN IS OPEN ADDTWONUMS AND REVAPPR ARE
      * STILL APPENDING TONIGHT'S LATE ENTRIES TO THE SAME FILE AND A
      * REWRITE THEN COULD LOSE ONE. ONCE RUNCTL.DAT SHOWS THE RUN
      * COMPLETE, NEW ONLINE ENTRIES GO TO ADDONLPD.DAT INSTEAD AND
      * NOTHING WRITES HERE, SO THE FILE IS REBUILT THROUGH THE
      * ADDNXWRK.DAT WORK FILE KEEPING ONLY THE ENTRIES WHOSE CUTOFF
      * DATE IS NOT BEFORE THE COMPLETED BUSINESS DATE - THE ONES
      * STILL WAITING FOR THE NEXT NIGHT. WITH NO RUN-CONTROL RECORD,
      * OR A RUN STILL OPEN, NOTHING IS TOUCHED.
      * MENUDRIVER AND NIGHTSTRM CALL THIS AS SOON AS THEY MARK A
      * RUN COMPLETE, AND AGAIN BEFORE THEY START A FRESH RUN, SO A
      * CLEAR THAT FAILED THE FIRST TIME IS MADE BEFORE THE NEXT
      * NIGHT COULD PROMOTE THE SAME ENTRIES TWICE. RETURN-CODE IS 8
      * WHEN THE STAGE OR THE WORK FILE CANNOT BE OPENED, OTHERWISE
      * ZERO. IF THE STAGE WAS EMPTIED BUT COULD NOT BE WRITTEN BACK,
      * THE ENTRIES STILL HELD ARE ON ADDNXWRK.DAT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NXTPURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT NEXT-DAY-STAGE-FILE ASSIGN TO "ADDONLNX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXT-DAY-STATUS.
           SELECT NEXT-DAY-WORK-FILE ASSIGN TO "ADDNXWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXT-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY RUNFLDS.

       FD  NEXT-DAY-STAGE-FILE.
           COPY NXTFLDS.

       FD  NEXT-DAY-WORK-FILE.
       01  NEXT-DAY-WORK-RECORD PICTURE IS X(49).

       WORKING-STORAGE SECTION.
       01 WS-RUN-CONTROL-STATUS PICTURE IS XX.
       01 WS-NEXT-DAY-STATUS PICTURE IS XX.
       01 WS-NEXT-WORK-STATUS PICTURE IS XX.
       01 WS-PURGE-DATE PICTURE IS 9(8) VALUE ZERO.
       01 WS-KEPT-COUNT PICTURE IS 9(6) VALUE ZERO.
       01 WS-PURGED-COUNT PICTURE IS 9(6) VALUE ZERO.
       01 WS-RUN-CONTROL-SWITCH PICTURE IS X VALUE "N".
           88 RUN-CONTROL-FOUND VALUE "Y".
       01 WS-RUN-CLOSED-SWITCH PICTURE IS X VALUE "N".
           88 RUN-CLOSED VALUE "Y".
       01 WS-STAGE-MISSING-SWITCH PICTURE IS X VALUE "N".
           88 STAGE-MISSING VALUE "Y".
       01 WS-HELD-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-HELD VALUE "Y".
       01 WS-FILE-ERROR-SWITCH PICTURE IS X VALUE "N".
           88 FILE-OPEN-ERROR VALUE "Y".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE ZERO TO WS-KEPT-COUNT.
           MOVE ZERO TO WS-PURGED-COUNT.
           MOVE "N" TO WS-STAGE-MISSING-SWITCH.
           MOVE "N" TO WS-FILE-ERROR-SWITCH.
           MOVE ZERO TO RETURN-CODE.
           PERFORM READ-RUN-CONTROL.
           IF RUN-CLOSED
               PERFORM COPY-STILL-HELD
               IF NOT FILE-OPEN-ERROR AND NOT STAGE-MISSING
                       AND WS-PURGED-COUNT > ZERO
                   PERFORM REWRITE-NEXT-DAY-STAGE
               END-IF
               IF FILE-OPEN-ERROR
                   DISPLAY "*** UNABLE TO CLEAR PROMOTED ENTRIES FROM"
                       " ADDONLNX.DAT ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-PURGED-COUNT > ZERO
                       DISPLAY WS-PURGED-COUNT " PROMOTED ENTRIES"
                           " CLEARED FROM ADDONLNX.DAT - "
                           WS-KEPT-COUNT " STILL HELD"
                   END-IF
               END-IF
           END-IF.
       PROGRAM-DONE.
           GOBACK.

       READ-RUN-CONTROL.
           MOVE "N" TO WS-RUN-CONTROL-SWITCH.
           MOVE "N" TO WS-RUN-CLOSED-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RUN-BUSINESS-DATE IS NUMERIC
                           SET RUN-CONTROL-FOUND TO TRUE
                           MOVE RUN-BUSINESS-DATE TO WS-PURGE-DATE
                           IF RUN-COMPLETE
                               SET RUN-CLOSED TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * A MISSING STAGE IS NOT AN ERROR - NOTHING HAS EVER BEEN
      * HELD PAST A CUTOFF.
       COPY-STILL-HELD.
           MOVE "N" TO WS-HELD-EOF-SWITCH.
           OPEN INPUT NEXT-DAY-STAGE-FILE.
           IF WS-NEXT-DAY-STATUS = "35"
               SET STAGE-MISSING TO TRUE
           ELSE
               IF WS-NEXT-DAY-STATUS NOT = "00"
                   SET FILE-OPEN-ERROR TO TRUE
               ELSE
                   OPEN OUTPUT NEXT-DAY-WORK-FILE
                   IF WS-NEXT-WORK-STATUS NOT = "00"
                       SET FILE-OPEN-ERROR TO TRUE
                   ELSE
                       PERFORM READ-HELD-RECORD
                       PERFORM KEEP-ONE-HELD UNTIL END-OF-HELD
                       CLOSE NEXT-DAY-WORK-FILE
                   END-IF
                   CLOSE NEXT-DAY-STAGE-FILE
               END-IF
           END-IF.

       KEEP-ONE-HELD.
           IF NXT-CUTOFF-DATE IS NUMERIC
                   AND NXT-CUTOFF-DATE < WS-PURGE-DATE
               ADD 1 TO WS-PURGED-COUNT
           ELSE
               MOVE NEXT-DAY-STAGE-RECORD TO NEXT-DAY-WORK-RECORD
               WRITE NEXT-DAY-WORK-RECORD
               ADD 1 TO WS-KEPT-COUNT
           END-IF.
           PERFORM READ-HELD-RECORD.

       READ-HELD-RECORD.
           READ NEXT-DAY-STAGE-FILE
               AT END SET END-OF-HELD TO TRUE
           END-READ.

      * A LINE SEQUENTIAL FILE CANNOT BE SHORTENED IN PLACE, SO THE
      * ENTRIES STILL HELD ARE WRITTEN BACK FROM THE WORK FILE.
       REWRITE-NEXT-DAY-STAGE.
           MOVE "N" TO WS-HELD-EOF-SWITCH.
           OPEN INPUT NEXT-DAY-WORK-FILE.
           IF WS-NEXT-WORK-STATUS NOT = "00"
               SET FILE-OPEN-ERROR TO TRUE
           ELSE
               OPEN OUTPUT NEXT-DAY-STAGE-FILE
               IF WS-NEXT-DAY-STATUS NOT = "00"
                   SET FILE-OPEN-ERROR TO TRUE
               ELSE
                   PERFORM READ-HELD-WORK
                   PERFORM COPY-HELD-WORK UNTIL END-OF-HELD
                   CLOSE NEXT-DAY-STAGE-FILE
               END-IF
               CLOSE NEXT-DAY-WORK-FILE
           END-IF.

       COPY-HELD-WORK.
           MOVE NEXT-DAY-WORK-RECORD TO NEXT-DAY-STAGE-RECORD.
           WRITE NEXT-DAY-STAGE-RECORD.
           PERFORM READ-HELD-WORK.

       READ-HELD-WORK.
           READ NEXT-DAY-WORK-FILE
               AT END SET END-OF-HELD TO TRUE
           END-READ.
