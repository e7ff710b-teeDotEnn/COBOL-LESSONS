      * ARCHDIR.DAT SO THE ARCHINQ COMPANION LOOKUP CAN STILL
      * ANSWER FOR A THREE-YEAR-OLD TRANSACTION KEY. IF ANY FILE
      * CANNOT BE OPENED THE WHOLE CYCLE IS ABANDONED AND THE
      * MASTER IS LEFT EXACTLY AS IT WAS. REACHED FROM THE MAIN
      * MENU BY THE ROLES THE AUTHORIZATION TABLE GRANTS IT TO, AND
      * CHECKED AGAIN HERE THROUGH MENUAUTH SO A RUN OUTSIDE THE
      * MENU IS REFUSED. A CYCLE THAT
      * RUNS TO THE END CLEARS THE YEAR-END DUE MARK THE NIGHTLY
      * RUN LEAVES ON RUNCTL.DAT WHEN THE BUSINESS CALENDAR CLOSES
      * A YEAR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTARCH.
       ENVIRONMENT DIVISION.
               RECORD KEY IS HIST-RECORD-KEY
               ALTERNATE RECORD KEY IS HIST-TRAN-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIST-ORIG-RECORD-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT ARCHIVE-FILE-OUT ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT ARCH-REPORT-OUT ASSIGN TO "ARCHRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY HSTFLDS.

       FD  ARCHIVE-FILE-OUT.
       01  ARCHIVE-RECORD-OUT PICTURE IS X(44).

       FD  HIST-WORK-FILE.
       01  HIST-WORK-RECORD PICTURE IS X(44).

       FD  ARCHIVE-DIRECTORY-FILE.
           COPY ARCFLDS.
       FD  ARCH-REPORT-OUT.
       01  ARCH-REPORT-LINE PICTURE IS X(80).

       FD  RUN-CONTROL-FILE.
           COPY RUNFLDS.

       WORKING-STORAGE SECTION.
           COPY SIGNCOM.
           COPY MNACOM.
       01 WS-HISTORY-FILE-STATUS PICTURE IS XX.
       01 WS-ARCHIVE-STATUS PICTURE IS XX.
       01 WS-WORK-FILE-STATUS PICTURE IS XX.
       01 WS-DIRECTORY-STATUS PICTURE IS XX.
       01 WS-ARCH-REPORT-STATUS PICTURE IS XX.
       01 WS-RUN-CONTROL-STATUS PICTURE IS XX.
       01 WS-DUE-CLEAR-SWITCH PICTURE IS X VALUE "N".
           88 ARCHIVE-WAS-DUE VALUE "Y".
       01 WS-ARCHIVE-FILE-NAME PICTURE IS X(16).
       01 WS-EOF-SWITCH PICTURE IS X VALUE "N".
           88 END-OF-FILE VALUE "Y".
       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE WS-CURRENT-OPERATOR-SHIFT TO WS-MNA-ROLE.
           MOVE "HISTARCH" TO WS-MNA-FUNCTION.
           CALL "MENUAUTH".
           IF NOT MNA-GRANTED
               DISPLAY "THE HISTORY ARCHIVE CYCLE IS NOT AUTHORIZED"
                   " FOR YOUR ROLE - ACCESS DENIED"
           ELSE
               PERFORM SET-CYCLE-DATES
               PERFORM OPEN-ARCHIVE-FILES
                   CLOSE ARCH-REPORT-OUT
                   DISPLAY "ARCHIVE CYCLE COMPLETE - SEE"
                       " ARCHRPT.DAT"
                   PERFORM CLEAR-HISTARCH-DUE
               END-IF
           END-IF.
       PROGRAM-DONE.
           GOBACK.

       CLEAR-HISTARCH-DUE.
           MOVE "N" TO WS-DUE-CLEAR-SWITCH.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RUN-HISTARCH-DUE-YEAR IS NUMERIC
                               AND RUN-HISTARCH-DUE-YEAR NOT = ZERO
                           SET ARCHIVE-WAS-DUE TO TRUE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF ARCHIVE-WAS-DUE
               MOVE ZERO TO RUN-HISTARCH-DUE-YEAR
               OPEN OUTPUT RUN-CONTROL-FILE
               IF WS-RUN-CONTROL-STATUS NOT = "00"
                   DISPLAY "*** UNABLE TO WRITE RUN CONTROL ***"
               ELSE
                   WRITE RUN-CONTROL-RECORD
                   CLOSE RUN-CONTROL-FILE
                   DISPLAY "YEAR-END ARCHIVE CYCLE NO LONGER DUE"
               END-IF
           END-IF.

       SET-CYCLE-DATES.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-TIME(1:8) TO WS-TODAY-DATE.
