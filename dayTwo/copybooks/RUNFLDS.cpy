      * POSTING, AND MENUDRIVER MARKS COMPLETE ONLY AFTER A CLEAN
      * BATCH AND HISTORY POST, SO AN ABENDED RUN LEAVES A STATUS
      * THE RESTART IS ALLOWED THROUGH.
      * THE UNATTENDED NIGHTLY STREAM (NIGHTSTRM) ALSO RECORDS THE
      * NUMBER AND PROGRAM NAME OF THE LAST STEP IT COMPLETED, SO A
      * RERUN FOR THE SAME BUSINESS DATE RESUMES AT THE STEP THAT
      * FAILED INSTEAD OF STARTING OVER AT THE INTAKE. A RECORD
      * WRITTEN BEFORE THE STEP FIELDS EXISTED READS BACK WITH
      * SPACES THERE, WHICH THE STREAM TREATS AS NO STEP COMPLETED.
      * A MENU-DRIVEN RUN RECORDS ONLY THE BATCH STEP, ONCE THE
      * BATCH HAS BALANCED AND CLEARED THE ONLINE STAGE, SO THAT A
      * DAY LEFT OPEN AFTER IT IS RESUMED PAST THE BATCH BY EITHER
      * DRIVER; IT LEAVES THE STEP AT ZERO WHEN IT MARKS COMPLETE.
       01  RUN-CONTROL-RECORD.
           05 RUN-BUSINESS-DATE PICTURE IS 9(8).
           05 RUN-STATUS PICTURE IS X(8).
               88 RUN-EDITING VALUE "EDITING ".
               88 RUN-POSTING VALUE "POSTING ".
               88 RUN-COMPLETE VALUE "COMPLETE".
           05 RUN-LAST-STEP PICTURE IS 99.
           05 RUN-LAST-STEP-NAME PICTURE IS X(16).
      * WHEN THE BUSINESS CALENDAR MARKS THE COMPLETED DATE AS A
      * MONTH-END OR YEAR-END, THE RUN LEAVES BEHIND WHICH CYCLE IS
      * NOW DUE - THE MONTH MONTHEND MUST SUMMARISE AND THE YEAR
      * WHOSE CLOSE CALLS FOR A HISTARCH PASS. ZERO MEANS NOTHING
      * IS DUE. EACH FIELD IS CLEARED BY THE PROGRAM THAT RUNS THE
      * CYCLE, AND SURVIVES THE NIGHTS BETWEEN SO THE REMINDER KEEPS
      * APPEARING UNTIL IT IS. A RECORD WRITTEN BEFORE THESE FIELDS
      * EXISTED READS BACK WITH SPACES, TREATED AS NOTHING DUE.
           05 RUN-MONTHEND-DUE-MONTH PICTURE IS 9(6).
           05 RUN-HISTARCH-DUE-YEAR PICTURE IS 9(4).
      * THE VARIANCE CHECK (VARCHECK) MARKS THE RUN "H" WHEN IT HAS
      * HELD THE DAY ON A DEPARTMENT VOLUME ALERT; A SUPERVISOR WHO
      * HAS REVIEWED THE VARIANCE REPORT RELEASES IT TO "R" FROM THE
      * MENU, AND THE RESUMED RUN THEN POSTS THE DAY. SPACE MEANS NO
      * HOLD.
      * A RELEASE HOLDS ONLY FOR THE BUSINESS DATE IT WAS GIVEN ON.
           05 RUN-VARIANCE-STATUS PICTURE IS X.
               88 RUN-VARIANCE-HELD VALUE "H".
               88 RUN-VARIANCE-RELEASED VALUE "R".
