      * SHARED STEP LOG RECORD LAYOUT. NIGHTSTRM APPENDS ONE RECORD
      * TO STEPLOG.DAT FOR EVERY STEP OF THE NIGHTLY STREAM - THE
      * BUSINESS DATE, THE STEP NUMBER AND PROGRAM, WHEN IT STARTED
      * AND ENDED, THE RETURN CODE IT GAVE BACK AND WHAT THE STREAM
      * MADE OF IT. A STEP PASSED OVER ON A RESTART BECAUSE AN
      * EARLIER RUN ALREADY COMPLETED IT IS LOGGED AS BYPASSED, SO
      * THE LOG FOR A BUSINESS DATE ALWAYS ACCOUNTS FOR EVERY STEP.
       01  STEP-LOG-RECORD.
           05 STEP-BUSINESS-DATE PICTURE IS 9(8).
           05 STEP-NUMBER PICTURE IS 99.
           05 STEP-PROGRAM-NAME PICTURE IS X(16).
           05 STEP-START-TIME PICTURE IS X(21).
           05 STEP-END-TIME PICTURE IS X(21).
           05 STEP-RETURN-CODE PICTURE IS 9(4).
           05 STEP-DISPOSITION PICTURE IS X(8).
               88 STEP-COMPLETED VALUE "COMPLETE".
               88 STEP-WARNED VALUE "WARNING ".
               88 STEP-STOPPED VALUE "STOPPED ".
               88 STEP-BYPASSED VALUE "BYPASSED".
