      * MIRROR THE RSLFLDS RESULT RECORD FIELD FOR FIELD, WHICH IS
      * WHAT LETS AN APPROVAL MOVE STRAIGHT ONTO THE STAGE; THE
      * TRAILING FIELDS RECORD WHO KEYED THE ENTRY AND WHEN, FOR
      * THE SUPERVISOR'S SCREEN AND THE SESSION LOG. THE ORIGINAL
      * TRANSACTION KEY FIELDS GREW THE RECORD; DRAIN THE QUEUE
      * THROUGH REVAPPR BEFORE THE NEW PROGRAMS GO IN, OR A QUEUED
      * ENTRY READS BACK MISALIGNED.
       01  APPROVAL-QUEUE-RECORD.
           05 APPR-TRAN-KEY PICTURE IS 9(6).
           05 APPR-FIRST-NUMBER PICTURE IS 99.
           05 APPR-ENTRY-SOURCE PICTURE IS X.
           05 APPR-TRAN-CODE PICTURE IS X.
           05 APPR-DEPARTMENT PICTURE IS X(4).
           05 APPR-ORIG-RECORD-KEY.
               10 APPR-ORIG-DATE PICTURE IS 9(8).
               10 APPR-ORIG-KEY PICTURE IS 9(6).
           05 APPR-KEYED-BY PICTURE IS X(5).
           05 APPR-KEYED-TIME PICTURE IS X(21).
