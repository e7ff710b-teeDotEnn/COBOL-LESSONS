      * SHARED REVERSAL-TO-ORIGINAL LOOKUP HAND-OFF. THE CALLER
      * MOVES THE ORIGINAL'S TRAN KEY TO WS-RVS-ORIG-KEY, ITS RUN
      * DATE TO WS-RVS-ORIG-DATE (ZERO TO TAKE THE LATEST POSTING
      * OF THE KEY) AND THE BUSINESS DATE BEING WORKED TO
      * WS-RVS-BEFORE-DATE (ZERO FOR NO LIMIT - ONLY POSTINGS FILED
      * BEFORE IT COUNT), THEN CALLS REVCHECK. REVCHECK HANDS BACK
      * THE ORIGINAL'S RUN DATE, AMOUNT AND DEPARTMENT, THE TOTAL
      * ALREADY REVERSED AGAINST IT ON THE HISTORY MASTER AND THE
      * ONLINE STAGE, AND A LOOKUP STATUS. WHAT IS STILL OPEN ON
      * THE ORIGINAL IS WS-RVS-ORIG-RESULT LESS WS-RVS-REVERSED-
      * TOTAL, LESS ANYTHING THE CALLER IS HOLDING OF ITS OWN.
      * DECLARED EXTERNAL FOR THE SAME REASON AS SIGNCOM - REVCHECK
      * NEEDS NO LINKAGE SECTION.
       01 WS-RVS-REQUEST EXTERNAL.
           05 WS-RVS-ORIG-KEY PICTURE IS 9(6).
           05 WS-RVS-ORIG-DATE PICTURE IS 9(8).
           05 WS-RVS-BEFORE-DATE PICTURE IS 9(8).
       01 WS-RVS-ANSWER EXTERNAL.
           05 WS-RVS-FOUND-DATE PICTURE IS 9(8).
           05 WS-RVS-ORIG-RESULT PICTURE IS 9999.
           05 WS-RVS-ORIG-DEPARTMENT PICTURE IS X(4).
           05 WS-RVS-REVERSED-TOTAL PICTURE IS 9(7).
           05 WS-RVS-LOOKUP-STATUS PICTURE IS X.
               88 RVS-ORIG-FOUND VALUE "Y".
               88 RVS-HISTORY-DOWN VALUE "N".
               88 RVS-ORIG-MISSING VALUE "M".
               88 RVS-ORIG-NOT-POSTING VALUE "R".
