      * SHARED NEXT-BUSINESS-DAY HAND-OFF. THE CALLER MOVES A DATE
      * TO WS-CAL-FROM-DATE AND CALLS CALNEXT, WHICH RETURNS THE
      * FIRST OPEN BUSINESS DAY AFTER IT ON THE BUSINESS CALENDAR,
      * THAT DAY'S MONTH-END AND YEAR-END FLAGS, AND A LOOKUP
      * STATUS. TO ASK WHETHER A GIVEN DATE IS ITSELF AN OPEN
      * BUSINESS DAY, PASS THE DAY BEFORE IT AND COMPARE THE ANSWER.
      * DECLARED EXTERNAL FOR THE SAME REASON AS SIGNCOM - CALNEXT
      * NEEDS NO LINKAGE SECTION.
       01 WS-CAL-FROM-DATE PICTURE IS 9(8) EXTERNAL VALUE ZERO.
       01 WS-CAL-NEXT-DAY EXTERNAL.
           05 WS-CAL-NEXT-DATE PICTURE IS 9(8).
           05 WS-CAL-NEXT-MONTH-END PICTURE IS X.
               88 CAL-NEXT-IS-MONTH-END VALUE "Y".
           05 WS-CAL-NEXT-YEAR-END PICTURE IS X.
               88 CAL-NEXT-IS-YEAR-END VALUE "Y".
           05 WS-CAL-LOOKUP-STATUS PICTURE IS X.
               88 CAL-NEXT-FOUND VALUE "Y".
               88 CAL-NOT-AVAILABLE VALUE "N".
               88 CAL-NOT-MAINTAINED VALUE "M".
