      * SHARED BUSINESS CALENDAR RECORD LAYOUT. CALENDAR.DAT CARRIES
      * ONE RECORD PER CALENDAR DATE, KEYED BY THE DATE, SAYING
      * WHETHER THE SHOP IS OPEN FOR BUSINESS THAT DAY AND WHETHER
      * THE DAY CLOSES A MONTH OR A YEAR. CALMAINT MAINTAINS IT AND
      * CALNEXT READS IT TO FIND THE NEXT OPEN BUSINESS DAY, SO
      * BOTH MUST USE THE IDENTICAL LAYOUT AND KEY. CAL-DAY-TYPE IS
      * "W" FOR A WORKING DAY, "H" FOR A HOLIDAY AND "N" FOR ANY
      * OTHER CLOSED DAY (WEEKENDS); A DATE NOT ON THE FILE AT ALL
      * IS NEVER TREATED AS OPEN - THE CALENDAR IS MAINTAINED AHEAD,
      * NOT GUESSED. THE MONTH-END AND YEAR-END FLAGS GO ON THE LAST
      * WORKING DAY OF THE PERIOD, SINCE THAT IS THE NIGHT AFTER
      * WHICH THE MONTHEND SUMMARY OR THE HISTARCH CYCLE FALLS DUE.
       01  CALENDAR-RECORD.
           05 CAL-DATE PICTURE IS 9(8).
           05 CAL-DAY-TYPE PICTURE IS X.
               88 CAL-WORKING-DAY VALUE "W".
               88 CAL-HOLIDAY VALUE "H".
               88 CAL-CLOSED-DAY VALUE "N".
               88 CAL-DAY-TYPE-VALID VALUES "W" "H" "N".
           05 CAL-MONTH-END-FLAG PICTURE IS X.
               88 CAL-MONTH-END VALUE "Y".
           05 CAL-YEAR-END-FLAG PICTURE IS X.
               88 CAL-YEAR-END VALUE "Y".
           05 CAL-DESCRIPTION PICTURE IS X(20).
