      * SHARED DEPARTMENT VARIANCE TOLERANCE RECORD LAYOUT.
      * VARTOL.DAT IS KEYED BY DEPARTMENT CODE, THE SAME CODE AS
      * DEPTMAST.DAT, AND IS MAINTAINED FROM DEPTMAINT; VARCHECK
      * READS IT TO DECIDE HOW FAR A DEPARTMENT'S NIGHT MAY STRAY
      * FROM ITS TRAILING AVERAGE BEFORE THE DAY IS HELD, SO BOTH
      * MUST USE THE IDENTICAL LAYOUT AND KEY. EACH BAND IS A
      * PERCENTAGE EITHER SIDE OF THE AVERAGE - A BAND OF 100 OR
      * MORE CAN NEVER FLAG A NIGHT FOR BEING LOW. A DEPARTMENT
      * WITH NO RECORD HERE IS CHECKED AGAINST THE DEFAULT BANDS
      * CARRIED IN VARCHECK.
       01  VARIANCE-TOLERANCE-RECORD.
           05 VTL-DEPT-CODE PICTURE IS X(4).
           05 VTL-COUNT-PCT PICTURE IS 9(3).
           05 VTL-POSTING-PCT PICTURE IS 9(3).
           05 VTL-REVERSAL-PCT PICTURE IS 9(3).
