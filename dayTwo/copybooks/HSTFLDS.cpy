      * - THE SAME TRANSACTION KEY CAN POST ON MANY RUN DATES),
      * WHICH IS WHAT LETS THE TRANINQ INQUIRY GO STRAIGHT TO A
      * TRANSACTION INSTEAD OF READING EVER-LARGER FILES FRONT TO
      * BACK WHILE THE CALLER WAITS. A SECOND ALTERNATE RECORD KEY
      * ON HIST-ORIG-RECORD-KEY (ALSO WITH DUPLICATES) HANDS BACK
      * EVERY REVERSAL FILED AGAINST ONE ORIGINAL POSTING.
       01  HISTORY-RECORD.
           05 HIST-RECORD-KEY.
               10 HIST-RUN-DATE PICTURE IS 9(8).
               88 HIST-IS-REVERSAL VALUE "R".
      * THE ORIGINATING DEPARTMENT, CARRIED FROM THE RESULT RECORD
      * SO MONTHEND CAN SUMMARIZE THE MONTH BY DEPARTMENT AS WELL
      * AS BY DAY. OLDER ONLINE ENTRIES CARRY SPACES. THIS GREW THE
      * INDEXED RECORD FROM 26 TO 30 BYTES - A RESULTHST.DAT BUILT
      * TO THE OLD LAYOUT WILL NOT OPEN AGAINST THIS FD AND MUST BE
      * UNLOADED AND RELOADED ONCE BEFORE THE NEXT POST OR INQUIRY,
      * THE SAME DRILL THE OPERATOR MASTER NEEDED WHEN IT GREW.
           05 HIST-DEPARTMENT PICTURE IS X(4).
      * ON A REVERSAL, THE HISTORY KEY (RUN DATE AND TRAN KEY) OF
      * THE POSTING IT REVERSES, CARRIED FROM THE RESULT RECORD;
      * POSTINGS CARRY ZEROS. THIS FIELD GREW THE RECORD FROM 30 TO
      * 44 BYTES AND ADDED THE SECOND ALTERNATE KEY - UNLOAD THE
      * MASTER THROUGH MASTUTIL BEFORE THE CHANGE AND RELOAD IT
      * AFTER; THE RELOAD ZEROES THE FIELD ON THE OLD IMAGES.
           05 HIST-ORIG-RECORD-KEY.
               10 HIST-ORIG-DATE PICTURE IS 9(8).
               10 HIST-ORIG-TRAN-KEY PICTURE IS 9(6).
