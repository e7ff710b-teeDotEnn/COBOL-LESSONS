      * SHARED NEXT-DAY ONLINE STAGE RECORD LAYOUT. ONCE RUNCTL.DAT
      * SHOWS THE NIGHT'S RUN HAS STARTED, THE ADDONLPD.DAT STAGE IS
      * FROZEN FOR THAT RUN - AN ENTRY KEYED THROUGH ADDTWONUMS OR A
      * REVERSAL APPROVED THROUGH REVAPPR FROM THEN ON IS WRITTEN
      * HERE, TO ADDONLNX.DAT, INSTEAD. THE NEXT NIGHT'S
      * ADDTWONUMSBAT PROMOTES THE HELD ENTRIES STRAIGHT INTO ITS
      * RESULTOUT.DAT AND ADDIFACE.DAT AFTER THE BATCH DETAIL AND
      * AHEAD OF THAT DAY'S OWN ADDONLPD.DAT ENTRIES - NOTHING IS
      * WRITTEN BACK TO ADDONLPD.DAT - SO THEY JOIN THE FOLLOWING
      * BUSINESS DATE LIKE ANY OTHER ONLINE ENTRY. THE PROMOTED
      * ENTRIES STAY ON THIS FILE UNTIL THAT DAY IS FILED COMPLETE,
      * WHEN NXTPURGE TAKES THEM OFF - NOTHING IS WRITTEN HERE THEN,
      * SO THE FILE CAN BE REWRITTEN SAFELY.
      * REVCHECK AND TRANINQ READ
      * THIS FILE TOO, SO A HELD REVERSAL STILL CLAIMS ITS PART OF
      * THE ORIGINAL AND A HELD ENTRY CAN STILL BE TRACED. ALL OF
      * THEM MUST USE THE IDENTICAL LAYOUT.
      * THE CUTOFF DATE IS THE BUSINESS DATE WHOSE RUN HAD STARTED
      * WHEN THE ENTRY WAS TAKEN. AN ENTRY IS PROMOTED ONLY BY A RUN
      * FOR A LATER BUSINESS DATE - A RESTART OF THE SAME NIGHT
      * LEAVES IT HELD. THE ENTRY ITSELF IS CARRIED FIELD FOR FIELD
      * IN THE RSLFLDS LAYOUT.
       01  NEXT-DAY-STAGE-RECORD.
           05 NXT-CUTOFF-DATE PICTURE IS 9(8).
           05 NXT-KEYED-BY PICTURE IS X(5).
           05 NXT-ENTRY.
               10 NXT-TRAN-KEY PICTURE IS 9(6).
               10 NXT-FIRST-NUMBER PICTURE IS 99.
               10 NXT-SECOND-NUMBER PICTURE IS 9(4).
               10 NXT-RESULT PICTURE IS 9999.
               10 NXT-ENTRY-SOURCE PICTURE IS X.
               10 NXT-TRAN-CODE PICTURE IS X.
                   88 NXT-IS-REVERSAL VALUE "R".
               10 NXT-DEPARTMENT PICTURE IS X(4).
               10 NXT-ORIG-RECORD-KEY.
                   15 NXT-ORIG-DATE PICTURE IS 9(8).
                   15 NXT-ORIG-KEY PICTURE IS 9(6).
