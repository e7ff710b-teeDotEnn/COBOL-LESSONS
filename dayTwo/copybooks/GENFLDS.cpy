      * SHARED GENERATION CATALOG RECORD LAYOUT. EVERY BATCH RUN
      * OVERWRITES RESULTOUT.DAT, ADDIFACE.DAT, ADDRPT.DAT,
      * EDITRPT.DAT AND RECONRPT.DAT, SO ONCE A NIGHT IS COMPLETE
      * GENSAVE COPIES EACH OF THEM TO A FILE STAMPED WITH THE
      * BUSINESS DATE (FOR EXAMPLE IFAC20240312.DAT) AND RECORDS THE
      * COPY HERE. GENCAT.DAT IS INDEXED ON FILE TYPE PLUS BUSINESS
      * DATE, SO ALL THE NIGHTS HELD FOR ONE FILE TYPE READ BACK
      * TOGETHER IN DATE ORDER. GENSAVE WRITES AND EXPIRES THE
      * ENTRIES; GENRESND READS THEM TO RE-RELEASE A PRIOR NIGHT'S
      * INTERFACE FILE AND COUNTS THE RESENDS. BOTH MUST USE THE
      * IDENTICAL LAYOUT.
      * THE RETENTION PERIOD IS THE ONE IN FORCE FOR THE FILE TYPE
      * WHEN THE GENERATION WAS SAVED, AND THE EXPIRY DATE IS
      * WORKED OUT FROM IT THERE AND THEN, SO A LATER CHANGE TO THE
      * RETENTION RULES DOES NOT SHORTEN WHAT IS ALREADY HELD.
      * AN EXPIRED GENERATION HAS ITS CONTENTS RELEASED BUT KEEPS
      * ITS CATALOG ENTRY, SO THE CATALOG STILL SHOWS WHAT WAS SENT
      * AND WHEN IT WAS LET GO.
       01  GENERATION-CATALOG-RECORD.
           05 GEN-KEY.
               10 GEN-FILE-TYPE PICTURE IS X(10).
               10 GEN-BUSINESS-DATE PICTURE IS 9(8).
           05 GEN-FILE-NAME PICTURE IS X(16).
           05 GEN-RECORD-COUNT PICTURE IS 9(7).
           05 GEN-SAVED-DATE PICTURE IS 9(8).
           05 GEN-RETAIN-DAYS PICTURE IS 9(4).
           05 GEN-EXPIRE-DATE PICTURE IS 9(8).
           05 GEN-STATUS PICTURE IS X.
               88 GEN-HELD VALUE "H".
               88 GEN-EXPIRED VALUE "E".
           05 GEN-RESEND-COUNT PICTURE IS 9(3).
           05 GEN-LAST-RESEND-DATE PICTURE IS 9(8).
