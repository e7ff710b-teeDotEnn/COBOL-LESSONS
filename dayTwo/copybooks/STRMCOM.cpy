      * SHARED UNATTENDED-STREAM SWITCH - SET BY NIGHTSTRM BEFORE IT
      * CALLS THE FIRST STEP, READ BY ANY STEP THAT WOULD OTHERWISE
      * STOP AND ASK AN OPERATOR SOMETHING. THERE IS NOBODY AT THE
      * CONSOLE AT TWO IN THE MORNING, SO A STEP RUNNING UNDER THE
      * STREAM TAKES ITS ANSWERS FROM A CONTROL FILE INSTEAD (THE
      * INTAKE READS ITS FILE NAMES FROM INTKLIST.DAT). DECLARED
      * EXTERNAL FOR THE SAME REASON AS SIGNCOM; A PROGRAM CALLED
      * FROM THE MENU OR RUN STANDALONE SEES "N" AND PROMPTS AS IT
      * ALWAYS HAS.
       01 WS-STREAM-MODE-SWITCH PICTURE IS X EXTERNAL VALUE "N".
           88 UNATTENDED-STREAM VALUE "Y".
