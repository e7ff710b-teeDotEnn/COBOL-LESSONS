      * THIS RUN UNIT.
       01 WS-CURRENT-OPERATOR-ID PICTURE IS X(5) EXTERNAL
           VALUE SPACES.
      * THE SHIFT CODE IS ALSO THE OPERATOR'S ROLE ON THE ROLEAUTH.DAT
      * MENU AUTHORIZATION TABLE - WHICH MENU FUNCTIONS AN OPERATOR
      * MAY TAKE IS ASKED OF MENUAUTH FOR THIS CODE, NOT TESTED
      * HERE. ONLY THE FEW DECISIONS THAT ARE NOT MENU FUNCTIONS -
      * THE CALENDAR OVERRIDE, CALENDAR MAINTENANCE, MAINTAINING THE
      * TABLE ITSELF - STILL TEST FOR A SUPERVISOR DIRECTLY.
       01 WS-CURRENT-OPERATOR-SHIFT PICTURE IS X EXTERNAL
           VALUE SPACE.
           88 CURRENT-OPER-SUPERVISOR VALUE "S".
