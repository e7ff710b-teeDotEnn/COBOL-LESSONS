      * SHARED MENU AUTHORIZATION CHECK HAND-OFF. THE CALLER MOVES
      * THE SIGNED-ON OPERATOR'S SHIFT CODE TO WS-MNA-ROLE AND A
      * FUNCTION CODE FROM THE MNFTBL CATALOG TO WS-MNA-FUNCTION,
      * THEN CALLS MENUAUTH. ONLY MNA-GRANTED LETS THE FUNCTION
      * RUN - A BLANK ROLE (NO SIGN-ON IN THIS RUN UNIT) AND A CODE
      * NOT IN THE CATALOG ARE BOTH REFUSED. MNA-FROM-STANDARD SAYS
      * ROLEAUTH.DAT COULD NOT BE READ AND THE ANSWER CAME FROM THE
      * STANDARD GRANTS IN THE CATALOG INSTEAD.
      * DECLARED EXTERNAL FOR THE SAME REASON AS SIGNCOM - MENUAUTH
      * NEEDS NO LINKAGE SECTION.
       01 WS-MNA-REQUEST EXTERNAL.
           05 WS-MNA-ROLE PICTURE IS X.
           05 WS-MNA-FUNCTION PICTURE IS X(8).
       01 WS-MNA-ANSWER EXTERNAL.
           05 WS-MNA-STATUS PICTURE IS X.
               88 MNA-GRANTED VALUE "Y".
               88 MNA-NOT-GRANTED VALUE "N".
               88 MNA-UNKNOWN-FUNCTION VALUE "U".
           05 WS-MNA-SOURCE PICTURE IS X.
               88 MNA-FROM-TABLE VALUE "T".
               88 MNA-FROM-STANDARD VALUE "S".
