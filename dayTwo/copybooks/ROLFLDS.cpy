      * SHARED ROLE-TO-MENU-FUNCTION AUTHORIZATION RECORD LAYOUT.
      * ONE RECORD ON THE ROLEAUTH.DAT INDEXED FILE FOR EACH MENU
      * FUNCTION A ROLE MAY TAKE, KEYED BY ROLE PLUS FUNCTION CODE
      * SO ONE ROLE'S FUNCTIONS READ BACK TOGETHER. THE ROLE IS THE
      * OPERATOR'S SHIFT CODE ON OPERMAST.DAT - D, E, N OR S - AND
      * THE FUNCTION CODES ARE THE ONES IN THE MNFTBL CATALOG.
      * A FUNCTION NOT ON FILE FOR A ROLE IS NOT HELD BY IT.
      * MENUMAINT MAINTAINS THE FILE AND AUDITS EVERY GRANT AND
      * REVOCATION ON MENUAUDT.DAT; MENUAUTH ANSWERS THE QUESTION
      * FOR MENUDRIVER AND FOR EACH RESTRICTED PROGRAM. A REVOKED
      * FUNCTION IS DELETED - THE AUDIT FILE IS ITS HISTORY.
       01  ROLE-AUTH-RECORD.
           05 ROL-KEY.
               10 ROL-ROLE PICTURE IS X.
               10 ROL-FUNCTION PICTURE IS X(8).
           05 ROL-GRANTED-BY PICTURE IS X(5).
           05 ROL-GRANTED-DATE PICTURE IS 9(8).
