    10*-----------------------------------------------------------*
    20* TCHASSGN -  RECORD LAYOUT FOR ONE TEACHING ASSIGNMENT     *
    30*             (TCHASSGN FILE)                               *
    40*                                                            *
    50* ONE ROW PER CLASS AND SUBJECT TAUGHT - THE CLASSREF CLASS *
    60* CODE, THE SUBJREF SUBJECT CODE AND THE TEACHREF TEACHER   *
    70* WHO TEACHES THAT SUBJECT TO THAT CLASS, E.G.              *
    80*     7A  MAT T0001                                         *
    90* CLASS + SUBJECT IS UNIQUE - ONE TEACHER PER COMBINATION,  *
   100* ONE TEACHER MAY HOLD MANY. MAINTAINED BY TCHMAINT FROM    *
   110* TCHTRANS TRANSACTIONS. THE ASSIGNMENT IS THE CURRENT ONE  *
   120* ONLY - NO HISTORY IS KEPT HERE (THE STUAUDIT TRAIL HOLDS  *
   130* EVERY CHANGE). THE CALLING PROGRAM SUPPLIES THE 01-LEVEL  *
   140* GROUP NAME AND COPIES THIS LAYOUT UNDER IT.               *
   150*-----------------------------------------------------------*
   160     05  TASG-CLASS-CODE       PIC X(3).
   170     05  FILLER                PIC X(1).
   180     05  TASG-SUBJ-CODE        PIC X(3).
   190     05  FILLER                PIC X(1).
   200     05  TASG-TEACHER-ID       PIC X(5).
