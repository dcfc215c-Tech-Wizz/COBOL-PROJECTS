    10*-----------------------------------------------------------*
    20* TEACHREF -  RECORD LAYOUT FOR ONE TEACHER (TEACHREF FILE) *
    30*                                                            *
    40* ONE ROW PER TEACHER - THE FIVE-CHARACTER TEACHER-ID THE   *
    50* TCHASSGN ASSIGNMENTS CARRY AND THE NAME THE REPORTS PRINT *
    60* FOR IT, E.G.                                              *
    70*     T0001 OKAFOR, R                                       *
    80* MAINTAINED BY TCHMAINT FROM TCHTRANS TRANSACTIONS - NOT   *
    90* HAND-EDITED LIKE SUBJREF AND CLASSREF. THE CALLING        *
   100* PROGRAM SUPPLIES THE 01-LEVEL GROUP NAME AND COPIES THIS  *
   110* LAYOUT UNDER IT.                                          *
   120*-----------------------------------------------------------*
   130     05  TREF-ID               PIC X(5).
   140     05  FILLER                PIC X(1).
   150     05  TREF-NAME             PIC X(20).
