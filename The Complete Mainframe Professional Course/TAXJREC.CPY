    10*-----------------------------------------------------------*
    20* TAXJREC  -  RECORD LAYOUT FOR ONE POSTING JOURNAL ROW     *
    30*             (TAXJRNL FILE)                                *
    40*                                                            *
    50* ASSIGNMENT3 APPENDS ONE ROW TO THE PERMANENT TAXJRNL       *
    60* JOURNAL FOR EVERY DETAIL RECORD IT POSTS TO TAXMASTR      *
    70* (TYPE D) AND EVERY ADJUSTMENT IT APPLIES (TYPE A OR R),   *
    80* SO WHAT WAS WITHHELD IN ANY PERIOD CAN STILL BE ANSWERED  *
    90* AFTER THE MASTER HAS MOVED ON. A DETAIL ROW CARRIES THE   *
   100* GROSS INCOME AND TAX POSTED; AN ADJUSTMENT ROW CARRIES    *
   110* THE SIGNED NET MOVEMENT IT MADE; BOTH ALSO CARRY THE      *
   120* PRE-TAX AND AFTER-TAX DEDUCTIONS TAKEN (OR THEIR SIGNED   *
   130* CHANGE). A ROW WRITTEN BEFORE DEDUCTIONS WERE CARRIED HAS *
   140* A BLANK TJ-DEDUCTION-AREA, TAKEN AS ZERO. AT THE END OF   *
   150* EVERY RUN THAT POSTED ANYTHING A TYPE C RUN-CONTROL ROW   *
   160* (EMPLOYEE AND DEPARTMENT SPACES) CARRIES THE AMOUNTS THE  *
   170* RUN ADDED TO THE TAXBAL EXPECTED BALANCE AND THE          *
   180* DEDUCTIONS IT TOOK, SO A READER CAN PROVE THE ROWS        *
   190* AGAINST THE TAXBAL MOVEMENT RUN BY RUN. THE RUN START     *
   200* DATE AND TIME TIE EVERY ROW TO ITS ASSIGNM3 ROW ON        *
   210* RUNLOG. AMOUNTS CARRY A LEADING SEPARATE SIGN. THE        *
   220* CALLING PROGRAM SUPPLIES THE 01-LEVEL GROUP NAME AND      *
   230* COPIES THIS LAYOUT UNDER IT.                              *
   240*-----------------------------------------------------------*
   250     05  TJ-EMPLOYEE-ID        PIC X(6).
   260     05  FILLER                PIC X(1).
   270     05  TJ-PERIOD-DATE        PIC X(8).
   280     05  FILLER                PIC X(1).
   290     05  TJ-RECORD-TYPE        PIC X(1).
   300     05  FILLER                PIC X(1).
   310     05  TJ-DEPARTMENT         PIC X(4).
   320     05  FILLER                PIC X(1).
   330     05  TJ-WORK-STATE         PIC X(2).
   340     05  FILLER                PIC X(1).
   350     05  TJ-INCOME             PIC S9(9)
   360                               SIGN IS LEADING SEPARATE.
   370     05  FILLER                PIC X(1).
   380     05  TJ-TAX                PIC S9(9)V99
   390                               SIGN IS LEADING SEPARATE.
   400     05  FILLER                PIC X(1).
   410     05  TJ-STATE-TAX          PIC S9(9)V99
   420                               SIGN IS LEADING SEPARATE.
   430     05  FILLER                PIC X(1).
   440     05  TJ-RUN-DATE           PIC X(8).
   450     05  FILLER                PIC X(1).
   460     05  TJ-RUN-TIME           PIC X(6).
   470     05  FILLER                PIC X(1).
   480     05  TJ-DEDUCTION-AREA.
   490         10  TJ-DEDUCTIONS PIC S9(9)
   500                               SIGN IS LEADING SEPARATE.
