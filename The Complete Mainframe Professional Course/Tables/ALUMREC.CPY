    10*-----------------------------------------------------------*
    20* ALUMREC  -  RECORD LAYOUT FOR ONE GRADUATED STUDENT       *
    30*             (ALUMNI FILE)                                 *
    40*                                                            *
    50* ONE ROW PER STUDENT WHO LEFT THE ROSTER BY GRADUATING,    *
    60* WRITTEN BY THE YEAR-END PROMOTION JOB (STUPROMO) JUST     *
    70* BEFORE THE STUDENTS.DAT ROW IS DELETED - THE ID, NAME,    *
    80* THE LEAVING CLASS, THE LAST TERM OF THE CLOSING YEAR, THE *
    90* DATE OF THE RUN AND THE YEAR AVERAGE THAT PASSED. THE     *
   100* STUDENT'S TERMHIST ROWS STAY ON FILE, SO THIS IS WHERE    *
   110* THEIR OWNER CAN STILL BE FOUND. THE FILE IS APPEND-ONLY   *
   120* AND PERMANENT - IT IS NOT TRIMMED BY HOUSEKEEPING. THE    *
   130* CALLING PROGRAM SUPPLIES THE 01-LEVEL GROUP NAME AND      *
   140* COPIES THIS LAYOUT UNDER IT, E.G.                         *
   150*     01  ALUMNI-RECORD.                                    *
   160*         COPY ALUMREC.                                     *
   170*-----------------------------------------------------------*
   180     05  AL-STUDENT-ID         PIC X(6).
   190     05  FILLER                PIC X(1).
   200     05  AL-STUDENT-NAME       PIC X(15).
   210     05  FILLER                PIC X(1).
   220     05  AL-CLASS-CODE         PIC X(3).
   230     05  FILLER                PIC X(1).
   240     05  AL-FINAL-TERM         PIC X(6).
   250     05  FILLER                PIC X(1).
   260     05  AL-GRAD-DATE          PIC X(8).
   270     05  FILLER                PIC X(1).
   280     05  AL-YEAR-AVERAGE       PIC 9(3)V99.
