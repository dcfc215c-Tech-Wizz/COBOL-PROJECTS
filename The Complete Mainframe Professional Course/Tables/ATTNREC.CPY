    10*-----------------------------------------------------------*
    20* ATTNREC  -  RECORD LAYOUT FOR ONE STUDENT'S ATTENDANCE    *
    30*             TOTALS FOR ONE TERM (ATTNTOT FILE)            *
    40*                                                            *
    50* ONE ROW PER STUDENT PER TERM, BUILT BY ATTNPOST FROM THE  *
    60* DAILY ATTNTRAN TRANSACTIONS - A COUNT OF THE SCHOOL DAYS  *
    70* THE STUDENT WAS PRESENT, LATE, ABSENT AND ABSENT WITH AN  *
    80* EXCUSE, AND THE LATEST SCHOOL DATE POSTED. THE TERM IS    *
    90* THE TERMCAL TERM WHOSE START/END DATES CONTAIN THE DAY.   *
   100* THE ATTENDANCE RATE EVERY REPORT PRINTS IS               *
   110*     (PRESENT + LATE) * 100 / (PRESENT + LATE + ABSENT)    *
   120* - A LATE ARRIVAL COUNTS AS ATTENDING AND AN EXCUSED DAY   *
   130* IS LEFT OUT ALTOGETHER, SO A STUDENT WHOSE EVERY MISSED   *
   140* DAY WAS EXCUSED STILL RATES 100.0. AT-KEY (STUDENT-ID +   *
   150* TERM) IS THE RECORD KEY OF THE INDEXED ATTNTOT FILE, THE  *
   160* SAME SHAPE AS TH-KEY ON TERMHIST. THE CALLING PROGRAM     *
   170* SUPPLIES THE 01-LEVEL GROUP NAME AND COPIES THIS LAYOUT   *
   180* UNDER IT, E.G.                                            *
   190*     01  ATTEND-TOTAL-RECORD.                              *
   200*         COPY ATTNREC.                                     *
   210*-----------------------------------------------------------*
   220     05  AT-KEY.
   230         10  AT-STUDENT-ID     PIC X(6).
   240         10  AT-TERM           PIC X(6).
   250     05  AT-DAYS-PRESENT       PIC 9(3).
   260     05  AT-DAYS-LATE          PIC 9(3).
   270     05  AT-DAYS-ABSENT        PIC 9(3).
   280     05  AT-DAYS-EXCUSED       PIC 9(3).
   290     05  AT-LAST-DATE          PIC X(8).
