    90* ONE-TIME RELOAD. TH-KEY (STUDENT-ID + TERM) IS            *
   100* THE RECORD KEY OF THE INDEXED TERMHIST FILE, SO A         *
   110* SEQUENTIAL READ COMES BACK GROUPED BY STUDENT WITH TERMS  *
   120* IN ORDER. THE ATTENDANCE FIELDS ARE TAKEN FROM THE        *
   130* STUDENT'S ATTNTOT TOTALS FOR THE TERM - DAYS COUNTED IS   *
   140* PRESENT + LATE + ABSENT (EXCUSED DAYS ARE LEFT OUT, SEE   *
   150* ATTNREC) AND THE RATE IS THE ATTENDED SHARE OF THEM AS A  *
   160* PERCENTAGE. ZERO DAYS COUNTED MEANS NO ATTENDANCE WAS     *
   170* RECORDED FOR THE TERM AND THE RATE IS NOT MEANINGFUL.     *
   180* EXISTING TERMHIST FILES WITHOUT THE ATTENDANCE FIELDS     *
   190* NEED A ONE-TIME RELOAD. THE CALLING PROGRAM SUPPLIES THE  *
   200* 01-LEVEL GROUP NAME AND COPIES THIS LAYOUT UNDER IT, E.G. *
   210*     01  TERM-HISTORY-RECORD.                              *
   220*         COPY TERMREC.                                     *
   230*-----------------------------------------------------------*
   240     05  TH-KEY.
   250         10  TH-STUDENT-ID     PIC X(6).
   260         10  TH-TERM           PIC X(6).
   270     05  TH-STUDENT-NAME       PIC X(15).
   280     05  TH-CLASS-CODE         PIC X(3).
   290     05  TH-SUBJECT-ENTRY OCCURS 6 TIMES.
   300         10  TH-SUBJ-CODE      PIC X(3).
   310         10  TH-SUBJ-SCORE     PIC 9(3).
   320     05  TH-AVERAGE            PIC 9(3)V99.
   330     05  TH-GRADE              PIC X(1).
   340     05  TH-DAYS-COUNTED       PIC 9(3).
   350     05  TH-DAYS-ABSENT        PIC 9(3).
   360     05  TH-ATTEND-RATE        PIC 9(3)V9.
