    70* COST ACCOUNTING BREAKS THE PERIOD DOWN BY, E.G.           *
    80*     104233 HARRIS, J            ACCT                      *
    90* TAXEDIT REJECTS A TAXROLL RECORD WHOSE ID IS NOT HERE.    *
   100* ER-WORK-STATE IS THE TWO-LETTER STATE THE EMPLOYEE WORKS  *
   110* IN - THE POSTING RUN TAKES THE STATE WITHHOLDING RATES    *
   120* FOR IT FROM STRATES, E.G.                                 *
   130*     104233 HARRIS, J            ACCT NY                   *
   140* EXISTING EMPREF FILES WITHOUT THE STATE NEED THE COLUMN   *
   150* ADDED - A BLANK STATE IS WITHHELD AT NO STATE RATE.       *
   160* THE LIFECYCLE DATES ARE MAINTAINED BY EMPMAINT FROM HIRE, *
   170* TERMINATION, REHIRE, NAME-CHANGE AND TRANSFER             *
   180* TRANSACTIONS - ER-HIRE-DATE IS THE LATEST HIRE OR REHIRE, *
   190* ER-TERM-DATE IS SPACES WHILE THE EMPLOYEE IS ACTIVE (NO   *
   200* TAX PERIOD DATED AFTER IT PASSES TAXEDIT), AND            *
   210* ER-DEPT-EFFECTIVE IS THE DATE ER-DEPARTMENT TOOK EFFECT.  *
   220* THE FOUR ER-PRIOR-DEPT SLOTS HOLD THE DEPARTMENTS HELD    *
   230* BEFORE THAT, MOST RECENT FIRST, EACH WITH THE DATE IT     *
   240* TOOK EFFECT, SO A PERIOD CAN BE COSTED TO THE DEPARTMENT  *
   250* IN EFFECT AT THE TIME - AN EMPLOYEE HIRED INTO PAY ON     *
   260* 20190401 AND MOVED TO ACCT ON 20260701 CARRIES ACCT WITH  *
   270* ER-DEPT-EFFECTIVE 20260701 AND PRIOR SLOT 1 PAY FROM      *
   280* 20190401. A FIFTH TRANSFER DROPS THE OLDEST SLOT - THE    *
   290* EMPAUDIT TRAIL STILL HOLDS IT. ROWS WRITTEN BEFORE THE    *
   300* DATES WERE ADDED READ BACK AS SPACES - ACTIVE, WITH ONE   *
   310* DEPARTMENT FOR ALL PERIODS.                               *
   320* THE CALLING PROGRAM SUPPLIES THE 01-LEVEL GROUP NAME AND  *
   330* COPIES THIS LAYOUT UNDER IT.                              *
   340*-----------------------------------------------------------*
   350     05  ER-EMPLOYEE-ID        PIC X(6).
   360     05  FILLER                PIC X(1).
   370     05  ER-EMPLOYEE-NAME      PIC X(20).
   380     05  FILLER                PIC X(1).
   390     05  ER-DEPARTMENT         PIC X(4).
   400     05  FILLER                PIC X(1).
   410     05  ER-WORK-STATE         PIC X(2).
   420     05  FILLER                PIC X(1).
   430     05  ER-HIRE-DATE          PIC X(8).
   440     05  FILLER                PIC X(1).
   450     05  ER-TERM-DATE          PIC X(8).
   460     05  FILLER                PIC X(1).
   470     05  ER-DEPT-EFFECTIVE     PIC X(8).
   480     05  ER-PRIOR-DEPT-ENTRY OCCURS 4 TIMES.
   490         10  FILLER            PIC X(1).
   500         10  ER-PRIOR-DEPT     PIC X(4).
   510         10  FILLER            PIC X(1).
   520         10  ER-PRIOR-DEPT-FROM PIC X(8).
