    10*-----------------------------------------------------------*
    20* DEDREF  -  RECORD LAYOUT FOR ONE DEDUCTION (DEDREF FILE)  *
    30*                                                            *
    40* ONE ROW PER PAYROLL DEDUCTION CODE - THE FOUR-CHARACTER   *
    50* CODE CARRIED ON A TYPE P TAXROLL DEDUCTION RECORD, THE    *
    60* NAME THE STATEMENTS PRINT FOR IT, WHETHER IT IS TAKEN     *
    70* BEFORE TAX (Y - IT REDUCES TAXABLE INCOME) OR AFTER TAX   *
    80* (N - IT DOES NOT), AND THE MOST AN EMPLOYEE MAY HAVE      *
    90* DEDUCTED UNDER THE CODE IN ONE TAX YEAR (ZERO MEANS NO    *
   100* LIMIT), E.G.                                              *
   110*     RET1 RETIREMENT PLAN       Y 0023000                  *
   120* TAXEDIT REJECTS A DEDUCTION WHOSE CODE IS NOT HERE OR     *
   130* THAT WOULD TAKE THE EMPLOYEE OVER THE ANNUAL LIMIT. THE   *
   140* CALLING PROGRAM SUPPLIES THE 01-LEVEL GROUP NAME AND      *
   150* COPIES THIS LAYOUT UNDER IT.                              *
   160*-----------------------------------------------------------*
   170     05  DR-DEDUCTION-CODE     PIC X(4).
   180     05  FILLER                PIC X(1).
   190     05  DR-DEDUCTION-NAME     PIC X(20).
   200     05  FILLER                PIC X(1).
   210     05  DR-PRE-TAX-FLAG       PIC X(1).
   220     05  FILLER                PIC X(1).
   230     05  DR-ANNUAL-LIMIT       PIC 9(7).
