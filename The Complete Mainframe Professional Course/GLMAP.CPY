    10*-----------------------------------------------------------*
    20* GLMAP  -  RECORD LAYOUT FOR ONE DEPARTMENT'S GENERAL      *
    30*           LEDGER ACCOUNTS (GLMAP FILE)                    *
    40*                                                            *
    50* ONE ROW PER PAYROLL DEPARTMENT (THE EMPREF DEPARTMENT     *
    60* CODE) NAMING THE G/L ACCOUNTS ITS POSTINGS GO TO - THE    *
    70* WAGE EXPENSE ACCOUNT DEBITED WITH GROSS PAY, THE FEDERAL  *
    80* AND STATE WITHHOLDING PAYABLE ACCOUNTS CREDITED WITH THE  *
    90* TAX WITHHELD, THE DEDUCTIONS PAYABLE ACCOUNT CREDITED     *
   100* WITH THE PRE-TAX AND AFTER-TAX DEDUCTIONS TAKEN, AND THE  *
   110* NET PAY CLEARING ACCOUNT CREDITED WITH THE BALANCE, E.G.  *
   120*     ENG  6100-ENG   2310-FED   2320-STATE 2100-NETPY      *
   130*          2330-DEDNS                                       *
   140* GLINTF REFUSES TO BUILD A FEED FOR A RUN THAT POSTED A    *
   150* DEPARTMENT WITH NO ROW HERE, OR TOOK DEDUCTIONS IN ONE    *
   160* WHOSE ROW HAS NO DEDUCTIONS PAYABLE ACCOUNT - ADD A ROW   *
   170* FOR ???? IF EMPLOYEES NOT ON EMPREF ARE TO BE CARRIED.    *
   180* THE CALLING PROGRAM SUPPLIES THE 01-LEVEL GROUP NAME AND  *
   190* COPIES THIS LAYOUT UNDER IT.                              *
   200*-----------------------------------------------------------*
   210     05  GM-DEPARTMENT         PIC X(4).
   220     05  FILLER                PIC X(1).
   230     05  GM-EXPENSE-ACCOUNT    PIC X(10).
   240     05  FILLER                PIC X(1).
   250     05  GM-FED-PAYABLE-ACCT   PIC X(10).
   260     05  FILLER                PIC X(1).
   270     05  GM-STATE-PAYABLE-ACCT PIC X(10).
   280     05  FILLER                PIC X(1).
   290     05  GM-NET-PAY-ACCOUNT    PIC X(10).
   300     05  FILLER                PIC X(1).
   310     05  GM-DED-PAYABLE-ACCT   PIC X(10).
