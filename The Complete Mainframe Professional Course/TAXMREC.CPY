   110* SAME PERIOD TWICE, SO A RERUN AFTER AN ABEND COMPLETES    *
   120* THE RUN INSTEAD OF DOUBLING THE YTD FIGURES. EXISTING     *
   130* TAXMASTR FILES IN THE OLD LAYOUT WITHOUT THE STAMP NEED   *
   140* A ONE-TIME RELOAD.                                        *
   150* THE PERIOD AND YTD INCOME FIGURES ARE GROSS PAY. PRE-TAX  *
   160* DEDUCTIONS (DEDREF CODES FLAGGED Y) ARE CARRIED BESIDE    *
   170* THEM AND THE TAX IS WORKED ON THE TAXABLE INCOME - GROSS  *
   180* LESS PRE-TAX DEDUCTIONS - WHICH IS KEPT YEAR-TO-DATE TOO. *
   190* EM-DED-ENTRY HOLDS THE PERIOD AND YTD AMOUNT PER          *
   200* DEDUCTION CODE (PRE- AND POST-TAX) SO TAXEDIT CAN HOLD    *
   210* EACH CODE TO ITS DEDREF ANNUAL LIMIT. EXISTING TAXMASTR   *
   220* FILES WITHOUT THE DEDUCTION FIELDS NEED A ONE-TIME        *
   230* RELOAD. STATE WITHHOLDING IS CARRIED BESIDE THE FEDERAL   *
   240* TAX - EM-WORK-STATE IS THE STATE THE LAST POSTING WAS     *
   250* WITHHELD FOR, WITH THE PERIOD AND YTD STATE TAX; THE      *
   260* EM-PERIOD-TAX AND EM-YTD-TAX FIGURES ARE FEDERAL ONLY.    *
   270* EXISTING TAXMASTR FILES WITHOUT THE STATE FIELDS NEED A   *
   280* ONE-TIME RELOAD. THE CALLING PROGRAM SUPPLIES THE         *
   290* 01-LEVEL GROUP NAME AND COPIES THIS LAYOUT UNDER IT, E.G. *
   300*     01  TAX-MASTER-RECORD.                                *
   310*         COPY TAXMREC.                                     *
   320*-----------------------------------------------------------*
   330     05  EM-EMPLOYEE-ID        PIC X(6).
   340     05  EM-FILING-STATUS      PIC X(1).
   350     05  EM-PERIOD-INCOME      PIC 9(6).
   360     05  EM-PERIOD-TAX         PIC 9(6)V99.
   370     05  EM-YTD-INCOME         PIC 9(9).
   380     05  EM-YTD-TAX            PIC 9(9)V99.
   390     05  EM-LAST-POSTED-PERIOD PIC X(8).
   400     05  EM-PERIOD-PRETAX-DED  PIC 9(6).
   410     05  EM-YTD-PRETAX-DED     PIC 9(9).
   420     05  EM-YTD-TAXABLE        PIC 9(9).
   430     05  EM-DED-ENTRY OCCURS 5 TIMES.
   440         10  EM-DED-CODE       PIC X(4).
   450         10  EM-DED-PERIOD     PIC 9(6).
   460         10  EM-DED-YTD        PIC 9(7).
   470     05  EM-WORK-STATE         PIC X(2).
   480     05  EM-PERIOD-STATE-TAX   PIC 9(6)V99.
   490     05  EM-YTD-STATE-TAX      PIC 9(9)V99.
