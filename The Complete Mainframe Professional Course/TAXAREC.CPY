    60* THEY STOOD ON TAXMASTR WHEN THE YEAR-END CLOSE RAN.       *
    70* AH-KEY (EMPLOYEE-ID + TAX YEAR) IS THE RECORD KEY OF THE  *
    80* INDEXED TAXANNL FILE, SO ANY PRIOR YEAR'S FIGURES CAN BE  *
    90* READ BACK BY EMPLOYEE AND YEAR. THE YEAR'S PRE-TAX        *
   100* DEDUCTIONS AND TAXABLE INCOME ARE ARCHIVED BESIDE THE     *
   110* GROSS INCOME; EXISTING TAXANNL FILES WITHOUT THEM NEED A  *
   120* ONE-TIME RELOAD. AH-YTD-TAX IS THE FEDERAL TAX; THE       *
   130* YEAR'S STATE WITHHOLDING AND THE STATE IT WAS LAST        *
   140* WITHHELD FOR ARE ARCHIVED BESIDE IT (ONE-TIME RELOAD FOR  *
   150* EXISTING FILES, AS ABOVE). ONCE A YEAR IS CLOSED ITS      *
   160* FIGURES CHANGE ONLY THROUGH TAXCORR PRIOR-YEAR            *
   170* CORRECTIONS - THE AH-ORIGINAL FIELDS KEEP THE FIGURES AS  *
   180* THE CLOSE ARCHIVED THEM, AH-CORRECTION-COUNT AND          *
   190* AH-LAST-CORRECTED SAY HOW OFTEN AND WHEN THE ROW WAS      *
   200* CORRECTED, AND EVERY CORRECTION IS LOGGED IN FULL ON THE  *
   210* TAXCHIST HISTORY FILE (ONE-TIME RELOAD FOR EXISTING       *
   220* FILES, AS ABOVE). THE CALLING PROGRAM                     *
   230* SUPPLIES THE 01-LEVEL GROUP NAME AND COPIES THIS LAYOUT   *
   240* UNDER IT, E.G.                                            *
   250*     01  ANNUAL-HISTORY-RECORD.                            *
   260*         COPY TAXAREC.                                     *
   270*-----------------------------------------------------------*
   280     05  AH-KEY.
   290         10  AH-EMPLOYEE-ID    PIC X(6).
   300         10  AH-TAX-YEAR       PIC X(4).
   310     05  AH-FILING-STATUS      PIC X(1).
   320     05  AH-YTD-INCOME         PIC 9(9).
   330     05  AH-YTD-TAX            PIC 9(9)V99.
   340     05  AH-YTD-PRETAX-DED     PIC 9(9).
   350     05  AH-YTD-TAXABLE        PIC 9(9).
   360     05  AH-WORK-STATE         PIC X(2).
   370     05  AH-YTD-STATE-TAX      PIC 9(9)V99.
   380     05  AH-CORRECTION-COUNT   PIC 9(3).
   390     05  AH-LAST-CORRECTED     PIC X(8).
   400     05  AH-ORIGINAL-INCOME    PIC 9(9).
   410     05  AH-ORIGINAL-TAXABLE   PIC 9(9).
   420     05  AH-ORIGINAL-TAX       PIC 9(9)V99.
   430     05  AH-ORIGINAL-STATE-TAX PIC 9(9)V99.
