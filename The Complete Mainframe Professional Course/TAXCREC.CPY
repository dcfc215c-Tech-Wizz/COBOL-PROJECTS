    10*-----------------------------------------------------------*
    20* TAXCREC  -  RECORD LAYOUT FOR ONE PRIOR-YEAR CORRECTION   *
    30*             (TAXCHIST CORRECTION HISTORY FILE)            *
    40*                                                            *
    50* ONE ROW PER CORRECTION TAXCORR APPLIES TO A CLOSED        *
    60* TAXANNL YEAR, APPENDED IN THE ORDER APPLIED AND NEVER     *
    70* TRIMMED - THE PERMANENT RECORD OF WHAT EACH CORRECTED     *
    80* STATEMENT REPLACED. TC-SEQUENCE IS THE ROW'S              *
    90* AH-CORRECTION-COUNT AFTER THE CORRECTION (1 FOR THE       *
   100* FIRST), THE PREVIOUS FIGURES ARE THOSE ON TAXANNL JUST    *
   110* BEFORE IT AND THE CORRECTED FIGURES THOSE IT LEFT THERE,  *
   120* E.G.                                                       *
   130*     104233 2025 20261015 001 PREV 41000 ... NEW 43500 ... *
   140* THE CALLING PROGRAM SUPPLIES THE 01-LEVEL GROUP NAME AND  *
   150* COPIES THIS LAYOUT UNDER IT.                               *
   160*-----------------------------------------------------------*
   170     05  TC-EMPLOYEE-ID        PIC X(6).
   180     05  FILLER                PIC X(1).
   190     05  TC-TAX-YEAR           PIC X(4).
   200     05  FILLER                PIC X(1).
   210     05  TC-CORRECTED-DATE     PIC X(8).
   220     05  FILLER                PIC X(1).
   230     05  TC-SEQUENCE           PIC 9(3).
   240     05  FILLER                PIC X(1).
   250     05  TC-PREV-INCOME        PIC 9(9).
   260     05  FILLER                PIC X(1).
   270     05  TC-PREV-TAXABLE       PIC 9(9).
   280     05  FILLER                PIC X(1).
   290     05  TC-PREV-TAX           PIC 9(9)V99.
   300     05  FILLER                PIC X(1).
   310     05  TC-PREV-STATE-TAX     PIC 9(9)V99.
   320     05  FILLER                PIC X(1).
   330     05  TC-NEW-INCOME         PIC 9(9).
   340     05  FILLER                PIC X(1).
   350     05  TC-NEW-TAXABLE        PIC 9(9).
   360     05  FILLER                PIC X(1).
   370     05  TC-NEW-TAX            PIC 9(9)V99.
   380     05  FILLER                PIC X(1).
   390     05  TC-NEW-STATE-TAX      PIC 9(9)V99.
   400     05  FILLER                PIC X(1).
   410     05  TC-REASON             PIC X(30).
