    10*-----------------------------------------------------------*
    20* GRADCREC -  RECORD LAYOUT FOR ONE CLOSED-TERM GRADE       *
    30*             CORRECTION (GRADCHST CORRECTION HISTORY FILE) *
    40*                                                            *
    50* ONE ROW PER CORRECTION TERMCORR APPLIES TO A TERMHIST     *
    60* ROW, APPENDED IN THE ORDER APPLIED AND NEVER TRIMMED -    *
    70* THE PERMANENT RECORD OF WHAT EACH REISSUED TRANSCRIPT     *
    80* REPLACED. THE PREVIOUS FIGURES ARE THOSE ON TERMHIST JUST *
    90* BEFORE THE CORRECTION AND THE NEW FIGURES THOSE IT LEFT   *
   100* THERE, WITH THE REASON AND THE TEACHER WHO AUTHORISED IT, *
   110* E.G.                                                       *
   120*     100001 2026T1 20261015 MAT 072 085 07850 08067 C B ...*
   130* THE CALLING PROGRAM SUPPLIES THE 01-LEVEL GROUP NAME AND  *
   140* COPIES THIS LAYOUT UNDER IT, E.G.                         *
   150*     01  GRADE-CORR-HIST-RECORD.                           *
   160*         COPY GRADCREC.                                    *
   170*-----------------------------------------------------------*
   180     05  GR-STUDENT-ID         PIC X(6).
   190     05  FILLER                PIC X(1).
   200     05  GR-TERM               PIC X(6).
   210     05  FILLER                PIC X(1).
   220     05  GR-CORRECTED-DATE     PIC X(8).
   230     05  FILLER                PIC X(1).
   240     05  GR-SUBJ-CODE          PIC X(3).
   250     05  FILLER                PIC X(1).
   260     05  GR-PREV-SCORE         PIC 9(3).
   270     05  FILLER                PIC X(1).
   280     05  GR-NEW-SCORE          PIC 9(3).
   290     05  FILLER                PIC X(1).
   300     05  GR-PREV-AVERAGE       PIC 9(3)V99.
   310     05  FILLER                PIC X(1).
   320     05  GR-NEW-AVERAGE        PIC 9(3)V99.
   330     05  FILLER                PIC X(1).
   340     05  GR-PREV-GRADE         PIC X(1).
   350     05  FILLER                PIC X(1).
   360     05  GR-NEW-GRADE          PIC X(1).
   370     05  FILLER                PIC X(1).
   380     05  GR-REASON             PIC X(30).
   390     05  FILLER                PIC X(1).
   400     05  GR-AUTH-TEACHER       PIC X(15).
