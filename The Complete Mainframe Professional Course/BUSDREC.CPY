    10*-----------------------------------------------------------*
    20* BUSDREC  -  RECORD LAYOUT FOR THE BUSINESS-DATE CONTROL   *
    30*             (BUSDATE FILE)                                *
    40*                                                            *
    50* ONE ROW ONLY - THE DATES THE NIGHT'S BATCH RUNS UNDER, SO *
    60* NO JOB HAS TO BE TOLD ITS DATE AT THE CONSOLE. EVERY      *
    70* DATED BATCH PROGRAM READS IT AT STARTUP: ASSIGNMENT3 AND  *
    80* TAXEDIT TAKE THE TAX PERIOD, TAXQTR AND TAXYREND THE TAX  *
    90* YEAR, TERMSNAP, STANDING, TRNSCRPT AND MULTI THE CURRENT  *
   100* TERM, HOUSEKPG THE RETENTION CUTOFF AND OPSREPT THE PRIOR *
   110* BUSINESS DATE (THE DAY THE MORNING REVIEW COVERS). THE    *
   120* OPERATOR MAY STILL OVERRIDE A VALUE AT THE CONSOLE - THE  *
   130* RUN'S RUNLOG ROW THEN CARRIES THE OVERRIDE. ONLY DATEADV  *
   140* CHANGES THE FILE, ROLLING IT FORWARD AT END OF DAY: THE   *
   150* TAX PERIOD AND YEAR COME FROM THE TAXCAL PERIOD HOLDING   *
   160* THE NEW DATE, THE TERM FROM THE TERMCAL TERM HOLDING IT   *
   170* (BETWEEN TERMS, THE ONE THAT LAST STARTED), AND THE       *
   180* CUTOFF IS THE NEW DATE LESS BD-RETENTION-DAYS. THE FIRST  *
   190* ROW IS KEYED BY HAND, E.G.                                 *
   200*     20261015 20261015 2026 2026T3 20260717 0090 20261014  *
   210* DATES ARE YYYYMMDD. BD-ADVANCED-DATE AND -TIME ARE THE    *
   220* CLOCK TIME OF THE LAST ADVANCE. THE CALLING PROGRAM       *
   230* SUPPLIES THE 01-LEVEL GROUP NAME AND COPIES THIS LAYOUT   *
   240* UNDER IT, E.G.                                            *
   250*     01  BUS-DATE-RECORD.                                  *
   260*         COPY BUSDREC.                                     *
   270*-----------------------------------------------------------*
   280     05  BD-BUSINESS-DATE      PIC X(8).
   290     05  FILLER                PIC X(1).
   300     05  BD-TAX-PERIOD         PIC X(8).
   310     05  FILLER                PIC X(1).
   320     05  BD-TAX-YEAR           PIC X(4).
   330     05  FILLER                PIC X(1).
   340     05  BD-CURRENT-TERM       PIC X(6).
   350     05  FILLER                PIC X(1).
   360     05  BD-RETENTION-CUTOFF   PIC X(8).
   370     05  FILLER                PIC X(1).
   380     05  BD-RETENTION-DAYS     PIC X(4).
   390     05  FILLER                PIC X(1).
   400     05  BD-PRIOR-BUS-DATE     PIC X(8).
   410     05  FILLER                PIC X(1).
   420     05  BD-ADVANCED-DATE      PIC X(8).
   430     05  FILLER                PIC X(1).
   440     05  BD-ADVANCED-TIME      PIC X(6).
