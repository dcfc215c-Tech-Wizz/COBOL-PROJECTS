    70* (INCLUDING AN ABEND) AND THE OPSREPT PROGRAM PRINTS THE   *
    80* ROWS FOR THE MORNING OPERATIONS REVIEW. DEPENDENT         *
    90* PROGRAMS ALSO READ THE LOG AT STARTUP TO PROVE THEIR      *
   100* FEEDING JOB COMPLETED CLEANLY BEFORE THEY TOUCH A MASTER. *
   110* RL-RUN-DETAIL QUALIFIES THE RUN - EACH PROGRAM STORES ITS *
   120* OWN QUALIFIER THERE (THE TERM, TAX PERIOD, TAX YEAR,      *
   130* MASTER CODE OR DATE IT RAN FOR) OR LEAVES IT SPACES. SOME *
   140* ARE READ BACK BY OTHER PROGRAMS AND MUST KEEP THEIR FORM: *
   150* THE TERMSNAP TERM ID (STUPROMO, TRNSCRPT), THE STUPROMO   *
   160* TERM AND MODE (STUPROMO) AND THE ASSIGNM3 TAX PERIOD      *
   170* DATE, YYYYMMDD (INTEGCHK). RL-OVERRIDE-FLAG IS 'Y'        *
   180* WHEN THE OPERATOR OVERRODE THE DATE, PERIOD, YEAR, TERM   *
   190* OR CUTOFF THE RUN WOULD HAVE TAKEN FROM THE BUSDATE       *
   200* CONTROL FILE, WITH THE VALUE KEYED IN RL-OVERRIDE-VALUE,  *
   210* AND 'N' WHEN THE CONTROL FILE WAS USED AS IT STOOD.       *
   220* PROGRAMS THAT TAKE NO BUSINESS DATE LEAVE BOTH SPACES.    *
   230* OLDER ROWS WITHOUT THESE FIELDS READ BACK AS SPACES. THE  *
   240* CALLING PROGRAM SUPPLIES THE 01-LEVEL GROUP NAME AND      *
   250* COPIES THIS LAYOUT UNDER IT, E.G.                         *
   260*     01  RUN-LOG-RECORD.                                   *
   270*         COPY RUNLOGREC.                                   *
   280*-----------------------------------------------------------*
   290     05  RL-PROGRAM-NAME       PIC X(8).
   300     05  RL-START-DATE         PIC 9(8).
   310     05  RL-START-TIME         PIC 9(6).
   320     05  RL-END-DATE           PIC 9(8).
   330     05  RL-END-TIME           PIC 9(6).
   340     05  RL-RECORDS-READ       PIC 9(5).
   350     05  RL-RECORDS-WRITTEN    PIC 9(5).
   360     05  RL-EXCEPTION-COUNT    PIC 9(5).
   370     05  RL-DUPLICATE-COUNT    PIC 9(5).
   380     05  RL-RETURN-CODE        PIC 9(2).
   390     05  RL-RUN-DETAIL         PIC X(8).
   400     05  RL-OVERRIDE-FLAG      PIC X(1).
   410     05  RL-OVERRIDE-VALUE     PIC X(8).
