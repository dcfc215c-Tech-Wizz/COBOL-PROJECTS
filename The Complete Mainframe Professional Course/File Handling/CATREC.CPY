   130* ONE ROW PER TITLE IN THE INDEXED CATALOG MASTER. THE BYTE  *
   140* LAYOUT MATCHES IMDBREC EXACTLY, WITH TITLE AND YEAR        *
   150* GROUPED UNDER CAT-KEY BECAUSE TOGETHER THEY ARE THE RECORD *
   160* KEY OF THE INDEXED FILE. CAT-YEAR AND CAT-GENRE ARE ALSO   *
   170* ALTERNATE KEYS WITH DUPLICATES, SO A SEARCH CAN START AT A *
   180* YEAR OR A GENRE INSTEAD OF READING THE WHOLE MASTER. EVERY *
   190* PROGRAM THAT WRITES OR SEARCHES THE MASTER DECLARES:       *
   200*     RECORD KEY IS CAT-KEY                                  *
   210*     ALTERNATE RECORD KEY IS CAT-YEAR WITH DUPLICATES       *
   220*     ALTERNATE RECORD KEY IS CAT-GENRE WITH DUPLICATES      *
   230* A MASTER BUILT BEFORE THE ALTERNATE KEYS NEEDS A ONE-TIME  *
   240* UNLOAD (MSTUNLD, WHICH READS BY THE PRIMARY KEY ONLY) AND  *
   250* RELOAD (MSTRELD, WHICH BUILDS THE ALTERNATE INDEXES AS THE *
   260* ROWS GO BACK IN). THE CALLING PROGRAM SUPPLIES THE         *
   270* 01-LEVEL GROUP NAME AND COPIES THIS LAYOUT UNDER IT, E.G.  *
   280*     01  CATALOG-RECORD.                                    *
   290*         COPY CATREC.                                       *
   300*-----------------------------------------------------------*
   310     05  CAT-KEY.
   320         10  CAT-TITLE         PIC X(100).
   330         10  CAT-YEAR          PIC X(4).
   340     05  CAT-RATING            PIC 9(3)V9(1).
   350     05  CAT-GENRE             PIC X(20).
   360     05  CAT-RUNTIME           PIC 9(3).
   370     05  FILLER                PIC X(88).
