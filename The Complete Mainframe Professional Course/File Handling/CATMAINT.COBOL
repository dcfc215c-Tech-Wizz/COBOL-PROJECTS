   230*                  SO THE AUDIT TRAIL ACCUMULATES ACROSS    *
   240*                  RUNS - THE HOUSEKEEPING JOB TRIMS IT BY  *
   250*                  RETENTION DATE LIKE THE RUN LOG.         *
   260* 2026-10-15 DP    EVERY ADD, AND EVERY CHANGE THAT ALTERS  *
   270*                  THE RATING, NOW WRITES A DATED ROW TO    *
   280*                  THE INDEXED RATEHIST RATING HISTORY      *
   290*                  (KEYED TITLE+YEAR+DATE) FOR THE CATTREND *
   300*                  TREND REPORT.                            *
   310* 2026-10-15 DP    GENRES ARE NOW CHECKED AGAINST THE       *
   320*                  GENREREF REFERENCE FILE. AN ALIAS IS     *
   330*                  STORED AS ITS CANONICAL GENRE NAME; AN   *
   340*                  UNKNOWN GENRE REJECTS THE ADD OR CHANGE  *
   350*                  TO CATLOG.                               *
   360* 2026-10-15 DP    CATALOG NOW CARRIES ALTERNATE KEYS ON    *
   370*                  YEAR AND GENRE (SEE CATREC). EVERY ADD,  *
   380*                  CHANGE AND DELETE KEEPS BOTH INDEXES IN  *
   390*                  STEP WITH THE MASTER.                    *
   400* 2026-10-15 DP    AN ADD OR CHANGE THAT SHARES ITS YEAR OR *
   410*                  GENRE WITH ANOTHER TITLE (FILE STATUS    *
   420*                  02) IS NOW TAKEN AS APPLIED INSTEAD OF   *
   430*                  ABENDING THE RUN.                        *
   440*-----------------------------------------------------------*
   450 ENVIRONMENT DIVISION.
   460 INPUT-OUTPUT SECTION.
   470 FILE-CONTROL.
   480     SELECT TRANS-FILE ASSIGN TO "CATTRANS"
   490         ORGANIZATION IS LINE SEQUENTIAL
   500         ACCESS MODE IS SEQUENTIAL
   510         FILE STATUS IS WS-TRANS-FS.
   520*
   530     SELECT CATALOG-FILE ASSIGN TO "CATALOG"
   540         ORGANIZATION IS INDEXED
   550         ACCESS MODE IS RANDOM
   560         RECORD KEY IS CAT-KEY
   570         ALTERNATE RECORD KEY IS CAT-YEAR WITH DUPLICATES
   580         ALTERNATE RECORD KEY IS CAT-GENRE WITH DUPLICATES
   590         FILE STATUS IS WS-CATALOG-FS.
   600*
   610     SELECT RATING-HIST-FILE ASSIGN TO "RATEHIST"
   620         ORGANIZATION IS INDEXED
   630         ACCESS MODE IS RANDOM
   640         RECORD KEY IS RH-KEY
   650         FILE STATUS IS WS-RATEHIST-FS.
   660*
   670     SELECT GENRE-REF-FILE ASSIGN TO "GENREREF"
   680         ORGANIZATION IS LINE SEQUENTIAL
   690         ACCESS MODE IS SEQUENTIAL
   700         FILE STATUS IS WS-GENREF-FS.
   710*
   720     SELECT OPTIONAL LOG-FILE ASSIGN TO "CATLOG"
   730         ORGANIZATION IS LINE SEQUENTIAL
   740         ACCESS MODE IS SEQUENTIAL
   750         FILE STATUS IS WS-LOG-FS.
   760*
   770 DATA DIVISION.
   780 FILE SECTION.
   790 FD  TRANS-FILE.
   800 01  TRANS-RECORD.
   810     05  CT-ACTION          PIC X(1).
   820     05  FILLER             PIC X(1).
   830     05  CT-TITLE           PIC X(100).
   840     05  CT-YEAR            PIC X(4).
   850     05  CT-RATING          PIC X(4).
   860     05  CT-GENRE           PIC X(20).
   870     05  CT-RUNTIME         PIC X(3).
   880*
   890 FD  CATALOG-FILE.
   900 01  CATALOG-RECORD.
   910     COPY CATREC.
   920*
   930 FD  RATING-HIST-FILE.
   940 01  RATING-HISTORY-RECORD.
   950     COPY RATHREC.
   960*
   970 FD  GENRE-REF-FILE.
   980 01  GENRE-REF-RECORD.
   990     COPY GENREREF.
  1000*
  1010 FD  LOG-FILE.
  1020 01  LOG-LINE               PIC X(180).
  1030*
  1040 WORKING-STORAGE SECTION.
  1050*
  1060 01  WS-TRANS-FS            PIC X(2) VALUE SPACES.
  1070 01  WS-CATALOG-FS          PIC X(2) VALUE SPACES.
  1080 01  WS-LOG-FS              PIC X(2) VALUE SPACES.
  1090 01  WS-RATEHIST-FS         PIC X(2) VALUE SPACES.
  1100 01  WS-GENREF-FS           PIC X(2) VALUE SPACES.
  1110 01  END-OF-FILE            PIC X(3) VALUE 'NO'.
  1120*
  1130 01  WS-TRANS-VALID         PIC X(3) VALUE 'YES'.
  1140 01  WS-REJECT-REASON       PIC X(45) VALUE SPACES.
  1150 01  WS-RUN-DATE            PIC X(8) VALUE SPACES.
  1160*
  1170*-----------------------------------------------------------*
  1180* GENRE REFERENCE TABLE - LOADED FROM GENREREF AT STARTUP.   *
  1190* ONE ENTRY PER SPELLING OF A GENRE - ITS CODE, ITS NAME     *
  1200* AND EACH ALIAS, HELD IN UPPER CASE - CARRYING THE          *
  1210* CANONICAL NAME IT STANDS FOR, SO SCI-FI, SCIFI AND         *
  1220* SCIENCE FICTION ALL COME BACK AS THE ONE GENRE.            *
  1230*-----------------------------------------------------------*
  1240 01  WS-GENRE-KEY-COUNT     PIC 9(3) VALUE ZEROES.
  1250 01  WS-GENRE-IN            PIC X(20) VALUE SPACES.
  1260 01  WS-GENRE-CANON         PIC X(20) VALUE SPACES.
  1270 01  WS-GENRE-ON-REF        PIC X(3) VALUE 'NO'.
  1280 01  WS-ALIAS-SUB           PIC 9(1) VALUE ZEROES.
  1290 01  GENRE-KEY-TABLE.
  1300     05  GENRE-KEY-ENTRY OCCURS 300 TIMES INDEXED BY GKY-IDX.
  1310         10  GKY-TEXT       PIC X(20) VALUE SPACES.
  1320         10  GKY-NAME       PIC X(20) VALUE SPACES.
  1330*
  1340*-----------------------------------------------------------*
  1350* RATING HISTORY FIELDS - THE RATING THE MASTER ROW HELD    *
  1360* BEFORE THE TRANSACTION (ZERO ON AN ADD) AND THE RATING IT *
  1370* HOLDS AFTER, CARRIED TO 170-WRITE-RATING-HISTORY.         *
  1380*-----------------------------------------------------------*
  1390 01  WS-PREV-RATING         PIC 9(3)V9(1) VALUE ZEROES.
  1400 01  WS-NEW-RATING          PIC 9(3)V9(1) VALUE ZEROES.
  1410 01  WS-HISTORY-COUNT       PIC 9(5) VALUE ZEROES.
  1420 01  WS-HISTORY-COUNT-DISP  PIC ZZZZ9.
  1430*
  1440*-----------------------------------------------------------*
  1450* TRANSACTION COUNTS - PRINTED AS A SUMMARY AT END OF RUN    *
  1460* AND AS A TRAILER ON CATLOG SO THE RUN CAN BE BALANCED:     *
  1470* READ = ADDED + CHANGED + DELETED + REJECTED.               *
  1480*-----------------------------------------------------------*
  1490 01  WS-READ-COUNT          PIC 9(5) VALUE ZEROES.
  1500 01  WS-ADDED-COUNT         PIC 9(5) VALUE ZEROES.
  1510 01  WS-CHANGED-COUNT       PIC 9(5) VALUE ZEROES.
  1520 01  WS-DELETED-COUNT       PIC 9(5) VALUE ZEROES.
  1530 01  WS-REJECT-COUNT        PIC 9(5) VALUE ZEROES.
  1540 01  WS-READ-COUNT-DISP     PIC ZZZZ9.
  1550 01  WS-ADDED-COUNT-DISP    PIC ZZZZ9.
  1560 01  WS-CHANGED-COUNT-DISP  PIC ZZZZ9.
  1570 01  WS-DELETED-COUNT-DISP  PIC ZZZZ9.
  1580 01  WS-REJECT-COUNT-DISP   PIC ZZZZ9.
  1590*
  1600 PROCEDURE DIVISION.
  1610*
  1620*-----------------------------------------------------------*
  1630* 000-MAIN-PROCEDURE                                        *
  1640*-----------------------------------------------------------*
  1650 000-MAIN-PROCEDURE.
  1660     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
  1670     PERFORM 050-INITIALIZE.
  1680     PERFORM 100-APPLY-TRANSACTIONS UNTIL END-OF-FILE = 'YES'.
  1690     PERFORM 300-PRINT-SUMMARY.
  1700     PERFORM 900-TERMINATE.
  1710     STOP RUN.
  1720*
  1730*-----------------------------------------------------------*
  1740* 050-INITIALIZE                                             *
  1750*                                                            *
  1760* LOADS THE GENRE REFERENCE TABLE - A MISSING OR EMPTY       *
  1770* GENREREF IS A REAL ERROR, EVERY GENRE ON AN ADD OR CHANGE  *
  1780* IS CHECKED AGAINST IT - THEN OPENS THE CATALOG MASTER FOR  *
  1790* UPDATE. FILE STATUS 35 MEANS THE INDEXED FILE HAS NEVER    *
  1800* BEEN CREATED, SO IT IS BUILT EMPTY AND REOPENED - THE      *
  1810* FIRST LOAD OF THE CATALOG IS JUST A CATTRANS FILE OF ADD   *
  1820* TRANSACTIONS. ANY OTHER NON-ZERO STATUS IS A REAL OPEN     *
  1830* FAILURE AND ABENDS RATHER THAN RISK UPDATING A MASTER THAT *
  1840* IS NOT PROPERLY THERE. THE RATEHIST RATING HISTORY IS      *
  1850* HANDLED THE SAME WAY.                                      *
  1860*-----------------------------------------------------------*
  1870 050-INITIALIZE.
  1880     OPEN INPUT GENRE-REF-FILE.
  1890     IF WS-GENREF-FS NOT = '00'
  1900         DISPLAY 'UNABLE TO OPEN GENREREF - FILE STATUS '
  1910             WS-GENREF-FS
  1920         PERFORM 950-ABEND-RUN
  1930     END-IF.
  1940     PERFORM 060-LOAD-GENRE-REF UNTIL END-OF-FILE = 'YES'.
  1950     CLOSE GENRE-REF-FILE.
  1960     MOVE 'NO' TO END-OF-FILE.
  1970     IF WS-GENRE-KEY-COUNT = 0
  1980         DISPLAY 'GENREREF HOLDS NO GENRES'
  1990         PERFORM 950-ABEND-RUN
  2000     END-IF.
  2010     OPEN INPUT TRANS-FILE.
  2020     IF WS-TRANS-FS NOT = '00'
  2030         DISPLAY 'UNABLE TO OPEN CATTRANS - FILE STATUS '
  2040             WS-TRANS-FS
  2050         PERFORM 950-ABEND-RUN
  2060     END-IF.
  2070     OPEN EXTEND LOG-FILE.
  2080     IF WS-LOG-FS NOT = '00'
  2090         AND WS-LOG-FS NOT = '05'
  2100         DISPLAY 'UNABLE TO OPEN CATLOG - FILE STATUS '
  2110             WS-LOG-FS
  2120         PERFORM 950-ABEND-RUN
  2130     END-IF.
  2140     OPEN I-O CATALOG-FILE.
  2150     IF WS-CATALOG-FS = '35'
  2160         OPEN OUTPUT CATALOG-FILE
  2170         CLOSE CATALOG-FILE
  2180         OPEN I-O CATALOG-FILE
  2190     END-IF.
  2200     IF WS-CATALOG-FS NOT = '00'
  2210         DISPLAY 'UNABLE TO OPEN CATALOG - FILE STATUS '
  2220             WS-CATALOG-FS
  2230         PERFORM 950-ABEND-RUN
  2240     END-IF.
  2250     OPEN I-O RATING-HIST-FILE.
  2260     IF WS-RATEHIST-FS = '35'
  2270         OPEN OUTPUT RATING-HIST-FILE
  2280         CLOSE RATING-HIST-FILE
  2290         OPEN I-O RATING-HIST-FILE
  2300     END-IF.
  2310     IF WS-RATEHIST-FS NOT = '00'
  2320         DISPLAY 'UNABLE TO OPEN RATEHIST - FILE STATUS '
  2330             WS-RATEHIST-FS
  2340         PERFORM 950-ABEND-RUN
  2350     END-IF.
  2360     PERFORM 110-READ-TRANSACTION.
  2370*
  2380*-----------------------------------------------------------*
  2390* 060-LOAD-GENRE-REF                                         *
  2400*                                                            *
  2410* EVERY ROW ADDS ITS CODE, ITS NAME AND EACH NON-BLANK       *
  2420* ALIAS TO GENRE-KEY-TABLE.                                  *
  2430*-----------------------------------------------------------*
  2440 060-LOAD-GENRE-REF.
  2450     READ GENRE-REF-FILE
  2460         AT END
  2470             MOVE 'YES' TO END-OF-FILE
  2480     END-READ.
  2490     IF END-OF-FILE NOT = 'YES'
  2500         AND WS-GENREF-FS NOT = '00'
  2510         DISPLAY 'ERROR READING GENREREF - FILE STATUS '
  2520             WS-GENREF-FS
  2530         PERFORM 950-ABEND-RUN
  2540     END-IF.
  2550     IF END-OF-FILE NOT = 'YES'
  2560         MOVE GREF-CODE TO WS-GENRE-IN
  2570         PERFORM 064-ADD-GENRE-KEY
  2580         MOVE GREF-NAME TO WS-GENRE-IN
  2590         PERFORM 064-ADD-GENRE-KEY
  2600         PERFORM 062-ADD-ONE-ALIAS
  2610             VARYING WS-ALIAS-SUB FROM 1 BY 1
  2620             UNTIL WS-ALIAS-SUB > 5
  2630     END-IF.
  2640*
  2650*-----------------------------------------------------------*
  2660* 062-ADD-ONE-ALIAS                                          *
  2670*-----------------------------------------------------------*
  2680 062-ADD-ONE-ALIAS.
  2690     IF GREF-ALIAS (WS-ALIAS-SUB) NOT = SPACES
  2700         MOVE GREF-ALIAS (WS-ALIAS-SUB) TO WS-GENRE-IN
  2710         PERFORM 064-ADD-GENRE-KEY
  2720     END-IF.
  2730*
  2740*-----------------------------------------------------------*
  2750* 064-ADD-GENRE-KEY                                          *
  2760*                                                            *
  2770* A SPELLING ALREADY ON THE TABLE KEEPS THE GENRE IT WAS     *
  2780* FIRST LOADED FOR - WARNED WHEN A LATER ROW CLAIMS IT FOR   *
  2790* A DIFFERENT GENRE. ONCE ALL 300 SLOTS ARE TAKEN A FURTHER  *
  2800* SPELLING IS SKIPPED AND WARNED.                            *
  2810*-----------------------------------------------------------*
  2820 064-ADD-GENRE-KEY.
  2830     PERFORM 070-FIND-GENRE.
  2840     IF WS-GENRE-ON-REF = 'YES'
  2850         IF WS-GENRE-CANON NOT = GREF-NAME
  2860             DISPLAY 'WARNING - GENREREF SPELLING ' WS-GENRE-IN
  2870                 ' ALREADY MAPS TO ' WS-GENRE-CANON
  2880         END-IF
  2890     ELSE
  2900         IF WS-GENRE-KEY-COUNT < 300
  2910             ADD 1 TO WS-GENRE-KEY-COUNT
  2920             SET GKY-IDX TO WS-GENRE-KEY-COUNT
  2930             MOVE WS-GENRE-IN TO GKY-TEXT (GKY-IDX)
  2940             MOVE GREF-NAME   TO GKY-NAME (GKY-IDX)
  2950         ELSE
  2960             DISPLAY 'WARNING - GENRE TABLE FULL, '
  2970                 'GENREREF SPELLING SKIPPED: ' WS-GENRE-IN
  2980         END-IF
  2990     END-IF.
  3000*
  3010*-----------------------------------------------------------*
  3020* 070-FIND-GENRE                                             *
  3030*                                                            *
  3040* LOOKS UP THE GENRE IN WS-GENRE-IN (FOLDED TO UPPER CASE    *
  3050* IN PLACE) AND SETS WS-GENRE-ON-REF, WITH THE CANONICAL     *
  3060* NAME IN WS-GENRE-CANON WHEN IT IS FOUND. A BLANK GENRE IS  *
  3070* NEVER ON THE TABLE.                                        *
  3080*-----------------------------------------------------------*
  3090 070-FIND-GENRE.
  3100     MOVE 'NO'   TO WS-GENRE-ON-REF.
  3110     MOVE SPACES TO WS-GENRE-CANON.
  3120     INSPECT WS-GENRE-IN
  3130         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
  3140                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
  3150     SET GKY-IDX TO 1.
  3160     IF WS-GENRE-KEY-COUNT > 0
  3170         AND WS-GENRE-IN NOT = SPACES
  3180         SEARCH GENRE-KEY-ENTRY
  3190             AT END
  3200                 CONTINUE
  3210             WHEN GKY-TEXT (GKY-IDX) = WS-GENRE-IN
  3220                 MOVE 'YES' TO WS-GENRE-ON-REF
  3230                 MOVE GKY-NAME (GKY-IDX) TO WS-GENRE-CANON
  3240         END-SEARCH
  3250     END-IF.
  3260*
  3270*-----------------------------------------------------------*
  3280* 100-APPLY-TRANSACTIONS                                     *
  3290*                                                            *
  3300* EDITS THE CURRENT TRANSACTION AND ROUTES IT TO THE ADD,    *
  3310* CHANGE OR DELETE HANDLER. A TRANSACTION THAT FAILS AN EDIT *
  3320* OR COLLIDES WITH THE MASTER (DUPLICATE KEY ON ADD, KEY NOT *
  3330* THERE ON CHANGE/DELETE) IS LOGGED AS REJECTED WITH THE     *
  3340* REASON AND THE MASTER IS LEFT UNTOUCHED.                   *
  3350*-----------------------------------------------------------*
  3360 100-APPLY-TRANSACTIONS.
  3370     ADD 1 TO WS-READ-COUNT.
  3380     MOVE 'YES' TO WS-TRANS-VALID.
  3390     PERFORM 120-EDIT-TRANSACTION.
  3400     IF WS-TRANS-VALID = 'YES'
  3410         EVALUATE CT-ACTION
  3420             WHEN 'A'
  3430                 PERFORM 130-ADD-TITLE
  3440             WHEN 'C'
  3450                 PERFORM 140-CHANGE-TITLE
  3460             WHEN 'D'
  3470                 PERFORM 150-DELETE-TITLE
  3480         END-EVALUATE
  3490     END-IF.
  3500     PERFORM 110-READ-TRANSACTION.
  3510*
  3520*-----------------------------------------------------------*
  3530* 110-READ-TRANSACTION                                       *
  3540*-----------------------------------------------------------*
  3550 110-READ-TRANSACTION.
  3560     READ TRANS-FILE
  3570         AT END
  3580             MOVE 'YES' TO END-OF-FILE
  3590     END-READ.
  3600     IF WS-TRANS-FS NOT = '00'
  3610         AND WS-TRANS-FS NOT = '10'
  3620         DISPLAY 'ERROR READING CATTRANS - FILE STATUS '
  3630             WS-TRANS-FS
  3640         PERFORM 950-ABEND-RUN
  3650     END-IF.
  3660*
  3670*-----------------------------------------------------------*
  3680* 120-EDIT-TRANSACTION                                       *
  3690*                                                            *
  3700* FIELD EDITS THAT DO NOT NEED THE MASTER: THE ACTION CODE   *
  3710* MUST BE A, C OR D, THE KEY FIELDS MUST BE PRESENT, AND ON  *
  3720* AN ADD OR CHANGE THE RATING AND RUNTIME MUST BE NUMERIC    *
  3730* SINCE THEY ARE STORED IN NUMERIC PICTURES ON THE MASTER,   *
  3740* AND THE GENRE MUST BE ON GENREREF - ITS CANONICAL NAME IS  *
  3750* LEFT IN WS-GENRE-CANON FOR 160-BUILD-MASTER-FIELDS.        *
  3760*-----------------------------------------------------------*
  3770 120-EDIT-TRANSACTION.
  3780     IF CT-ACTION NOT = 'A'
  3790         AND CT-ACTION NOT = 'C'
  3800         AND CT-ACTION NOT = 'D'
  3810         MOVE 'ACTION IS NOT A, C OR D' TO WS-REJECT-REASON
  3820         PERFORM 200-LOG-REJECT
  3830     END-IF.
  3840     IF WS-TRANS-VALID = 'YES'
  3850         AND CT-TITLE = SPACES
  3860         MOVE 'TITLE IS MISSING' TO WS-REJECT-REASON
  3870         PERFORM 200-LOG-REJECT
  3880     END-IF.
  3890     IF WS-TRANS-VALID = 'YES'
  3900         AND CT-YEAR IS NOT NUMERIC
  3910         MOVE 'YEAR IS NOT NUMERIC' TO WS-REJECT-REASON
  3920         PERFORM 200-LOG-REJECT
  3930     END-IF.
  3940     IF WS-TRANS-VALID = 'YES'
  3950         AND CT-ACTION NOT = 'D'
  3960         AND CT-RATING IS NOT NUMERIC
  3970         MOVE 'RATING IS NOT NUMERIC' TO WS-REJECT-REASON
  3980         PERFORM 200-LOG-REJECT
  3990     END-IF.
  4000     IF WS-TRANS-VALID = 'YES'
  4010         AND CT-ACTION NOT = 'D'
  4020         AND CT-RUNTIME IS NOT NUMERIC
  4030         MOVE 'RUNTIME IS NOT NUMERIC' TO WS-REJECT-REASON
  4040         PERFORM 200-LOG-REJECT
  4050     END-IF.
  4060     IF WS-TRANS-VALID = 'YES'
  4070         AND CT-ACTION NOT = 'D'
  4080         MOVE CT-GENRE TO WS-GENRE-IN
  4090         PERFORM 070-FIND-GENRE
  4100         IF WS-GENRE-ON-REF = 'NO'
  4110             MOVE SPACES TO WS-REJECT-REASON
  4120             STRING 'GENRE NOT ON GENREREF: ' DELIMITED BY SIZE
  4130                     CT-GENRE                 DELIMITED BY SIZE
  4140                 INTO WS-REJECT-REASON
  4150             END-STRING
  4160             PERFORM 200-LOG-REJECT
  4170         END-IF
  4180     END-IF.
  4190*
  4200*-----------------------------------------------------------*
  4210* 130-ADD-TITLE                                              *
  4220*                                                            *
  4230* WRITES A NEW MASTER ROW. FILE STATUS 22 ON THE WRITE MEANS *
  4240* THE TITLE+YEAR KEY IS ALREADY ON THE MASTER - EXACTLY THE  *
  4250* DUPLICATE THAT USED TO SNEAK INTO THE FLAT FILE - SO THE   *
  4260* TRANSACTION IS REJECTED. STATUS 02 ONLY MEANS ANOTHER      *
  4270* TITLE SHARES THE YEAR OR GENRE, SO THE ADD IS APPLIED. AN  *
  4280* APPLIED ADD STARTS THE TITLE'S RATING HISTORY.             *
  4290*-----------------------------------------------------------*
  4300 130-ADD-TITLE.
  4310     PERFORM 160-BUILD-MASTER-FIELDS.
  4320     WRITE CATALOG-RECORD.
  4330     EVALUATE WS-CATALOG-FS
  4340         WHEN '00'
  4350         WHEN '02'
  4360             ADD 1 TO WS-ADDED-COUNT
  4370             MOVE ZEROES     TO WS-PREV-RATING
  4380             MOVE CAT-RATING TO WS-NEW-RATING
  4390             PERFORM 170-WRITE-RATING-HISTORY
  4400             PERFORM 210-LOG-APPLIED
  4410         WHEN '22'
  4420             MOVE 'TITLE+YEAR ALREADY ON CATALOG'
  4430                 TO WS-REJECT-REASON
  4440             PERFORM 200-LOG-REJECT
  4450         WHEN OTHER
  4460             DISPLAY 'UNABLE TO WRITE CATALOG - FILE STATUS '
  4470                 WS-CATALOG-FS
  4480             PERFORM 950-ABEND-RUN
  4490     END-EVALUATE.
  4500*
  4510*-----------------------------------------------------------*
  4520* 140-CHANGE-TITLE                                           *
  4530*                                                            *
  4540* READS THE MASTER ROW FOR THE KEY AND REWRITES IT WITH THE  *
  4550* TRANSACTION'S RATING, GENRE AND RUNTIME. FILE STATUS 23 ON *
  4560* THE READ MEANS THE TITLE IS NOT ON THE CATALOG, SO THE     *
  4570* TRANSACTION IS REJECTED. A CHANGE THAT ALTERS THE RATING  *
  4580* IS ADDED TO THE TITLE'S RATING HISTORY; ONE THAT ONLY     *
  4590* TOUCHES GENRE OR RUNTIME IS NOT. AS ON AN ADD, STATUS 02   *
  4600* ON THE REWRITE IS A SHARED YEAR OR GENRE, NOT A FAILURE.   *
  4610*-----------------------------------------------------------*
  4620 140-CHANGE-TITLE.
  4630     MOVE CT-TITLE TO CAT-TITLE.
  4640     MOVE CT-YEAR  TO CAT-YEAR.
  4650     READ CATALOG-FILE.
  4660     EVALUATE WS-CATALOG-FS
  4670         WHEN '00'
  4680             MOVE CAT-RATING TO WS-PREV-RATING
  4690             PERFORM 160-BUILD-MASTER-FIELDS
  4700             REWRITE CATALOG-RECORD
  4710             IF WS-CATALOG-FS NOT = '00'
  4720                 AND WS-CATALOG-FS NOT = '02'
  4730                 DISPLAY 'UNABLE TO REWRITE CATALOG - FILE '
  4740                     'STATUS ' WS-CATALOG-FS
  4750                 PERFORM 950-ABEND-RUN
  4760             END-IF
  4770             ADD 1 TO WS-CHANGED-COUNT
  4780             MOVE CAT-RATING TO WS-NEW-RATING
  4790             IF WS-NEW-RATING NOT = WS-PREV-RATING
  4800                 PERFORM 170-WRITE-RATING-HISTORY
  4810             END-IF
  4820             PERFORM 210-LOG-APPLIED
  4830         WHEN '23'
  4840             MOVE 'TITLE+YEAR NOT ON CATALOG'
  4850                 TO WS-REJECT-REASON
  4860             PERFORM 200-LOG-REJECT
  4870         WHEN OTHER
  4880             DISPLAY 'UNABLE TO READ CATALOG - FILE STATUS '
  4890                 WS-CATALOG-FS
  4900             PERFORM 950-ABEND-RUN
  4910     END-EVALUATE.
  4920*
  4930*-----------------------------------------------------------*
  4940* 150-DELETE-TITLE                                           *
  4950*                                                            *
  4960* DELETES THE MASTER ROW FOR THE KEY. FILE STATUS 23 MEANS   *
  4970* THE TITLE IS NOT ON THE CATALOG TO DELETE, SO THE          *
  4980* TRANSACTION IS REJECTED.                                   *
  4990*-----------------------------------------------------------*
  5000 150-DELETE-TITLE.
  5010     MOVE CT-TITLE TO CAT-TITLE.
  5020     MOVE CT-YEAR  TO CAT-YEAR.
  5030     DELETE CATALOG-FILE.
  5040     EVALUATE WS-CATALOG-FS
  5050         WHEN '00'
  5060             ADD 1 TO WS-DELETED-COUNT
  5070             PERFORM 210-LOG-APPLIED
  5080         WHEN '23'
  5090             MOVE 'TITLE+YEAR NOT ON CATALOG'
  5100                 TO WS-REJECT-REASON
  5110             PERFORM 200-LOG-REJECT
  5120         WHEN OTHER
  5130             DISPLAY 'UNABLE TO DELETE FROM CATALOG - FILE '
  5140                 'STATUS ' WS-CATALOG-FS
  5150             PERFORM 950-ABEND-RUN
  5160     END-EVALUATE.
  5170*
  5180*-----------------------------------------------------------*
  5190* 160-BUILD-MASTER-FIELDS                                    *
  5200*                                                            *
  5210* MOVES THE TRANSACTION FIELDS INTO THE MASTER RECORD. THE   *
  5220* RATING AND RUNTIME WERE EDITED NUMERIC BY 120-EDIT-        *
  5230* TRANSACTION BEFORE THIS IS REACHED, AND THE GENRE IS       *
  5240* STORED AS THE CANONICAL NAME THE SAME EDIT LOOKED UP.      *
  5250*-----------------------------------------------------------*
  5260 160-BUILD-MASTER-FIELDS.
  5270     MOVE SPACES TO CATALOG-RECORD.
  5280     MOVE CT-TITLE TO CAT-TITLE.
  5290     MOVE CT-YEAR  TO CAT-YEAR.
  5300     MOVE CT-RATING TO CAT-RATING.
  5310     MOVE WS-GENRE-CANON TO CAT-GENRE.
  5320     MOVE CT-RUNTIME TO CAT-RUNTIME.
  5330*
  5340*-----------------------------------------------------------*
  5350* 170-WRITE-RATING-HISTORY                                   *
  5360*                                                            *
  5370* WRITES TODAY'S RATEHIST ROW FOR THE TITLE. FILE STATUS 22  *
  5380* MEANS THE TITLE'S RATING ALREADY MOVED EARLIER TODAY - THE *
  5390* DAY'S ROW IS READ BACK AND ONLY ITS NEW RATING REPLACED,   *
  5400* SO IT STILL SHOWS THE RATING THE DAY STARTED WITH.        *
  5410*-----------------------------------------------------------*
  5420 170-WRITE-RATING-HISTORY.
  5430     MOVE SPACES         TO RATING-HISTORY-RECORD.
  5440     MOVE CAT-TITLE      TO RH-TITLE.
  5450     MOVE CAT-YEAR       TO RH-YEAR.
  5460     MOVE WS-RUN-DATE    TO RH-EFF-DATE.
  5470     MOVE CT-ACTION      TO RH-ACTION.
  5480     MOVE WS-PREV-RATING TO RH-PREV-RATING.
  5490     MOVE WS-NEW-RATING  TO RH-NEW-RATING.
  5500     WRITE RATING-HISTORY-RECORD.
  5510     IF WS-RATEHIST-FS = '22'
  5520         READ RATING-HIST-FILE
  5530         IF WS-RATEHIST-FS NOT = '00'
  5540             DISPLAY 'UNABLE TO READ RATEHIST - FILE STATUS '
  5550                 WS-RATEHIST-FS
  5560             PERFORM 950-ABEND-RUN
  5570         END-IF
  5580         MOVE WS-NEW-RATING TO RH-NEW-RATING
  5590         REWRITE RATING-HISTORY-RECORD
  5600     END-IF.
  5610     IF WS-RATEHIST-FS NOT = '00'
  5620         DISPLAY 'UNABLE TO WRITE RATEHIST - FILE STATUS '
  5630             WS-RATEHIST-FS
  5640         PERFORM 950-ABEND-RUN
  5650     END-IF.
  5660     ADD 1 TO WS-HISTORY-COUNT.
  5670*
  5680*-----------------------------------------------------------*
  5690* 200-LOG-REJECT                                             *
  5700*-----------------------------------------------------------*
  5710 200-LOG-REJECT.
  5720     MOVE 'NO' TO WS-TRANS-VALID.
  5730     ADD 1 TO WS-REJECT-COUNT.
  5740     MOVE SPACES TO LOG-LINE.
  5750     STRING WS-RUN-DATE         DELIMITED BY SIZE
  5760             '  '               DELIMITED BY SIZE
  5770             CT-ACTION          DELIMITED BY SIZE
  5780             ' '                DELIMITED BY SIZE
  5790             CT-TITLE           DELIMITED BY SIZE
  5800             ' '                DELIMITED BY SIZE
  5810             CT-YEAR            DELIMITED BY SIZE
  5820             '  REJECTED - '    DELIMITED BY SIZE
  5830             WS-REJECT-REASON   DELIMITED BY SIZE
  5840         INTO LOG-LINE
  5850     END-STRING.
  5860     PERFORM 220-WRITE-LOG-LINE.
  5870*
  5880*-----------------------------------------------------------*
  5890* 210-LOG-APPLIED                                            *
  5900*-----------------------------------------------------------*
  5910 210-LOG-APPLIED.
  5920     MOVE SPACES TO LOG-LINE.
  5930     STRING WS-RUN-DATE         DELIMITED BY SIZE
  5940             '  '               DELIMITED BY SIZE
  5950             CT-ACTION          DELIMITED BY SIZE
  5960             ' '                DELIMITED BY SIZE
  5970             CT-TITLE           DELIMITED BY SIZE
  5980             ' '                DELIMITED BY SIZE
  5990             CT-YEAR            DELIMITED BY SIZE
  6000             '  APPLIED'        DELIMITED BY SIZE
  6010         INTO LOG-LINE
  6020     END-STRING.
  6030     PERFORM 220-WRITE-LOG-LINE.
  6040*
  6050*-----------------------------------------------------------*
  6060* 220-WRITE-LOG-LINE                                         *
  6070*-----------------------------------------------------------*
  6080 220-WRITE-LOG-LINE.
  6090     WRITE LOG-LINE.
  6100     IF WS-LOG-FS NOT = '00'
  6110         DISPLAY 'UNABLE TO WRITE CATLOG - FILE STATUS '
  6120             WS-LOG-FS
  6130         PERFORM 950-ABEND-RUN
  6140     END-IF.
  6150*
  6160*-----------------------------------------------------------*
  6170* 300-PRINT-SUMMARY                                          *
  6180*                                                            *
  6190* WRITES THE BALANCING TRAILER ON CATLOG AND ECHOES THE SAME *
  6200* COUNTS TO THE CONSOLE.                                     *
  6210*-----------------------------------------------------------*
  6220 300-PRINT-SUMMARY.
  6230     MOVE WS-READ-COUNT    TO WS-READ-COUNT-DISP.
  6240     MOVE WS-ADDED-COUNT   TO WS-ADDED-COUNT-DISP.
  6250     MOVE WS-CHANGED-COUNT TO WS-CHANGED-COUNT-DISP.
  6260     MOVE WS-DELETED-COUNT TO WS-DELETED-COUNT-DISP.
  6270     MOVE WS-REJECT-COUNT  TO WS-REJECT-COUNT-DISP.
  6280     MOVE WS-HISTORY-COUNT TO WS-HISTORY-COUNT-DISP.
  6290     MOVE SPACES TO LOG-LINE.
  6300     WRITE LOG-LINE FROM
  6310         '-------------------------------------------------'.
  6320     MOVE SPACES TO LOG-LINE.
  6330     STRING 'READ: '              DELIMITED BY SIZE
  6340             WS-READ-COUNT-DISP    DELIMITED BY SIZE
  6350             '  ADDED: '          DELIMITED BY SIZE
  6360             WS-ADDED-COUNT-DISP   DELIMITED BY SIZE
  6370             '  CHANGED: '        DELIMITED BY SIZE
  6380             WS-CHANGED-COUNT-DISP DELIMITED BY SIZE
  6390             '  DELETED: '        DELIMITED BY SIZE
  6400             WS-DELETED-COUNT-DISP DELIMITED BY SIZE
  6410             '  REJECTED: '       DELIMITED BY SIZE
  6420             WS-REJECT-COUNT-DISP  DELIMITED BY SIZE
  6430         INTO LOG-LINE
  6440     END-STRING.
  6450     PERFORM 220-WRITE-LOG-LINE.
  6460     DISPLAY 'CATTRANS RECORDS READ.... ' WS-READ-COUNT-DISP.
  6470     DISPLAY 'TITLES ADDED............. ' WS-ADDED-COUNT-DISP.
  6480     DISPLAY 'TITLES CHANGED........... ' WS-CHANGED-COUNT-DISP.
  6490     DISPLAY 'TITLES DELETED........... ' WS-DELETED-COUNT-DISP.
  6500     DISPLAY 'TRANSACTIONS REJECTED.... ' WS-REJECT-COUNT-DISP.
  6510     DISPLAY 'RATING HISTORY ROWS...... '
  6520         WS-HISTORY-COUNT-DISP.
  6530*
  6540*-----------------------------------------------------------*
  6550* 900-TERMINATE                                              *
  6560*-----------------------------------------------------------*
  6570 900-TERMINATE.
  6580     CLOSE TRANS-FILE.
  6590     CLOSE CATALOG-FILE.
  6600     CLOSE RATING-HIST-FILE.
  6610     CLOSE LOG-FILE.
  6620*
  6630*-----------------------------------------------------------*
  6640* 950-ABEND-RUN                                              *
  6650*-----------------------------------------------------------*
  6660 950-ABEND-RUN.
  6670     DISPLAY 'CATMAINT IS ABENDING - SEE THE FILE STATUS'.
  6680     DISPLAY 'MESSAGE ABOVE FOR THE CAUSE.'.
  6690     MOVE 16 TO RETURN-CODE.
  6700     STOP RUN.
