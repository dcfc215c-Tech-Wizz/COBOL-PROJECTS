   240*                  EXTRACT FILTERS CANNOT ANSWER NO LONGER  *
   250*                  MEAN PULLING THE FEED INTO A             *
   260*                  SPREADSHEET.                             *
   270* 2026-10-15 DP    A REQUEST MAY NOW ALSO NAME A GENRE, BY  *
   280*                  ITS CODE, NAME OR ANY ALIAS ON GENREREF. *
   290*                  IT IS MATCHED AS THE CANONICAL GENRE THE *
   300*                  CATALOG MASTER HOLDS; AN UNKNOWN GENRE   *
   310*                  REJECTS THE REQUEST.                     *
   320* 2026-10-15 DP    A REQUEST NAMING A GENRE OR A YEAR IS    *
   330*                  NOW SEARCHED THROUGH THE CATALOG         *
   340*                  ALTERNATE KEYS - STARTING AT THE GENRE   *
   350*                  OR THE FIRST YEAR AND STOPPING ONCE PAST *
   360*                  IT - INSTEAD OF A FULL PASS. EACH RESULT *
   370*                  BLOCK AND THE TRAILER SHOW THE RECORDS   *
   380*                  EACH REQUEST READ.                       *
   390*-----------------------------------------------------------*
   400 ENVIRONMENT DIVISION.
   410 INPUT-OUTPUT SECTION.
   420 FILE-CONTROL.
   430     SELECT REQUEST-FILE ASSIGN TO "CATREQS"
   440         ORGANIZATION IS LINE SEQUENTIAL
   450         ACCESS MODE IS SEQUENTIAL
   460         FILE STATUS IS WS-REQUEST-FS.
   470*
   480     SELECT CATALOG-FILE ASSIGN TO "CATALOG"
   490         ORGANIZATION IS INDEXED
   500         ACCESS MODE IS SEQUENTIAL
   510         RECORD KEY IS CAT-KEY
   520         ALTERNATE RECORD KEY IS CAT-YEAR WITH DUPLICATES
   530         ALTERNATE RECORD KEY IS CAT-GENRE WITH DUPLICATES
   540         FILE STATUS IS WS-CATALOG-FS.
   550*
   560     SELECT SEARCH-REPORT ASSIGN TO "SRCHRPT"
   570         ORGANIZATION IS LINE SEQUENTIAL
   580         ACCESS MODE IS SEQUENTIAL
   590         FILE STATUS IS WS-REPORT-FS.
   600*
   610     SELECT GENRE-REF-FILE ASSIGN TO "GENREREF"
   620         ORGANIZATION IS LINE SEQUENTIAL
   630         ACCESS MODE IS SEQUENTIAL
   640         FILE STATUS IS WS-GENREF-FS.
   650*
   660     SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
   670         ORGANIZATION IS LINE SEQUENTIAL
   680         ACCESS MODE IS SEQUENTIAL
   690         FILE STATUS IS WS-RUNLOG-FS.
   700*
   710 DATA DIVISION.
   720 FILE SECTION.
   730 FD  REQUEST-FILE.
   740 01  REQUEST-RECORD.
   750     05  CR-TITLE-SUBSTR    PIC X(30).
   760     05  FILLER             PIC X(1).
   770     05  CR-YEAR-FROM       PIC X(4).
   780     05  FILLER             PIC X(1).
   790     05  CR-YEAR-TO         PIC X(4).
   800     05  FILLER             PIC X(1).
   810     05  CR-MIN-RATING      PIC X(4).
   820     05  FILLER             PIC X(1).
   830     05  CR-MAX-RATING      PIC X(4).
   840     05  FILLER             PIC X(1).
   850     05  CR-MIN-RUNTIME     PIC X(3).
   860     05  FILLER             PIC X(1).
   870     05  CR-MAX-RUNTIME     PIC X(3).
   880     05  FILLER             PIC X(1).
   890     05  CR-GENRE           PIC X(20).
   900*
   910 FD  CATALOG-FILE.
   920 01  CATALOG-RECORD.
   930     COPY CATREC.
   940*
   950 FD  SEARCH-REPORT.
   960 01  REPORT-LINE            PIC X(100).
   970*
   980 FD  GENRE-REF-FILE.
   990 01  GENRE-REF-RECORD.
  1000     COPY GENREREF.
  1010*
  1020 FD  RUN-LOG-FILE.
  1030 01  RUN-LOG-RECORD.
  1040     COPY RUNLOGREC.
  1050*
  1060 WORKING-STORAGE SECTION.
  1070*
  1080 01  WS-REQUEST-FS          PIC X(2) VALUE SPACES.
  1090 01  WS-CATALOG-FS          PIC X(2) VALUE SPACES.
  1100 01  WS-REPORT-FS           PIC X(2) VALUE SPACES.
  1110 01  WS-RUNLOG-FS           PIC X(2) VALUE SPACES.
  1120 01  WS-GENREF-FS           PIC X(2) VALUE SPACES.
  1130 01  END-OF-FILE            PIC X(3) VALUE 'NO'.
  1140 01  WS-CATALOG-EOF         PIC X(3) VALUE 'NO'.
  1150*
  1160*-----------------------------------------------------------*
  1170* RUN-CONTROL LOG FIELDS - START TIMESTAMP CAPTURED BEFORE  *
  1180* ANYTHING CAN ABEND, ROW APPENDED TO RUNLOG BY             *
  1190* 930-WRITE-RUN-LOG ON A CLEAN END AND ON AN ABEND.         *
  1200*-----------------------------------------------------------*
  1210 01  WS-RUN-START-DATE      PIC X(8) VALUE SPACES.
  1220 01  WS-RUN-START-TIME      PIC X(8) VALUE SPACES.
  1230 01  WS-RUN-END-DATE        PIC X(8) VALUE SPACES.
  1240 01  WS-RUN-END-TIME        PIC X(8) VALUE SPACES.
  1250*
  1260*-----------------------------------------------------------*
  1270* NORMALIZED CRITERIA FOR THE CURRENT REQUEST - A BLANK     *
  1280* FIELD ON THE REQUEST BECOMES THE WIDEST POSSIBLE BOUND    *
  1290* SO EVERY TITLE IS TESTED WITH THE SAME COMPARES WHETHER   *
  1300* THE CRITERION WAS GIVEN OR NOT. THE GENRE IS THE ONE      *
  1310* EXCEPTION - THERE IS NO WIDEST GENRE, SO A BLANK            *
  1320* WS-SEARCH-GENRE MEANS NO GENRE CRITERION.                  *
  1330*-----------------------------------------------------------*
  1340 01  WS-REQUEST-VALID       PIC X(3) VALUE 'YES'.
  1350 01  WS-YEAR-FROM           PIC X(4) VALUE '0000'.
  1360 01  WS-YEAR-TO             PIC X(4) VALUE '9999'.
  1370 01  WS-MIN-RATING          PIC 9(3)V9(1) VALUE ZEROES.
  1380 01  WS-MAX-RATING          PIC 9(3)V9(1) VALUE ZEROES.
  1390 01  WS-MIN-RUNTIME         PIC 9(3) VALUE ZEROES.
  1400 01  WS-MAX-RUNTIME         PIC 9(3) VALUE ZEROES.
  1410 01  WS-SEARCH-GENRE        PIC X(20) VALUE SPACES.
  1420*
  1430*-----------------------------------------------------------*
  1440* SEARCH PATH FOR THE CURRENT REQUEST, CHOSEN BY            *
  1450* 132-CHOOSE-SEARCH-PATH - 'GENRE KEY' OR 'YEAR KEY' READS  *
  1460* ONLY THAT STRETCH OF THE ALTERNATE INDEX, 'FULL SCAN'     *
  1470* READS THE WHOLE MASTER IN TITLE ORDER.                    *
  1480*-----------------------------------------------------------*
  1490 01  WS-SEARCH-PATH         PIC X(9) VALUE SPACES.
  1500*
  1510*-----------------------------------------------------------*
  1520* GENRE REFERENCE TABLE - LOADED FROM GENREREF AT STARTUP.   *
  1530* ONE ENTRY PER SPELLING OF A GENRE - ITS CODE, ITS NAME     *
  1540* AND EACH ALIAS, HELD IN UPPER CASE - CARRYING THE          *
  1550* CANONICAL NAME IT STANDS FOR, SO SCI-FI, SCIFI AND         *
  1560* SCIENCE FICTION ALL COME BACK AS THE ONE GENRE.            *
  1570*-----------------------------------------------------------*
  1580 01  WS-GENRE-KEY-COUNT     PIC 9(3) VALUE ZEROES.
  1590 01  WS-GENRE-IN            PIC X(20) VALUE SPACES.
  1600 01  WS-GENRE-CANON         PIC X(20) VALUE SPACES.
  1610 01  WS-GENRE-ON-REF        PIC X(3) VALUE 'NO'.
  1620 01  WS-ALIAS-SUB           PIC 9(1) VALUE ZEROES.
  1630 01  GENRE-KEY-TABLE.
  1640     05  GENRE-KEY-ENTRY OCCURS 300 TIMES INDEXED BY GKY-IDX.
  1650         10  GKY-TEXT       PIC X(20) VALUE SPACES.
  1660         10  GKY-NAME       PIC X(20) VALUE SPACES.
  1670*
  1680*-----------------------------------------------------------*
  1690* TITLE-SUBSTRING WORK FIELDS - WS-SUBSTR-LEN IS THE        *
  1700* POSITION OF THE LAST NON-SPACE CHARACTER OF THE SEARCH    *
  1710* ARGUMENT, SO THE COMPARE SLIDES A WINDOW OF EXACTLY THAT  *
  1720* LENGTH ACROSS THE TITLE. ZERO MEANS NO TITLE CRITERION.   *
  1730*-----------------------------------------------------------*
  1740 01  WS-SUBSTR-LEN          PIC 9(2) VALUE ZEROES.
  1750 01  WS-SCAN-SUB            PIC 9(2) VALUE ZEROES.
  1760 01  WS-POS                 PIC 9(3) VALUE ZEROES.
  1770 01  WS-POS-MAX             PIC 9(3) VALUE ZEROES.
  1780 01  WS-TITLE-FOUND         PIC X(3) VALUE 'NO'.
  1790*
  1800*-----------------------------------------------------------*
  1810* SEARCH COUNTS - ONE MATCH COUNT PER REQUEST BLOCK AND     *
  1820* RUN TOTALS FOR THE TRAILER AND THE CONSOLE SUMMARY.       *
  1830*-----------------------------------------------------------*
  1840 01  WS-REQUEST-COUNT       PIC 9(5) VALUE ZEROES.
  1850 01  WS-REJECTED-COUNT      PIC 9(5) VALUE ZEROES.
  1860 01  WS-MATCH-COUNT         PIC 9(5) VALUE ZEROES.
  1870 01  WS-TOTAL-MATCHES       PIC 9(5) VALUE ZEROES.
  1880 01  WS-REQUEST-COUNT-DISP  PIC ZZZZ9.
  1890 01  WS-REJECTED-DISP       PIC ZZZZ9.
  1900 01  WS-MATCH-COUNT-DISP    PIC ZZZZ9.
  1910 01  WS-TOTAL-MATCHES-DISP  PIC ZZZZ9.
  1920 01  WS-READ-COUNT          PIC 9(7) VALUE ZEROES.
  1930 01  WS-TOTAL-READ          PIC 9(7) VALUE ZEROES.
  1940 01  WS-READ-COUNT-DISP     PIC ZZZZZZ9.
  1950 01  WS-TOTAL-READ-DISP     PIC ZZZZZZ9.
  1960*
  1970*-----------------------------------------------------------*
  1980* RECORDS READ PER REQUEST, KEPT FOR THE TRAILER. ONE ENTRY *
  1990* PER REQUEST SEARCHED, IN CATREQS ORDER; REQUESTS BEYOND   *
  2000* THE 200TH ARE LEFT OFF THE LIST (THEIR BLOCKS STILL SHOW  *
  2010* THE COUNT) AND THE TRAILER SAYS SO.                       *
  2020*-----------------------------------------------------------*
  2030 01  WS-READ-LOG-COUNT      PIC 9(3) VALUE ZEROES.
  2040 01  WS-READ-LOG-FULL       PIC X(3) VALUE 'NO'.
  2050 01  READ-LOG-TABLE.
  2060     05  READ-LOG-ENTRY OCCURS 200 TIMES INDEXED BY RDL-IDX.
  2070         10  RDL-REQUEST    PIC 9(5)  VALUE ZEROES.
  2080         10  RDL-PATH       PIC X(9)  VALUE SPACES.
  2090         10  RDL-READ       PIC 9(7)  VALUE ZEROES.
  2100         10  RDL-MATCHES    PIC 9(5)  VALUE ZEROES.
  2110*
  2120 01  WS-RATING-EDIT         PIC ZZ9.9.
  2130 01  WS-RATING-EDIT2        PIC ZZ9.9.
  2140 01  WS-RUNTIME-EDIT        PIC ZZ9.
  2150 01  WS-RUNTIME-EDIT2       PIC ZZ9.
  2160*
  2170 PROCEDURE DIVISION.
  2180*
  2190*-----------------------------------------------------------*
  2200* 000-MAIN-PROCEDURE                                        *
  2210*-----------------------------------------------------------*
  2220 000-MAIN-PROCEDURE.
  2230     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
  2240     ACCEPT WS-RUN-START-TIME FROM TIME.
  2250     PERFORM 050-INITIALIZE.
  2260     PERFORM 100-PROCESS-REQUEST UNTIL END-OF-FILE = 'YES'.
  2270     PERFORM 300-PRINT-TRAILER.
  2280     PERFORM 900-TERMINATE.
  2290     STOP RUN.
  2300*
  2310*-----------------------------------------------------------*
  2320* 050-INITIALIZE                                             *
  2330*                                                            *
  2340* A MISSING OR EMPTY GENREREF IS A REAL ERROR - A GENRE ON  *
  2350* A REQUEST IS LOOKED UP IN IT. SO IS A MISSING REQUEST     *
  2360* FILE - NOTHING WAS ASKED. THE CATALOG MASTER IS OPENED    *
  2370* AND CLOSED PER REQUEST BY 130-RUN-ONE-SEARCH, WHICH READS  *
  2380* ONLY AS MUCH OF IT AS THE REQUEST'S KEYED CRITERIA NEED.   *
  2390*-----------------------------------------------------------*
  2400 050-INITIALIZE.
  2410     OPEN INPUT GENRE-REF-FILE.
  2420     IF WS-GENREF-FS NOT = '00'
  2430         DISPLAY 'UNABLE TO OPEN GENREREF - FILE STATUS '
  2440             WS-GENREF-FS
  2450         PERFORM 950-ABEND-RUN
  2460     END-IF.
  2470     PERFORM 060-LOAD-GENRE-REF UNTIL END-OF-FILE = 'YES'.
  2480     CLOSE GENRE-REF-FILE.
  2490     MOVE 'NO' TO END-OF-FILE.
  2500     IF WS-GENRE-KEY-COUNT = 0
  2510         DISPLAY 'GENREREF HOLDS NO GENRES'
  2520         PERFORM 950-ABEND-RUN
  2530     END-IF.
  2540     OPEN INPUT REQUEST-FILE.
  2550     IF WS-REQUEST-FS NOT = '00'
  2560         DISPLAY 'UNABLE TO OPEN CATREQS - FILE STATUS '
  2570             WS-REQUEST-FS
  2580         PERFORM 950-ABEND-RUN
  2590     END-IF.
  2600     OPEN OUTPUT SEARCH-REPORT.
  2610     IF WS-REPORT-FS NOT = '00'
  2620         DISPLAY 'UNABLE TO OPEN SRCHRPT - FILE STATUS '
  2630             WS-REPORT-FS
  2640         PERFORM 950-ABEND-RUN
  2650     END-IF.
  2660     PERFORM 110-READ-REQUEST.
  2670*
  2680*-----------------------------------------------------------*
  2690* 060-LOAD-GENRE-REF                                         *
  2700*                                                            *
  2710* EVERY ROW ADDS ITS CODE, ITS NAME AND EACH NON-BLANK       *
  2720* ALIAS TO GENRE-KEY-TABLE.                                  *
  2730*-----------------------------------------------------------*
  2740 060-LOAD-GENRE-REF.
  2750     READ GENRE-REF-FILE
  2760         AT END
  2770             MOVE 'YES' TO END-OF-FILE
  2780     END-READ.
  2790     IF END-OF-FILE NOT = 'YES'
  2800         AND WS-GENREF-FS NOT = '00'
  2810         DISPLAY 'ERROR READING GENREREF - FILE STATUS '
  2820             WS-GENREF-FS
  2830         PERFORM 950-ABEND-RUN
  2840     END-IF.
  2850     IF END-OF-FILE NOT = 'YES'
  2860         MOVE GREF-CODE TO WS-GENRE-IN
  2870         PERFORM 064-ADD-GENRE-KEY
  2880         MOVE GREF-NAME TO WS-GENRE-IN
  2890         PERFORM 064-ADD-GENRE-KEY
  2900         PERFORM 062-ADD-ONE-ALIAS
  2910             VARYING WS-ALIAS-SUB FROM 1 BY 1
  2920             UNTIL WS-ALIAS-SUB > 5
  2930     END-IF.
  2940*
  2950*-----------------------------------------------------------*
  2960* 062-ADD-ONE-ALIAS                                          *
  2970*-----------------------------------------------------------*
  2980 062-ADD-ONE-ALIAS.
  2990     IF GREF-ALIAS (WS-ALIAS-SUB) NOT = SPACES
  3000         MOVE GREF-ALIAS (WS-ALIAS-SUB) TO WS-GENRE-IN
  3010         PERFORM 064-ADD-GENRE-KEY
  3020     END-IF.
  3030*
  3040*-----------------------------------------------------------*
  3050* 064-ADD-GENRE-KEY                                          *
  3060*                                                            *
  3070* A SPELLING ALREADY ON THE TABLE KEEPS THE GENRE IT WAS     *
  3080* FIRST LOADED FOR - WARNED WHEN A LATER ROW CLAIMS IT FOR   *
  3090* A DIFFERENT GENRE. ONCE ALL 300 SLOTS ARE TAKEN A FURTHER  *
  3100* SPELLING IS SKIPPED AND WARNED.                            *
  3110*-----------------------------------------------------------*
  3120 064-ADD-GENRE-KEY.
  3130     PERFORM 070-FIND-GENRE.
  3140     IF WS-GENRE-ON-REF = 'YES'
  3150         IF WS-GENRE-CANON NOT = GREF-NAME
  3160             DISPLAY 'WARNING - GENREREF SPELLING ' WS-GENRE-IN
  3170                 ' ALREADY MAPS TO ' WS-GENRE-CANON
  3180         END-IF
  3190     ELSE
  3200         IF WS-GENRE-KEY-COUNT < 300
  3210             ADD 1 TO WS-GENRE-KEY-COUNT
  3220             SET GKY-IDX TO WS-GENRE-KEY-COUNT
  3230             MOVE WS-GENRE-IN TO GKY-TEXT (GKY-IDX)
  3240             MOVE GREF-NAME   TO GKY-NAME (GKY-IDX)
  3250         ELSE
  3260             DISPLAY 'WARNING - GENRE TABLE FULL, '
  3270                 'GENREREF SPELLING SKIPPED: ' WS-GENRE-IN
  3280         END-IF
  3290     END-IF.
  3300*
  3310*-----------------------------------------------------------*
  3320* 070-FIND-GENRE                                             *
  3330*                                                            *
  3340* LOOKS UP THE GENRE IN WS-GENRE-IN (FOLDED TO UPPER CASE    *
  3350* IN PLACE) AND SETS WS-GENRE-ON-REF, WITH THE CANONICAL     *
  3360* NAME IN WS-GENRE-CANON WHEN IT IS FOUND. A BLANK GENRE IS  *
  3370* NEVER ON THE TABLE.                                        *
  3380*-----------------------------------------------------------*
  3390 070-FIND-GENRE.
  3400     MOVE 'NO'   TO WS-GENRE-ON-REF.
  3410     MOVE SPACES TO WS-GENRE-CANON.
  3420     INSPECT WS-GENRE-IN
  3430         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
  3440                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
  3450     SET GKY-IDX TO 1.
  3460     IF WS-GENRE-KEY-COUNT > 0
  3470         AND WS-GENRE-IN NOT = SPACES
  3480         SEARCH GENRE-KEY-ENTRY
  3490             AT END
  3500                 CONTINUE
  3510             WHEN GKY-TEXT (GKY-IDX) = WS-GENRE-IN
  3520                 MOVE 'YES' TO WS-GENRE-ON-REF
  3530                 MOVE GKY-NAME (GKY-IDX) TO WS-GENRE-CANON
  3540         END-SEARCH
  3550     END-IF.
  3560*
  3570*-----------------------------------------------------------*
  3580* 110-READ-REQUEST                                           *
  3590*-----------------------------------------------------------*
  3600 110-READ-REQUEST.
  3610     READ REQUEST-FILE
  3620         AT END
  3630             MOVE 'YES' TO END-OF-FILE
  3640     END-READ.
  3650     IF END-OF-FILE NOT = 'YES'
  3660         AND WS-REQUEST-FS NOT = '00'
  3670         DISPLAY 'ERROR READING CATREQS - FILE STATUS '
  3680             WS-REQUEST-FS
  3690         PERFORM 950-ABEND-RUN
  3700     END-IF.
  3710*
  3720*-----------------------------------------------------------*
  3730* 100-PROCESS-REQUEST                                        *
  3740*                                                            *
  3750* A BLANK LINE (E.G. A TRAILING EMPTY LINE ON CATREQS) IS   *
  3760* SKIPPED - IT IS NOT AN ALL-WILDCARD REQUEST AND MUST NOT  *
  3770* DUMP THE WHOLE CATALOG.                                    *
  3780*-----------------------------------------------------------*
  3790 100-PROCESS-REQUEST.
  3800     IF REQUEST-RECORD NOT = SPACES
  3810         ADD 1 TO WS-REQUEST-COUNT
  3820         MOVE 'YES' TO WS-REQUEST-VALID
  3830         PERFORM 120-EDIT-REQUEST
  3840         IF WS-REQUEST-VALID = 'YES'
  3850             PERFORM 130-RUN-ONE-SEARCH
  3860         END-IF
  3870     END-IF.
  3880     PERFORM 110-READ-REQUEST.
  3890*
  3900*-----------------------------------------------------------*
  3910* 120-EDIT-REQUEST                                           *
  3920*                                                            *
  3930* NORMALIZES EACH CRITERION - A BLANK FIELD BECOMES THE     *
  3940* WIDEST BOUND, A GIVEN FIELD MUST BE NUMERIC. RATINGS ARE  *
  3950* KEYED AS THE PLAIN DIGITS THE CATALOG MASTER STORES: THE  *
  3960* CATTRANS FEED CARRIES A RATING OF 8.0 AS 0080 AND THE     *
  3970* MASTER HOLDS IT AS 080.0, SO A REQUEST OF 0080 BOUNDS     *
  3980* THE STORED VALUE 080.0 DIRECTLY. A GENRE IS TURNED INTO   *
  3990* THE CANONICAL NAME CATMAINT STORES. A REQUEST WITH A BAD  *
  4000* FIELD OR AN UNKNOWN GENRE IS REPORTED ON SRCHRPT AND       *
  4010* SKIPPED.                                                   *
  4020*-----------------------------------------------------------*
  4030 120-EDIT-REQUEST.
  4040     MOVE '0000' TO WS-YEAR-FROM.
  4050     MOVE '9999' TO WS-YEAR-TO.
  4060     MOVE ZEROES TO WS-MIN-RATING.
  4070     MOVE 999.9  TO WS-MAX-RATING.
  4080     MOVE ZEROES TO WS-MIN-RUNTIME.
  4090     MOVE 999    TO WS-MAX-RUNTIME.
  4100     MOVE SPACES TO WS-SEARCH-GENRE.
  4110     IF CR-YEAR-FROM NOT = SPACES
  4120         IF CR-YEAR-FROM IS NUMERIC
  4130             MOVE CR-YEAR-FROM TO WS-YEAR-FROM
  4140         ELSE
  4150             PERFORM 125-REJECT-REQUEST
  4160         END-IF
  4170     END-IF.
  4180     IF WS-REQUEST-VALID = 'YES'
  4190         AND CR-YEAR-TO NOT = SPACES
  4200         IF CR-YEAR-TO IS NUMERIC
  4210             MOVE CR-YEAR-TO TO WS-YEAR-TO
  4220         ELSE
  4230             PERFORM 125-REJECT-REQUEST
  4240         END-IF
  4250     END-IF.
  4260     IF WS-REQUEST-VALID = 'YES'
  4270         AND CR-MIN-RATING NOT = SPACES
  4280         IF CR-MIN-RATING IS NUMERIC
  4290             MOVE CR-MIN-RATING TO WS-MIN-RATING
  4300         ELSE
  4310             PERFORM 125-REJECT-REQUEST
  4320         END-IF
  4330     END-IF.
  4340     IF WS-REQUEST-VALID = 'YES'
  4350         AND CR-MAX-RATING NOT = SPACES
  4360         IF CR-MAX-RATING IS NUMERIC
  4370             MOVE CR-MAX-RATING TO WS-MAX-RATING
  4380         ELSE
  4390             PERFORM 125-REJECT-REQUEST
  4400         END-IF
  4410     END-IF.
  4420     IF WS-REQUEST-VALID = 'YES'
  4430         AND CR-MIN-RUNTIME NOT = SPACES
  4440         IF CR-MIN-RUNTIME IS NUMERIC
  4450             MOVE CR-MIN-RUNTIME TO WS-MIN-RUNTIME
  4460         ELSE
  4470             PERFORM 125-REJECT-REQUEST
  4480         END-IF
  4490     END-IF.
  4500     IF WS-REQUEST-VALID = 'YES'
  4510         AND CR-MAX-RUNTIME NOT = SPACES
  4520         IF CR-MAX-RUNTIME IS NUMERIC
  4530             MOVE CR-MAX-RUNTIME TO WS-MAX-RUNTIME
  4540         ELSE
  4550             PERFORM 125-REJECT-REQUEST
  4560         END-IF
  4570     END-IF.
  4580     IF WS-REQUEST-VALID = 'YES'
  4590         AND CR-GENRE NOT = SPACES
  4600         MOVE CR-GENRE TO WS-GENRE-IN
  4610         PERFORM 070-FIND-GENRE
  4620         IF WS-GENRE-ON-REF = 'YES'
  4630             MOVE WS-GENRE-CANON TO WS-SEARCH-GENRE
  4640         ELSE
  4650             PERFORM 126-REJECT-UNKNOWN-GENRE
  4660         END-IF
  4670     END-IF.
  4680     IF WS-REQUEST-VALID = 'YES'
  4690         PERFORM 128-MEASURE-SUBSTRING
  4700     END-IF.
  4710*
  4720*-----------------------------------------------------------*
  4730* 125-REJECT-REQUEST                                         *
  4740*-----------------------------------------------------------*
  4750 125-REJECT-REQUEST.
  4760     MOVE 'NO' TO WS-REQUEST-VALID.
  4770     ADD 1 TO WS-REJECTED-COUNT.
  4780     MOVE SPACES TO REPORT-LINE.
  4790     STRING 'REQUEST REJECTED - NON-NUMERIC FIELD: '
  4800                                 DELIMITED BY SIZE
  4810             REQUEST-RECORD      DELIMITED BY SIZE
  4820         INTO REPORT-LINE
  4830     END-STRING.
  4840     PERFORM 400-WRITE-REPORT-LINE.
  4850*
  4860*-----------------------------------------------------------*
  4870* 126-REJECT-UNKNOWN-GENRE                                   *
  4880*-----------------------------------------------------------*
  4890 126-REJECT-UNKNOWN-GENRE.
  4900     MOVE 'NO' TO WS-REQUEST-VALID.
  4910     ADD 1 TO WS-REJECTED-COUNT.
  4920     MOVE SPACES TO REPORT-LINE.
  4930     STRING 'REQUEST REJECTED - GENRE NOT ON GENREREF: '
  4940                                 DELIMITED BY SIZE
  4950             CR-GENRE            DELIMITED BY SIZE
  4960         INTO REPORT-LINE
  4970     END-STRING.
  4980     PERFORM 400-WRITE-REPORT-LINE.
  4990*
  5000*-----------------------------------------------------------*
  5010* 128-MEASURE-SUBSTRING                                      *
  5020*                                                            *
  5030* FINDS THE LAST NON-SPACE CHARACTER OF THE TITLE SEARCH    *
  5040* ARGUMENT. ZERO MEANS NO TITLE CRITERION WAS GIVEN.         *
  5050*-----------------------------------------------------------*
  5060 128-MEASURE-SUBSTRING.
  5070     MOVE ZEROES TO WS-SUBSTR-LEN.
  5080     PERFORM 129-TEST-ONE-CHAR
  5090         VARYING WS-SCAN-SUB FROM 30 BY -1
  5100         UNTIL WS-SUBSTR-LEN > 0
  5110             OR WS-SCAN-SUB < 1.
  5120*
  5130*-----------------------------------------------------------*
  5140* 129-TEST-ONE-CHAR                                          *
  5150*-----------------------------------------------------------*
  5160 129-TEST-ONE-CHAR.
  5170     IF CR-TITLE-SUBSTR (WS-SCAN-SUB : 1) NOT = SPACE
  5180         MOVE WS-SCAN-SUB TO WS-SUBSTR-LEN
  5190     END-IF.
  5200*
  5210*-----------------------------------------------------------*
  5220* 130-RUN-ONE-SEARCH                                         *
  5230*                                                            *
  5240* ONE PASS OF THE CATALOG MASTER FOR THE CURRENT REQUEST -  *
  5250* HEADER ECHOING THE CRITERIA, ONE LINE PER MATCH, AND THE  *
  5260* MATCH AND RECORDS-READ COUNTS. A KEYED PASS STARTS AT THE *
  5270* GENRE OR THE FIRST YEAR AND ENDS ONCE PAST IT, SO ITS     *
  5280* MATCHES COME IN KEY ORDER RATHER THAN TITLE ORDER. A      *
  5290* MISSING CATALOG IS A REAL ERROR - THERE IS NOTHING TO     *
  5300* SEARCH.                                                    *
  5310*-----------------------------------------------------------*
  5320 130-RUN-ONE-SEARCH.
  5330     MOVE ZEROES TO WS-MATCH-COUNT.
  5340     MOVE ZEROES TO WS-READ-COUNT.
  5350     PERFORM 132-CHOOSE-SEARCH-PATH.
  5360     PERFORM 135-WRITE-REQUEST-HEADER.
  5370     OPEN INPUT CATALOG-FILE.
  5380     IF WS-CATALOG-FS NOT = '00'
  5390         DISPLAY 'UNABLE TO OPEN CATALOG - FILE STATUS '
  5400             WS-CATALOG-FS
  5410         PERFORM 950-ABEND-RUN
  5420     END-IF.
  5430     MOVE 'NO' TO WS-CATALOG-EOF.
  5440     PERFORM 138-POSITION-CATALOG.
  5450     IF WS-CATALOG-EOF NOT = 'YES'
  5460         PERFORM 140-READ-CATALOG
  5470     END-IF.
  5480     PERFORM 150-TEST-ONE-TITLE
  5490         UNTIL WS-CATALOG-EOF = 'YES'.
  5500     CLOSE CATALOG-FILE.
  5510     MOVE WS-MATCH-COUNT TO WS-MATCH-COUNT-DISP.
  5520     MOVE WS-READ-COUNT  TO WS-READ-COUNT-DISP.
  5530     MOVE SPACES TO REPORT-LINE.
  5540     STRING 'MATCHES: '           DELIMITED BY SIZE
  5550             WS-MATCH-COUNT-DISP  DELIMITED BY SIZE
  5560             '  RECORDS READ: '   DELIMITED BY SIZE
  5570             WS-READ-COUNT-DISP   DELIMITED BY SIZE
  5580             '  ('                DELIMITED BY SIZE
  5590             WS-SEARCH-PATH       DELIMITED BY SIZE
  5600             ')'                  DELIMITED BY SIZE
  5610         INTO REPORT-LINE
  5620     END-STRING.
  5630     PERFORM 400-WRITE-REPORT-LINE.
  5640     PERFORM 139-LOG-READ-COUNT.
  5650     MOVE SPACES TO REPORT-LINE.
  5660     PERFORM 400-WRITE-REPORT-LINE.
  5670*
  5680*-----------------------------------------------------------*
  5690* 132-CHOOSE-SEARCH-PATH                                     *
  5700*                                                            *
  5710* A GENRE IS A SINGLE KEY VALUE, SO IT IS THE NARROWER PATH  *
  5720* AND WINS WHEN BOTH ARE GIVEN. A YEAR-FROM OR YEAR-TO ON    *
  5730* ITS OWN USES THE YEAR KEY (A MISSING YEAR-FROM STARTS AT   *
  5740* THE FIRST YEAR ON FILE). ANY OTHER REQUEST HAS NO KEYED    *
  5750* CRITERION AND FALLS BACK TO A FULL SCAN.                   *
  5760*-----------------------------------------------------------*
  5770 132-CHOOSE-SEARCH-PATH.
  5780     EVALUATE TRUE
  5790         WHEN WS-SEARCH-GENRE NOT = SPACES
  5800             MOVE 'GENRE KEY' TO WS-SEARCH-PATH
  5810         WHEN CR-YEAR-FROM NOT = SPACES
  5820             OR CR-YEAR-TO NOT = SPACES
  5830             MOVE 'YEAR KEY'  TO WS-SEARCH-PATH
  5840         WHEN OTHER
  5850             MOVE 'FULL SCAN' TO WS-SEARCH-PATH
  5860     END-EVALUATE.
  5870*
  5880*-----------------------------------------------------------*
  5890* 135-WRITE-REQUEST-HEADER                                   *
  5900*-----------------------------------------------------------*
  5910 135-WRITE-REQUEST-HEADER.
  5920     MOVE SPACES TO REPORT-LINE.
  5930     STRING '===== SEARCH: TITLE ['  DELIMITED BY SIZE
  5940             CR-TITLE-SUBSTR         DELIMITED BY SIZE
  5950             '] YEARS '              DELIMITED BY SIZE
  5960             WS-YEAR-FROM            DELIMITED BY SIZE
  5970             '-'                     DELIMITED BY SIZE
  5980             WS-YEAR-TO              DELIMITED BY SIZE
  5990             ' GENRE ['              DELIMITED BY SIZE
  6000             WS-SEARCH-GENRE         DELIMITED BY SIZE
  6010             ']'                     DELIMITED BY SIZE
  6020         INTO REPORT-LINE
  6030     END-STRING.
  6040     PERFORM 400-WRITE-REPORT-LINE.
  6050     MOVE WS-MIN-RATING TO WS-RATING-EDIT.
  6060     MOVE WS-MAX-RATING TO WS-RATING-EDIT2.
  6070     MOVE WS-MIN-RUNTIME TO WS-RUNTIME-EDIT.
  6080     MOVE WS-MAX-RUNTIME TO WS-RUNTIME-EDIT2.
  6090     MOVE SPACES TO REPORT-LINE.
  6100     STRING '      RATING '          DELIMITED BY SIZE
  6110             WS-RATING-EDIT          DELIMITED BY SIZE
  6120             ' TO '                  DELIMITED BY SIZE
  6130             WS-RATING-EDIT2         DELIMITED BY SIZE
  6140             '  RUNTIME '            DELIMITED BY SIZE
  6150             WS-RUNTIME-EDIT         DELIMITED BY SIZE
  6160             ' TO '                  DELIMITED BY SIZE
  6170             WS-RUNTIME-EDIT2        DELIMITED BY SIZE
  6180         INTO REPORT-LINE
  6190     END-STRING.
  6200     PERFORM 400-WRITE-REPORT-LINE.
  6210*
  6220*-----------------------------------------------------------*
  6230* 138-POSITION-CATALOG                                       *
  6240*                                                            *
  6250* POINTS THE READS AT THE START OF THE REQUEST'S STRETCH OF  *
  6260* THE GENRE OR YEAR INDEX. NO TITLE AT OR PAST THE START     *
  6270* MEANS NOTHING TO READ. A FULL SCAN NEEDS NO START - THE    *
  6280* FILE IS READ FROM ITS FIRST TITLE.                         *
  6290*-----------------------------------------------------------*
  6300 138-POSITION-CATALOG.
  6310     EVALUATE WS-SEARCH-PATH
  6320         WHEN 'GENRE KEY'
  6330             MOVE WS-SEARCH-GENRE TO CAT-GENRE
  6340             START CATALOG-FILE KEY = CAT-GENRE
  6350                 INVALID KEY
  6360                     MOVE 'YES' TO WS-CATALOG-EOF
  6370             END-START
  6380         WHEN 'YEAR KEY'
  6390             MOVE WS-YEAR-FROM TO CAT-YEAR
  6400             START CATALOG-FILE KEY NOT < CAT-YEAR
  6410                 INVALID KEY
  6420                     MOVE 'YES' TO WS-CATALOG-EOF
  6430             END-START
  6440         WHEN OTHER
  6450             CONTINUE
  6460     END-EVALUATE.
  6470     IF WS-CATALOG-EOF NOT = 'YES'
  6480         AND WS-CATALOG-FS NOT = '00'
  6490         DISPLAY 'ERROR POSITIONING CATALOG - FILE STATUS '
  6500             WS-CATALOG-FS
  6510         PERFORM 950-ABEND-RUN
  6520     END-IF.
  6530*
  6540*-----------------------------------------------------------*
  6550* 139-LOG-READ-COUNT                                         *
  6560*-----------------------------------------------------------*
  6570 139-LOG-READ-COUNT.
  6580     IF WS-READ-LOG-COUNT < 200
  6590         ADD 1 TO WS-READ-LOG-COUNT
  6600         SET RDL-IDX TO WS-READ-LOG-COUNT
  6610         MOVE WS-REQUEST-COUNT TO RDL-REQUEST (RDL-IDX)
  6620         MOVE WS-SEARCH-PATH   TO RDL-PATH (RDL-IDX)
  6630         MOVE WS-READ-COUNT    TO RDL-READ (RDL-IDX)
  6640         MOVE WS-MATCH-COUNT   TO RDL-MATCHES (RDL-IDX)
  6650     ELSE
  6660         MOVE 'YES' TO WS-READ-LOG-FULL
  6670     END-IF.
  6680*
  6690*-----------------------------------------------------------*
  6700* 140-READ-CATALOG                                           *
  6710*                                                            *
  6720* STATUS 02 IS A GOOD READ ON AN ALTERNATE KEY - ANOTHER     *
  6730* TITLE SHARES THE SAME GENRE OR YEAR. EVERY RECORD READ IS  *
  6740* COUNTED, INCLUDING THE ONE THAT ENDS A KEYED PASS.         *
  6750*-----------------------------------------------------------*
  6760 140-READ-CATALOG.
  6770     READ CATALOG-FILE
  6780         AT END
  6790             MOVE 'YES' TO WS-CATALOG-EOF
  6800     END-READ.
  6810     IF WS-CATALOG-EOF NOT = 'YES'
  6820         AND WS-CATALOG-FS NOT = '00'
  6830         AND WS-CATALOG-FS NOT = '02'
  6840         DISPLAY 'ERROR READING CATALOG - FILE STATUS '
  6850             WS-CATALOG-FS
  6860         PERFORM 950-ABEND-RUN
  6870     END-IF.
  6880     IF WS-CATALOG-EOF NOT = 'YES'
  6890         ADD 1 TO WS-READ-COUNT
  6900         ADD 1 TO WS-TOTAL-READ
  6910         PERFORM 145-TEST-END-OF-RANGE
  6920     END-IF.
  6930*
  6940*-----------------------------------------------------------*
  6950* 145-TEST-END-OF-RANGE                                      *
  6960*                                                            *
  6970* A KEYED PASS ENDS AT THE FIRST TITLE OF ANOTHER GENRE, OR  *
  6980* THE FIRST ONE PAST YEAR-TO - THE INDEX IS IN KEY ORDER, SO *
  6990* NOTHING FURTHER ON CAN MATCH.                              *
  7000*-----------------------------------------------------------*
  7010 145-TEST-END-OF-RANGE.
  7020     EVALUATE WS-SEARCH-PATH
  7030         WHEN 'GENRE KEY'
  7040             IF CAT-GENRE NOT = WS-SEARCH-GENRE
  7050                 MOVE 'YES' TO WS-CATALOG-EOF
  7060             END-IF
  7070         WHEN 'YEAR KEY'
  7080             IF CAT-YEAR > WS-YEAR-TO
  7090                 MOVE 'YES' TO WS-CATALOG-EOF
  7100             END-IF
  7110         WHEN OTHER
  7120             CONTINUE
  7130     END-EVALUATE.
  7140*
  7150*-----------------------------------------------------------*
  7160* 150-TEST-ONE-TITLE                                         *
  7170*                                                            *
  7180* EVERY CRITERION MUST PASS. THE YEAR RANGE, RATING BAND    *
  7190* AND RUNTIME RANGE WERE NORMALIZED TO THE WIDEST BOUNDS    *
  7200* FOR ANY CRITERION NOT GIVEN, SO ONE SET OF COMPARES       *
  7210* COVERS EVERY COMBINATION. A BLANK SEARCH GENRE TAKES      *
  7220* EVERY GENRE.                                               *
  7230*-----------------------------------------------------------*
  7240 150-TEST-ONE-TITLE.
  7250     MOVE 'YES' TO WS-TITLE-FOUND.
  7260     IF WS-SUBSTR-LEN > 0
  7270         PERFORM 160-TEST-TITLE-SUBSTR
  7280     END-IF.
  7290     IF WS-TITLE-FOUND = 'YES'
  7300         AND CAT-YEAR NOT < WS-YEAR-FROM
  7310         AND CAT-YEAR NOT > WS-YEAR-TO
  7320         AND CAT-RATING NOT < WS-MIN-RATING
  7330         AND CAT-RATING NOT > WS-MAX-RATING
  7340         AND CAT-RUNTIME NOT < WS-MIN-RUNTIME
  7350         AND CAT-RUNTIME NOT > WS-MAX-RUNTIME
  7360         AND (WS-SEARCH-GENRE = SPACES
  7370             OR CAT-GENRE = WS-SEARCH-GENRE)
  7380         ADD 1 TO WS-MATCH-COUNT
  7390         ADD 1 TO WS-TOTAL-MATCHES
  7400         PERFORM 170-WRITE-MATCH-LINE
  7410     END-IF.
  7420     PERFORM 140-READ-CATALOG.
  7430*
  7440*-----------------------------------------------------------*
  7450* 160-TEST-TITLE-SUBSTR                                      *
  7460*                                                            *
  7470* SLIDES A WINDOW THE LENGTH OF THE SEARCH ARGUMENT ACROSS  *
  7480* THE TITLE. THE FIRST HIT ENDS THE SCAN.                    *
  7490*-----------------------------------------------------------*
  7500 160-TEST-TITLE-SUBSTR.
  7510     MOVE 'NO' TO WS-TITLE-FOUND.
  7520     COMPUTE WS-POS-MAX = 101 - WS-SUBSTR-LEN.
  7530     PERFORM 165-TEST-SUBSTR-AT
  7540         VARYING WS-POS FROM 1 BY 1
  7550         UNTIL WS-TITLE-FOUND = 'YES'
  7560             OR WS-POS > WS-POS-MAX.
  7570*
  7580*-----------------------------------------------------------*
  7590* 165-TEST-SUBSTR-AT                                         *
  7600*-----------------------------------------------------------*
  7610 165-TEST-SUBSTR-AT.
  7620     IF CAT-TITLE (WS-POS : WS-SUBSTR-LEN)
  7630         = CR-TITLE-SUBSTR (1 : WS-SUBSTR-LEN)
  7640         MOVE 'YES' TO WS-TITLE-FOUND
  7650     END-IF.
  7660*
  7670*-----------------------------------------------------------*
  7680* 170-WRITE-MATCH-LINE                                       *
  7690*-----------------------------------------------------------*
  7700 170-WRITE-MATCH-LINE.
  7710     MOVE CAT-RATING  TO WS-RATING-EDIT.
  7720     MOVE CAT-RUNTIME TO WS-RUNTIME-EDIT.
  7730     MOVE SPACES TO REPORT-LINE.
  7740     STRING CAT-TITLE (1 : 60)   DELIMITED BY SIZE
  7750             ' '                 DELIMITED BY SIZE
  7760             CAT-YEAR            DELIMITED BY SIZE
  7770             '  RATING: '        DELIMITED BY SIZE
  7780             WS-RATING-EDIT      DELIMITED BY SIZE
  7790             '  RUNTIME: '       DELIMITED BY SIZE
  7800             WS-RUNTIME-EDIT     DELIMITED BY SIZE
  7810         INTO REPORT-LINE
  7820     END-STRING.
  7830     PERFORM 400-WRITE-REPORT-LINE.
  7840*
  7850*-----------------------------------------------------------*
  7860* 300-PRINT-TRAILER                                          *
  7870*                                                            *
  7880* RUN TOTALS, THEN ONE LINE PER REQUEST SEARCHED GIVING ITS  *
  7890* PATH AND THE RECORDS IT READ - REJECTED REQUESTS READ      *
  7900* NOTHING AND ARE NOT LISTED.                                *
  7910*-----------------------------------------------------------*
  7920 300-PRINT-TRAILER.
  7930     MOVE WS-REQUEST-COUNT  TO WS-REQUEST-COUNT-DISP.
  7940     MOVE WS-REJECTED-COUNT TO WS-REJECTED-DISP.
  7950     MOVE WS-TOTAL-MATCHES  TO WS-TOTAL-MATCHES-DISP.
  7960     MOVE WS-TOTAL-READ     TO WS-TOTAL-READ-DISP.
  7970     MOVE SPACES TO REPORT-LINE.
  7980     WRITE REPORT-LINE FROM
  7990         '-------------------------------------------------'.
  8000     MOVE SPACES TO REPORT-LINE.
  8010     STRING 'REQUESTS: '           DELIMITED BY SIZE
  8020             WS-REQUEST-COUNT-DISP DELIMITED BY SIZE
  8030             '  REJECTED: '        DELIMITED BY SIZE
  8040             WS-REJECTED-DISP      DELIMITED BY SIZE
  8050             '  TOTAL MATCHES: '   DELIMITED BY SIZE
  8060             WS-TOTAL-MATCHES-DISP DELIMITED BY SIZE
  8070             '  RECORDS READ: '    DELIMITED BY SIZE
  8080             WS-TOTAL-READ-DISP    DELIMITED BY SIZE
  8090         INTO REPORT-LINE
  8100     END-STRING.
  8110     PERFORM 400-WRITE-REPORT-LINE.
  8120     IF WS-READ-LOG-COUNT > 0
  8130         MOVE 'RECORDS READ PER REQUEST:' TO REPORT-LINE
  8140         PERFORM 400-WRITE-REPORT-LINE
  8150         PERFORM 310-PRINT-ONE-READ-COUNT
  8160             VARYING RDL-IDX FROM 1 BY 1
  8170             UNTIL RDL-IDX > WS-READ-LOG-COUNT
  8180     END-IF.
  8190     IF WS-READ-LOG-FULL = 'YES'
  8200         MOVE '  (REQUESTS AFTER THE 200TH NOT LISTED - SEE THEIR'
  8210           TO REPORT-LINE
  8220         PERFORM 400-WRITE-REPORT-LINE
  8230         MOVE '   RESULT BLOCKS)' TO REPORT-LINE
  8240         PERFORM 400-WRITE-REPORT-LINE
  8250     END-IF.
  8260     DISPLAY 'SEARCH REQUESTS READ..... ' WS-REQUEST-COUNT-DISP.
  8270     DISPLAY 'REQUESTS REJECTED........ ' WS-REJECTED-DISP.
  8280     DISPLAY 'TOTAL MATCHES............ ' WS-TOTAL-MATCHES-DISP.
  8290     DISPLAY 'CATALOG RECORDS READ..... ' WS-TOTAL-READ-DISP.
  8300*
  8310*-----------------------------------------------------------*
  8320* 310-PRINT-ONE-READ-COUNT                                   *
  8330*-----------------------------------------------------------*
  8340 310-PRINT-ONE-READ-COUNT.
  8350     MOVE RDL-REQUEST (RDL-IDX) TO WS-REQUEST-COUNT-DISP.
  8360     MOVE RDL-READ (RDL-IDX)    TO WS-READ-COUNT-DISP.
  8370     MOVE RDL-MATCHES (RDL-IDX) TO WS-MATCH-COUNT-DISP.
  8380     MOVE SPACES TO REPORT-LINE.
  8390     STRING '  REQUEST '           DELIMITED BY SIZE
  8400             WS-REQUEST-COUNT-DISP DELIMITED BY SIZE
  8410             '  '                  DELIMITED BY SIZE
  8420             RDL-PATH (RDL-IDX)    DELIMITED BY SIZE
  8430             '  READ '             DELIMITED BY SIZE
  8440             WS-READ-COUNT-DISP    DELIMITED BY SIZE
  8450             '  MATCHES '          DELIMITED BY SIZE
  8460             WS-MATCH-COUNT-DISP   DELIMITED BY SIZE
  8470         INTO REPORT-LINE
  8480     END-STRING.
  8490     PERFORM 400-WRITE-REPORT-LINE.
  8500*
  8510*-----------------------------------------------------------*
  8520* 400-WRITE-REPORT-LINE                                      *
  8530*-----------------------------------------------------------*
  8540 400-WRITE-REPORT-LINE.
  8550     WRITE REPORT-LINE.
  8560     IF WS-REPORT-FS NOT = '00'
  8570         DISPLAY 'UNABLE TO WRITE SRCHRPT - FILE STATUS '
  8580             WS-REPORT-FS
  8590         PERFORM 950-ABEND-RUN
  8600     END-IF.
  8610*
  8620*-----------------------------------------------------------*
  8630* 900-TERMINATE                                              *
  8640*-----------------------------------------------------------*
  8650 900-TERMINATE.
  8660     CLOSE REQUEST-FILE.
  8670     CLOSE SEARCH-REPORT.
  8680     PERFORM 930-WRITE-RUN-LOG.
  8690*
  8700*-----------------------------------------------------------*
  8710* 930-WRITE-RUN-LOG                                          *
  8720*                                                            *
  8730* APPENDS THIS RUN'S ROW TO THE SHARED RUNLOG FILE. CALLED   *
  8740* ON A CLEAN END AND FROM 950-ABEND-RUN, SO A FAILURE HERE   *
  8750* IS REPORTED BUT NEVER RE-ABENDS THE RUN.                   *
  8760*-----------------------------------------------------------*
  8770 930-WRITE-RUN-LOG.
  8780     OPEN EXTEND RUN-LOG-FILE.
  8790     IF WS-RUNLOG-FS NOT = '00'
  8800         AND WS-RUNLOG-FS NOT = '05'
  8810         DISPLAY 'UNABLE TO OPEN RUNLOG - FILE STATUS '
  8820             WS-RUNLOG-FS
  8830     ELSE
  8840         MOVE SPACES TO RUN-LOG-RECORD
  8850         MOVE 'CATSRCH'           TO RL-PROGRAM-NAME
  8860         MOVE WS-RUN-START-DATE   TO RL-START-DATE
  8870         MOVE WS-RUN-START-TIME (1:6) TO RL-START-TIME
  8880         ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD
  8890         ACCEPT WS-RUN-END-TIME FROM TIME
  8900         MOVE WS-RUN-END-DATE     TO RL-END-DATE
  8910         MOVE WS-RUN-END-TIME (1:6) TO RL-END-TIME
  8920         MOVE WS-REQUEST-COUNT    TO RL-RECORDS-READ
  8930         MOVE WS-TOTAL-MATCHES    TO RL-RECORDS-WRITTEN
  8940         MOVE WS-REJECTED-COUNT   TO RL-EXCEPTION-COUNT
  8950         MOVE ZEROES              TO RL-DUPLICATE-COUNT
  8960         MOVE RETURN-CODE         TO RL-RETURN-CODE
  8970         WRITE RUN-LOG-RECORD
  8980         IF WS-RUNLOG-FS NOT = '00'
  8990             DISPLAY 'UNABLE TO WRITE RUNLOG - FILE STATUS '
  9000                 WS-RUNLOG-FS
  9010         END-IF
  9020         CLOSE RUN-LOG-FILE
  9030     END-IF.
  9040*
  9050*-----------------------------------------------------------*
  9060* 950-ABEND-RUN                                              *
  9070*-----------------------------------------------------------*
  9080 950-ABEND-RUN.
  9090     DISPLAY 'CATSRCH IS ABENDING - SEE THE FILE STATUS'.
  9100     DISPLAY 'MESSAGE ABOVE FOR THE CAUSE.'.
  9110     MOVE 16 TO RETURN-CODE.
  9120     PERFORM 930-WRITE-RUN-LOG.
  9130     STOP RUN.
