   100*-----------------------------------------------------------*
   110* GENREREF  -  RECORD LAYOUT FOR ONE GENRE (GENREREF FILE)  *
   120*                                                            *
   130* ONE ROW PER GENRE THE CATALOG RECOGNIZES - A SHORT CODE,  *
   140* THE CANONICAL NAME STORED IN CAT-GENRE AND PRINTED BY THE *
   150* REPORTS, AND UP TO FIVE OTHER SPELLINGS THE FEED IS KNOWN *
   160* TO USE FOR IT, E.G.                                       *
   170*     SCFI Science Fiction     Sci-Fi              SciFi    *
   180* THE CODE, THE NAME AND EVERY ALIAS ARE ALL ACCEPTED ON    *
   190* INPUT, IN ANY MIX OF UPPER AND LOWER CASE, AND ALL MAP TO *
   200* THE NAME. A GENRE MATCHING NONE OF THEM IS UNKNOWN AND IS *
   210* REJECTED BY CATSYNC AND CATMAINT. THE SAME PATTERN        *
   220* SUBJREF AND CLASSREF USE ON THE STUDENT SIDE. THE CALLING *
   230* PROGRAM SUPPLIES THE 01-LEVEL GROUP NAME AND COPIES THIS  *
   240* LAYOUT UNDER IT.                                          *
   250*-----------------------------------------------------------*
   260     05  GREF-CODE             PIC X(4).
   270     05  FILLER                PIC X(1).
   280     05  GREF-NAME             PIC X(20).
   290     05  GREF-ALIAS-LIST.
   300         10  GREF-ALIAS        PIC X(20) OCCURS 5 TIMES.
