    10*-----------------------------------------------------------*
    20* RATHREC  -  RECORD LAYOUT FOR ONE RATING MOVEMENT         *
    30*             (RATEHIST FILE)                               *
    40*                                                            *
    50* ONE ROW PER TITLE PER DAY ITS RATING WAS SET - WRITTEN BY *
    60* CATMAINT WHEN AN ADD IS APPLIED AND WHEN A CHANGE ALTERS  *
    70* CAT-RATING. RH-ACTION IS THE CATTRANS ACTION (A OR C),    *
    80* RH-PREV-RATING THE RATING BEFORE (ZERO ON AN ADD) AND     *
    90* RH-NEW-RATING THE RATING AFTER. A SECOND CHANGE TO THE    *
   100* SAME TITLE ON THE SAME DAY UPDATES THAT DAY'S ROW, SO THE *
   110* PREVIOUS RATING STAYS THE ONE THE DAY STARTED WITH.       *
   120* RH-KEY (TITLE + YEAR + EFFECTIVE DATE) IS THE RECORD KEY  *
   130* OF THE INDEXED RATEHIST FILE, SO A SEQUENTIAL READ COMES  *
   140* BACK GROUPED BY TITLE WITH THE DATES IN ORDER. ROWS STAY  *
   150* WHEN THE TITLE IS DELETED FROM THE CATALOG. THE CALLING   *
   160* PROGRAM SUPPLIES THE 01-LEVEL GROUP NAME AND COPIES THIS  *
   170* LAYOUT UNDER IT, E.G.                                     *
   180*     01  RATING-HISTORY-RECORD.                            *
   190*         COPY RATHREC.                                     *
   200*-----------------------------------------------------------*
   210     05  RH-KEY.
   220         10  RH-TITLE          PIC X(100).
   230         10  RH-YEAR           PIC X(4).
   240         10  RH-EFF-DATE       PIC X(8).
   250     05  RH-ACTION             PIC X(1).
   260     05  RH-PREV-RATING        PIC 9(3)V9(1).
   270     05  RH-NEW-RATING         PIC 9(3)V9(1).
