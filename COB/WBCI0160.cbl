      *  LAYOUT - TAG(6) CATEGORY(4) TEXT(70) EFF(8) EXP(8) - ON      *
      *  BULLFEED, DRIVEN BY THE EVTRULES EVENT-RULE FILE INSTEAD OF  *
      *  A NEW ONE-OFF CONVERTER PER SOURCE:                          *
      *    CONTRACT  CONTRACT EXPIRIES INSIDE 30 BUSINESS DAYS        *
      *              (EXPIRED AND 0-30 BUCKET LINES OF WBCI0090'S     *
      *              CONTRPT - CALNDRSB BUSINESS-DAY COUNTS)          *
      *    ANNIVERS  SERVICE ANNIVERSARY LINES OF WBCI0100'S TENRPT   *
      *    STALESYS  *** ALERT LINES OF WBCI0150'S DASHRPT (THE       *
      *              SILENT-SYSTEM FLAGS BEHIND ITS CC 4)             *
