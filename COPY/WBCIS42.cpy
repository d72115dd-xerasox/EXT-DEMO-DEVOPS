      ******************************************************
      *   COPY BOOK WBCIS42 (SYMBOLIC MAP FOR THE WBCIS42
      *   BMS MAPSET - MAP WBCIM42, THE WB42 EMPLOYEE
      *   MASTER INQUIRY AND UPDATE SCREEN).  KEEP IN STEP
      *   WITH BMS/WBCIS42.BMS.
      ******************************************************
       01  WBCIM42I.
           02  FILLER                 PIC X(12).
           02  EMPNUML                COMP  PIC S9(4).
           02  EMPNUMF                PIC X(1).
           02  FILLER REDEFINES EMPNUMF.
               03  EMPNUMA            PIC X(1).
           02  EMPNUMI                PIC X(5).
           02  NAMEL                  COMP  PIC S9(4).
           02  NAMEF                  PIC X(1).
           02  FILLER REDEFINES NAMEF.
               03  NAMEA              PIC X(1).
           02  NAMEI                  PIC X(15).
           02  TYPEL                  COMP  PIC S9(4).
           02  TYPEF                  PIC X(1).
           02  FILLER REDEFINES TYPEF.
               03  TYPEA              PIC X(1).
           02  TYPEI                  PIC X(14).
           02  REGIONL                COMP  PIC S9(4).
           02  REGIONF                PIC X(1).
           02  FILLER REDEFINES REGIONF.
               03  REGIONA            PIC X(1).
           02  REGIONI                PIC X(11).
           02  HIREDL                 COMP  PIC S9(4).
           02  HIREDF                 PIC X(1).
           02  FILLER REDEFINES HIREDF.
               03  HIREDA             PIC X(1).
           02  HIREDI                 PIC X(8).
           02  COMPNYL                COMP  PIC S9(4).
           02  COMPNYF                PIC X(1).
           02  FILLER REDEFINES COMPNYF.
               03  COMPNYA            PIC X(1).
           02  COMPNYI                PIC X(2).
           02  CCTRL                  COMP  PIC S9(4).
           02  CCTRF                  PIC X(1).
           02  FILLER REDEFINES CCTRF.
               03  CCTRA              PIC X(1).
           02  CCTRI                  PIC X(4).
           02  GRADEL                 COMP  PIC S9(4).
           02  GRADEF                 PIC X(1).
           02  FILLER REDEFINES GRADEF.
               03  GRADEA             PIC X(1).
           02  GRADEI                 PIC X(2).
           02  CURRL                  COMP  PIC S9(4).
           02  CURRF                  PIC X(1).
           02  FILLER REDEFINES CURRF.
               03  CURRA              PIC X(1).
           02  CURRI                  PIC X(3).
           02  STREETL                COMP  PIC S9(4).
           02  STREETF                PIC X(1).
           02  FILLER REDEFINES STREETF.
               03  STREETA            PIC X(1).
           02  STREETI                PIC X(15).
           02  CITYL                  COMP  PIC S9(4).
           02  CITYF                  PIC X(1).
           02  FILLER REDEFINES CITYF.
               03  CITYA              PIC X(1).
           02  CITYI                  PIC X(8).
           02  STATEL                 COMP  PIC S9(4).
           02  STATEF                 PIC X(1).
           02  FILLER REDEFINES STATEF.
               03  STATEA             PIC X(1).
           02  STATEI                 PIC X(2).
           02  ZIPL                   COMP  PIC S9(4).
           02  ZIPF                   PIC X(1).
           02  FILLER REDEFINES ZIPF.
               03  ZIPA               PIC X(1).
           02  ZIPI                   PIC X(9).
           02  PAYL1L                 COMP  PIC S9(4).
           02  PAYL1F                 PIC X(1).
           02  FILLER REDEFINES PAYL1F.
               03  PAYL1A             PIC X(1).
           02  PAYL1I                 PIC X(60).
           02  PAYL2L                 COMP  PIC S9(4).
           02  PAYL2F                 PIC X(1).
           02  FILLER REDEFINES PAYL2F.
               03  PAYL2A             PIC X(1).
           02  PAYL2I                 PIC X(60).
           02  ROUTEL                 COMP  PIC S9(4).
           02  ROUTEF                 PIC X(1).
           02  FILLER REDEFINES ROUTEF.
               03  ROUTEA             PIC X(1).
           02  ROUTEI                 PIC X(9).
           02  ACCTL                  COMP  PIC S9(4).
           02  ACCTF                  PIC X(1).
           02  FILLER REDEFINES ACCTF.
               03  ACCTA              PIC X(1).
           02  ACCTI                  PIC X(10).
           02  SUSPL                  COMP  PIC S9(4).
           02  SUSPF                  PIC X(1).
           02  FILLER REDEFINES SUSPF.
               03  SUSPA              PIC X(1).
           02  SUSPI                  PIC X(1).
           02  STATL                  COMP  PIC S9(4).
           02  STATF                  PIC X(1).
           02  FILLER REDEFINES STATF.
               03  STATA              PIC X(1).
           02  STATI                  PIC X(1).
           02  STDATEL                COMP  PIC S9(4).
           02  STDATEF                PIC X(1).
           02  FILLER REDEFINES STDATEF.
               03  STDATEA            PIC X(1).
           02  STDATEI                PIC X(8).
           02  MSGL                   COMP  PIC S9(4).
           02  MSGF                   PIC X(1).
           02  FILLER REDEFINES MSGF.
               03  MSGA               PIC X(1).
           02  MSGI                   PIC X(78).
       01  WBCIM42O REDEFINES WBCIM42I.
           02  FILLER                 PIC X(12).
           02  FILLER                 PIC X(3).
           02  EMPNUMO                PIC X(5).
           02  FILLER                 PIC X(3).
           02  NAMEO                  PIC X(15).
           02  FILLER                 PIC X(3).
           02  TYPEO                  PIC X(14).
           02  FILLER                 PIC X(3).
           02  REGIONO                PIC X(11).
           02  FILLER                 PIC X(3).
           02  HIREDO                 PIC X(8).
           02  FILLER                 PIC X(3).
           02  COMPNYO                PIC X(2).
           02  FILLER                 PIC X(3).
           02  CCTRO                  PIC X(4).
           02  FILLER                 PIC X(3).
           02  GRADEO                 PIC X(2).
           02  FILLER                 PIC X(3).
           02  CURRO                  PIC X(3).
           02  FILLER                 PIC X(3).
           02  STREETO                PIC X(15).
           02  FILLER                 PIC X(3).
           02  CITYO                  PIC X(8).
           02  FILLER                 PIC X(3).
           02  STATEO                 PIC X(2).
           02  FILLER                 PIC X(3).
           02  ZIPO                   PIC X(9).
           02  FILLER                 PIC X(3).
           02  PAYL1O                 PIC X(60).
           02  FILLER                 PIC X(3).
           02  PAYL2O                 PIC X(60).
           02  FILLER                 PIC X(3).
           02  ROUTEO                 PIC X(9).
           02  FILLER                 PIC X(3).
           02  ACCTO                  PIC X(10).
           02  FILLER                 PIC X(3).
           02  SUSPO                  PIC X(1).
           02  FILLER                 PIC X(3).
           02  STATO                  PIC X(1).
           02  FILLER                 PIC X(3).
           02  STDATEO                PIC X(8).
           02  FILLER                 PIC X(3).
           02  MSGO                   PIC X(78).
