      ******************************************************
      *   COPY BOOK TCPYPRM (RECORD ON THE KEYED PARMREG
      *   PARAMETER REGISTRY).  ONE RECORD PER PROGRAM,
      *   PARAMETER NAME AND EFFECTIVE DATE; THE VALUE IN
      *   FORCE ON A DATE IS THE ONE WITH THE LATEST
      *   EFFECTIVE DATE NOT AFTER IT, SO A CHANGE CAN BE
      *   LOADED AHEAD OF THE NIGHT IT APPLIES.  VALUES ARE
      *   LEFT-JUSTIFIED TEXT IN THE SAME FORM THE OLD
      *   CONTROL CARD CARRIED (DIGITS WITH IMPLIED DECIMALS
      *   FOR AMOUNTS).  MAINTAINED ONLY BY WBCI0570; READ
      *   THROUGH THE PARMLKSB LOOKUP SERVICE.
      ******************************************************
       01  PARMREG-RECORD.
           05  PR-KEY.
               10  PR-PROGRAM         PIC X(8).
               10  PR-PARM-NAME       PIC X(12).
               10  PR-EFF-DATE        PIC 9(8).
           05  PR-VALUE               PIC X(30).
           05  PR-UPD-DATE            PIC 9(8).
           05  PR-UPD-TIME            PIC 9(6).
           05  PR-UPD-OPERATOR        PIC X(8).
