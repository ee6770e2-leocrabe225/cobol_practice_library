      *    CURROPR - signed-on operator shared across the run unit.
      *    signon fills these after a good password ; wrtaudit stamps
      *    the operator on every change ; menus gate destructive
      *    options on the role (CLERK / ADMIN).  The station is the
      *    self-check machine a SIP2 message came from (sip2srv),
      *    blank at a staffed desk ; wrtdevnt stamps it on every
      *    desk event.
      ******************************************************************
       01  WS-CURRENT-OPERATOR       PIC X(10) EXTERNAL.
       01  WS-CURRENT-OPERATOR-ROLE  PIC X(05) EXTERNAL.
       01  WS-CURRENT-LANGUAGE       PIC X(02) EXTERNAL.
       01  WS-CURRENT-STATION        PIC X(10) EXTERNAL.
