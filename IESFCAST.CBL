      *                CCYYMMDD SNAPSHOT KEYS, WHICH IS NOT A COUNT
      *                OF DAYS ACROSS A MONTH BOUNDARY - THE SPAN IS
      *                NOW TAKEN FROM PROPER DAY-NUMBER ARITHMETIC.
      * 10/15/2026 DLC OUTGOING MAIL NOW GOES THROUGH THE IESMLQ
      *                OUTBOUND QUEUE (MAILQUEB) SO A RELAY OUTAGE
      *                DELAYS IT INSTEAD OF LOSING IT.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESFCAST'.
         03  JOBDATA                   PIC  X(08)   VALUE 'JOBDATA'.
         03  MAILWRTR                  PIC  X(08)   VALUE 'MAILQUEB'.

         03  TREN                      PIC S9(04)   BINARY VALUE 1.
         03  CAPC                      PIC S9(04)   BINARY VALUE 2.
