
      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC OUTGOING MAIL NOW GOES THROUGH THE IESMLQ
      *                OUTBOUND QUEUE (MAILQUEB) SO A RELAY OUTAGE
      *                DELAYS IT INSTEAD OF LOSING IT.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESNOTFY'.
         03  MAILWRTR                  PIC  X(08)   VALUE 'MAILQUEB'.

         03  IUI                       PIC S9(04)   BINARY VALUE 1.
         03  VUSER                     PIC S9(04)   BINARY VALUE 2.
