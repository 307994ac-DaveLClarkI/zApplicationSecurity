      *                RESOLVES AN OWNER) AND USED INSTEAD OF THE
      *                FIXED ADDRESS GROUP - A ROSTER GAP FALLS
      *                BACK TO ALRTC-TO-GRP.
      * 10/15/2026 DLC OUTGOING MAIL NOW GOES THROUGH THE IESMLQ
      *                OUTBOUND QUEUE (MAILQUEB) SO A RELAY OUTAGE
      *                DELAYS IT INSTEAD OF LOSING IT.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  THIS-PGM                  PIC  X(08)   VALUE 'SECALRTB'.
         03  MAILWRTR                  PIC  X(08)   VALUE 'MAILQUEB'.
         03  DEFAULT-KEY               PIC  X(08)   VALUE '$DEFAULT'.

         03  ALRTF-STAT                PIC  X(02).
