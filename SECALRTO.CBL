      *                RESOLVES AN OWNER) AND USED INSTEAD OF THE
      *                FIXED ADDRESS GROUP - A ROSTER GAP FALLS
      *                BACK TO ALRTC-TO-GRP.
      * 10/15/2026 DLC OUTGOING MAIL NOW GOES THROUGH THE IESMLQ
      *                OUTBOUND QUEUE (MAILQUEO) SO A RELAY OUTAGE
      *                DELAYS IT INSTEAD OF LOSING IT.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  WORK-ROTATION             PIC  X(08)   VALUE SPACES.
         03  WORK-TODAY                PIC  9(08)   VALUE ZEROES.
         03  WORK-HOLDER               PIC  X(08)   VALUE SPACES.
         03  MAILWRTR-PGM              PIC  X(08)   VALUE 'MAILQUEO'.
         03  DEFAULT-KEY               PIC  X(08)   VALUE '$DEFAULT'.

         03  OPER-MSG                  PIC  X(120).
