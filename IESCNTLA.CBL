      *                ITS FULL BEFORE/AFTER IMAGES, SO THE IESJRNAP
      *                FORWARD RECOVERY CAN ROLL A RESTORED BACKUP
      *                PAST IT.
      * 10/15/2026 DLC OUTGOING MAIL NOW GOES THROUGH THE IESMLQ
      *                OUTBOUND QUEUE (MAILQUEB) SO A RELAY OUTAGE
      *                DELAYS IT INSTEAD OF LOSING IT.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  THIS-PGM                  PIC  X(08)   VALUE 'IESCNTLA'.

         03  IESLDGAB                  PIC  X(08)   VALUE 'IESLDGAB'.
         03  MAILWRTR                  PIC  X(08)   VALUE 'MAILQUEB'.
         03  JOBDATA                   PIC  X(08)   VALUE 'JOBDATA'.

         03  IUI                       PIC S9(04)   BINARY VALUE 1.
