      *                WITH ITS FULL BEFORE/AFTER IMAGES, SO THE
      *                IESJRNAP FORWARD RECOVERY CAN ROLL A RESTORED
      *                BACKUP PAST IT.
      * 10/15/2026 DLC THE SIGN-ON EXIT NOW LINKS VSECSGON, WHICH
      *                CARRIES THIS FAILED SIGN-ON LOGIC ON ITS ONE
      *                PROFILE READ - CHANGE A RULE HERE, CHANGE IT
      *                THERE TOO.  STILL LINKABLE ON ITS OWN.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
