      *                EXCEPT AN ADMINISTRATOR-CLASS PROFILE IS
      *                DENIED.  AN EXPIRED FREEZE NO LONGER COUNTS,
      *                SO A FORGOTTEN SWITCH RELEASES ITSELF.
      * 10/15/2026 DLC THE SIGN-ON EXIT NOW LINKS VSECSGON, WHICH
      *                CARRIES THIS POLICY LOGIC ON ITS ONE
      *                PROFILE READ - CHANGE A RULE HERE, CHANGE IT
      *                THERE TOO.  STILL LINKABLE ON ITS OWN.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
