
      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC NOTE EACH RUN IN THE IESRUNRG RUN REGISTRY SO THE
      *                REVIEW SIGN-OFF REGISTER CAN FIND IT.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************

       COPY DATETIME.

       COPY RUNMAN.

       COPY RTCMAN.

       COPY VSMSTATW.

           COPY BATCHINI.

      * note the start of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-START      TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE ZEROES                 TO RUN-RETCODE
                                          RUN-COUNT1
                                          RUN-COUNT2
                                          RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           MOVE 'BSTCNTL'              TO VSAM-FILE(BSM).
           MOVE 'IESGOWN'              TO VSAM-FILE(GOWN).
           MOVE 'IESCNTL'              TO VSAM-FILE(IUI).
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE GROUP-COUNT            TO RUN-COUNT1.
           MOVE UNOWNED-COUNT          TO RUN-COUNT2.
           MOVE REVIEW-COUNT           TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
