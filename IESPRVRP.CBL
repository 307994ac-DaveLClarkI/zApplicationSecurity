
      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC IESAUDT ENTRIES ARE NOW 124 BYTES - THE
      *                TAMPER-EVIDENT AUDT-CHAIN VALUES RIDE AT THE
      *                END OF THE RECORD.
      * 10/15/2026 DLC NOTE EACH RUN IN THE IESRUNRG RUN REGISTRY SO THE
      *                REVIEW SIGN-OFF REGISTER CAN FIND IT.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
       COPY IESXREF.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

       SD  SORT-WKFILE.
         03  SORT-ADMIN                PIC  X(08).
         03  SORT-DATE                 PIC 9(08).
         03  SORT-TIME                 PIC 9(06).
         03  SORT-IMAGE                PIC  X(124).

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *

       COPY DTEMAN.

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

           MOVE 'IESCNTL'              TO VSAM-FILE(IUI).
           MOVE 'IESUHST'              TO VSAM-FILE(UHST).
           MOVE 'IESXREF'              TO VSAM-FILE(XREF).
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE ADMIN-COUNT            TO RUN-COUNT1.
           MOVE AUDIT-MATCH-COUNT      TO RUN-COUNT2.
           MOVE EXCEPTION-COUNT        TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
