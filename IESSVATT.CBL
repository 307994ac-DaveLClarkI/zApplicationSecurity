      *               IESSVRS DECISIONS RE-STAMP SVCL-ATTESTED ON
      *               CONFIRMED ENTRIES (UPSI-7 GATES THE REWRITE)
      *               AND EVERY ENTRY NOBODY HAS CLAIMED INSIDE A
      *               YEAR IS REPORTED FOR REMOVAL.  THE OPEN IESSVFD
      *               FINDINGS IESSVSGN RECORDED - SIGN-ONS BY A
      *               SERVICE ID FROM A TERMINAL OR AT AN HOUR ITS
      *               ENTRY DOES NOT PERMIT - ARE LISTED UNDER EACH ID
      *               IN THE OWNER'S EMAIL, AND A CONFIRMATION FOR AN
      *               ID WITH OPEN FINDINGS IS REFUSED UNLESS IT
      *               CARRIES AN EXPLANATION, WHICH IS THEN STAMPED ON
      *               THE FINDINGS TO CLOSE THEM.

      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC OUTGOING MAIL NOW GOES THROUGH THE IESMLQ
      *                OUTBOUND QUEUE (MAILQUEB) SO A RELAY OUTAGE
      *                DELAYS IT INSTEAD OF LOSING IT.
      * 10/15/2026 DLC THE OWNER NOW HAS TO EXPLAIN A SERVICE ID'S
      *                OPEN IESSVFD INTERACTIVE SIGN-ON FINDINGS
      *                BEFORE IT CAN BE RE-ATTESTED - THE FINDINGS
      *                ARE LISTED IN THE CAMPAIGN EMAIL, AND THE
      *                RESPONSE'S EXPLANATION CLOSES THEM.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT IESSVFD
               ASSIGN TO IESSVFD
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS SVFD-KEY
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT SORT-WKFILE
               ASSIGN TO SYS001-UT-SORTWK1.

           RECORD CONTAINS 80 CHARACTERS.
       COPY IESSVRS.

       FD  IESSVFD.
       COPY IESSVFD.

       SD  SORT-WKFILE.
       01  SORT-RECORD.
         03  SORT-OWNER                PIC  X(20).
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESSVATT'.
         03  JOBDATA                   PIC  X(08)   VALUE 'JOBDATA'.
         03  MAILWRTR                  PIC  X(08)   VALUE 'MAILQUEB'.
         03  IESLDGAB                  PIC  X(08)   VALUE 'IESLDGAB'.

         03  SVCL                      PIC S9(04)   BINARY VALUE 1.
         03  LDUM                      PIC S9(04)   BINARY VALUE 2.
         03  SVRS                      PIC S9(04)   BINARY VALUE 3.
         03  SVFD                      PIC S9(04)   BINARY VALUE 4.

         03  EMAIL-SWITCH              PIC  X(1)    VALUE 'C'.
           88  EMAIL-CLOSED                         VALUE 'C'.
         03  WORK-OWNER-ID             PIC  X(08).
         03  WORK-OWNER-MAIL           PIC  X(40).

      * what G00-SCAN-FINDINGS does with each open finding it finds
      * for FIND-USRIDNT - count it, list it in the owner's email, or
      * close it with the owner's explanation
         03  FIND-USRIDNT              PIC  X(08).
         03  FIND-OPEN-CTR             PIC S9(04)   BINARY VALUE ZEROES.
         03  FIND-ACTION-SW            PIC  X(01)   VALUE 'C'.
           88  FIND-COUNT-ONLY                      VALUE 'C'.
           88  FIND-LIST-IN-EMAIL                   VALUE 'L'.
           88  FIND-MARK-EXPLAINED                  VALUE 'M'.

         03  ENTRY-COUNT               PIC  9(7)    VALUE ZEROES.
         03  OWNER-COUNT               PIC  9(7)    VALUE ZEROES.
         03  RESP-READ-COUNT           PIC  9(7)    VALUE ZEROES.
         03  CONFIRM-COUNT             PIC  9(7)    VALUE ZEROES.
         03  UNCLAIMED-COUNT           PIC  9(7)    VALUE ZEROES.
         03  FINDING-COUNT             PIC  9(7)    VALUE ZEROES.
         03  REFUSED-COUNT             PIC  9(7)    VALUE ZEROES.
         03  EXPLAINED-COUNT           PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

               MOVE CONFIRM-COUNT      TO VAR-EDIT
               DISPLAY 'Entries re-stamped ....... ' VAR-EDIT
                                     UPON PRINTER
               MOVE REFUSED-COUNT      TO VAR-EDIT
               DISPLAY 'Refused, unexplained ..... ' VAR-EDIT
                                     UPON PRINTER
               MOVE EXPLAINED-COUNT    TO VAR-EDIT
               DISPLAY 'Findings explained ....... ' VAR-EDIT
                                     UPON PRINTER
               MOVE UNCLAIMED-COUNT    TO VAR-EDIT
               DISPLAY 'Entries unclaimed ........ ' VAR-EDIT
                                     UPON PRINTER
               MOVE OWNER-COUNT        TO VAR-EDIT
               DISPLAY 'Owners emailed ........... ' VAR-EDIT
                                     UPON PRINTER
               MOVE FINDING-COUNT      TO VAR-EDIT
               DISPLAY 'Open sign-on findings .... ' VAR-EDIT
                                     UPON PRINTER
           END-IF.

           GOBACK.

           MOVE 'IESSVCL'              TO VSAM-FILE(SVCL).
           MOVE 'IESLDUV'              TO VSAM-FILE(LDUM).
           MOVE 'IESSVFD'              TO VSAM-FILE(SVFD).
           IF  PROCESS-RESPONSES
               MOVE 'IESSVRS'          TO VSAM-FILE(SVRS)
           END-IF.
           MOVE LENGTH OF SVCL-USRIDNT TO VSAM-KEYL(SVCL).
           MOVE LENGTH OF LDUM-MFUSRID TO VSAM-KEYL(LDUM).
           MOVE LENGTH OF SVRS-USRIDNT TO VSAM-KEYL(SVRS).
           MOVE LENGTH OF SVFD-KEY     TO VSAM-KEYL(SVFD).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
           IF  PROCESS-RESPONSES
           AND WITH-UPDATES
               OPEN I-O   IESSVCL
                          IESSVFD
           ELSE
               OPEN INPUT IESSVCL
                          IESSVFD
           END-IF.
           OPEN INPUT IESLDUV.
           IF  PROCESS-RESPONSES
           END-PERFORM.

           CLOSE IESSVCL
                 IESLDUV
                 IESSVFD.
           IF  PROCESS-RESPONSES
               CLOSE IESSVRS
           END-IF.
                  ' - REPLY C TO CONFIRM<br>'
               DELIMITED BY SIZE     INTO MAIL-BODY-TEXT.
           PERFORM R00-CALL-MAILWRTR THRU R05-EXIT.

      * any interactive sign-ons still unexplained go right under the
      * id, so the owner knows the confirmation must explain them
           MOVE SORT-USRIDNT           TO FIND-USRIDNT.
           SET  FIND-LIST-IN-EMAIL     TO TRUE.
           PERFORM G00-SCAN-FINDINGS THRU G99-EXIT.
           IF  FIND-OPEN-CTR > ZERO
               MOVE FIND-OPEN-CTR      TO VAR-EDIT
               STRING '    ' VAR-EDIT ' UNEXPLAINED SIGN-ON(S) ABOVE'
                      ' - A CONFIRMATION MUST INCLUDE AN EXPLANATION'
                      '<br>'
                   DELIMITED BY SIZE INTO MAIL-BODY-TEXT
               PERFORM R00-CALL-MAILWRTR THRU R05-EXIT
           END-IF.
           GO TO D10-NEXT-ENTRY.
       D99-EXIT.
           EXIT.
               GO TO E99-EXIT-PROCESS
           END-IF.

      * open interactive sign-on findings must be explained before
      * the id is vouched for again - a bare confirmation is refused
           MOVE SVCL-USRIDNT           TO FIND-USRIDNT.
           SET  FIND-COUNT-ONLY        TO TRUE.
           PERFORM G00-SCAN-FINDINGS THRU G99-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO E99-EXIT-PROCESS
           END-IF.
           IF  FIND-OPEN-CTR > ZERO
               MOVE FIND-OPEN-CTR      TO VAR-EDIT
               IF  SVRS-EXPLANATION = SPACES
                   ADD  1              TO REFUSED-COUNT
                   DISPLAY 'REFUSED:   ' SVCL-USRIDNT ' BY '
                           SVCL-OWNER ' -' VAR-EDIT
                           ' SIGN-ON FINDING(S) NOT EXPLAINED'
                                     UPON PRINTER
                   GO TO E99-EXIT-PROCESS
               END-IF
               DISPLAY 'EXPLAINED: ' SVCL-USRIDNT ' -' VAR-EDIT
                       ' FINDING(S) - ' SVRS-EXPLANATION
                                     UPON PRINTER
               SET  FIND-MARK-EXPLAINED TO TRUE
               PERFORM G00-SCAN-FINDINGS THRU G99-EXIT
               IF  RTC-CODE NOT = ZERO
                   GO TO E99-EXIT-PROCESS
               END-IF
           END-IF.

           ADD  1                      TO CONFIRM-COUNT.
           DISPLAY 'CONFIRMED: ' SVCL-USRIDNT ' BY ' SVCL-OWNER
                                     UPON PRINTER.
       F99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    BROWSE THE SERVICE ID'S IESSVFD SIGN-ON FINDINGS, COUNTING  *
      *    THE OPEN ONES AND - BY FIND-ACTION-SW - LISTING THEM IN     *
      *    THE OWNER'S EMAIL OR CLOSING THEM WITH THE EXPLANATION      *
      ******************************************************************
       G00-SCAN-FINDINGS.
           MOVE ZEROES                 TO FIND-OPEN-CTR.
           MOVE LOW-VALUES             TO SVFD-KEY.
           MOVE FIND-USRIDNT           TO SVFD-USRIDNT.
           MOVE SVFD                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START IESSVFD KEY >= SVFD-KEY END-START.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-NOTFND(VSUB)
                   MOVE SVFD-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO G99-EXIT
           END-IF.

       G10-NEXT-FINDING.
           MOVE SVFD                   TO VSUB.
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESSVFD NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE SVFD-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO G99-EXIT
           END-IF.
           IF  SVFD-USRIDNT NOT = FIND-USRIDNT
               GO TO G99-EXIT
           END-IF.
           IF  NOT SVFD-OPEN
               GO TO G10-NEXT-FINDING
           END-IF.

           ADD  1                      TO FIND-OPEN-CTR.

           IF  FIND-LIST-IN-EMAIL
               ADD  1                  TO FINDING-COUNT
               DISPLAY '    SIGNED ON ' SVFD-DATE '-' SVFD-TIME
                       ' AT ' SVFD-TERMID ' - NOT PERMITTED'
                                     UPON PRINTER
               STRING '    SIGNED ON ' SVFD-DATE '-' SVFD-TIME
                      ' AT TERMINAL ' SVFD-TERMID
                      ' - OUTSIDE ITS PERMITTED BOUNDS<br>'
                   DELIMITED BY SIZE INTO MAIL-BODY-TEXT
               PERFORM R00-CALL-MAILWRTR THRU R05-EXIT
           END-IF.

           IF  FIND-MARK-EXPLAINED
               ADD  1                  TO EXPLAINED-COUNT
               IF  WITH-UPDATES
                   SET  SVFD-EXPLAINED TO TRUE
                   MOVE WORK-TODAY     TO SVFD-EXPLAINED-DATE
                   MOVE SVRS-EXPLANATION
                                       TO SVFD-EXPLANATION
                   SET  FUNC-REWRITE(SVFD) TO TRUE
                   REWRITE IESSVFD-RECORD END-REWRITE
                   IF  NOT STAT-NORMAL(SVFD)
                       MOVE SVFD       TO VSUB
                       MOVE SVFD-KEY   TO VSAM-KEYD(VSUB)
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                       GO TO G99-EXIT
                   END-IF
               END-IF
           END-IF.
           GO TO G10-NEXT-FINDING.
       G99-EXIT.
           EXIT.

      /*****************************************************************
      *    EMAIL ROUTINES - ADDRESSED TO THE RESOLVED OWNER RATHER     *
      *    THAN A FIXED GROUP                                          *
