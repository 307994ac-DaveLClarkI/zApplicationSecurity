      *               WAS NOT CONFIRMED.  ENTRIES NAMING A USERID
      *               WITH NO IESCNTL PROFILE ARE SKIPPED - ORPHANS
      *               ARE IESCNTLO'S JOB, NOT THE MANAGERS'.
      *               EACH COST CENTER'S SECTION IS EMAILED THROUGH
      *               MAILWRTR TO ITS IESCCTR MANAGER OF RECORD, THE
      *               BACKUP MANAGER ON THE DISTRIBUTION, AND SYSLST
      *               KEEPS ONE ROUTING LINE FOR IT.  A SECTION WITH
      *               NO MANAGER, OR NO MAIL ADDRESS FOR ONE, PRINTS
      *               IN FULL FOR HAND DELIVERY AS BEFORE.
      *               REPORT/EXTRACT ONLY - NOTHING IS UPDATED.

      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC EMAIL EACH COST CENTER'S WORKSHEET SECTION TO
      *                THE MANAGER OF RECORD ON THE NEW IESCCTR COST-
      *                CENTER MASTER (BACKUP MANAGER COPIED), ADDRESSED
      *                FROM THE MANAGER'S VUSERID RECORD, INSTEAD OF
      *                LEAVING THE PRINTOUT TO BE SPLIT BY HAND.  ONLY
      *                SECTIONS THAT CANNOT BE ROUTED STILL PRINT.
      * 10/15/2026 DLC OUTGOING MAIL NOW GOES THROUGH THE IESMLQ
      *                OUTBOUND QUEUE (MAILQUEB) SO A RELAY OUTAGE
      *                DELAYS IT INSTEAD OF LOSING IT.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT IESCCTR
               ASSIGN TO IESCCTR
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS CCTR-KEY
               FILE STATUS IS FILE5-STAT
                              FILE5-FDBK.

           SELECT SORT-WKFILE
               ASSIGN TO SYS001-UT-SORTWK1.

           RECORD CONTAINS 80 CHARACTERS.
       COPY IESRCWK.

       FD  IESCCTR.
       COPY IESCCTR.

       SD  SORT-WKFILE.
       01  SORT-RECORD.
         03  SORT-COSTCTR              PIC  X(10).
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESRCGEN'.
         03  MAILWRTR                  PIC  X(08)   VALUE 'MAILQUEB'.

         03  BSM                       PIC S9(04)   BINARY VALUE 1.
         03  IUI                       PIC S9(04)   BINARY VALUE 2.
         03  VUSER                     PIC S9(04)   BINARY VALUE 3.
         03  RCWK                      PIC S9(04)   BINARY VALUE 4.
         03  CCTR                      PIC S9(04)   BINARY VALUE 5.

         03  SUB                       PIC S9(04)   BINARY VALUE ZEROES.
         03  BSM-RECL                  PIC  9(5)    VALUE ZEROES.
         03  WORK-COSTCTR              PIC  X(10).
         03  WORK-LAST-COSTCTR         PIC  X(10)   VALUE LOW-VALUES.

      * where the current cost center's section is going - the
      * manager's and backup's mail addresses off their VUSERID
      * records; no manager address means the section prints
         03  EMAIL-SWITCH              PIC  X(1)    VALUE 'C'.
           88  EMAIL-CLOSED                         VALUE 'C'.
           88  EMAIL-OPEN                           VALUE 'O'.
         03  WORK-CCTR-DESC            PIC  X(30).
         03  WORK-MANAGER              PIC  X(08).
         03  WORK-MGR-MAIL             PIC  X(64).
         03  WORK-BKUP-MAIL            PIC  X(64).
         03  WORK-MAIL-USRIDNT         PIC  X(08).
         03  WORK-MAIL-ADDR            PIC  X(64).
         03  WORK-UNROUTED             PIC  X(40).

      * the last userid whose profile/cost center was looked up -
      * permit lists repeat the same userid across facilities, so
      * this one-deep cache spares most of the random reads
         03  ORPHAN-SKIP-COUNT         PIC  9(7)    VALUE ZEROES.
         03  RCWK-COUNT                PIC  9(7)    VALUE ZEROES.
         03  COSTCTR-COUNT             PIC  9(7)    VALUE ZEROES.
         03  EMAILED-COUNT             PIC  9(7)    VALUE ZEROES.
         03  UNROUTED-COUNT            PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

      * MAINFRAME MAIL INTERFACE
       01  MAILWRTR-COMMAREA.
         COPY MAILWRTR.

       COPY RTCMAN.

       COPY VSMSTATW.
           MOVE COSTCTR-COUNT          TO VAR-EDIT.
           DISPLAY 'Cost-center worksheets ... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE EMAILED-COUNT          TO VAR-EDIT.
           DISPLAY '  Emailed to manager ..... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE UNROUTED-COUNT         TO VAR-EDIT.
           DISPLAY '  Printed, not routed .... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE RCWK-COUNT             TO VAR-EDIT.
           DISPLAY 'Worksheet records written  ' VAR-EDIT
                                     UPON PRINTER.
           MOVE 'IESCNTL'              TO VSAM-FILE(IUI).
           MOVE 'VUSERID'              TO VSAM-FILE(VUSER).
           MOVE 'IESRCWK'              TO VSAM-FILE(RCWK).
           MOVE 'IESCCTR'              TO VSAM-FILE(CCTR).

           MOVE LENGTH OF BSM-KEY      TO VSAM-KEYL(BSM).
           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).
           MOVE LENGTH OF VUSER-KEY    TO VSAM-KEYL(VUSER).
           MOVE LENGTH OF WORK-USRIDNT TO VSAM-KEYL(RCWK).
           MOVE LENGTH OF CCTR-KEY     TO VSAM-KEYL(CCTR).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL

           OPEN INPUT BSTCNTL
                      IESCNTL
                      VUSERID
                      IESCCTR.
           OPEN OUTPUT IESRCWK.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           CLOSE BSTCNTL
                 IESCNTL
                 VUSERID
                 IESRCWK
                 IESCCTR.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

       E10-NEXT-ENTRY.
           RETURN SORT-WKFILE RECORD
               AT END GO TO E90-LAST-ENTRY
           END-RETURN.

           IF  SORT-COSTCTR NOT = WORK-LAST-COSTCTR
               IF  EMAIL-OPEN
                   PERFORM R20-CLOSE-EMAIL THRU R25-EXIT
               END-IF
               MOVE SORT-COSTCTR       TO WORK-LAST-COSTCTR
               ADD  1                  TO COSTCTR-COUNT
               PERFORM P20-RESOLVE-MANAGER THRU P25-EXIT
               IF  RTC-CODE NOT = ZERO
                   GO TO E99-EXIT
               END-IF
               IF  WORK-MGR-MAIL > SPACES
                   ADD  1              TO EMAILED-COUNT
                   PERFORM R10-OPEN-EMAIL THRU R15-EXIT
                   DISPLAY 'RECERTIFICATION WORKSHEET - COST CENTER '
                           SORT-COSTCTR ' EMAILED TO ' WORK-MANAGER
                           ' AT ' WORK-MGR-MAIL
                                     UPON PRINTER
               ELSE
                   ADD  1              TO UNROUTED-COUNT
                   DISPLAY ' '       UPON PRINTER
                   DISPLAY 'RECERTIFICATION WORKSHEET - COST CENTER '
                           SORT-COSTCTR ' ' WORK-CCTR-DESC
                                     UPON PRINTER
                   DISPLAY '*** NOT EMAILED - ' WORK-UNROUTED
                           ' - DELIVER BY HAND ***'
                                     UPON PRINTER
                   DISPLAY ' '       UPON PRINTER
               END-IF
           END-IF.

           IF  EMAIL-OPEN
               IF  SORT-TYPE = 'G'
                   STRING SORT-USRIDNT ' GROUP    '
                          SORT-RESOURCE(1:8) '<br>'
                       DELIMITED BY SIZE INTO MAIL-BODY-TEXT
               ELSE
                   STRING SORT-USRIDNT ' PERMIT ' SORT-ACCESS ' '
                          SORT-APPL '/' SORT-TRANS '/'
                          SORT-RESOURCE '<br>'
                       DELIMITED BY SIZE INTO MAIL-BODY-TEXT
               END-IF
               PERFORM R00-CALL-MAILWRTR THRU R05-EXIT
           ELSE
           IF  SORT-TYPE = 'G'
               DISPLAY '  ' SORT-USRIDNT ' GROUP    ' SORT-RESOURCE(1:8)
                                     UPON PRINTER
               DISPLAY '  ' SORT-USRIDNT ' PERMIT ' SORT-ACCESS ' '
                       SORT-APPL '/' SORT-TRANS '/' SORT-RESOURCE
                                     UPON PRINTER
           END-IF END-IF.

           MOVE SPACES                 TO IESRCWK-RECORD.
           MOVE SORT-COSTCTR           TO RCWK-COSTCTR.
               GO TO E99-EXIT
           END-IF.
           GO TO E10-NEXT-ENTRY.

       E90-LAST-ENTRY.
           IF  EMAIL-OPEN
               PERFORM R20-CLOSE-EMAIL THRU R25-EXIT
           END-IF.
       E99-EXIT.
           EXIT.

      /*****************************************************************
      *    RESOLVE THE COST CENTER'S MANAGER OF RECORD AND BACKUP FROM *
      *    IESCCTR, AND EACH ONE'S MAIL ADDRESS FROM VUSERID.  A       *
      *    MANAGER WITH NO ADDRESS FALLS BACK TO THE BACKUP; WHEN      *
      *    NEITHER RESOLVES, WORK-UNROUTED SAYS WHY                    *
      ******************************************************************
       P20-RESOLVE-MANAGER.
           MOVE SPACES                 TO WORK-CCTR-DESC
                                          WORK-MANAGER
                                          WORK-MGR-MAIL
                                          WORK-BKUP-MAIL
                                          WORK-UNROUTED.

           IF  SORT-COSTCTR = SPACES
               MOVE 'USERS WITH NO COST CENTER'
                                       TO WORK-UNROUTED
               GO TO P25-EXIT
           END-IF.

           SET  FUNC-READ(CCTR)        TO TRUE.
           MOVE SORT-COSTCTR           TO CCTR-KEY.
           READ IESCCTR RECORD END-READ.
           IF  STAT-NOTFND(CCTR)
               MOVE 'COST CENTER NOT ON FILE'
                                       TO WORK-UNROUTED
               GO TO P25-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(CCTR)
               MOVE CCTR               TO VSUB
               MOVE CCTR-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO P25-EXIT
           END-IF.
           MOVE CCTR-DESC              TO WORK-CCTR-DESC.

           IF  CCTR-BACKUP > SPACES
               MOVE CCTR-BACKUP        TO WORK-MAIL-USRIDNT
               PERFORM P30-GET-USER-MAIL THRU P35-EXIT
               MOVE WORK-MAIL-ADDR     TO WORK-BKUP-MAIL
           END-IF.

           IF  CCTR-MANAGER > SPACES
               MOVE CCTR-MANAGER       TO WORK-MAIL-USRIDNT
               PERFORM P30-GET-USER-MAIL THRU P35-EXIT
               MOVE WORK-MAIL-ADDR     TO WORK-MGR-MAIL
               MOVE CCTR-MANAGER       TO WORK-MANAGER
           END-IF.

      * the backup stands in when the manager cannot be mailed
           IF  WORK-MGR-MAIL = SPACES
           AND WORK-BKUP-MAIL > SPACES
               MOVE WORK-BKUP-MAIL     TO WORK-MGR-MAIL
               MOVE CCTR-BACKUP        TO WORK-MANAGER
           END-IF.
           IF  WORK-BKUP-MAIL = SPACES
               MOVE WORK-MGR-MAIL      TO WORK-BKUP-MAIL
           END-IF.

           IF  WORK-MGR-MAIL = SPACES
               IF  CCTR-MANAGER = SPACES
               AND CCTR-BACKUP = SPACES
                   MOVE 'NO MANAGER OF RECORD'
                                       TO WORK-UNROUTED
               ELSE
                   MOVE 'NO MAIL ADDRESS FOR MANAGER'
                                       TO WORK-UNROUTED
               END-IF
           END-IF.
       P25-EXIT.
           EXIT.

       P30-GET-USER-MAIL.
           MOVE SPACES                 TO WORK-MAIL-ADDR.
           MOVE SPACES                 TO VUSER-RECORD.
           SET  FUNC-READ(VUSER)       TO TRUE.
           MOVE WORK-MAIL-USRIDNT      TO VUSER-KEY.
           READ VUSERID RECORD END-READ.
           IF  STAT-NORMAL(VUSER)
               MOVE VUSER-EMAIL        TO WORK-MAIL-ADDR
           ELSE
               IF  NOT STAT-NOTFND(VUSER)
                   MOVE VUSER          TO VSUB
                   MOVE VUSER-KEY      TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
           END-IF.
       P35-EXIT.
           EXIT.

      /*****************************************************************
      *    EMAIL ROUTINES - ADDRESSED TO THE COST CENTER'S MANAGER     *
      *    RATHER THAN A FIXED GROUP, THE WAY IESSVATT MAILS OWNERS    *
      ******************************************************************

       R00-CALL-MAILWRTR.
           CALL MAILWRTR            USING MAILWRTR-COMMAREA.
           MOVE SPACES                 TO MAIL-PARMS.
       R05-EXIT.
           EXIT.

       R10-OPEN-EMAIL.
           INITIALIZE MAILWRTR-COMMAREA.
           SET  MAIL-HEAD-PARMS        TO TRUE.
           MOVE WORK-MGR-MAIL(1:30)    TO MAIL-HEAD-TO-GRP.
           STRING '(IESRCGEN) ACCESS RECERTIFICATION - COST CENTER '
                  SORT-COSTCTR
               DELIMITED BY SIZE     INTO MAIL-HEAD-SUBJECT.
           MOVE 'SY'                   TO MAIL-HEAD-SYSTEM.
           SET  MAIL-DELIVERY-ON       TO TRUE.
           PERFORM R00-CALL-MAILWRTR THRU R05-EXIT.

           SET  MAIL-DIST-PARMS        TO TRUE.
           MOVE WORK-BKUP-MAIL(1:30)   TO MAIL-DIST-TO-GRP.
           PERFORM R00-CALL-MAILWRTR THRU R05-EXIT.

           SET  MAIL-BODY-PARMS        TO TRUE.
           MOVE '<pre><br>'            TO MAIL-BODY-TEXT.
           PERFORM R00-CALL-MAILWRTR THRU R05-EXIT.

           STRING 'RECERTIFICATION WORKSHEET - COST CENTER '
                  SORT-COSTCTR ' ' WORK-CCTR-DESC '<br>'
               DELIMITED BY SIZE     INTO MAIL-BODY-TEXT.
           PERFORM R00-CALL-MAILWRTR THRU R05-EXIT.

           MOVE '<br>'                 TO MAIL-BODY-TEXT.
           PERFORM R00-CALL-MAILWRTR THRU R05-EXIT.

           STRING 'MARK C AGAINST EACH ACCESS THE USER STILL NEEDS '
                  'AND RETURN TO INFORMATION SECURITY.<br>'
               DELIMITED BY SIZE     INTO MAIL-BODY-TEXT.
           PERFORM R00-CALL-MAILWRTR THRU R05-EXIT.

           STRING 'ANY ACCESS NOT CONFIRMED WILL BE REVOKED.<br>'
               DELIMITED BY SIZE     INTO MAIL-BODY-TEXT.
           PERFORM R00-CALL-MAILWRTR THRU R05-EXIT.

           MOVE '<br>'                 TO MAIL-BODY-TEXT.
           PERFORM R00-CALL-MAILWRTR THRU R05-EXIT.

           SET  EMAIL-OPEN             TO TRUE.
       R15-EXIT.
           EXIT.

       R20-CLOSE-EMAIL.
           MOVE '</pre>'               TO MAIL-BODY-TEXT.
           PERFORM R00-CALL-MAILWRTR THRU R05-EXIT.

           SET  MAIL-MESG-COMPLETE     TO TRUE.
           PERFORM R00-CALL-MAILWRTR THRU R05-EXIT.

           SET  EMAIL-CLOSED           TO TRUE.
       R25-EXIT.
           EXIT.
