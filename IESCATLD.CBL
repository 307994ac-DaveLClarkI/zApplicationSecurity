      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESCATLD.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       REQUESTABLE-RESOURCE CATALOG MAINTENANCE.
      *               APPLIES THE SECURITY TEAM'S IESCATFD TRANSACTION
      *               FILE TO THE IESRCAT CATALOG - ADD, CHANGE, OR
      *               DELETE ONE ENTRY PER RECORD.  THE CATALOG KEY IS
      *               TOO LONG FOR VSECCMNT, SO ENTRIES ARE KEPT HERE.
      *               AN ADD OR CHANGE IS REFUSED UNLESS THE GROUP OR
      *               FACILITY EXISTS ON BSTCNTL, A DESCRIPTION IS
      *               GIVEN, THE OWNER HOLDS A LIVE, UNREVOKED IESCNTL
      *               PROFILE, ANY BACKUP HOLDS A PROFILE AND IS NOT
      *               THE OWNER, THE RISK TIER IS 1 THROUGH 3, AND THE
      *               REQUESTABLE FLAG IS Y OR N.  EVERY ENTRY WRITTEN
      *               IS STAMPED WITH THE DATE AND THE JOB NAME.
      *               PRODUCES SYSLST REPORT.  UPSI-7 ON ACTUALLY
      *               UPDATES THE CATALOG; OTHERWISE THIS IS A
      *               REPORT-ONLY DRY RUN.  RC=4 WHEN ANY RECORD IS
      *               REFUSED.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
      *                                                                *
      *    ENVIRONMENT DIVISION                                        *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.

      ******************************************************************
      *    CONFIGURATION SECTION                                       *
      ******************************************************************
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-2086-A04-140.
       OBJECT-COMPUTER. IBM-2086-A04-140.

       SPECIAL-NAMES.
           SYSLST IS PRINTER,
           UPSI-7 ON STATUS IS WITH-UPDATES.

      ******************************************************************
      *    INPUT-OUTPUT SECTION                                        *
      ******************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT IESCATFD
               ASSIGN TO IESCATFD
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESRCAT
               ASSIGN TO IESRCAT
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS RCAT-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESCNTL
               ASSIGN TO IESCNTL
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS IUI-KEY
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT BSTCNTL
               ASSIGN TO BSTCNTL
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS BSM-KEY
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

      /*****************************************************************
      *                                                                *
      *    DATA DIVISION                                               *
      *                                                                *
      ******************************************************************
       DATA DIVISION.

      ******************************************************************
      *    FILE SECTION                                                *
      ******************************************************************
       FILE SECTION.

       FD  IESCATFD
           RECORD CONTAINS 120 CHARACTERS.
       COPY IESCATFD.

       FD  IESRCAT.
       COPY IESRCAT.

       FD  IESCNTL.
       COPY IESCNTL.

       FD  BSTCNTL
           RECORD IS VARYING IN SIZE
             FROM 280 TO 65535 CHARACTERS
             DEPENDING ON BSM-RECL.
       COPY BSTCNTL.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESCATLD'.
         03  JOBDATA                   PIC  X(08)   VALUE 'JOBDATA'.

         03  CATF                      PIC S9(04)   BINARY VALUE 1.
         03  RCAT                      PIC S9(04)   BINARY VALUE 2.
         03  IUI                       PIC S9(04)   BINARY VALUE 3.
         03  BSM                       PIC S9(04)   BINARY VALUE 4.

         03  BSM-RECL                  PIC  9(5)    VALUE ZEROES.
         03  WORK-OPTION               PIC  X(08).
         03  WORK-TODAY                PIC  9(08)   VALUE ZEROES.
         03  WORK-JOB-NAME             PIC  X(08)   VALUE SPACES.
         03  WORK-USRIDNT              PIC  X(08).
         03  WORK-REASON               PIC  X(40)   VALUE SPACES.
         03  WORK-LINE-NO              PIC  9(05)   VALUE ZEROES.
         03  WORK-ACTION               PIC  X(06).

         03  REJECT-SW                 PIC  X(01)   VALUE 'N'.
           88  RECORD-REJECTED                      VALUE 'Y'.
         03  GRP-FOUND-SW              PIC  X(01)   VALUE 'N'.
           88  TARGET-GROUP-FOUND                   VALUE 'Y'.
         03  PROFILE-STATE-SW          PIC  X(01).
           88  PROFILE-IS-LIVE                      VALUE 'L'.
           88  PROFILE-IS-REVOKED                   VALUE 'R'.
           88  PROFILE-IS-GONE                      VALUE 'G'.

         03  READ-COUNT                PIC  9(7)    VALUE ZEROES.
         03  ADD-COUNT                 PIC  9(7)    VALUE ZEROES.
         03  CHANGE-COUNT              PIC  9(7)    VALUE ZEROES.
         03  DELETE-COUNT              PIC  9(7)    VALUE ZEROES.
         03  REJECT-COUNT              PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY JOBDATA.

       COPY DATETIME.

       COPY RTCMAN.

       COPY VSMSTATW.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

      ******************************************************************
      *    MAINLINE ROUTINE                                            *
      ******************************************************************
       A00-MAINLINE-ROUTINE.

           PERFORM B10-INITIALIZATION THRU B15-EXIT.

           PERFORM C00-PROCESS-TRANSACTION THRU C99-EXIT-PROCESS
             UNTIL STAT-EOFILE(CATF)
                OR RTC-CODE NOT = ZERO.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE READ-COUNT             TO VAR-EDIT.
           DISPLAY 'Transactions read ........ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE ADD-COUNT              TO VAR-EDIT.
           DISPLAY 'Entries added ............ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE CHANGE-COUNT           TO VAR-EDIT.
           DISPLAY 'Entries changed .......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE DELETE-COUNT           TO VAR-EDIT.
           DISPLAY 'Entries deleted .......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE REJECT-COUNT           TO VAR-EDIT.
           DISPLAY 'Transactions refused ..... ' VAR-EDIT
                                     UPON PRINTER.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           COPY BATCHINI.

           MOVE 'IESCATFD'             TO VSAM-FILE(CATF).
           MOVE 'IESRCAT'              TO VSAM-FILE(RCAT).
           MOVE 'IESCNTL'              TO VSAM-FILE(IUI).
           MOVE 'BSTCNTL'              TO VSAM-FILE(BSM).

           MOVE LENGTH OF WORK-LINE-NO TO VSAM-KEYL(CATF).
           MOVE LENGTH OF RCAT-KEY     TO VSAM-KEYL(RCAT).
           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).
           MOVE LENGTH OF BSM-KEY      TO VSAM-KEYL(BSM).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM.

           OPEN INPUT  IESCATFD.
           IF  WITH-UPDATES
               OPEN I-O   IESRCAT
           ELSE
               OPEN INPUT IESRCAT
           END-IF.
           OPEN INPUT  IESCNTL
                       BSTCNTL.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM

               CALL JOBDATA         USING JOBDATA-PARMS
               MOVE JOBD-PWR-NAME      TO WORK-JOB-NAME

               MOVE FUNCTION CURRENT-DATE
                                       TO WRK-DATETIME
               MOVE NUM-DATE           TO WORK-TODAY
               DISPLAY 'RESOURCE CATALOG MAINTENANCE FOR '
                       WORK-TODAY    UPON PRINTER
               DISPLAY ' '           UPON PRINTER

               IF  WITH-UPDATES
                   MOVE 'UPDATE:'      TO WORK-OPTION
               ELSE
                   MOVE 'REPORT:'      TO WORK-OPTION
               END-IF
           END-IF.

       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    PROGRAM TERMINATION ROUTINE                                 *
      ******************************************************************
       B20-TERMINATION.

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET  FUNC-CLOSE(VSUB)   TO TRUE
           END-PERFORM.

           CLOSE IESCATFD
                 IESRCAT
                 IESCNTL
                 BSTCNTL.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * a refused record still has to be keyed again by someone
           IF  RTC-CODE = ZERO
           AND REJECT-COUNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    ONE TRANSACTION - PROVE IT, REPORT IT, AND (WITH UPDATES)   *
      *    APPLY IT TO THE CATALOG                                     *
      ******************************************************************
       C00-PROCESS-TRANSACTION.
           MOVE CATF                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ IESCATFD NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE WORK-LINE-NO   TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.
           ADD  1                      TO WORK-LINE-NO.

           IF  CATF-IS-COMMENT
           OR  IESCATFD-RECORD = SPACES
               GO TO C99-EXIT-PROCESS
           END-IF.
           ADD  1                      TO READ-COUNT.

           PERFORM D00-EDIT-TRANSACTION THRU D99-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO C99-EXIT-PROCESS
           END-IF.
           IF  RECORD-REJECTED
               ADD  1                  TO REJECT-COUNT
               DISPLAY WORK-OPTION ' LINE ' WORK-LINE-NO ' '
                       CATF-TYPE ' ' CATF-APPL '/' CATF-TRANS '/'
                       CATF-RESOURCE
                                     UPON PRINTER
               DISPLAY '         REFUSED - ' WORK-REASON
                                     UPON PRINTER
               GO TO C99-EXIT-PROCESS
           END-IF.

           EVALUATE TRUE
             WHEN CATF-IS-ADD
               PERFORM E00-ADD-ENTRY THRU E05-EXIT
             WHEN CATF-IS-CHANGE
               PERFORM F00-CHANGE-ENTRY THRU F05-EXIT
             WHEN OTHER
               PERFORM G00-DELETE-ENTRY THRU G05-EXIT
           END-EVALUATE.

       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    EDIT ONE TRANSACTION.  THE ENTRY MUST ALREADY BE ON THE     *
      *    CATALOG FOR A CHANGE OR DELETE AND MUST NOT BE FOR AN ADD,  *
      *    AND WHAT AN ADD OR CHANGE WOULD WRITE MUST STAND ON ITS OWN *
      ******************************************************************
       D00-EDIT-TRANSACTION.
           MOVE 'N'                    TO REJECT-SW.
           MOVE SPACES                 TO WORK-REASON.

           EVALUATE TRUE
             WHEN CATF-IS-ADD
               MOVE 'ADD'              TO WORK-ACTION
             WHEN CATF-IS-CHANGE
               MOVE 'CHANGE'           TO WORK-ACTION
             WHEN CATF-IS-DELETE
               MOVE 'DELETE'           TO WORK-ACTION
             WHEN OTHER
               MOVE 'ACTION IS NOT A, C, OR D'
                                       TO WORK-REASON
               GO TO D90-REJECT-RECORD
           END-EVALUATE.

      * a group is keyed by its name alone, a facility by all three
           EVALUATE TRUE
             WHEN CATF-TYPE = 'G'
               IF  CATF-RESOURCE(1:8) = SPACES
               OR  CATF-RESOURCE(9:) NOT = SPACES
               OR  CATF-APPL NOT = SPACES
               OR  CATF-TRANS NOT = SPACES
                   MOVE 'GROUP MUST BE NAMED IN RESOURCE ALONE'
                                       TO WORK-REASON
                   GO TO D90-REJECT-RECORD
               END-IF
             WHEN CATF-TYPE = 'F'
               IF  CATF-RESOURCE = SPACES
                   MOVE 'FACILITY RESOURCE NAME MISSING'
                                       TO WORK-REASON
                   GO TO D90-REJECT-RECORD
               END-IF
             WHEN OTHER
               MOVE 'TYPE IS NOT G OR F'
                                       TO WORK-REASON
               GO TO D90-REJECT-RECORD
           END-EVALUATE.

           MOVE CATF-KEY               TO RCAT-KEY.
           SET  FUNC-READ(RCAT)        TO TRUE.
           READ IESRCAT RECORD END-READ.
           IF  NOT STAT-NORMAL(RCAT)
           AND NOT STAT-NOTFND(RCAT)
               MOVE RCAT               TO VSUB
               MOVE RCAT-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D99-EXIT
           END-IF.
           IF  CATF-IS-ADD
           AND STAT-NORMAL(RCAT)
               MOVE 'ALREADY CATALOGUED - USE A CHANGE'
                                       TO WORK-REASON
               GO TO D90-REJECT-RECORD
           END-IF.
           IF  NOT CATF-IS-ADD
           AND STAT-NOTFND(RCAT)
               MOVE 'NOT ON THE CATALOG'
                                       TO WORK-REASON
               GO TO D90-REJECT-RECORD
           END-IF.

      * a delete needs nothing more - the resource may well be gone
           IF  CATF-IS-DELETE
               GO TO D99-EXIT
           END-IF.

           IF  CATF-DESC = SPACES
               MOVE 'BUSINESS DESCRIPTION MISSING'
                                       TO WORK-REASON
               GO TO D90-REJECT-RECORD
           END-IF.
           IF  CATF-TIER NOT = '1' AND NOT = '2' AND NOT = '3'
               MOVE 'RISK TIER IS NOT 1, 2, OR 3'
                                       TO WORK-REASON
               GO TO D90-REJECT-RECORD
           END-IF.
           IF  CATF-REQUESTABLE NOT = 'Y' AND NOT = 'N'
               MOVE 'REQUESTABLE FLAG IS NOT Y OR N'
                                       TO WORK-REASON
               GO TO D90-REJECT-RECORD
           END-IF.

           IF  CATF-OWNER = SPACES
               MOVE 'RESOURCE OWNER MISSING'
                                       TO WORK-REASON
               GO TO D90-REJECT-RECORD
           END-IF.
           MOVE CATF-OWNER             TO WORK-USRIDNT.
           PERFORM P10-CHECK-PROFILE THRU P15-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO D99-EXIT
           END-IF.
           IF  NOT PROFILE-IS-LIVE
               MOVE 'OWNER HAS NO LIVE IESCNTL PROFILE'
                                       TO WORK-REASON
               GO TO D90-REJECT-RECORD
           END-IF.

           IF  CATF-BACKUP > SPACES
               IF  CATF-BACKUP = CATF-OWNER
                   MOVE 'BACKUP MAY NOT BE THE OWNER'
                                       TO WORK-REASON
                   GO TO D90-REJECT-RECORD
               END-IF
               MOVE CATF-BACKUP        TO WORK-USRIDNT
               PERFORM P10-CHECK-PROFILE THRU P15-EXIT
               IF  RTC-CODE NOT = ZERO
                   GO TO D99-EXIT
               END-IF
               IF  PROFILE-IS-GONE
                   MOVE 'BACKUP HAS NO IESCNTL PROFILE'
                                       TO WORK-REASON
                   GO TO D90-REJECT-RECORD
               END-IF
           END-IF.

           IF  CATF-TYPE = 'G'
               PERFORM P20-SCAN-GROUP THRU P25-EXIT
               IF  RTC-CODE NOT = ZERO
                   GO TO D99-EXIT
               END-IF
               IF  NOT TARGET-GROUP-FOUND
                   MOVE 'GROUP NOT FOUND ON BSTCNTL'
                                       TO WORK-REASON
                   GO TO D90-REJECT-RECORD
               END-IF
           ELSE
               MOVE LOW-VALUES         TO BSM-KEY
               SET  BSM-FACILITY       TO TRUE
               MOVE CATF-APPL          TO BSM-APPL
               MOVE CATF-TRANS         TO BSM-TRANS
               MOVE CATF-RESOURCE      TO BSM-RESOURCE
               MOVE ZEROES             TO BSM-SEQUENCE
               SET  FUNC-READ(BSM)     TO TRUE
               READ BSTCNTL RECORD END-READ
               IF  STAT-NOTFND(BSM)
                   MOVE 'FACILITY NOT FOUND ON BSTCNTL'
                                       TO WORK-REASON
                   GO TO D90-REJECT-RECORD
               END-IF
               IF  NOT STAT-NORMAL(BSM)
                   MOVE BSM            TO VSUB
                   MOVE BSM-KEY        TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
           END-IF.
           GO TO D99-EXIT.

       D90-REJECT-RECORD.
           SET  RECORD-REJECTED        TO TRUE.
       D99-EXIT.
           EXIT.

      /*****************************************************************
      *    ADD A NEW CATALOG ENTRY                                     *
      ******************************************************************
       E00-ADD-ENTRY.
           ADD  1                      TO ADD-COUNT.
           PERFORM H00-REPORT-ENTRY THRU H05-EXIT.

           IF  NOT WITH-UPDATES
               GO TO E05-EXIT
           END-IF.

           MOVE SPACES                 TO IESRCAT-RECORD.
           MOVE CATF-KEY               TO RCAT-KEY.
           PERFORM H10-FILL-ENTRY THRU H15-EXIT.

           SET  FUNC-WRITE(RCAT)       TO TRUE.
           WRITE IESRCAT-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(RCAT)
               MOVE RCAT               TO VSUB
               MOVE RCAT-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       E05-EXIT.
           EXIT.

      /*****************************************************************
      *    REPLACE AN EXISTING CATALOG ENTRY'S ATTRIBUTES - THE        *
      *    EDIT LEFT THE CURRENT ENTRY IN THE RECORD AREA              *
      ******************************************************************
       F00-CHANGE-ENTRY.
           ADD  1                      TO CHANGE-COUNT.
           PERFORM H00-REPORT-ENTRY THRU H05-EXIT.
           IF  CATF-OWNER NOT = RCAT-OWNER
               DISPLAY '         OWNER WAS ' RCAT-OWNER
                                     UPON PRINTER
           END-IF.
           IF  CATF-TIER NOT = RCAT-TIER
               DISPLAY '         TIER WAS ' RCAT-TIER
                                     UPON PRINTER
           END-IF.
           IF  CATF-REQUESTABLE NOT = RCAT-REQUESTABLE
               DISPLAY '         REQUESTABLE WAS ' RCAT-REQUESTABLE
                                     UPON PRINTER
           END-IF.

           IF  NOT WITH-UPDATES
               GO TO F05-EXIT
           END-IF.

           PERFORM H10-FILL-ENTRY THRU H15-EXIT.

           SET  FUNC-REWRITE(RCAT)     TO TRUE.
           REWRITE IESRCAT-RECORD END-REWRITE.
           IF  NOT STAT-NORMAL(RCAT)
               MOVE RCAT               TO VSUB
               MOVE RCAT-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       F05-EXIT.
           EXIT.

      /*****************************************************************
      *    REMOVE A CATALOG ENTRY - THE RESOURCE BECOMES UNREQUESTABLE *
      *    UNTIL IT IS CATALOGUED AGAIN                                *
      ******************************************************************
       G00-DELETE-ENTRY.
           ADD  1                      TO DELETE-COUNT.
           DISPLAY WORK-OPTION ' ' WORK-ACTION ' ' RCAT-TYPE ' '
                   RCAT-APPL '/' RCAT-TRANS '/' RCAT-RESOURCE
                                     UPON PRINTER.
           DISPLAY '         WAS "' RCAT-DESC '" OWNER '
                   RCAT-OWNER ' TIER ' RCAT-TIER
                                     UPON PRINTER.

           IF  NOT WITH-UPDATES
               GO TO G05-EXIT
           END-IF.

           SET  FUNC-DELETE(RCAT)      TO TRUE.
           DELETE IESRCAT RECORD END-DELETE.
           IF  NOT STAT-NORMAL(RCAT)
               MOVE RCAT               TO VSUB
               MOVE RCAT-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       G05-EXIT.
           EXIT.

      /*****************************************************************
      *    REPORT AN ADD OR CHANGE AS IT WILL STAND                    *
      ******************************************************************
       H00-REPORT-ENTRY.
           DISPLAY WORK-OPTION ' ' WORK-ACTION ' ' CATF-TYPE ' '
                   CATF-APPL '/' CATF-TRANS '/' CATF-RESOURCE
                                     UPON PRINTER.
           DISPLAY '         "' CATF-DESC '" OWNER ' CATF-OWNER
                   ' BACKUP ' CATF-BACKUP ' TIER ' CATF-TIER
                   ' REQUESTABLE ' CATF-REQUESTABLE
                                     UPON PRINTER.
       H05-EXIT.
           EXIT.

       H10-FILL-ENTRY.
           MOVE CATF-DESC              TO RCAT-DESC.
           MOVE CATF-OWNER             TO RCAT-OWNER.
           MOVE CATF-BACKUP            TO RCAT-BACKUP.
           MOVE CATF-TIER              TO RCAT-TIER.
           MOVE CATF-REQUESTABLE       TO RCAT-REQUESTABLE.
           MOVE WORK-TODAY             TO RCAT-UPDATED.
           MOVE WORK-JOB-NAME          TO RCAT-UPDATED-BY.
       H15-EXIT.
           EXIT.

      /*****************************************************************
      *    IS THE USERID'S IESCNTL PROFILE THERE, AND LIVE             *
      ******************************************************************
       P10-CHECK-PROFILE.
           SET  FUNC-READ(IUI)         TO TRUE.
           SET  IUI-USER-PROFILE       TO TRUE.
           MOVE LOW-VALUES             TO IUI-KEY-VALUE.
           STRING WORK-USRIDNT            DELIMITED BY SPACE
                                     INTO IUI-US-USRIDNT.
           READ IESCNTL RECORD END-READ.
           EVALUATE TRUE
             WHEN STAT-NOTFND(IUI)
               SET  PROFILE-IS-GONE    TO TRUE
             WHEN NOT STAT-NORMAL(IUI)
               MOVE IUI                TO VSUB
               MOVE IUI-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               SET  PROFILE-IS-GONE    TO TRUE
             WHEN IUI-US-REVOKEJ > ZEROES
               SET  PROFILE-IS-REVOKED TO TRUE
             WHEN OTHER
               SET  PROFILE-IS-LIVE    TO TRUE
           END-EVALUATE.
       P15-EXIT.
           EXIT.

      /*****************************************************************
      *    SCAN THE GROUP CLASS FOR THE NAMED GROUP - THE CLASS IS     *
      *    NOT KEYED BY GROUP NAME                                     *
      ******************************************************************
       P20-SCAN-GROUP.
           MOVE 'N'                    TO GRP-FOUND-SW.

           MOVE LOW-VALUES             TO BSM-KEY.
           SET  BSM-GROUP              TO TRUE.

           SET  FUNC-START(BSM)        TO TRUE.
           START BSTCNTL KEY >= BSM-KEY END-START.
           IF  NOT STAT-NORMAL(BSM)
               IF  STAT-NOTFND(BSM)
                   GO TO P25-EXIT
               END-IF
               MOVE BSM                TO VSUB
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO P25-EXIT
           END-IF.

           PERFORM WITH TEST BEFORE
             UNTIL STAT-EOFILE(BSM)
                OR TARGET-GROUP-FOUND
                OR RTC-CODE > ZERO
               SET  FUNC-READNEXT(BSM) TO TRUE
               READ BSTCNTL NEXT RECORD END-READ
               MOVE BSM                TO VSUB

               EVALUATE TRUE
               WHEN NOT STAT-NORMAL(VSUB)
                 IF  NOT STAT-EOFILE(VSUB)
                   MOVE BSM-KEY        TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                 END-IF
                 SET  STAT-EOFILE(VSUB) TO TRUE

               WHEN NOT BSM-GROUP
                 SET  STAT-EOFILE(VSUB) TO TRUE

               WHEN BSM-GRP-NAME = CATF-RESOURCE(1:8)
                 SET  TARGET-GROUP-FOUND TO TRUE

               WHEN OTHER
                 CONTINUE
               END-EVALUATE
           END-PERFORM.

      * the scan's end of file is not the run's
           SET  STAT-NORMAL(BSM)       TO TRUE.
       P25-EXIT.
           EXIT.
