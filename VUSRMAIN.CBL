      *                WITH ITS FULL BEFORE/AFTER IMAGES, SO THE
      *                IESJRNAP FORWARD RECOVERY CAN ROLL A RESTORED
      *                BACKUP PAST IT.
      * 10/15/2026 DLC A CREATE FOR A USERID WHOSE IESTOMB TOMBSTONE IS
      *                STILL IN QUARANTINE FOR ANOTHER EMPLOYEE ID IS
      *                REFUSED WITH THE NEW VUMU-USERID-QUARANTINED.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
       01  CONTROL-FIELDS.
         03  THIS-PGM                  PIC  X(08)   VALUE 'VUSRMAIN'.
         03  VUSERID                   PIC  X(08)   VALUE 'VUSERID'.
         03  IESCCTR                   PIC  X(08)   VALUE 'IESCCTR'.

      * USERID-QUARANTINE WORK FIELDS - THE IESPURGC ENTRY KEYED
      * 'IESTOMB' HOLDS THE QUARANTINE DAYS, ELSE THIS DEFAULT
         03  IESPURGC                  PIC  X(08)   VALUE 'IESPURGC'.
         03  IESTOMB                   PIC  X(08)   VALUE 'IESTOMB'.
         03  WORK-QUARANTINE-DAYS      PIC  9(05)   VALUE 00365.
         03  WORK-TOMB-FLOOR           PIC  9(08)   VALUE ZEROES.

      * CHANGE-JOURNAL WORK FIELDS
         03  IESJRNL                   PIC  X(08)   VALUE 'IESJRNL'.
      * WINSUPPLY USER EXTENSION RECORD LAYOUT (READ/WRITTEN IN PLACE)
       COPY VUSERID.

      * COST-CENTER MASTER LAYOUT (READ TO VALIDATE VUMU-COSTCTR)
       COPY IESCCTR.

      * SECURITY-FILE CHANGE JOURNAL LAYOUT (WRITTEN PER CHANGE)
       COPY IESJRNL.

      * QUARANTINE CONTROL AND RETIRED-USERID TOMBSTONE LAYOUTS (READ
      * TO REFUSE A CREATE FOR A USERID STILL IN QUARANTINE)
       COPY IESPURGC.

       COPY IESTOMB.


       COPY DATETIME.

       COPY DTEMAN.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
             88  VUMU-INVALID-FUNCTION             VALUE 12.
             88  VUMU-IO-ERROR                     VALUE 16.
             88  VUMU-UPDATE-DEFERRED              VALUE 20.
             88  VUMU-INVALID-COSTCTR              VALUE 24.
             88  VUMU-USERID-QUARANTINED           VALUE 28.
         03  VUMU-USERID               PIC  X(08).
         03  VUMU-EMAIL                PIC  X(64).
         03  VUMU-PHONE                PIC  X(20).

           MOVE ZEROES                 TO VUMU-RETURN-CODE.

      * a cost center finance does not know, or has closed, never
      * reaches the file - not even as a deferred update
           IF  VUMU-FUNC-CREATE
           OR  VUMU-FUNC-UPDATE
               PERFORM Q40-CHECK-COSTCTR THRU Q45-EXIT
               IF  VUMU-INVALID-COSTCTR
                   EXEC CICS RETURN END-EXEC
               END-IF
           END-IF.

      * nor is a userid retired from someone else handed out again
      * until its tombstone quarantine has run
           IF  VUMU-FUNC-CREATE
               PERFORM Q30-CHECK-TOMBSTONE THRU Q35-EXIT
               IF  VUMU-USERID-QUARANTINED
                   EXEC CICS RETURN END-EXEC
               END-IF
           END-IF.

           IF  VUMU-FUNC-CREATE
           OR  VUMU-FUNC-UPDATE
           OR  VUMU-FUNC-DELETE
       J52-EXIT.
           EXIT.

      /*****************************************************************
      *    REFUSE A CREATE FOR A USERID WHOSE IESTOMB TOMBSTONE IS     *
      *    STILL IN QUARANTINE, UNLESS IT CARRIES THE CALLER'S OWN     *
      *    VUMU-EMPLID - SETS VUMU-USERID-QUARANTINED.  NO TOMBSTONE   *
      *    FILE (NOT DEFINED OR NOT OPEN) MEANS NO CHECK, THE WAY Q40  *
      *    TREATS IESCCTR                                              *
      ******************************************************************
       Q30-CHECK-TOMBSTONE.
           MOVE VUMU-USERID            TO TOMB-USRIDNT.

           EXEC CICS READ
                     DATASET  (IESTOMB)
                     INTO     (IESTOMB-RECORD)
                     RIDFLD   (TOMB-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.

           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO Q35-EXIT
           END-IF.

           MOVE 'IESTOMB'              TO PURGC-PGM.

           EXEC CICS READ
                     DATASET  (IESPURGC)
                     INTO     (IESPURGC-RECORD)
                     RIDFLD   (PURGC-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.

           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE PURGC-GRACE-DAYS   TO WORK-QUARANTINE-DAYS
           END-IF.

           SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE.
           CALL DTEMAN              USING DTEMAN-PARMS.
           SET  DTE-REQUEST-TOTL-DAYS  TO TRUE.
           SUBTRACT WORK-QUARANTINE-DAYS
                                     FROM DTE-TOTD.
           CALL DTEMAN              USING DTEMAN-PARMS.
           MOVE DTE-GNUM               TO WORK-TOMB-FLOOR.

           IF  TOMB-RETIRED-DATE > WORK-TOMB-FLOOR
           AND (TOMB-EMPLID = SPACES
            OR  TOMB-EMPLID NOT = VUMU-EMPLID)
               SET  VUMU-USERID-QUARANTINED TO TRUE
           END-IF.
       Q35-EXIT.
           EXIT.

      /*****************************************************************
      *    VALIDATE THE COST CENTER AGAINST THE IESCCTR MASTER - NOT   *
      *    ON FILE OR CLOSED SETS VUMU-INVALID-COSTCTR.  A BLANK COST  *
      *    CENTER IS LEFT ALONE, AND NO MASTER FILE (NOT DEFINED OR    *
      *    NOT OPEN) MEANS NO CHECK, THE WAY Q50 TREATS IESLOCK        *
      ******************************************************************
       Q40-CHECK-COSTCTR.
           IF  VUMU-COSTCTR = SPACES
               GO TO Q45-EXIT
           END-IF.

           MOVE VUMU-COSTCTR           TO CCTR-KEY.

           EXEC CICS READ
                     DATASET  (IESCCTR)
                     INTO     (IESCCTR-RECORD)
                     RIDFLD   (CCTR-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.

           IF  EIBRESP = DFHRESP(NOTFND)
               SET  VUMU-INVALID-COSTCTR TO TRUE
               GO TO Q45-EXIT
           END-IF.

           IF  EIBRESP = DFHRESP(NORMAL)
           AND CCTR-CLOSED
               SET  VUMU-INVALID-COSTCTR TO TRUE
           END-IF.
       Q45-EXIT.
           EXIT.

      /*****************************************************************
      *    HONOR THE BATCH UPDATE-IN-PROGRESS LOCK - WHILE A BATCH     *
      *    RUN HOLDS THE TYPE 'L' IESLOCK RECORD, THE CALLER'S UPDATE  *
