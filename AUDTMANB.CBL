      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    AUDTMANB.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       AUDIT-LOG CHAIN SUBROUTINE.  LINKS ONE IESAUDT
      *               ENTRY INTO THE TAMPER-EVIDENT CHAIN JUST BEFORE
      *               THE CALLER WRITES IT: READS THE IESAUCH ANCHOR
      *               FOR THE LOG, CARRIES ITS LAST CHECK VALUE INTO
      *               AUDT-CHAIN-PREV, HAS AUDTCHN COMPUTE THE ENTRY'S
      *               OWN VALUE INTO AUDT-CHAIN-VALUE, AND REWRITES
      *               THE ANCHOR WITH IT (THE FIRST ENTRY EVER WRITES
      *               THE ANCHOR, CHAINED FROM ZERO).  THE FILE OPENS
      *               ON FIRST USE AND STAYS OPEN ACROSS CALLS, THE
      *               WAY JRNLMANB HOLDS ITS FILE.  ERRORS COME BACK
      *               IN ADT-RETN AND ARE NEVER FATAL TO THE CALLER -
      *               THE ENTRY IS STILL WRITTEN, AND THE BREAK IT
      *               LEAVES IS WHAT IESAUDVF REPORTS.

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

      ******************************************************************
      *    INPUT-OUTPUT SECTION                                        *
      ******************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT IESAUCH
               ASSIGN TO IESAUCH
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS AUCH-KEY
               FILE STATUS IS AUCHF-STAT
                              AUCHF-FDBK.

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

       FD  IESAUCH.
       COPY IESAUCH.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  THIS-PGM                  PIC  X(08)   VALUE 'AUDTMANB'.

         03  AUCHF-STAT                PIC  X(02).
           88  AUCHF-NORMAL                         VALUE '00'.
           88  AUCHF-NOTFND                         VALUE '23'.
         03  AUCHF-FDBK                PIC  X(06).

         03  OPEN-SW                   PIC  X(01)   VALUE 'N'.
           88  AUCH-FILE-OPEN                       VALUE 'Y'.

         03  ANCHOR-SW                 PIC  X(01)   VALUE 'N'.
           88  ANCHOR-ON-FILE                       VALUE 'Y'.

       COPY AUDTCHN.

       COPY DATETIME.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  AUDTMAN-PARMS.
           05  ADT-FUNCTION          PIC  X(01).
               88  ADT-REQUEST-CHAIN         VALUE '1'.
               88  ADT-REQUEST-CLOSE         VALUE '9'.
           05  ADT-RETN              PIC S9(04) BINARY.

       COPY IESAUDT.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION         USING AUDTMAN-PARMS
                                        IESAUDT-RECORD.

       A00-MAINLINE-ROUTINE.

           MOVE ZEROES                 TO ADT-RETN.

           IF  ADT-REQUEST-CLOSE
               IF  AUCH-FILE-OPEN
                   CLOSE IESAUCH
                   MOVE 'N'            TO OPEN-SW
               END-IF
               GOBACK
           END-IF.

           IF  NOT ADT-REQUEST-CHAIN
               MOVE 12                 TO ADT-RETN
               GOBACK
           END-IF.

      * an entry that cannot be linked still goes out unchained -
      * zeroes, which IESAUDVF reports as a break
           MOVE ZEROES                 TO AUDT-CHAIN-PREV
                                          AUDT-CHAIN-VALUE.

           IF  NOT AUCH-FILE-OPEN
               OPEN I-O IESAUCH
               IF  NOT AUCHF-NORMAL
                   PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
                   GOBACK
               END-IF
               SET  AUCH-FILE-OPEN     TO TRUE
           END-IF.

           PERFORM C00-LINK-ENTRY THRU C05-EXIT.

           GOBACK.

      /*****************************************************************
      *    CARRY THE ANCHOR'S VALUE INTO THE ENTRY, COMPUTE THE        *
      *    ENTRY'S OWN, AND ADVANCE THE ANCHOR TO IT                   *
      ******************************************************************
       C00-LINK-ENTRY.
           MOVE 'IESAUDT'              TO AUCH-FILE.
           READ IESAUCH RECORD END-READ.
           IF  AUCHF-NORMAL
               SET  ANCHOR-ON-FILE     TO TRUE
           ELSE
               IF  NOT AUCHF-NOTFND
                   PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
                   GO TO C05-EXIT
               END-IF
      * the very first chained entry starts the chain from zero
               MOVE 'N'                TO ANCHOR-SW
               MOVE SPACES             TO IESAUCH-RECORD
               MOVE 'IESAUDT'          TO AUCH-FILE
               MOVE ZEROES             TO AUCH-LAST-VALUE
                                          AUCH-COUNT
           END-IF.

           MOVE AUCH-LAST-VALUE        TO AUDT-CHAIN-PREV.
           CALL AUDTCHN             USING AUDTCHN-PARMS
                                          IESAUDT-RECORD.
           IF  NOT CHN-REQUEST-COMPLETED
               MOVE ZEROES             TO AUDT-CHAIN-PREV
               MOVE CHN-RETN           TO ADT-RETN
               GO TO C05-EXIT
           END-IF.
           MOVE CHN-VALUE              TO AUDT-CHAIN-VALUE.

           MOVE CHN-VALUE              TO AUCH-LAST-VALUE.
           ADD  1                      TO AUCH-COUNT.
           MOVE AUDT-PGM               TO AUCH-LAST-PGM.
           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO AUCH-LAST-DATE.
           MOVE NUM-TIME               TO AUCH-LAST-TIME.

           IF  ANCHOR-ON-FILE
               REWRITE IESAUCH-RECORD END-REWRITE
           ELSE
               WRITE IESAUCH-RECORD END-WRITE
           END-IF.
           IF  NOT AUCHF-NORMAL
               PERFORM Z00-REPORT-ERROR THRU Z05-EXIT
           END-IF.
       C05-EXIT.
           EXIT.

      /*****************************************************************
      *    HAND THE FILE STATUS BACK AND NOTE IT ON THE CONSOLE - THE  *
      *    ENTRY STILL GOES OUT, BUT THE NEXT VERIFY WILL SHOW A BREAK *
      *    AT IT                                                       *
      ******************************************************************
       Z00-REPORT-ERROR.
           MOVE 8                      TO ADT-RETN.
           DISPLAY THIS-PGM ': IESAUCH ERROR, STAT=' AUCHF-STAT
                   ' FDBK=' AUCHF-FDBK ' PGM=' AUDT-PGM
                   ' USER=' AUDT-USRIDNT
                                     UPON CONSOLE.
       Z05-EXIT.
           EXIT.
