      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    AUDTHASH.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       AUDIT-LOG CHECK VALUE SUBROUTINE.  GIVEN AN
      *               IESAUDT ENTRY WHOSE AUDT-CHAIN-PREV CARRIES THE
      *               PREVIOUS ENTRY'S CHECK VALUE, RETURNS THIS
      *               ENTRY'S OWN CHECK VALUE: A POSITIONAL RUNNING
      *               REMAINDER, MODULO THE LARGEST PRIME BELOW 2**32,
      *               SEEDED WITH THE PREVIOUS VALUE AND FOLDED OVER
      *               EVERY BYTE OF THE ENTRY AHEAD OF AUDT-CHAIN.
      *               CHANGING ANY BYTE, OR THE ENTRY THAT WENT
      *               BEFORE, CHANGES THE VALUE, SO AN EDITED,
      *               DELETED, OR INSERTED LINE BREAKS THE CHAIN FROM
      *               THAT POINT ON.  NO FILE I/O AND NO CICS
      *               COMMANDS - THE BATCH AUDTMANB ANCHOR KEEPER, THE
      *               ONLINE TRANSACTIONS, AND THE IESAUDVF VERIFIER
      *               ALL CALL THIS ONE COPY OF THE ARITHMETIC
      *               (THROUGH THE AUDTCHN PARAMETER BLOCK).

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

      /*****************************************************************
      *                                                                *
      *    DATA DIVISION                                               *
      *                                                                *
      ******************************************************************
       DATA DIVISION.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  THIS-PGM                  PIC  X(08)   VALUE 'AUDTHASH'.

         03  SUB                       PIC S9(04)   BINARY VALUE ZERO.
         03  CONTENT-LEN               PIC S9(04)   BINARY VALUE ZERO.

      * the modulus and multiplier - changing either one breaks every
      * chain already on file, so they are not site-tunable
         03  CHAIN-MODULUS             PIC S9(18)   BINARY
                                                    VALUE 4294967291.
         03  CHAIN-MULTIPLIER          PIC S9(04)   BINARY VALUE 263.

         03  CHAIN-WORK                PIC S9(18)   BINARY VALUE ZERO.
         03  CHAIN-QUOT                PIC S9(18)   BINARY VALUE ZERO.
         03  CHAIN-REM                 PIC S9(18)   BINARY VALUE ZERO.

       COPY BINARIES.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  AUDTCHN-PARMS.
           05  CHN-RETN              PIC S9(04) BINARY.
           05  CHN-VALUE             PIC  9(10).

       COPY IESAUDT.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION         USING AUDTCHN-PARMS
                                        IESAUDT-RECORD.

       A00-MAINLINE-ROUTINE.

           MOVE ZEROES                 TO CHN-RETN
                                          CHN-VALUE.

      * a previous value that is not a number cannot seed the chain
           IF  AUDT-CHAIN-PREV NOT NUMERIC
               MOVE 8                  TO CHN-RETN
               GOBACK
           END-IF.

           COMPUTE CONTENT-LEN = LENGTH OF IESAUDT-RECORD
                               - LENGTH OF AUDT-CHAIN.

           DIVIDE AUDT-CHAIN-PREV   BY CHAIN-MODULUS
                                GIVING CHAIN-QUOT
                             REMAINDER CHAIN-REM.

           PERFORM C00-FOLD-BYTE THRU C05-EXIT
             VARYING SUB FROM 1 BY 1
               UNTIL SUB > CONTENT-LEN.

           MOVE CHAIN-REM              TO CHN-VALUE.

           GOBACK.

      /*****************************************************************
      *    FOLD ONE BYTE AND ITS POSITION INTO THE RUNNING REMAINDER   *
      ******************************************************************
       C00-FOLD-BYTE.
           MOVE ZEROES                 TO FULL-WORD.
           MOVE IESAUDT-RECORD(SUB:1)  TO ONE-BYTE.

           COMPUTE CHAIN-WORK = CHAIN-REM * CHAIN-MULTIPLIER
                              + FULL-WORD + SUB.
           DIVIDE CHAIN-WORK        BY CHAIN-MODULUS
                                GIVING CHAIN-QUOT
                             REMAINDER CHAIN-REM.
       C05-EXIT.
           EXIT.
