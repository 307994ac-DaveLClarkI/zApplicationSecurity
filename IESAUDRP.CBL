      * 08/22/2026 DLC ADDED AN UPDATE ('U') BUCKET TO THE ACTION
      *                TOTALS - IESHRREC, IESADEXP, AND IESRENAM
      *                ALL WRITE THAT ACTION NOW.
      * 10/15/2026 DLC IESAUDT ENTRIES ARE NOW 124 BYTES - THE
      *                TAMPER-EVIDENT AUDT-CHAIN VALUES RIDE AT THE
      *                END OF THE RECORD.
      * 10/15/2026 DLC ADDED A SEPARATION-OF-DUTIES OVERRIDE ('O')
      *                BUCKET TO THE ACTION TOTALS - THE GRANT PATHS
      *                WRITE THAT ACTION WHEN AN IESSODX OVERRIDE LETS
      *                A CONFLICTING GRANT THROUGH.
      * 10/15/2026 DLC ADDED A PERSONAL-DATA ERASURE ('X') BUCKET TO
      *                THE ACTION TOTALS - IESERASE WRITES THAT ACTION
      *                FOR EVERY RECORD IT PSEUDONYMIZES.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
       FILE SECTION.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

       FD  IESAUQC.
         03  CREATE-COUNT              PIC  9(7)    VALUE ZEROES.
         03  RESTORE-COUNT             PIC  9(7)    VALUE ZEROES.
         03  UPDATE-COUNT              PIC  9(7)    VALUE ZEROES.
         03  OVERRIDE-COUNT            PIC  9(7)    VALUE ZEROES.
         03  ERASE-COUNT               PIC  9(7)    VALUE ZEROES.
         03  OTHER-ACT-COUNT           PIC  9(7)    VALUE ZEROES.

      * totals by writing program, accumulated as entries are
           MOVE UPDATE-COUNT           TO VAR-EDIT.
           DISPLAY '  U Updates ............... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE OVERRIDE-COUNT         TO VAR-EDIT.
           DISPLAY '  O SOD overrides ......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE ERASE-COUNT            TO VAR-EDIT.
           DISPLAY '  X PII erasures .......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE OTHER-ACT-COUNT        TO VAR-EDIT.
           DISPLAY '  ? Other ................. ' VAR-EDIT
                                     UPON PRINTER.
               ADD  1                  TO RESTORE-COUNT
             WHEN AUDT-ACTION-UPDATE
               ADD  1                  TO UPDATE-COUNT
             WHEN AUDT-ACTION-SOD-OVERRIDE
               ADD  1                  TO OVERRIDE-COUNT
             WHEN AUDT-ACTION-ERASE
               ADD  1                  TO ERASE-COUNT
             WHEN OTHER
               ADD  1                  TO OTHER-ACT-COUNT
           END-EVALUATE.
