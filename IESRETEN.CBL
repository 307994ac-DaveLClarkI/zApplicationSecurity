
      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC IESAUDT ENTRIES ARE NOW 124 BYTES - THE
      *                TAMPER-EVIDENT AUDT-CHAIN VALUES RIDE AT THE
      *                END OF THE RECORD.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
       COPY IESARCH.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

       FD  IESARHF
       COPY IESARHF.

       FD  IESAUHF
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUHF.

       FD  IESAUDTN
           RECORD CONTAINS 124 CHARACTERS.
       01  IESAUDTN-RECORD             PIC  X(124).

       FD  IESRETC.
       COPY IESRETC.
