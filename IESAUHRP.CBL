
      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC IESAUDT ENTRIES ARE NOW 124 BYTES - THE
      *                TAMPER-EVIDENT AUDT-CHAIN VALUES RIDE AT THE
      *                END OF THE RECORD.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
       FILE SECTION.

       FD  IESAUHF
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUHF.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

       FD  IESARHF
         03  WORK-ARC-DATE             PIC  9(08)   VALUE ZEROES.

      * the two merge streams, each staged with an ahead image - the
      * stamp rides at bytes 91-104 of the 124-byte audit image
         03  HIST-EOF-SW               PIC  X(01)   VALUE 'N'.
           88  HIST-AT-END                          VALUE 'Y'.
         03  LIVE-EOF-SW               PIC  X(01)   VALUE 'N'.
           88  LIVE-AT-END                          VALUE 'Y'.
         03  WORK-HIST-IMAGE           PIC  X(124)  VALUE SPACES.
         03  WORK-LIVE-IMAGE           PIC  X(124)  VALUE SPACES.

         03  HIST-READ-COUNT           PIC  9(7)    VALUE ZEROES.
         03  LIVE-READ-COUNT           PIC  9(7)    VALUE ZEROES.
