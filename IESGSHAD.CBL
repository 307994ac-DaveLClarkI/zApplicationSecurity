      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESGSHAD.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       GENERIC-PROFILE SHADOWING REPORT FOR THE BSTCNTL
      *               FACILITY CLASS.  A FACILITY FLAGGED GENERIC
      *               COVERS EVERY FACILITY WHOSE APPL/TRANS/RESOURCE
      *               NAME BEGINS WITH ITS OWN NAME UP TO THE FIRST
      *               '*' (OR THE END OF THE NAME).  AS BSM DOES, THE
      *               MOST SPECIFIC COVER WINS - A SPECIFIC FACILITY
      *               IS PAIRED WITH THE COVERING GENERIC HAVING THE
      *               LONGEST PREFIX.  EACH PAIR IS COMPARED AND
      *               FLAGGED WHEN THE SPECIFIC GRANTS LESS THAN ITS
      *               GENERIC (A LOWER UNIVERSAL-ACCESS FLAG, OR A
      *               LOWER LEVEL FOR A USERID/GROUP PERMITTED ON
      *               BOTH), OR WHEN A USERID/GROUP IS PERMITTED ON
      *               ONE OF THE TWO BUT NOT THE OTHER.  A CLOSING
      *               SECTION LISTS GENERIC FACILITIES THAT COVER NO
      *               SPECIFIC FACILITY AT ALL.  IESUARPT SHOWS THE
      *               POSTURE OF EACH RECORD ON ITS OWN; THIS REPORT
      *               SHOWS HOW THE RECORDS INTERACT.  REPORT ONLY -
      *               NOTHING IS UPDATED.

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
           SYSLST IS PRINTER.

      ******************************************************************
      *    INPUT-OUTPUT SECTION                                        *
      ******************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT BSTCNTL
               ASSIGN TO BSTCNTL
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS BSM-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

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
         03  THIS-PGM                  PIC  X(8)    VALUE 'IESGSHAD'.

         03  BSMF                      PIC S9(04)   BINARY VALUE 1.

         03  SUB                       PIC S9(04)   BINARY VALUE ZEROES.
         03  PSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  GSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  COVER-SUB                 PIC S9(04)   BINARY VALUE ZEROES.
         03  COVER-LEN                 PIC S9(04)   BINARY VALUE ZEROES.
         03  WORK-LEN                  PIC S9(04)   BINARY VALUE ZEROES.
         03  BSM-RECL                  PIC  9(5)    VALUE ZEROES.

      * a facility's full name, appl/trans/resource, as one string
      * for prefix matching
         03  WORK-FACNAME.
           05  FAC-APPL                PIC  X(04).
           05  FAC-TRANS               PIC  X(04).
           05  FAC-RSRC                PIC  X(44).

         03  WORK-FLAG                 PIC  X(01).
         03  WORK-RANK                 PIC  9(01).
         03  SPEC-RANK                 PIC  9(01).
         03  GEN-RANK                  PIC  9(01).
         03  HEAD-SW                   PIC  X(01)   VALUE 'N'.
           88  HEAD-PRINTED                         VALUE 'Y'.

      * every generic facility, with its permit list, tabled on the
      * first pass so each specific can be compared on the second
         03  GEN-MAX                   PIC S9(04)   BINARY VALUE +300.
         03  GEN-CTR                   PIC S9(04)   BINARY VALUE ZEROES.
         03  GEN-ENTRY                 OCCURS 300 TIMES.
           05  GEN-NAME.
             07  GEN-APPL              PIC  X(04).
             07  GEN-TRANS             PIC  X(04).
             07  GEN-RSRC              PIC  X(44).
           05  GEN-PFX-LEN             PIC S9(04)   BINARY.
           05  GEN-UA-FLAG             PIC  X(01).
           05  GEN-COVERS              PIC  9(05).
           05  GEN-PMT-CTR             PIC S9(04)   BINARY.
           05  GEN-PMT                 OCCURS 100 TIMES.
             07  GEN-PMT-USERID        PIC  X(08).
             07  GEN-PMT-AC-FLAG       PIC  X(01).

         03  FACIL-COUNT               PIC  9(7)    VALUE ZEROES.
         03  GENERIC-COUNT             PIC  9(7)    VALUE ZEROES.
         03  COVERED-COUNT             PIC  9(7)    VALUE ZEROES.
         03  UNCOVERED-COUNT           PIC  9(7)    VALUE ZEROES.
         03  FLAGGED-COUNT             PIC  9(7)    VALUE ZEROES.
         03  LESSER-COUNT              PIC  9(7)    VALUE ZEROES.
         03  GEN-ONLY-COUNT            PIC  9(7)    VALUE ZEROES.
         03  SPEC-ONLY-COUNT           PIC  9(7)    VALUE ZEROES.
         03  UNUSED-COUNT              PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

       COPY RUNMAN.

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

           IF  RTC-CODE = ZERO
               PERFORM C00-TABLE-GENERICS THRU C99-EXIT-PROCESS
                 UNTIL STAT-EOFILE(BSMF)
                    OR RTC-CODE NOT = ZERO
           END-IF.

           IF  RTC-CODE = ZERO
               DISPLAY 'SPECIFIC FACILITIES SHADOWED BY A GENERIC '
                       'FACILITY - DIFFERENCES IN ACCESS'
                                     UPON PRINTER
               DISPLAY ' '           UPON PRINTER
               PERFORM B30-POSITION-FACILITIES THRU B35-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM D00-CHECK-SPECIFICS THRU D99-EXIT
                 UNTIL STAT-EOFILE(BSMF)
                    OR RTC-CODE NOT = ZERO
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM G00-LIST-UNUSED-GENERICS THRU G99-EXIT
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE FACIL-COUNT            TO VAR-EDIT.
           DISPLAY 'Specific facilities read . ' VAR-EDIT
                                     UPON PRINTER.
           MOVE GENERIC-COUNT          TO VAR-EDIT.
           DISPLAY 'Generic facilities read .. ' VAR-EDIT
                                     UPON PRINTER.
           MOVE COVERED-COUNT          TO VAR-EDIT.
           DISPLAY 'Specifics under a generic  ' VAR-EDIT
                                     UPON PRINTER.
           MOVE UNCOVERED-COUNT        TO VAR-EDIT.
           DISPLAY 'Specifics with no generic  ' VAR-EDIT
                                     UPON PRINTER.
           MOVE FLAGGED-COUNT          TO VAR-EDIT.
           DISPLAY 'Specifics with findings .. ' VAR-EDIT
                                     UPON PRINTER.
           MOVE LESSER-COUNT           TO VAR-EDIT.
           DISPLAY '  grants less than generic ' VAR-EDIT
                                     UPON PRINTER.
           MOVE GEN-ONLY-COUNT         TO VAR-EDIT.
           DISPLAY '  permitted generic only . ' VAR-EDIT
                                     UPON PRINTER.
           MOVE SPEC-ONLY-COUNT        TO VAR-EDIT.
           DISPLAY '  permitted specific only  ' VAR-EDIT
                                     UPON PRINTER.
           MOVE UNUSED-COUNT           TO VAR-EDIT.
           DISPLAY 'Generics covering nothing  ' VAR-EDIT
                                     UPON PRINTER.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           COPY BATCHINI.

      * note the start of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-START      TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE ZEROES                 TO RUN-RETCODE
                                          RUN-COUNT1
                                          RUN-COUNT2
                                          RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           MOVE 'BSTCNTL'              TO VSAM-FILE(BSMF).

           MOVE LENGTH OF BSM-KEY      TO VSAM-KEYL(BSMF).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM.

           OPEN INPUT BSTCNTL.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
               PERFORM B30-POSITION-FACILITIES THRU B35-EXIT
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

           CLOSE BSTCNTL.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE FACIL-COUNT            TO RUN-COUNT1.
           MOVE FLAGGED-COUNT          TO RUN-COUNT2.
           MOVE UNUSED-COUNT           TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    POSITION THE SCAN AT THE FRONT OF THE FACILITY CLASS - ONCE *
      *    FOR EACH OF THE TWO PASSES                                  *
      ******************************************************************
       B30-POSITION-FACILITIES.
           MOVE LOW-VALUES             TO BSM-KEY.
           SET  BSM-FACILITY           TO TRUE.
           MOVE BSMF                   TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START BSTCNTL KEY >= BSM-KEY END-START.
           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFND(VSUB)
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
           IF  STAT-NOTFND(VSUB)
               SET STAT-EOFILE(VSUB)   TO TRUE
           END-IF.
       B35-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    FIRST PASS - TABLE EVERY GENERIC FACILITY WITH ITS PREFIX   *
      *    LENGTH, UNIVERSAL ACCESS, AND PERMIT LIST                   *
      ******************************************************************
       C00-TABLE-GENERICS.

           MOVE BSMF                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ BSTCNTL NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE BSM-KEY        TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.

           IF  NOT BSM-FACILITY
               SET  STAT-EOFILE(VSUB)  TO TRUE
               GO TO C99-EXIT-PROCESS
           END-IF.

           IF  NOT BSM-SEC-IS-GENERIC
               GO TO C99-EXIT-PROCESS
           END-IF.

           IF  GEN-CTR >= GEN-MAX
               DISPLAY THIS-PGM ': GENERIC FACILITY TABLE FULL, '
                       'INCREASE GEN-MAX'
                                     UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO C99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO GENERIC-COUNT.
           ADD  1                      TO GEN-CTR.
           MOVE BSM-APPL               TO GEN-APPL(GEN-CTR).
           MOVE BSM-TRANS              TO GEN-TRANS(GEN-CTR).
           MOVE BSM-RESOURCE           TO GEN-RSRC(GEN-CTR).
           MOVE BSM-SEC-UA-FLAG        TO GEN-UA-FLAG(GEN-CTR).
           MOVE ZEROES                 TO GEN-COVERS(GEN-CTR).
           MOVE BSM-SEC-PERMITS        TO GEN-PMT-CTR(GEN-CTR).
           PERFORM WITH TEST BEFORE
             VARYING PSUB FROM 1 BY 1 UNTIL PSUB > BSM-SEC-PERMITS
               MOVE BSM-SEC-USERID(PSUB)
                                   TO GEN-PMT-USERID(GEN-CTR PSUB)
               MOVE BSM-SEC-AC-FLAG(PSUB)
                                   TO GEN-PMT-AC-FLAG(GEN-CTR PSUB)
           END-PERFORM.

      * the prefix runs up to the first '*'; with no '*' the whole
      * name, less trailing blanks, is the prefix
           MOVE GEN-NAME(GEN-CTR)      TO WORK-FACNAME.
           MOVE ZEROES                 TO WORK-LEN.
           INSPECT WORK-FACNAME TALLYING WORK-LEN
                   FOR CHARACTERS BEFORE INITIAL '*'.
           IF  WORK-LEN = LENGTH OF WORK-FACNAME
               PERFORM P20-BACK-OFF-BLANK THRU P25-EXIT
                 UNTIL WORK-LEN = ZERO
                    OR WORK-FACNAME(WORK-LEN:1) NOT = SPACE
           END-IF.
           MOVE WORK-LEN               TO GEN-PFX-LEN(GEN-CTR).

       C99-EXIT-PROCESS.
           EXIT.

      /*****************************************************************
      *    SECOND PASS - PAIR EACH SPECIFIC FACILITY WITH THE MOST     *
      *    SPECIFIC GENERIC COVERING IT AND COMPARE THE TWO            *
      ******************************************************************
       D00-CHECK-SPECIFICS.

           MOVE BSMF                   TO VSUB
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ BSTCNTL NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               IF  NOT STAT-EOFILE(VSUB)
                   MOVE BSM-KEY        TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO D99-EXIT
           END-IF.

           IF  NOT BSM-FACILITY
               SET  STAT-EOFILE(VSUB)  TO TRUE
               GO TO D99-EXIT
           END-IF.

           IF  BSM-SEC-IS-GENERIC
               GO TO D99-EXIT
           END-IF.

           ADD  1                      TO FACIL-COUNT.
           MOVE BSM-APPL               TO FAC-APPL.
           MOVE BSM-TRANS              TO FAC-TRANS.
           MOVE BSM-RESOURCE           TO FAC-RSRC.

           MOVE ZEROES                 TO COVER-SUB.
           MOVE -1                     TO COVER-LEN.
           PERFORM WITH TEST BEFORE
             VARYING GSUB FROM 1 BY 1 UNTIL GSUB > GEN-CTR
               IF  GEN-PFX-LEN(GSUB) > COVER-LEN
                   IF  GEN-PFX-LEN(GSUB) = ZERO
                       MOVE GSUB       TO COVER-SUB
                       MOVE ZEROES     TO COVER-LEN
                   ELSE
                   IF  WORK-FACNAME(1:GEN-PFX-LEN(GSUB))
                     = GEN-NAME(GSUB)(1:GEN-PFX-LEN(GSUB))
                       MOVE GSUB       TO COVER-SUB
                       MOVE GEN-PFX-LEN(GSUB)
                                       TO COVER-LEN
                   END-IF END-IF
               END-IF
           END-PERFORM.

           IF  COVER-SUB = ZERO
               ADD  1                  TO UNCOVERED-COUNT
               GO TO D99-EXIT
           END-IF.

           ADD  1                      TO COVERED-COUNT.
           ADD  1                      TO GEN-COVERS(COVER-SUB).
           MOVE 'N'                    TO HEAD-SW.

      * the specific grants less to everyone than its generic does
           MOVE BSM-SEC-UA-FLAG        TO WORK-FLAG.
           PERFORM P10-RANK-ACCESS THRU P15-EXIT.
           MOVE WORK-RANK              TO SPEC-RANK.
           MOVE GEN-UA-FLAG(COVER-SUB) TO WORK-FLAG.
           PERFORM P10-RANK-ACCESS THRU P15-EXIT.
           MOVE WORK-RANK              TO GEN-RANK.
           IF  SPEC-RANK < GEN-RANK
               PERFORM E00-PRINT-PAIR THRU E05-EXIT
               ADD  1                  TO LESSER-COUNT
               DISPLAY '      LESS THAN GENERIC: UNIVERSAL ACCESS '
                       BSM-SEC-UA-FLAG ' ON THE SPECIFIC, '
                       GEN-UA-FLAG(COVER-SUB) ' ON THE GENERIC'
                                     UPON PRINTER
           END-IF.

      * each generic permit against the specific's permit list
           PERFORM E10-CHECK-GENERIC-PERMIT THRU E15-EXIT
             VARYING PSUB FROM 1 BY 1
               UNTIL PSUB > GEN-PMT-CTR(COVER-SUB).

      * and each specific permit the generic does not carry
           PERFORM E20-CHECK-SPECIFIC-PERMIT THRU E25-EXIT
             VARYING SUB FROM 1 BY 1
               UNTIL SUB > BSM-SEC-PERMITS.

           IF  HEAD-PRINTED
               ADD  1                  TO FLAGGED-COUNT
           END-IF.

       D99-EXIT.
           EXIT.

      /*****************************************************************
      *    NAME THE SPECIFIC AND ITS GENERIC ONCE, AHEAD OF THE FIRST  *
      *    FINDING FOR THE PAIR                                        *
      ******************************************************************
       E00-PRINT-PAIR.
           IF  HEAD-PRINTED
               GO TO E05-EXIT
           END-IF.
           SET  HEAD-PRINTED           TO TRUE.
           DISPLAY ' '               UPON PRINTER.
           DISPLAY '  SPECIFIC ' BSM-APPL '/' BSM-TRANS
                   '/' BSM-RESOURCE  UPON PRINTER.
           DISPLAY '   GENERIC ' GEN-APPL(COVER-SUB)
                   '/' GEN-TRANS(COVER-SUB)
                   '/' GEN-RSRC(COVER-SUB)
                                     UPON PRINTER.
       E05-EXIT.
           EXIT.

       E10-CHECK-GENERIC-PERMIT.
           PERFORM WITH TEST BEFORE
             VARYING SUB FROM 1 BY 1
               UNTIL SUB > BSM-SEC-PERMITS
                  OR BSM-SEC-USERID(SUB)
                   = GEN-PMT-USERID(COVER-SUB PSUB)
               CONTINUE
           END-PERFORM.

           IF  SUB > BSM-SEC-PERMITS
               PERFORM E00-PRINT-PAIR THRU E05-EXIT
               ADD  1                  TO GEN-ONLY-COUNT
               DISPLAY '      PERMITTED ON GENERIC ONLY: '
                       GEN-PMT-USERID(COVER-SUB PSUB)
                       ' ACCESS=' GEN-PMT-AC-FLAG(COVER-SUB PSUB)
                                     UPON PRINTER
               GO TO E15-EXIT
           END-IF.

           MOVE BSM-SEC-AC-FLAG(SUB)   TO WORK-FLAG.
           PERFORM P10-RANK-ACCESS THRU P15-EXIT.
           MOVE WORK-RANK              TO SPEC-RANK.
           MOVE GEN-PMT-AC-FLAG(COVER-SUB PSUB)
                                       TO WORK-FLAG.
           PERFORM P10-RANK-ACCESS THRU P15-EXIT.
           MOVE WORK-RANK              TO GEN-RANK.
           IF  SPEC-RANK < GEN-RANK
               PERFORM E00-PRINT-PAIR THRU E05-EXIT
               ADD  1                  TO LESSER-COUNT
               DISPLAY '      LESS THAN GENERIC: '
                       BSM-SEC-USERID(SUB)
                       ' ACCESS=' BSM-SEC-AC-FLAG(SUB)
                       ' ON THE SPECIFIC, '
                       GEN-PMT-AC-FLAG(COVER-SUB PSUB)
                       ' ON THE GENERIC'
                                     UPON PRINTER
           END-IF.
       E15-EXIT.
           EXIT.

       E20-CHECK-SPECIFIC-PERMIT.
           PERFORM WITH TEST BEFORE
             VARYING PSUB FROM 1 BY 1
               UNTIL PSUB > GEN-PMT-CTR(COVER-SUB)
                  OR GEN-PMT-USERID(COVER-SUB PSUB)
                   = BSM-SEC-USERID(SUB)
               CONTINUE
           END-PERFORM.

           IF  PSUB > GEN-PMT-CTR(COVER-SUB)
               PERFORM E00-PRINT-PAIR THRU E05-EXIT
               ADD  1                  TO SPEC-ONLY-COUNT
               DISPLAY '      PERMITTED ON SPECIFIC ONLY: '
                       BSM-SEC-USERID(SUB)
                       ' ACCESS=' BSM-SEC-AC-FLAG(SUB)
                                     UPON PRINTER
           END-IF.
       E25-EXIT.
           EXIT.

      /*****************************************************************
      *    CLOSING SECTION - GENERIC FACILITIES THAT COVER NOTHING     *
      ******************************************************************
       G00-LIST-UNUSED-GENERICS.
           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           DISPLAY 'GENERIC FACILITIES COVERING NO SPECIFIC FACILITY'
                                     UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.

           PERFORM WITH TEST BEFORE
             VARYING GSUB FROM 1 BY 1 UNTIL GSUB > GEN-CTR
               IF  GEN-COVERS(GSUB) = ZERO
                   ADD  1              TO UNUSED-COUNT
                   DISPLAY '  ' GEN-APPL(GSUB) '/' GEN-TRANS(GSUB)
                           '/' GEN-RSRC(GSUB)
                           ' UA=' GEN-UA-FLAG(GSUB)
                                     UPON PRINTER
               END-IF
           END-PERFORM.
       G99-EXIT.
           EXIT.

      /*****************************************************************
      *    OTHER PERFORMED ROUTINES                                    *
      ******************************************************************

      * rank an access flag so two can be compared - anything that
      * is not a recognized grant ranks as no access
       P10-RANK-ACCESS.
           EVALUATE WORK-FLAG
             WHEN 'A'
               MOVE 3                  TO WORK-RANK
             WHEN 'U'
               MOVE 2                  TO WORK-RANK
             WHEN 'R'
               MOVE 1                  TO WORK-RANK
             WHEN OTHER
               MOVE 0                  TO WORK-RANK
           END-EVALUATE.
       P15-EXIT.
           EXIT.

       P20-BACK-OFF-BLANK.
           SUBTRACT 1                FROM WORK-LEN.
       P25-EXIT.
           EXIT.
