      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    IESADGSY.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
       INSTALLATION.  WINSUPPLY GROUP SERVICES.
       SECURITY.      BATCH.
      *REMARKS.       NIGHTLY ACTIVE DIRECTORY GROUP MEMBERSHIP SYNC.
      *               EVERY BSTCNTL GROUP NAMED ON THE IESADGM MAPPING
      *               FILE IS DRIVEN BY ITS AD SECURITY GROUP - EACH
      *               IESLDUV-MAPPED USER IS ASKED OF IESLDGAB WITH A
      *               memberOf SEARCH FILTER, AND THE ANSWER IS SET
      *               AGAINST THE GROUP'S CURRENT BSTCNTL MEMBERS.  A
      *               MISSING MEMBERSHIP IS ADDED; AN EXTRA ONE (NOT
      *               IN THE AD GROUP, OR HELD BY A LIVE PROFILE WITH
      *               NO AD MAPPING AT ALL) IS REMOVED, IMAGED TO
      *               IESARCH FIRST.  EVERY CHANGE IS JOURNALED TO
      *               IESJRNL, WRITES AN IESAUDT ENTRY, AND KEEPS
      *               IESXREF IN STEP; A RUN THAT CHANGED BSTCNTL ENDS
      *               BY DRIVING THE BSMREFRB DATASPACE REFRESH.
      *               GROUPS WITH NO MAPPING ARE NEVER TOUCHED, NOR
      *               ARE NESTED-GROUP MEMBERS, REVOKED PROFILES, OR
      *               USERS WHOSE LDAP LOOKUP FAILED.  EVERY CHANGE IS
      *               PLANNED BEFORE ANY IS MADE, SO WHEN THE PLANNED
      *               COUNT CROSSES THE IESBRKC CEILING THE RUN
      *               CHANGES NOTHING, ENDS RC=12, AND RAISES A
      *               SECALRTB ALERT.  EVERY ADD MUST PASS THE
      *               SODCHKB SEPARATION-OF-DUTIES CHECK WITH THE JOB
      *               AS GRANTOR; ONE THAT CONFLICTS IS LISTED AND NOT
      *               MADE, AND THE RUN ENDS RC=4.  UPSI-7 ON ACTUALLY
      *               UPDATES; OTHERWISE (OR FOR A MAPPING IN MODE
      *               'R') REPORT-ONLY.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC PUT EVERY MEMBERSHIP ADD THROUGH THE SODCHKB
      *                SEPARATION-OF-DUTIES CHECK - A CONFLICT IS
      *                REFUSED AND LISTED, AN OVERRIDE IS AUDITED.
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

           SELECT IESADGM
               ASSIGN TO IESADGM
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS ADGM-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT IESCNTL
               ASSIGN TO IESCNTL
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS IUI-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT IESLDUV
               ASSIGN TO IESLDUV
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS LDUM-MFUSRID
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

           SELECT BSTCNTL
               ASSIGN TO BSTCNTL
               ACCESS IS DYNAMIC  INDEXED
               RECORD KEY IS BSM-KEY
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT IESARCH
               ASSIGN TO IESARCH
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS FILE5-STAT
                              FILE5-FDBK.

           SELECT IESAUDT
               ASSIGN TO IESAUDT
               FILE STATUS IS FILE6-STAT
                              FILE6-FDBK.

           SELECT IESBRKC
               ASSIGN TO IESBRKC
               ACCESS IS RANDOM  INDEXED
               RECORD KEY IS BRKC-KEY
               FILE STATUS IS FILE7-STAT
                              FILE7-FDBK.

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

       FD  IESADGM.
       COPY IESADGM.

       FD  IESCNTL.
       COPY IESCNTL.

       FD  IESLDUV.
       COPY IESLDUM.

       FD  BSTCNTL
           RECORD IS VARYING IN SIZE
             FROM 280 TO 65535 CHARACTERS
             DEPENDING ON BSM-RECL.
       COPY BSTCNTL.

       FD  IESARCH.
       COPY IESARCH.

       FD  IESAUDT
           RECORD CONTAINS 124 CHARACTERS.
       COPY IESAUDT.

       FD  IESBRKC.
       COPY IESBRKC.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  LOWVALUE                  PIC  X(01)   VALUE LOW-VALUE.
         03  THIS-PGM                  PIC  X(08)   VALUE 'IESADGSY'.

         03  IESLDGAB                  PIC  X(08)   VALUE 'IESLDGAB'.
         03  JOBDATA                   PIC  X(08)   VALUE 'JOBDATA'.

         03  ADGM                      PIC S9(04)   BINARY VALUE 1.
         03  IUI                       PIC S9(04)   BINARY VALUE 2.
         03  LDUM                      PIC S9(04)   BINARY VALUE 3.
         03  BSM                       PIC S9(04)   BINARY VALUE 4.
         03  ARCH                      PIC S9(04)   BINARY VALUE 5.
         03  AUDT                      PIC S9(04)   BINARY VALUE 6.
         03  BRKC                      PIC S9(04)   BINARY VALUE 7.

         03  GROUP-HEADER.
           05                          PIC  X(2)    VALUE X'0000'.
           05                          PIC  X(6)    VALUE 'GrpUID'.

         03  MSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  TSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  ASUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  BSM-RECL                  PIC  9(5)    VALUE ZEROES.
         03  BSM-SWITCH                PIC  X(01)   VALUE 'N'.
           88  BSM-WAS-CHANGED                      VALUE 'Y'.
           88  BSM-NOT-CHANGED                      VALUE 'N'.
         03  PROFILE-SW                PIC  X(01)   VALUE 'N'.
           88  PROFILE-IS-LIVE                      VALUE 'L'.
           88  PROFILE-IS-REVOKED                   VALUE 'R'.
           88  PROFILE-IS-MISSING                   VALUE 'N'.
         03  AD-MEMBER-SW              PIC  X(01)   VALUE 'N'.
           88  AD-MEMBER                            VALUE 'Y'.
           88  AD-NOT-MEMBER                        VALUE 'N'.
           88  AD-LOOKUP-FAILED                     VALUE 'E'.
         03  TABLE-FULL-SW             PIC  X(01)   VALUE 'N'.
           88  TABLE-OVERFLOWED                     VALUE 'Y'.

      * safety-brake ceiling, normally loaded from IESBRKC by
      * B10-INITIALIZATION - this value is the fallback used when no
      * control record is on file for this program
         03  WORK-BRAKE-LIMIT          PIC  9(05)   VALUE 00050.
         03  BRAKE-ACTION-CTR          PIC  9(07)   VALUE ZEROES.
         03  BRAKE-SW                  PIC  X(01)   VALUE 'N'.
           88  BRAKE-TRIPPED                        VALUE 'Y'.

         03  WORK-OPTION               PIC  X(08).
         03  WORK-TODAY                PIC  9(08)   VALUE ZEROES.
         03  WORK-USRIDNT              PIC  X(08).
         03  ARCH-SEQ-CTR              PIC  9(5)    VALUE ZEROES.

         03  MAP-COUNT                 PIC  9(7)    VALUE ZEROES.
         03  MAP-MISSING               PIC  9(7)    VALUE ZEROES.
         03  USER-COUNT                PIC  9(7)    VALUE ZEROES.
         03  SKIPPED-USERS             PIC  9(7)    VALUE ZEROES.
         03  LDAP-ERRORS               PIC  9(7)    VALUE ZEROES.
         03  PLANNED-COUNT             PIC  9(7)    VALUE ZEROES.
         03  ADDED-COUNT               PIC  9(7)    VALUE ZEROES.
         03  REMOVED-COUNT             PIC  9(7)    VALUE ZEROES.
         03  LEFT-COUNT                PIC  9(7)    VALUE ZEROES.
         03  SODREF-COUNT              PIC  9(7)    VALUE ZEROES.

         03  VAR-EDIT                  PIC  Z(6)9-.

      * mapped groups, loaded from IESADGM and completed from the
      * BSTCNTL group scan - the appl/trans/resource of an existing
      * record of the group build the key of an added membership
         03  MAPT-MAX                  PIC S9(04)   BINARY VALUE +50.
         03  MAPT-CTR                  PIC S9(04)   BINARY VALUE ZEROES.
         03  MAPT-ENTRY                OCCURS 50 TIMES.
             05  MAPT-GROUP            PIC  X(08).
             05  MAPT-DN               PIC  X(96).
             05  MAPT-MODE             PIC  X(01).
               88  MAPT-MODE-APPLY                  VALUE 'A'.
             05  MAPT-FOUND-SW         PIC  X(01).
               88  MAPT-GROUP-FOUND                 VALUE 'Y'.
             05  MAPT-APPL             PIC  X(04).
             05  MAPT-TRANS            PIC  X(04).
             05  MAPT-RESOURCE         PIC  X(44).
             05  MAPT-MAX-SEQ          PIC  9(03).

      * current BSTCNTL members of the mapped groups, each marked
      * with what the AD pass decided for it
         03  MBRT-MAX                  PIC S9(04)   BINARY VALUE +3000.
         03  MBRT-CTR                  PIC S9(04)   BINARY VALUE ZEROES.
         03  MBRT-ENTRY                OCCURS 3000 TIMES.
             05  MBRT-MAP              PIC S9(04)   BINARY.
             05  MBRT-USRIDNT          PIC  X(08).
             05  MBRT-KEY              PIC  X(56).
             05  MBRT-STATE            PIC  X(01).
               88  MBRT-UNSEEN                      VALUE ' '.
               88  MBRT-KEEP                        VALUE 'K'.
               88  MBRT-UNKNOWN                     VALUE 'U'.
               88  MBRT-REMOVE                      VALUE 'X'.

      * memberships the AD groups hold that BSTCNTL lacks
         03  ADDT-MAX                  PIC S9(04)   BINARY VALUE +1000.
         03  ADDT-CTR                  PIC S9(04)   BINARY VALUE ZEROES.
         03  ADDT-ENTRY                OCCURS 1000 TIMES.
             05  ADDT-MAP              PIC S9(04)   BINARY.
             05  ADDT-USRIDNT          PIC  X(08).

       COPY DATETIME.

      * IBM GET LDAP ATTRIBUTE INTERFACE
       01  IESLDGA-COMMAREA.
         03  LDGA-AREA-LENGTH          PIC S9(09)   BINARY.
         03  LDGA-USER-ID              PIC  X(64).
         03  LDGA-SEARCH-FILTER        PIC  X(128).
         03  LDGA-RET-CODE             PIC S9(09)   BINARY.
         03  LDGA-LDAP-CODE            PIC S9(09)   BINARY.
         03  LDGA-ATTR-COUNT           PIC S9(04)   BINARY.
         03  LDGA-ATTR-ENTRY                        OCCURS 2.
           05  LDGA-ATTR-NAME          PIC  X(64).
           05  LDGA-VALUE-LENGTH       PIC S9(04)   BINARY.
           05  LDGA-VALUE-COUNT        PIC S9(04)   BINARY.
           05  LDGA-VALUE-ENTRY                     OCCURS 1.
             07  LDGA-ATTR-VALUE       PIC  X(128).

      * THE FOLLOWING AREAS ARE SUBROUTINE PARAMETER BLOCKS

       COPY BSMREFR.

       COPY DTEMAN.

       COPY AUDTMAN.

       COPY JOBDATA.

       COPY XREFMAN.

       COPY JRNLMAN.

       COPY LOCKMAN.

       COPY RUNMAN.

       COPY SECALRT.

       COPY SODCHK.

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

           PERFORM C00-PROCESS-IESLDUV THRU C99-EXIT-PROCESS
             UNTIL STAT-EOFILE(LDUM)
                OR RTC-CODE NOT = ZERO.

           IF  RTC-CODE = ZERO
               PERFORM D00-CHECK-UNMAPPED-MEMBER THRU D99-EXIT
                 VARYING TSUB FROM 1 BY 1
                   UNTIL TSUB > MBRT-CTR
                      OR RTC-CODE NOT = ZERO
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM E00-CHECK-SAFETY-BRAKE THRU E99-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
           OR  BRAKE-TRIPPED
               DISPLAY SPACES        UPON PRINTER
               PERFORM F00-ADD-GROUP-MEMBER THRU F99-EXIT
                 VARYING ASUB FROM 1 BY 1
                   UNTIL ASUB > ADDT-CTR
                      OR (RTC-CODE NOT = ZERO AND NOT BRAKE-TRIPPED)
               PERFORM G00-REMOVE-GROUP-MEMBER THRU G99-EXIT
                 VARYING TSUB FROM 1 BY 1
                   UNTIL TSUB > MBRT-CTR
                      OR (RTC-CODE NOT = ZERO AND NOT BRAKE-TRIPPED)
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           DISPLAY ' '               UPON PRINTER.
           DISPLAY ' '               UPON PRINTER.
           MOVE MAP-COUNT              TO VAR-EDIT.
           DISPLAY 'Mapped groups ............ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE MAP-MISSING            TO VAR-EDIT.
           DISPLAY 'Mapped groups not found .. ' VAR-EDIT
                                     UPON PRINTER.
           MOVE USER-COUNT             TO VAR-EDIT.
           DISPLAY 'Users checked in AD ...... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE SKIPPED-USERS          TO VAR-EDIT.
           DISPLAY 'Revoked or no profile .... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE LDAP-ERRORS            TO VAR-EDIT.
           DISPLAY 'LDAP lookup errors ....... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE PLANNED-COUNT          TO VAR-EDIT.
           DISPLAY 'Changes planned .......... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE ADDED-COUNT            TO VAR-EDIT.
           DISPLAY 'Memberships added ........ ' VAR-EDIT
                                     UPON PRINTER.
           MOVE REMOVED-COUNT          TO VAR-EDIT.
           DISPLAY 'Memberships removed ...... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE LEFT-COUNT             TO VAR-EDIT.
           DISPLAY 'Members left untouched ... ' VAR-EDIT
                                     UPON PRINTER.
           MOVE SODREF-COUNT           TO VAR-EDIT.
           DISPLAY 'Refused, SOD conflict .... ' VAR-EDIT
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

      * hold the update interlock across a with-updates run so the
      * online transactions defer instead of racing our rewrites
           IF  RTC-CODE = ZERO
           AND WITH-UPDATES
               SET  LOK-REQUEST-SET    TO TRUE
               MOVE THIS-PGM           TO LOK-PGM
               CALL LOCKMAN         USING LOCKMAN-PARMS
               IF  LOK-ALREADY-HELD
                   DISPLAY THIS-PGM ': SECURITY FILES LOCKED BY '
                           LOK-HELD-BY ' - RUN ABANDONED'
                                     UPON CONSOLE
                   MOVE +8             TO RTC-CODE
               ELSE
                   IF  NOT LOK-REQUEST-COMPLETED
                       MOVE +8         TO RTC-CODE
                   END-IF
               END-IF
           END-IF.

           MOVE 'IESADGM'              TO VSAM-FILE(ADGM).
           MOVE 'IESCNTL'              TO VSAM-FILE(IUI).
           MOVE 'IESLDUV'              TO VSAM-FILE(LDUM).
           MOVE 'BSTCNTL'              TO VSAM-FILE(BSM).
           MOVE 'IESARCH'              TO VSAM-FILE(ARCH).
           MOVE 'IESAUDT'              TO VSAM-FILE(AUDT).
           MOVE 'IESBRKC'              TO VSAM-FILE(BRKC).

           MOVE LENGTH OF ADGM-KEY     TO VSAM-KEYL(ADGM).
           MOVE LENGTH OF IUI-KEY      TO VSAM-KEYL(IUI).
           MOVE LENGTH OF LDUM-MFUSRID TO VSAM-KEYL(LDUM).
           MOVE LENGTH OF BSM-KEY      TO VSAM-KEYL(BSM).
           MOVE LENGTH OF ARCH-KEY     TO VSAM-KEYL(ARCH).
           MOVE LENGTH OF WORK-USRIDNT TO VSAM-KEYL(AUDT).
           MOVE LENGTH OF BRKC-KEY     TO VSAM-KEYL(BRKC).

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET FUNC-OPEN(VSUB)     TO TRUE
           END-PERFORM

           OPEN INPUT IESADGM
                      IESCNTL
                      IESLDUV
                      IESBRKC.
           IF  WITH-UPDATES
               OPEN I-O   BSTCNTL
                          IESARCH
           ELSE
               OPEN INPUT BSTCNTL
                          IESARCH
           END-IF.
           OPEN EXTEND IESAUDT.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
                   SET FUNC-READ(VSUB) TO TRUE
               END-PERFORM
           END-IF

      * pick up a site-maintained safety-brake ceiling, if any
           IF  RTC-CODE = ZERO
               MOVE THIS-PGM           TO BRKC-PGM
               SET  FUNC-READ(BRKC)    TO TRUE
               READ IESBRKC RECORD END-READ
               IF  STAT-NORMAL(BRKC)
                   MOVE BRKC-MAX-ACTIONS  TO WORK-BRAKE-LIMIT
               ELSE
                   IF  NOT STAT-NOTFND(BRKC)
                       MOVE BRKC           TO VSUB
                       MOVE BRKC-KEY       TO VSAM-KEYD(VSUB)
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   END-IF
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
               SET  DTE-REQUEST-CURRENT-DATE
                                       TO TRUE
               CALL DTEMAN          USING DTEMAN-PARMS
               MOVE DTE-CCYYMMDD       TO WORK-TODAY
               DISPLAY 'AD GROUP MEMBERSHIP SYNC FOR ' WORK-TODAY
                                     UPON PRINTER
               DISPLAY SPACES        UPON PRINTER
               PERFORM B30-LOAD-MAPPINGS THRU B35-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM B40-LOAD-MEMBERS THRU B45-EXIT
           END-IF.

      * a mapping whose group is not on BSTCNTL is reported and left
      * out of the AD pass entirely
           IF  RTC-CODE = ZERO
               PERFORM WITH TEST BEFORE
                 VARYING MSUB FROM 1 BY 1 UNTIL MSUB > MAPT-CTR
                   IF  NOT MAPT-GROUP-FOUND(MSUB)
                       ADD  1          TO MAP-MISSING
                       DISPLAY 'SKIPPED: MAPPED GROUP '
                               MAPT-GROUP(MSUB)
                               ' NOT FOUND ON BSTCNTL'
                                     UPON PRINTER
                   END-IF
               END-PERFORM
           END-IF.

           IF  RTC-CODE = ZERO
               MOVE LOW-VALUES         TO LDUM-MFUSRID
               SET  FUNC-START(LDUM)   TO TRUE
               START IESLDUV KEY >= LDUM-MFUSRID END-START
               IF  NOT STAT-NORMAL(LDUM)
               AND NOT STAT-NOTFND(LDUM)
                   MOVE LDUM           TO VSUB
                   MOVE LDUM-MFUSRID   TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               IF  STAT-NOTFND(LDUM)
                   SET STAT-EOFILE(LDUM) TO TRUE
               END-IF
           END-IF.

      * nothing mapped means nothing to ask AD about
           IF  RTC-CODE = ZERO
           AND MAP-COUNT = MAP-MISSING
               DISPLAY 'NO MAPPED GROUPS ON BSTCNTL - NOTHING TO SYNC'
                                     UPON PRINTER
               SET  STAT-EOFILE(LDUM)  TO TRUE
           END-IF.

       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    LOAD THE IESADGM MAPPINGS INTO THE MAPPED-GROUP TABLE       *
      ******************************************************************
       B30-LOAD-MAPPINGS.
           MOVE LOW-VALUES             TO ADGM-KEY.
           SET  FUNC-START(ADGM)       TO TRUE.
           START IESADGM KEY >= ADGM-KEY END-START.
           IF  NOT STAT-NORMAL(ADGM)
               IF  NOT STAT-NOTFND(ADGM)
                   MOVE ADGM           TO VSUB
                   MOVE ADGM-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO B35-EXIT
           END-IF.

           PERFORM WITH TEST BEFORE
             UNTIL STAT-EOFILE(ADGM) OR RTC-CODE > ZERO
               SET  FUNC-READNEXT(ADGM) TO TRUE
               READ IESADGM NEXT RECORD END-READ
               EVALUATE TRUE
               WHEN NOT STAT-NORMAL(ADGM)
                 IF  NOT STAT-EOFILE(ADGM)
                   MOVE ADGM           TO VSUB
                   MOVE ADGM-KEY       TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                 END-IF
                 SET  STAT-EOFILE(ADGM) TO TRUE

               WHEN MAPT-CTR >= MAPT-MAX
                 DISPLAY '*** MAPPING TABLE FULL AT ' ADGM-GROUP
                         ' - RUN ABANDONED ***'
                                     UPON PRINTER
                 MOVE +8               TO RTC-CODE

               WHEN OTHER
                 ADD  1                TO MAP-COUNT
                 ADD  1                TO MAPT-CTR
                 MOVE ADGM-GROUP       TO MAPT-GROUP(MAPT-CTR)
                 MOVE ADGM-AD-DN       TO MAPT-DN(MAPT-CTR)
                 MOVE ADGM-MODE        TO MAPT-MODE(MAPT-CTR)
                 MOVE 'N'              TO MAPT-FOUND-SW(MAPT-CTR)
                 MOVE SPACES           TO MAPT-APPL(MAPT-CTR)
                                          MAPT-TRANS(MAPT-CTR)
                                          MAPT-RESOURCE(MAPT-CTR)
                 MOVE ZEROES           TO MAPT-MAX-SEQ(MAPT-CTR)
                 IF  MAPT-MODE-APPLY(MAPT-CTR)
                     DISPLAY 'MAPPED:  ' ADGM-GROUP ' <- '
                             ADGM-AD-DN(1:60)
                                     UPON PRINTER
                 ELSE
                     DISPLAY 'MAPPED:  ' ADGM-GROUP ' <- '
                             ADGM-AD-DN(1:60) ' (REPORT ONLY)'
                                     UPON PRINTER
                 END-IF
               END-EVALUATE
           END-PERFORM.
       B35-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE PASS OF THE BSTCNTL GROUP CLASS - TABLE EVERY MEMBER    *
      *    OF A MAPPED GROUP, AND EACH MAPPED GROUP'S KEY PARTS AND    *
      *    HIGHEST SEQUENCE                                            *
      ******************************************************************
       B40-LOAD-MEMBERS.
           MOVE LOW-VALUES             TO BSM-KEY.
           SET  BSM-GROUP              TO TRUE.

           SET  FUNC-START(BSM)        TO TRUE.
           START BSTCNTL KEY >= BSM-KEY END-START.
           IF  NOT STAT-NORMAL(BSM)
               IF  NOT STAT-NOTFND(BSM)
                   MOVE BSM            TO VSUB
                   MOVE BSM-KEY        TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO B45-EXIT
           END-IF.

           PERFORM WITH TEST BEFORE
             UNTIL STAT-EOFILE(BSM) OR RTC-CODE > ZERO
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

               WHEN OTHER
                 PERFORM B50-TABLE-MEMBER THRU B55-EXIT
               END-EVALUATE
           END-PERFORM.

       B45-EXIT.
           EXIT.

       B50-TABLE-MEMBER.
           PERFORM WITH TEST BEFORE
             VARYING MSUB FROM 1 BY 1
               UNTIL MSUB > MAPT-CTR
                  OR MAPT-GROUP(MSUB) = BSM-GRP-NAME
           END-PERFORM.
           IF  MSUB > MAPT-CTR
               GO TO B55-EXIT
           END-IF.

           IF  NOT MAPT-GROUP-FOUND(MSUB)
               SET  MAPT-GROUP-FOUND(MSUB) TO TRUE
               MOVE BSM-APPL           TO MAPT-APPL(MSUB)
               MOVE BSM-TRANS          TO MAPT-TRANS(MSUB)
               MOVE BSM-RESOURCE       TO MAPT-RESOURCE(MSUB)
           END-IF.
           IF  BSM-SEQUENCE > MAPT-MAX-SEQ(MSUB)
               MOVE BSM-SEQUENCE       TO MAPT-MAX-SEQ(MSUB)
           END-IF.

           IF  BSM-GRP-MEMBER = GROUP-HEADER
               GO TO B55-EXIT
           END-IF.

           IF  MBRT-CTR >= MBRT-MAX
               DISPLAY '*** MEMBER TABLE FULL AT ' BSM-GRP-NAME
                       ' - RUN ABANDONED ***'
                                     UPON PRINTER
               MOVE +8                 TO RTC-CODE
               GO TO B55-EXIT
           END-IF.
           ADD  1                      TO MBRT-CTR.
           MOVE MSUB                   TO MBRT-MAP(MBRT-CTR).
           MOVE BSM-GRP-MEMBER         TO MBRT-USRIDNT(MBRT-CTR).
           MOVE BSM-KEY                TO MBRT-KEY(MBRT-CTR).
           MOVE SPACE                  TO MBRT-STATE(MBRT-CTR).
       B55-EXIT.
           EXIT.

      /*****************************************************************
      *    PROGRAM TERMINATION ROUTINE                                 *
      ******************************************************************
       B20-TERMINATION.

           PERFORM WITH TEST BEFORE
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL
               SET  FUNC-CLOSE(VSUB)   TO TRUE
           END-PERFORM.

           CLOSE IESADGM
                 IESCNTL
                 IESLDUV
                 BSTCNTL
                 IESARCH
                 IESAUDT
                 IESBRKC.

           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
             VARYING VSUB FROM 1 BY 1 UNTIL VSUB > STAT-TOTL.

      * the regions enforce stale rules until their dataspaces are
      * refreshed - drive the refresh ourselves and flag any region
      * whose submission failed
           IF  WITH-UPDATES
           AND BSM-WAS-CHANGED
               MOVE THIS-PGM           TO BRF-PGM
               CALL BSMREFR         USING BSMREFR-PARMS
               DISPLAY THIS-PGM ': REGIONS REFRESHED='
                       BRF-REGIONS-DONE ', FAILED='
                       BRF-REGIONS-FAILED
                                     UPON PRINTER
               IF  BRF-REGIONS-FAILED > ZEROES
                   DISPLAY '*** ONE OR MORE REGIONS DID NOT TAKE '
                           'THE SECURITY REFRESH - RUN VSECREFR '
                           'BY HAND ***'
                                     UPON PRINTER
               END-IF
           END-IF.

      * release the update interlock set at initialization
           IF  WITH-UPDATES
               SET  LOK-REQUEST-CLEAR  TO TRUE
               MOVE THIS-PGM           TO LOK-PGM
               CALL LOCKMAN         USING LOCKMAN-PARMS
           END-IF.

      * an add refused for a separation-of-duties conflict needs a
      * human - either an override or a change to the AD group
           IF  RTC-CODE = ZERO
           AND SODREF-COUNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

      * note the end of this run in the IESRUNRG run registry
           SET  RUN-REQUEST-END        TO TRUE.
           MOVE THIS-PGM               TO RUN-PGM.
           MOVE RTC-CODE               TO RUN-RETCODE.
           MOVE USER-COUNT            TO RUN-COUNT1.
           MOVE ADDED-COUNT           TO RUN-COUNT2.
           MOVE REMOVED-COUNT         TO RUN-COUNT3.
           CALL RUNMAN              USING RUNMAN-PARMS.

      * let go of the cross-reference index file
           SET  XRF-REQUEST-CLOSE      TO TRUE.
           CALL XREFMAN             USING XREFMAN-PARMS.

      * let go of the change-journal file
           SET  JRN-REQUEST-CLOSE      TO TRUE.
           CALL JRNLMAN             USING JRNLMAN-PARMS
                                          JRNLMAN-BEFORE
                                          JRNLMAN-AFTER.

      * let go of the audit-chain anchor file
           SET  ADT-REQUEST-CLOSE      TO TRUE.
           CALL AUDTMAN             USING AUDTMAN-PARMS
                                          IESAUDT-RECORD.

      * let go of the separation-of-duties check's files
           SET  SOD-REQUEST-CLOSE      TO TRUE.
           CALL SODCHK              USING SODCHK-PARMS.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    ASK AD ABOUT EVERY MAPPED USER FOR EVERY MAPPED GROUP       *
      ******************************************************************

       C00-PROCESS-IESLDUV.

           SET  FUNC-READNEXT(LDUM)    TO TRUE.
           READ IESLDUV NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(LDUM)
               IF  NOT STAT-EOFILE(LDUM)
                   MOVE LDUM           TO VSUB
                   MOVE LDUM-MFUSRID   TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               GO TO C99-EXIT-PROCESS
           END-IF.

           IF  NOT LDUM-USRMAP-RECORD
               GO TO C00-PROCESS-IESLDUV
           END-IF.

           MOVE LDUM-MFUSRID           TO WORK-USRIDNT.

      * a revoked or vanished profile is not added anywhere, and
      * whatever memberships it still holds are left for the purge
      * and orphan passes rather than churned here
           PERFORM P10-READ-PROFILE THRU P15-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO C99-EXIT-PROCESS
           END-IF.
           IF  NOT PROFILE-IS-LIVE
               ADD  1                  TO SKIPPED-USERS
               PERFORM WITH TEST BEFORE
                 VARYING TSUB FROM 1 BY 1 UNTIL TSUB > MBRT-CTR
                   IF  MBRT-USRIDNT(TSUB) = WORK-USRIDNT
                       SET  MBRT-KEEP(TSUB) TO TRUE
                   END-IF
               END-PERFORM
               GO TO C99-EXIT-PROCESS
           END-IF.

           ADD  1                      TO USER-COUNT.

           PERFORM C10-CHECK-ONE-GROUP THRU C15-EXIT
             VARYING MSUB FROM 1 BY 1
               UNTIL MSUB > MAPT-CTR
                  OR RTC-CODE NOT = ZERO.

       C99-EXIT-PROCESS.
           EXIT.

      * set the AD answer for this user and group against the
      * group's tabled BSTCNTL members
       C10-CHECK-ONE-GROUP.
           IF  NOT MAPT-GROUP-FOUND(MSUB)
               GO TO C15-EXIT
           END-IF.

           PERFORM P20-CHECK-AD-MEMBERSHIP THRU P25-EXIT.

           PERFORM WITH TEST BEFORE
             VARYING TSUB FROM 1 BY 1
               UNTIL TSUB > MBRT-CTR
                  OR (MBRT-MAP(TSUB) = MSUB
                  AND MBRT-USRIDNT(TSUB) = WORK-USRIDNT)
           END-PERFORM.

           EVALUATE TRUE
             WHEN TSUB <= MBRT-CTR
               EVALUATE TRUE
                 WHEN AD-MEMBER
                   SET  MBRT-KEEP(TSUB)    TO TRUE
                 WHEN AD-NOT-MEMBER
                   SET  MBRT-REMOVE(TSUB)  TO TRUE
                 WHEN OTHER
                   SET  MBRT-UNKNOWN(TSUB) TO TRUE
               END-EVALUATE

             WHEN AD-MEMBER
               IF  ADDT-CTR >= ADDT-MAX
                   DISPLAY '*** ADD TABLE FULL AT ' WORK-USRIDNT
                           ' - RUN ABANDONED ***'
                                     UPON PRINTER
                   MOVE +8             TO RTC-CODE
                   GO TO C15-EXIT
               END-IF
               ADD  1                  TO ADDT-CTR
               MOVE MSUB               TO ADDT-MAP(ADDT-CTR)
               MOVE WORK-USRIDNT       TO ADDT-USRIDNT(ADDT-CTR)

             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       C15-EXIT.
           EXIT.

      /*****************************************************************
      *    A MEMBER NO IESLDUV MAPPING VISITED - A LIVE PROFILE WITH   *
      *    NO AD IDENTITY CANNOT BE IN THE AD GROUP, SO IT GOES; A     *
      *    NESTED GROUP, AN ORPHAN, OR A REVOKED PROFILE IS LEFT       *
      ******************************************************************
       D00-CHECK-UNMAPPED-MEMBER.
           IF  NOT MBRT-UNSEEN(TSUB)
               GO TO D99-EXIT
           END-IF.

           MOVE MBRT-USRIDNT(TSUB)     TO WORK-USRIDNT.
           PERFORM P10-READ-PROFILE THRU P15-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO D99-EXIT
           END-IF.

           IF  PROFILE-IS-LIVE
               SET  MBRT-REMOVE(TSUB)  TO TRUE
           ELSE
               SET  MBRT-KEEP(TSUB)    TO TRUE
           END-IF.
       D99-EXIT.
           EXIT.

      /*****************************************************************
      *    COUNT EVERY CHANGE THE PLAN WOULD MAKE UNDER AN APPLYING    *
      *    MAPPING - A FEED THAT WANTS MORE THAN THE CEILING ALLOWS    *
      *    IS MORE LIKELY BROKEN THAN RIGHT                            *
      ******************************************************************
       E00-CHECK-SAFETY-BRAKE.
           PERFORM WITH TEST BEFORE
             VARYING ASUB FROM 1 BY 1 UNTIL ASUB > ADDT-CTR
               ADD  1                  TO PLANNED-COUNT
               MOVE ADDT-MAP(ASUB)     TO MSUB
               IF  MAPT-MODE-APPLY(MSUB)
                   ADD  1              TO BRAKE-ACTION-CTR
               END-IF
           END-PERFORM.

           PERFORM WITH TEST BEFORE
             VARYING TSUB FROM 1 BY 1 UNTIL TSUB > MBRT-CTR
               IF  MBRT-REMOVE(TSUB)
                   ADD  1              TO PLANNED-COUNT
                   MOVE MBRT-MAP(TSUB) TO MSUB
                   IF  MAPT-MODE-APPLY(MSUB)
                       ADD  1          TO BRAKE-ACTION-CTR
                   END-IF
               ELSE
                   ADD  1              TO LEFT-COUNT
               END-IF
           END-PERFORM.

           IF  BRAKE-ACTION-CTR > WORK-BRAKE-LIMIT
               PERFORM Y00-TRIP-SAFETY-BRAKE THRU Y05-EXIT
           END-IF.
       E99-EXIT.
           EXIT.

      /*****************************************************************
      *    ADD ONE MEMBERSHIP THE AD GROUP HOLDS AND BSTCNTL LACKS     *
      ******************************************************************
       F00-ADD-GROUP-MEMBER.
           MOVE ADDT-MAP(ASUB)         TO MSUB.
           MOVE ADDT-USRIDNT(ASUB)     TO WORK-USRIDNT.
           PERFORM P30-SET-OPTION THRU P35-EXIT.

           IF  MAPT-MAX-SEQ(MSUB) >= 999
               DISPLAY 'SKIPPED: GROUP ' MAPT-GROUP(MSUB)
                       ' HAS NO FREE SEQUENCE FOR ' WORK-USRIDNT
                                     UPON PRINTER
               GO TO F99-EXIT
           END-IF.

      * the add is a grant like any other and must clear the
      * separation-of-duties rules first
           INITIALIZE SODCHK-PARMS.
           MOVE 'G'                    TO SOD-TYPE.
           MOVE MAPT-GROUP(MSUB)       TO SOD-RSRC.
           PERFORM M00-CHECK-SOD THRU M05-EXIT.
           IF  NOT SOD-GRANT-ALLOWED
               GO TO F99-EXIT
           END-IF.

           DISPLAY WORK-OPTION WORK-USRIDNT ' INTO GROUP '
                   MAPT-GROUP(MSUB) ' PER AD'
                                     UPON PRINTER.
           IF  SOD-CONFLICT-OVERRIDDEN
               DISPLAY '        SOD OVERRIDE: ' SOD-RULE-DESC
                       ' ACCEPTED BY ' SOD-OVR-APPROVER
                                     UPON PRINTER
           END-IF.
           IF  WORK-OPTION NOT = 'UPDATE: '
               GO TO F99-EXIT
           END-IF.

           MOVE SPACES                 TO BSTCNTL-RECORD(1:280).
           SET  BSM-GROUP              TO TRUE.
           MOVE MAPT-APPL(MSUB)        TO BSM-APPL.
           MOVE MAPT-TRANS(MSUB)       TO BSM-TRANS.
           MOVE MAPT-RESOURCE(MSUB)    TO BSM-RESOURCE.
           ADD  1                      TO MAPT-MAX-SEQ(MSUB).
           MOVE MAPT-MAX-SEQ(MSUB)     TO BSM-SEQUENCE.
           MOVE LENGTH OF BSM-KEY      TO BSM-KEYVALEN.
           MOVE MAPT-GROUP(MSUB)       TO BSM-GRP-NAME.
           MOVE WORK-USRIDNT           TO BSM-GRP-MEMBER.
           MOVE 280                    TO BSM-RECL.
           MOVE BSM-RECL               TO BSM-RECLENG.
           SET  FUNC-WRITE(BSM)        TO TRUE.
           WRITE BSTCNTL-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(BSM)
               MOVE BSM                TO VSUB
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO F99-EXIT
           END-IF.
           SET  BSM-WAS-CHANGED        TO TRUE.
           ADD  1                      TO ADDED-COUNT.

           SET  JRN-REQUEST-WRITE      TO TRUE.
           MOVE 'BSTCNTL'              TO JRN-FILE.
           MOVE LENGTH OF BSM-KEY      TO JRN-KEYLEN.
           MOVE SPACES                 TO JRN-REC-KEY.
           MOVE BSM-KEY                TO JRN-REC-KEY.
           MOVE ZEROES                 TO JRN-BEFORE-LEN.
           MOVE 280                    TO JRN-AFTER-LEN.
           MOVE BSTCNTL-RECORD(1:280)  TO JRNLMAN-AFTER.
           PERFORM J50-WRITE-JOURNAL THRU J55-EXIT.

           SET  AUDT-ACTION-CREATE     TO TRUE.
           SET  AUDT-TYPE-GROUPMBR     TO TRUE.
           MOVE SPACES                 TO AUDT-OLD-VALUE.
           MOVE SPACES                 TO AUDT-NEW-VALUE.
           STRING 'AD SYNC ADD TO '       DELIMITED BY SIZE
                  MAPT-GROUP(MSUB)        DELIMITED BY SPACE
               INTO AUDT-NEW-VALUE.
           PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT.
           IF  SOD-CONFLICT-OVERRIDDEN
               SET  AUDT-TYPE-GROUPMBR TO TRUE
               PERFORM M10-AUDIT-OVERRIDE THRU M15-EXIT
           END-IF.

           SET  XRF-REQUEST-ADD        TO TRUE.
           MOVE WORK-USRIDNT           TO XRF-USRIDNT.
           MOVE 'G'                    TO XRF-CLASS.
           MOVE BSM-APPL               TO XRF-APPL.
           MOVE BSM-TRANS              TO XRF-TRANS.
           MOVE BSM-RESOURCE           TO XRF-RESOURCE.
           MOVE BSM-SEQUENCE           TO XRF-SEQUENCE.
           MOVE SPACE                  TO XRF-ACCESS.
           CALL XREFMAN             USING XREFMAN-PARMS.
       F99-EXIT.
           EXIT.

      /*****************************************************************
      *    REMOVE ONE MEMBERSHIP THE AD GROUP DOES NOT HOLD - THE      *
      *    RECORD IS IMAGED TO IESARCH BEFORE THE DELETE, THE SAME     *
      *    TREATMENT THE PURGE PROGRAMS GIVE A MEMBERSHIP              *
      ******************************************************************
       G00-REMOVE-GROUP-MEMBER.
           IF  NOT MBRT-REMOVE(TSUB)
               GO TO G99-EXIT
           END-IF.

           MOVE MBRT-MAP(TSUB)         TO MSUB.
           MOVE MBRT-USRIDNT(TSUB)     TO WORK-USRIDNT.
           PERFORM P30-SET-OPTION THRU P35-EXIT.

           DISPLAY WORK-OPTION WORK-USRIDNT ' OUT OF GROUP '
                   MAPT-GROUP(MSUB) ' PER AD'
                                     UPON PRINTER.
           IF  WORK-OPTION NOT = 'UPDATE: '
               GO TO G99-EXIT
           END-IF.

           MOVE MBRT-KEY(TSUB)         TO BSM-KEY.
           SET  FUNC-READ(BSM)         TO TRUE.
           READ BSTCNTL RECORD END-READ.
           IF  NOT STAT-NORMAL(BSM)
               MOVE BSM                TO VSUB
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO G99-EXIT
           END-IF.

           SET  ARCH-TYPE-GROUPMBR     TO TRUE.
           MOVE BSM-RECLENG            TO ARCH-RECLENG.
           MOVE BSTCNTL-RECORD(1:BSM-RECLENG)
                                       TO ARCH-DATA.
           PERFORM H50-WRITE-ARCHIVE-RECORD THRU H59-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO G99-EXIT
           END-IF.

           MOVE BSM-RECL               TO JRN-BEFORE-LEN.
           MOVE BSTCNTL-RECORD(1:BSM-RECL)
                                       TO JRNLMAN-BEFORE.
           SET  FUNC-DELETE(BSM)       TO TRUE.
           DELETE BSTCNTL RECORD END-DELETE.
           IF  NOT STAT-NORMAL(BSM)
               MOVE BSM                TO VSUB
               MOVE BSM-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO G99-EXIT
           END-IF.
           SET  BSM-WAS-CHANGED        TO TRUE.
           ADD  1                      TO REMOVED-COUNT.

           SET  JRN-REQUEST-DELETE     TO TRUE.
           MOVE 'BSTCNTL'              TO JRN-FILE.
           MOVE LENGTH OF BSM-KEY      TO JRN-KEYLEN.
           MOVE SPACES                 TO JRN-REC-KEY.
           MOVE BSM-KEY                TO JRN-REC-KEY.
           MOVE ZEROES                 TO JRN-AFTER-LEN.
           PERFORM J50-WRITE-JOURNAL THRU J55-EXIT.

           SET  AUDT-ACTION-DELETE     TO TRUE.
           SET  AUDT-TYPE-GROUPMBR     TO TRUE.
           MOVE SPACES                 TO AUDT-OLD-VALUE.
           STRING 'AD SYNC REMOVE FROM '  DELIMITED BY SIZE
                  MAPT-GROUP(MSUB)        DELIMITED BY SPACE
               INTO AUDT-OLD-VALUE.
           MOVE SPACES                 TO AUDT-NEW-VALUE.
           PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT.

           SET  XRF-REQUEST-DELETE     TO TRUE.
           MOVE WORK-USRIDNT           TO XRF-USRIDNT.
           MOVE 'G'                    TO XRF-CLASS.
           MOVE BSM-APPL               TO XRF-APPL.
           MOVE BSM-TRANS              TO XRF-TRANS.
           MOVE BSM-RESOURCE           TO XRF-RESOURCE.
           CALL XREFMAN             USING XREFMAN-PARMS.
       G99-EXIT.
           EXIT.

      /*****************************************************************
      *    ARCHIVE A RECORD ABOUT TO BE DELETED                        *
      ******************************************************************
       H50-WRITE-ARCHIVE-RECORD.
           ADD  1                      TO ARCH-SEQ-CTR.
           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE WORK-USRIDNT           TO ARCH-USRIDNT.
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO ARCH-PURGE-DATE.
           MOVE NUM-TIME               TO ARCH-PURGE-TIME.
           MOVE ARCH-SEQ-CTR           TO ARCH-SEQNO.
           MOVE THIS-PGM               TO ARCH-SRC-PGM.
           SET  FUNC-WRITE(ARCH)       TO TRUE.
           WRITE IESARCH-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(ARCH)
               MOVE ARCH               TO VSUB
               MOVE ARCH-KEY           TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       H59-EXIT.
           EXIT.

      /*****************************************************************
      *    JOURNAL THE SECURITY-FILE CHANGE FOR THE IESJRNAP FORWARD   *
      *    RECOVERY - CALLER FILLS THE JRNLMAN FUNCTION, FILE, KEY,    *
      *    LENGTHS, AND IMAGE AREAS FIRST.  NEVER FATAL - JRNLMANB'S   *
      *    CONSOLE MESSAGE SURFACES A JOURNAL GAP                      *
      ******************************************************************
       J50-WRITE-JOURNAL.
           MOVE THIS-PGM               TO JRN-PGM.
           CALL JRNLMAN             USING JRNLMAN-PARMS
                                          JRNLMAN-BEFORE
                                          JRNLMAN-AFTER.
       J55-EXIT.
           EXIT.

      /*****************************************************************
      *    APPEND ONE ENTRY TO THE PERMANENT PURGE/REVOKE AUDIT LOG    *
      *    CALLER SETS AUDT-ACTION/AUDT-TYPE AND THE VALUES FIRST      *
      ******************************************************************
       K00-WRITE-AUDIT-RECORD.
           MOVE THIS-PGM               TO AUDT-PGM.
           MOVE WORK-USRIDNT           TO AUDT-USRIDNT.

           CALL JOBDATA             USING JOBDATA-PARMS.
           MOVE JOBD-PWR-NAME          TO AUDT-JOB-NAME.
           MOVE JOBD-PWR-NUMB          TO AUDT-JOB-NUMB.

           MOVE FUNCTION CURRENT-DATE  TO WRK-DATETIME.
           MOVE NUM-DATE IN WRK-DATETIME
                                       TO AUDT-DATE.
           MOVE NUM-TIME               TO AUDT-TIME.

      * link the entry into the audit log's tamper-evident chain
           SET  ADT-REQUEST-CHAIN      TO TRUE.
           CALL AUDTMAN             USING AUDTMAN-PARMS
                                          IESAUDT-RECORD.

           SET  FUNC-WRITE(AUDT)       TO TRUE.
           WRITE IESAUDT-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(AUDT)
               MOVE AUDT               TO VSUB
               MOVE WORK-USRIDNT       TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.
       K99-EXIT.
           EXIT.

      /*****************************************************************
      *    PUT ONE MEMBERSHIP ADD THROUGH THE SEPARATION-OF-DUTIES     *
      *    CHECK - CALLER FILLS THE SODCHK GRANT FIELDS FIRST.  THE    *
      *    SYNC JOB STANDS AS THE GRANTOR.  A CHECK THAT CANNOT BE     *
      *    MADE REFUSES THE ADD                                        *
      ******************************************************************
       M00-CHECK-SOD.
           SET  SOD-REQUEST-CHECK      TO TRUE.
           MOVE WORK-USRIDNT           TO SOD-USRIDNT.
           CALL JOBDATA             USING JOBDATA-PARMS.
           MOVE JOBD-PWR-NAME          TO SOD-GRANTOR.
           CALL SODCHK              USING SODCHK-PARMS.

           IF  SOD-GRANT-ALLOWED
               GO TO M05-EXIT
           END-IF.

           ADD  1                      TO SODREF-COUNT.
           IF  SOD-CHECK-FAILED
               DISPLAY 'REFUSED: SOD CHECK FAILED FOR ' WORK-USRIDNT
                       ' INTO GROUP ' MAPT-GROUP(MSUB)
                                     UPON PRINTER
           ELSE
               DISPLAY 'REFUSED: SOD CONFLICT FOR ' WORK-USRIDNT
                       ' INTO GROUP ' MAPT-GROUP(MSUB)
                       ' - ' SOD-RULE-DESC
                                     UPON PRINTER
           END-IF.
       M05-EXIT.
           EXIT.

      /*****************************************************************
      *    AUDIT AN ADD MADE UNDER A SEPARATION-OF-DUTIES OVERRIDE -   *
      *    CALLER SETS THE AUDT-TYPE-xxx 88.  THE RULE GOES IN THE OLD *
      *    VALUE, THE APPROVER AND THEIR JUSTIFICATION IN THE NEW      *
      ******************************************************************
       M10-AUDIT-OVERRIDE.
           SET  AUDT-ACTION-SOD-OVERRIDE TO TRUE.
           MOVE SOD-RULE-DESC          TO AUDT-OLD-VALUE.
           MOVE SPACES                 TO AUDT-NEW-VALUE.
           STRING SOD-OVR-APPROVER     DELIMITED BY SPACE
                  ' '                  DELIMITED BY SIZE
                  SOD-OVR-REASON       DELIMITED BY SIZE
               INTO AUDT-NEW-VALUE.
           PERFORM K00-WRITE-AUDIT-RECORD THRU K99-EXIT.
       M15-EXIT.
           EXIT.

      /*****************************************************************
      *    STOP THE RUN - THE FEED, NOT THE POPULATION, IS THE MORE    *
      *    LIKELY PROBLEM.  THE PLAN IS STILL LISTED BUT NOTHING IN    *
      *    IT IS APPLIED; THE DISTINCT RETURN CODE LETS THE JCL AND    *
      *    IESRUNCK SEE WHAT HAPPENED                                  *
      ******************************************************************
       Y00-TRIP-SAFETY-BRAKE.
           SET  BRAKE-TRIPPED          TO TRUE.
           MOVE WORK-BRAKE-LIMIT       TO VAR-EDIT.
           DISPLAY '*** SAFETY BRAKE: PLANNED MEMBERSHIP CHANGES '
                   'CROSSED ' VAR-EDIT ' - NOTHING APPLIED, AD FEED '
                   'SUSPECT ***'
                                     UPON PRINTER.
           MOVE ZEROES                 TO ALR-RETN.
           MOVE 'ADFEEDBK'             TO ALR-EVENT.
           MOVE 1                      TO ALR-SEVERITY.
           MOVE THIS-PGM               TO ALR-USERID.
           MOVE SPACES                 TO ALR-TEXT.
           STRING 'AD GROUP SYNC BRAKE TRIPPED - THE AD FEED ITSELF '
                  'LOOKS BROKEN, NOTHING APPLIED'
               DELIMITED BY SIZE     INTO ALR-TEXT.
           CALL SECALRT             USING SECALRT-PARMS.
           MOVE +12                    TO RTC-CODE.
       Y05-EXIT.
           EXIT.

      /*****************************************************************
      *    OTHER PERFORMED ROUTINES                                    *
      ******************************************************************

      * the IUI profile of WORK-USRIDNT - live, revoked, or missing
       P10-READ-PROFILE.
           SET  PROFILE-IS-MISSING     TO TRUE.
           MOVE LOW-VALUES             TO IUI-KEY.
           SET  IUI-USER-PROFILE       TO TRUE.
           MOVE WORK-USRIDNT           TO IUI-KEY-VALUE.
           SET  FUNC-READ(IUI)         TO TRUE.
           READ IESCNTL RECORD END-READ.
           IF  STAT-NORMAL(IUI)
               IF  IUI-US-REVOKEJ > ZEROES
                   SET  PROFILE-IS-REVOKED TO TRUE
               ELSE
                   SET  PROFILE-IS-LIVE    TO TRUE
               END-IF
           ELSE
               IF  NOT STAT-NOTFND(IUI)
                   MOVE IUI            TO VSUB
                   MOVE IUI-KEY        TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
           END-IF.
       P15-EXIT.
           EXIT.

      * is the IESLDUV user in hand a member of mapped group MSUB?
      * the group test rides in the search filter, so a match means
      * member and a clean "not found" means not; anything else is
      * an LDAP failure and decides nothing
       P20-CHECK-AD-MEMBERSHIP.
           INITIALIZE IESLDGA-COMMAREA.
           MOVE LENGTH OF IESLDGA-COMMAREA
                                       TO LDGA-AREA-LENGTH.
           MOVE LDUM-NETUSRID          TO LDGA-USER-ID.
           STRING '&(objectClass=user)(memberOf='
                                          DELIMITED BY SIZE
                  MAPT-DN(MSUB)           DELIMITED BY '  '
                  ')'                     DELIMITED BY SIZE
               INTO LDGA-SEARCH-FILTER.
           MOVE 1                      TO LDGA-ATTR-COUNT.

           MOVE 'sAMAccountName'       TO LDGA-ATTR-NAME(1).
           MOVE LENGTH OF LDGA-ATTR-VALUE
                                       TO LDGA-VALUE-LENGTH(1).
           MOVE 1                      TO LDGA-VALUE-COUNT(1).

           CALL IESLDGAB            USING IESLDGA-COMMAREA.

           EVALUATE TRUE
             WHEN LDGA-RET-CODE = ZERO
               SET  AD-MEMBER          TO TRUE
             WHEN LDGA-RET-CODE = 9
             AND  LDGA-LDAP-CODE = ZERO
               SET  AD-NOT-MEMBER      TO TRUE
             WHEN OTHER
               SET  AD-LOOKUP-FAILED   TO TRUE
               ADD  1                  TO LDAP-ERRORS
               DISPLAY 'LDAP:    ' WORK-USRIDNT ' IN '
                       MAPT-GROUP(MSUB) ' LOOKUP FAILED RC='
                       LDGA-RET-CODE ' RS=' LDGA-LDAP-CODE
                                     UPON PRINTER
           END-EVALUATE.
       P25-EXIT.
           EXIT.

      * a change is applied only on a with-updates run, under an
      * applying mapping, with the brake still off
       P30-SET-OPTION.
           IF  WITH-UPDATES
           AND MAPT-MODE-APPLY(MSUB)
           AND NOT BRAKE-TRIPPED
               MOVE 'UPDATE: '         TO WORK-OPTION
           ELSE
               MOVE 'REPORT: '         TO WORK-OPTION
           END-IF.
       P35-EXIT.
           EXIT.
